      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - WORKING-PATTERN TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY WPT-PATTERN-CODE (APP-WORK-PATTERN-FILE-NAME).
      *      - EMP-WORK-PATTERN ON THE EMPLOYEE MASTER CARRIES ONE OF
      *        THESE CODES, SO A PART-TIMER'S OR SHIFT WORKER'S
      *        ABSENCE IS ONLY CHARGED FOR THE DAYS THEY WOULD HAVE
      *        WORKED - EABSNP'S DAY COUNTING, ELVAPP'S APPROVAL AND
      *        EABFDP'S FEED ALL WALK THE SPAN AGAINST THE PATTERN,
      *        AND EABCALP'S GRID SHOWS THE DAYS OFF.
      *      - VALIDATED ON EUPDP; MAINTAINED ON EWPTADM.
      ******************************************************************
       01 WORK-PATTERN-RECORD.
          05 WPT-PATTERN-CODE       PIC X(4).
          05 WPT-DESCRIPTION        PIC X(30).
      *
      *    ONE CODE PER WEEKDAY, MONDAY FIRST: F = FULL DAY, H = HALF
      *    DAY, O = DAY OFF. THE STANDARD WEEK IS 'FFFFFOO'. A PUBLIC
      *    HOLIDAY ON THE CALENDAR STILL OVERRIDES A WORKING DAY.
      *
          05 WPT-WORK-WEEK.
             10 WPT-DAY-CODE        PIC X(1) OCCURS 7 TIMES.
                88 WPT-DAY-FULL             VALUE 'F'.
                88 WPT-DAY-HALF             VALUE 'H'.
                88 WPT-DAY-OFF              VALUE 'O'.
      *
      *    AN INACTIVE PATTERN STAYS ON FILE (EMPLOYEES ALREADY ON IT
      *    ARE STILL COUNTED BY IT) BUT IS REFUSED ON NEW ASSIGNMENT.
      *
          05 WPT-STATUS             PIC X(1).
             88 WPT-ACTIVE                  VALUE 'A' SPACE.
             88 WPT-INACTIVE                VALUE 'I'.
          05 FILLER                 PIC X(18).
