      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SIGN-ON WINDOW RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY SWN-WINDOW-KEY (AC-SIGNON-WINDOW-FILE-NAME):
      *        A KEY TYPE PLUS EITHER A USER TYPE (ADM/MGR/STD, THE
      *        SAME CATEGORIES AS THE SIGN-ON RULES) OR A USER ID.
      *      - THE DAYS OF THE WEEK AND THE TIME OF DAY A USER MAY BE
      *        SIGNED ON. AN ACTIVE PER-USER OVERRIDE WINS OVER THE
      *        USER TYPE'S WINDOW; NO ACTIVE ROW FOR EITHER MEANS THE
      *        USER IS NOT RESTRICTED AT ALL.
      *      - ESONP REFUSES A SIGN-ON OUTSIDE THE WINDOW AND EACTMON
      *        ENDS A SESSION STILL RUNNING WHEN IT CLOSES - BOTH GO
      *        THROUGH EACTMON'S 8300-EVALUATE-SIGNON-WINDOW.
      *      - MAINTAINED ON ESWNADM.
      ******************************************************************
       01 SIGN-ON-WINDOW-RECORD.
          05 SWN-WINDOW-KEY.
             10 SWN-KEY-TYPE        PIC X(1).
                88 SWN-USER-TYPE-WINDOW     VALUE 'T'.
                88 SWN-USER-OVERRIDE        VALUE 'U'.
             10 SWN-KEY-VALUE       PIC X(8).
      *
      *    ONE FLAG PER DAY, MONDAY FIRST - 'Y' MEANS SIGN-ON IS
      *    ALLOWED THAT DAY.
      *
          05 SWN-DAYS-ALLOWED.
             10 SWN-DAY-FLAG        PIC X(1)  OCCURS 7 TIMES.
                88 SWN-DAY-ALLOWED          VALUE 'Y'.
                88 SWN-DAY-BARRED           VALUE 'N'.
      *
      *    HHMM, 24-HOUR CLOCK. THE WINDOW RUNS FROM THE START TIME UP
      *    TO (NOT INCLUDING) THE END TIME; AN END OF 2400 MEANS
      *    MIDNIGHT. AN END EARLIER THAN THE START IS AN OVERNIGHT
      *    WINDOW - THE HOURS AFTER MIDNIGHT BELONG TO THE DAY IT
      *    OPENED, SO A FRIDAY 2200-0600 WINDOW COVERS SATURDAY 0300.
      *
          05 SWN-START-TIME         PIC 9(4).
          05 SWN-END-TIME           PIC 9(4).
      *
      *    AN INACTIVE ROW STAYS ON FILE BUT IS NOT ENFORCED.
      *
          05 SWN-STATUS             PIC X(1).
             88 SWN-ACTIVE                  VALUE 'A' SPACE.
             88 SWN-INACTIVE                VALUE 'I'.
          05 FILLER                 PIC X(15).
