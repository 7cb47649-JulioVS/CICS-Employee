      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ABSENCE-TYPE CODE TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY ABT-TYPE-CODE (APP-ABSTYPE-FILE-NAME).
      *      - ABS-ABSENCE-TYPE (AND LRQ-ABSENCE-TYPE) CARRY ONE OF
      *        THESE CODES. EACH ROW SAYS HOW ITS ABSENCES BEHAVE -
      *        PAID OR NOT, WHETHER THEY DRAW DOWN THE EMPLEAVE
      *        BALANCE (OR THE ETOILB BANK), WHETHER THEY FEED EPAYXP'S
      *        UNPAID DEDUCTION RECORDS, WHETHER THEY COUNT AS
      *        SICKNESS, AND THE LETTER EABCALP SHOWS ON THE CALENDAR -
      *        SO PARENTAL LEAVE, JURY SERVICE, BEREAVEMENT AND THE
      *        LIKE NO LONGER HAVE TO BE SQUEEZED INTO VACATION OR
      *        UNPAID.
      *      - LOADED FROM THE USUAL SEED DATASET CONVENTION WITH THE
      *        ORIGINAL CODES AS THE FIRST ROWS:
      *          V VACATION          PAID, DRAWS EMPLEAVE
      *          S SICKNESS          PAID, COUNTS AS SICKNESS
      *          U UNPAID LEAVE      UNPAID, FEEDS THE DEDUCTION
      *          T TIME OFF IN LIEU  PAID, DRAWS THE ETOILB BANK
      *        UNTIL THEY ARE ON FILE THE LINKED LOOKUP (EABTCP - SEE
      *        EABTCA.CPY) STANDS IN WITH THE SAME FOUR ROWS.
      *      - READ THROUGH EABTCP BY EABSNP, ELVRQP, ELVAPP, EABFDP,
      *        EABCALP, ESICKP, ELVRECP AND EPAYXP; MAINTAINED ON
      *        EABTADM.
      ******************************************************************
       01 ABSENCE-TYPE-RECORD.
          05 ABT-TYPE-CODE          PIC X(1).
          05 ABT-TYPE-DESC          PIC X(20).
      *
      *    AN INACTIVE CODE STAYS ON FILE (EXISTING ABSENCES STILL
      *    CARRY IT, AND STILL BEHAVE BY ITS FLAGS) BUT IS REFUSED ON
      *    NEW ENTRY.
      *
          05 ABT-STATUS             PIC X(1).
             88 ABT-ACTIVE                  VALUE 'A' SPACE.
             88 ABT-INACTIVE                VALUE 'I'.
          05 ABT-PAID-FLAG          PIC X(1).
             88 ABT-PAID                    VALUE 'Y'.
             88 ABT-PAID-FLAG-VALID         VALUE 'Y' 'N'.
          05 ABT-LEAVE-BALANCE-FLAG PIC X(1).
             88 ABT-DRAWS-LEAVE-BALANCE     VALUE 'Y'.
             88 ABT-LEAVE-BALANCE-VALID     VALUE 'Y' 'N'.
          05 ABT-PAY-DEDUCTION-FLAG PIC X(1).
             88 ABT-FEEDS-PAY-DEDUCTION     VALUE 'Y'.
             88 ABT-PAY-DEDUCTION-VALID     VALUE 'Y' 'N'.
          05 ABT-CALENDAR-LETTER    PIC X(1).
      *
      *    SICKNESS DRIVES THE RETURN-TO-WORK ITEM (SEE ESRWITM.CPY)
      *    AND ESICKP'S BRADFORD COUNT; THE TOIL BANK FLAG TAKES THE
      *    DAYS FROM THE BANKED OVERTIME HOURS INSTEAD OF EMPLEAVE.
      *
          05 ABT-SICKNESS-FLAG      PIC X(1).
             88 ABT-COUNTS-AS-SICKNESS      VALUE 'Y'.
             88 ABT-SICKNESS-VALID          VALUE 'Y' 'N'.
          05 ABT-TOIL-BANK-FLAG     PIC X(1).
             88 ABT-DRAWS-TOIL-BANK         VALUE 'Y'.
             88 ABT-TOIL-BANK-VALID         VALUE 'Y' 'N'.
          05 FILLER                 PIC X(12).
