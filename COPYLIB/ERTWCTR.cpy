      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RIGHT-TO-WORK DOCUMENT CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN ERTWP INVOCATIONS).
      ******************************************************************
       01 RIGHT-TO-WORK-CONTAINER.
          05 RTC-FILE-FLAG          PIC X(1).
             88 RTC-EMPLOYEE-LOCATED       VALUE 'R'.
             88 RTC-NOT-SET                VALUE SPACE.
          05 RTC-ADD-MODE-FLAG      PIC X(1).
             88 RTC-ADDING-NEW-DOCUMENT    VALUE 'N'.
             88 RTC-EDITING-EXISTING       VALUE SPACE.
          05 RTC-EMPLOYEE-ID        PIC 9(8).
          05 RTC-PRIMARY-NAME       PIC X(38).
          05 RTC-DOCUMENT-RECORD    PIC X(80).
      *
      *    SET BY AN ADMINISTRATOR'S AUDITED PF6 UNMASK - THE FULL
      *    DOCUMENT NUMBER SHOWS FOR ONE DISPLAY ONLY, THEN MASKS
      *    AGAIN, SAME AS EBNKP'S ACCOUNT-NUMBER UNMASK.
      *
          05 RTC-UNMASK-FLAG        PIC X(1).
             88 RTC-UNMASK-THIS-DISPLAY    VALUE 'U'.
