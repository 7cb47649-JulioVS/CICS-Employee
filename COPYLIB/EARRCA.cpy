      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE RETRO ARREARS PROGRAM (EARRCP - SEE
      *        ERETPAY.CPY), LINKED WITH LENGTH OF RETRO-CALC-COMMAREA
      *        AFTER A COMPENSATION RECORD IS WRITTEN OR RELEASED.
      *      - PASS THE RECORD'S KEY AND NEW SALARY, WHO SAVED IT AND
      *        FROM WHERE, AND WHETHER IT IS A NEW RECORD ('N' - THE
      *        OLD RATE IS LOOKED UP FROM THE RECORD BEFORE IT) OR A
      *        CHANGE TO ONE ALREADY ON FILE ('C' - PASS THE SALARY IT
      *        CARRIED BEFORE THE CHANGE). COMES BACK WITH:
      *          '0' ARREARS RAISED - RTC-MESSAGE-TEXT HOLDS A
      *              READY-MADE SCREEN MESSAGE.
      *          '1' NOT BACK-DATED INTO AN EXTRACTED PERIOD (OR NO
      *              EXTRACT HAS RUN YET) - NOTHING TO DO.
      *          '2' BACK-DATED, BUT THE RATE DIDN'T CHANGE - NOTHING
      *              OWED EITHER WAY.
      *          '9' ARREARS OWED BUT THE RECORD COULD NOT BE WRITTEN
      *              - RTC-MESSAGE-TEXT SAYS SO.
      ******************************************************************
       01 RETRO-CALC-COMMAREA.
          05 RTC-EMPLOYEE-ID           PIC 9(8).
          05 RTC-EFFECTIVE-DATE        PIC X(8).
          05 RTC-NEW-SALARY            PIC 9(7)V99.
          05 RTC-OLD-SALARY            PIC 9(7)V99.
          05 RTC-MODE                  PIC X(1).
             88 RTC-NEW-RECORD                  VALUE 'N'.
             88 RTC-CHANGED-RECORD              VALUE 'C'.
          05 RTC-SOURCE-PROGRAM        PIC X(8).
          05 RTC-USER-ID               PIC X(8).
          05 RTC-RETURN-CODE           PIC X(1).
             88 RTC-RETRO-RAISED                VALUE '0'.
             88 RTC-NOT-BACKDATED               VALUE '1'.
             88 RTC-NO-DIFFERENCE               VALUE '2'.
             88 RTC-RAISE-FAILED                VALUE '9'.
          05 RTC-PERIODS               PIC 9(3).
          05 RTC-ARREARS-AMOUNT        PIC S9(7)V99.
          05 RTC-MESSAGE-TEXT          PIC X(79).
