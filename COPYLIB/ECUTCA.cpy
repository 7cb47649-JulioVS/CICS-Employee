      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE PAYROLL CUT-OFF CHECK PROGRAM (ECUTCP
      *        - SEE EPAYCAL.CPY), LINKED WITH LENGTH OF
      *        PAY-CUTOFF-COMMAREA.
      *      - PASS THE DATE OF THE SAVE (SPACES MEANS TODAY). THE
      *        CURRENT PERIOD IS THE FIRST ACTIVE ROW WHOSE PAY DATE
      *        IS ON OR AFTER IT; ITS DATES COME BACK WITH:
      *          '0' IN TIME FOR THE CURRENT PERIOD.
      *          '1' PAST THE CURRENT PERIOD'S CUT-OFF - THE CHANGE
      *              MISSES ITS PAY DATE. PCU-WARNING-TEXT HOLDS A
      *              READY-MADE SCREEN MESSAGE.
      *          '9' NO PERIOD ON FILE (OR THE FILE IS CLOSED) -
      *              NOTHING TO WARN ABOUT.
      ******************************************************************
       01 PAY-CUTOFF-COMMAREA.
          05 PCU-CHECK-DATE            PIC X(8).
          05 PCU-RETURN-CODE           PIC X(1).
             88 PCU-IN-TIME                     VALUE '0'.
             88 PCU-PAST-CUTOFF                 VALUE '1'.
             88 PCU-NO-PERIOD                   VALUE '9'.
          05 PCU-PERIOD-LABEL          PIC X(10).
          05 PCU-CUTOFF-DATE           PIC X(8).
          05 PCU-PAY-DATE              PIC X(8).
          05 PCU-WARNING-TEXT          PIC X(79).
