      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PAYROLL CUT-OFF CALENDAR RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY PCL-PAY-DATE (APP-PAYCAL-FILE-NAME), ONE ROW
      *        PER PAY PERIOD.
      *      - PAYROLL CLOSES INPUT FOR THE PERIOD AT THE END OF
      *        PCL-CUTOFF-DATE. A PAYROLL-RELEVANT CHANGE SAVED AFTER
      *        THAT DAY BUT ON OR BEFORE THE PAY DATE MISSES THE RUN -
      *        ECUTCP WARNS THE SCREENS, AND ECUTRP'S CUT-OFF REPORT
      *        MARKS IT LATE.
      *      - MAINTAINED ON EPCLADM.
      ******************************************************************
       01 PAY-CALENDAR-RECORD.
          05 PCL-PAY-DATE           PIC X(8).
          05 PCL-CUTOFF-DATE        PIC X(8).
          05 PCL-PERIOD-LABEL       PIC X(10).
      *
      *    AN INACTIVE ROW STAYS ON FILE BUT IS NO LONGER A PERIOD -
      *    HOW A ROW KEYED BY MISTAKE IS WITHDRAWN, SAME AS EHOLDAY.
      *
          05 PCL-STATUS             PIC X(1).
             88 PCL-ACTIVE                  VALUE 'A' SPACE.
             88 PCL-INACTIVE                VALUE 'I'.
