      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PAYROLL EARNINGS-HISTORY RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY ERN-EARNINGS-KEY (APP-EARNINGS-FILE-NAME), A
      *        COMPOUND KEY OF EMP-EMPLOYEE-ID + PAY-PERIOD END DATE,
      *        SO AN EMPLOYEE CARRIES EVERY PERIOD PAYROLL HAS PAID
      *        AND A BACKWARDS BROWSE COMES OUT NEWEST FIRST.
      *      - LOADED ONLY BY EPHFDP FROM PAYROLL'S RESULTS FEED -
      *        PAYROLL IS THE SYSTEM OF RECORD FOR WHAT WAS PAID, SO A
      *        RESENT PERIOD REPLACES THE ONE ON FILE. NOTHING ONLINE
      *        CHANGES IT; EPAYHP ONLY SHOWS IT.
      ******************************************************************
       01 EARNINGS-HISTORY-RECORD.
          05 ERN-EARNINGS-KEY.
             10 ERN-EMPLOYEE-ID        PIC 9(8).
             10 ERN-PERIOD-END-DATE    PIC X(8).
          05 ERN-PAY-DATE              PIC X(8).
          05 ERN-GROSS-PAY             PIC 9(7)V99.
          05 ERN-TOTAL-DEDUCTIONS      PIC 9(7)V99.
          05 ERN-NET-PAY               PIC 9(7)V99.
      *
      *    THE DATE EPHFDP LAST WROTE THE PERIOD, AND WHETHER IT WAS
      *    THE FIRST LOAD OR A RESEND THAT REPLACED AN EARLIER ONE.
      *
          05 ERN-LOADED-DATE           PIC X(8).
          05 ERN-LOAD-TYPE             PIC X(1).
             88 ERN-ORIGINAL-LOAD            VALUE 'O'.
             88 ERN-REPLACED-BY-RESEND       VALUE 'R'.
          05 FILLER                    PIC X(20).
