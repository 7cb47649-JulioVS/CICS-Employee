      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - CONTRACTOR ENGAGEMENT RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY CEN-EMPLOYEE-ID (APP-ENGAGEMENT-FILE-NAME), A
      *        ONE-PER-CONTRACTOR CHILD OF THE EMPLOYEE MASTER - ONLY
      *        AN EMPLOYEE WHOSE EMP-EMPLOYEE-TYPE IS 'CTR' MAY HAVE
      *        ONE. A RENEWAL ON A NEW PURCHASE ORDER IS KEYED OVER
      *        THE OLD ENGAGEMENT.
      *      - THE AGENCY, THE PURCHASE ORDER IT IS BILLED AGAINST,
      *        THE DAY RATE, THE CONTRACT DATES AND THE PO VALUE.
      *        MAINTAINED ON ECENP; REPORTED MONTHLY BY ECENRP, WHICH
      *        PRICES THE WORKING DAYS TO DATE (LESS EABSENC ABSENCES)
      *        AGAINST THE PO VALUE.
      ******************************************************************
       01 CONTRACTOR-ENGAGEMENT-RECORD.
          05 CEN-EMPLOYEE-ID        PIC 9(8).
          05 CEN-AGENCY-NAME        PIC X(30).
          05 CEN-PO-NUMBER          PIC X(12).
          05 CEN-DAY-RATE           PIC 9(5)V99.
          05 CEN-START-DATE         PIC X(8).
          05 CEN-END-DATE           PIC X(8).
          05 CEN-PO-VALUE           PIC 9(9)V99.
          05 CEN-LAST-UPDATED-BY    PIC X(8).
          05 CEN-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(20).
