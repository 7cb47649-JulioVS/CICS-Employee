      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMERGENCY CONTACT (NEXT OF KIN) RECORD (VSAM KSDS).
      *      - KEYED BY EMC-CONTACT-KEY (APP-EMRCON-FILE-NAME):
      *        EMPLOYEE + PRIORITY, SO ONE EMPLOYEE'S CONTACTS SIT
      *        TOGETHER IN THE ORDER THEY SHOULD BE CALLED (01 FIRST).
      *      - ECONT.CPY ONLY HOLDS THE EMPLOYEE'S OWN ADDRESS AND
      *        PHONE - THIS IS WHO TO RING WHEN SOMETHING HAPPENS TO
      *        THEM, REPLACING THE PAPER FORM IN THE HR DRAWER.
      *      - MAINTAINED ON EEMCP (REACHED FROM EVIEWP'S DETAIL
      *        SCREEN OR DIRECTLY); THE NIGHTLY EEMXP RUN LISTS EVERY
      *        ACTIVE EMPLOYEE WITH NO RECORD HERE.
      ******************************************************************
       01 EMERGENCY-CONTACT-RECORD.
          05 EMC-CONTACT-KEY.
             10 EMC-EMPLOYEE-ID     PIC 9(8).
             10 EMC-PRIORITY        PIC 9(2).
          05 EMC-CONTACT-NAME       PIC X(38).
          05 EMC-RELATIONSHIP       PIC X(15).
          05 EMC-PRIMARY-PHONE      PIC X(15).
      *
      *    SPACES = NO SECOND NUMBER GIVEN.
      *
          05 EMC-ALTERNATE-PHONE    PIC X(15).
          05 EMC-LAST-UPDATED-BY    PIC X(8).
          05 EMC-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(19).
