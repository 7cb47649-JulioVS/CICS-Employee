      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BENEFITS DEPENDANT / BENEFICIARY RECORD (VSAM KSDS).
      *      - KEYED BY DPN-DEPENDANT-KEY (APP-DEPENDANT-FILE-NAME):
      *        EMPLOYEE + SEQUENCE, SO ONE EMPLOYEE'S DEPENDANTS SIT
      *        TOGETHER. HELD PER EMPLOYEE, NOT PER PLAN - THE SAME
      *        SPOUSE IS COVERED BY THE MEDICAL PLAN AND NAMED ON THE
      *        LIFE PLAN WITHOUT BEING KEYED TWICE.
      *      - A DEPENDANT MAY BE COVERED (RIDES ALONG ON PLANS THAT
      *        REQUIRE DEPENDANTS), A BENEFICIARY (A NON-ZERO SHARE ON
      *        PLANS THAT REQUIRE BENEFICIARIES), OR BOTH. THE SHARES
      *        ACROSS ONE EMPLOYEE MUST NOT EXCEED 100.
      *      - MAINTAINED ON EDPNP (REACHED FROM EBENP OR DIRECTLY);
      *        CHECKED BY EBENP BEFORE AN ENROLLMENT IS SAVED, AND
      *        CARRIED ON EPAYXP'S 'B' RECORDS FOR THE CARRIER.
      ******************************************************************
       01 DEPENDANT-RECORD.
          05 DPN-DEPENDANT-KEY.
             10 DPN-EMPLOYEE-ID     PIC 9(8).
             10 DPN-SEQUENCE        PIC 9(2).
          05 DPN-DEPENDANT-NAME     PIC X(38).
          05 DPN-RELATIONSHIP       PIC X(15).
          05 DPN-BIRTH-DATE         PIC X(8).
          05 DPN-COVERED-FLAG       PIC X(1).
             88 DPN-COVERED                 VALUE 'Y'.
             88 DPN-NOT-COVERED             VALUE 'N' SPACE.
      *
      *    WHOLE PERCENT OF THE BENEFIT PAID TO THIS PERSON - ZERO
      *    MEANS NOT A BENEFICIARY.
      *
          05 DPN-BENEFICIARY-PCT    PIC 9(3).
          05 DPN-LAST-UPDATED-BY    PIC X(8).
          05 DPN-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(29).
