      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BENEFITS DEPENDANT CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EDPNP INVOCATIONS).
      ******************************************************************
       01 DEPNDT-ENTRY-CONTAINER.
          05 DPA-FILE-FLAG          PIC X(1).
             88 DPA-RECORD-FOUND            VALUE 'R'.
             88 DPA-NOT-SET                 VALUE SPACE.
          05 DPA-ADD-MODE-FLAG      PIC X(1).
             88 DPA-ADDING-NEW-DEPENDANT    VALUE 'N'.
             88 DPA-EDITING-EXISTING        VALUE SPACE.
          05 DPA-USER-ID            PIC X(8).
          05 DPA-PRIMARY-NAME       PIC X(38).
          05 DPA-DEPENDANT-COUNT    PIC 9(2).
      *
      *    SUM OF THE BENEFICIARY SHARES ON FILE FOR THE EMPLOYEE, AND
      *    THE SHARE THE RECORD ON SCREEN HELD WHEN IT WAS READ (ZERO
      *    FOR A NEW ONE) - TOGETHER THEY CAP THE NEW SHARE AT 100.
      *
          05 DPA-BENEFICIARY-TOTAL  PIC 9(3).
          05 DPA-ON-FILE-PCT        PIC 9(3).
          05 DPA-DEPENDANT-RECORD   PIC X(120).
