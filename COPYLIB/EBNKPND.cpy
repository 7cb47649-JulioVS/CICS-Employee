      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PENDING BANK-CHANGE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY PBK-EMPLOYEE-ID (APP-BANK-PENDING-FILE-NAME) -
      *        AT MOST ONE PENDING CHANGE PER EMPLOYEE; A LATER SAVE
      *        ON EBNKP REPLACES IT AND STARTS AGAIN.
      *      - WRITTEN BY EBNKP WHEN THE BANK CODE OR ACCOUNT OF
      *        DETAILS ALREADY ON FILE CHANGES: INSTEAD OF REWRITING
      *        EPAYDTL, THE PROPOSED RECORD IMAGE (ACCOUNT ENCIPHERED,
      *        AS ON EPAYDTL) PARKS HERE, SO EPAYXP KEEPS SENDING THE
      *        OLD DETAILS - THE CLASSIC PAYROLL-FRAUD ROUTE THE
      *        AUDITORS FLAGGED.
      *      - 'R' AWAITING RELEASE - KEYED BY SOMEONE OTHER THAN THE
      *        EMPLOYEE'S OWN LINKED SIGN-ON; A SECOND, DIFFERENT
      *        ADMINISTRATOR RELEASES OR REJECTS IT ON EBKRVP.
      *      - 'H' ON HOLD - THE COOLING-OFF PERIOD HAS STARTED AND
      *        THE CONFIRMATION LETTER HAS GONE TO THE EMPLOYEE.
      *        EPAYXP APPLIES IT TO EPAYDTL ON ITS FIRST RUN ON OR
      *        AFTER PBK-HOLD-UNTIL-DATE; UNTIL THEN AN ADMINISTRATOR
      *        CAN STILL CANCEL IT ON EBKRVP.
      ******************************************************************
       01 PENDING-BANK-RECORD.
          05 PBK-EMPLOYEE-ID           PIC 9(8).
          05 PBK-PROPOSED-PAYMENT      PIC X(100).
          05 PBK-STATUS-FLAG           PIC X(1).
             88 PBK-AWAITING-RELEASE         VALUE 'R'.
             88 PBK-ON-HOLD                  VALUE 'H'.
          05 PBK-REQUESTED-BY-USER-ID  PIC X(8).
          05 PBK-ENTRY-TIMESTAMP.
             10 PBK-ENTRY-DATE         PIC X(8).
             10 PBK-ENTRY-TIME         PIC X(6).
          05 PBK-RELEASED-BY-USER-ID   PIC X(8).
          05 PBK-HOLD-START-DATE       PIC X(8).
          05 PBK-HOLD-UNTIL-DATE       PIC X(8).
          05 FILLER                    PIC X(20).
