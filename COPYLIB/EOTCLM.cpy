      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - OVERTIME CLAIM RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY OTC-CLAIM-KEY (APP-OVERTIME-CLAIM-FILE-NAME),
      *        A COMPOUND KEY OF EMP-EMPLOYEE-ID + A 14-CHARACTER
      *        ENTRY TIMESTAMP - SAME SHAPE ELVREQ USES - SO REPEATED
      *        CLAIMS FROM THE SAME EMPLOYEE DON'T COLLIDE.
      *      - WRITTEN PENDING ('P') BY EOTCLP (THE EMPLOYEE'S OWN
      *        SCREEN); DECIDED ON EOTAPP. AN APPROVED CLAIM TAKEN AS
      *        PAY GOES OUT ON EPAYXP'S EXTRACT AS AN 'O' EARNINGS
      *        RECORD IN THE PAY PERIOD IT WAS APPROVED IN; ONE TAKEN
      *        AS TIME OFF IN LIEU IS CREDITED TO THE EMPLOYEE'S
      *        ETOILB BALANCE AT APPROVAL. DECIDED CLAIMS STAY ON FILE
      *        AS THE EMPLOYEE'S CLAIM HISTORY.
      *      - ALL DATES ARE YYYYMMDD.
      ******************************************************************
       01 OVERTIME-CLAIM-RECORD.
          05 OTC-CLAIM-KEY.
             10 OTC-EMPLOYEE-ID        PIC 9(8).
             10 OTC-ENTRY-TIMESTAMP.
                15 OTC-ENTRY-DATE      PIC X(8).
                15 OTC-ENTRY-TIME      PIC X(6).
          05 OTC-WORKED-DATE           PIC X(8).
      *
      *    HALF-HOUR GRANULARITY - THE ASSUMED DECIMAL CARRIES .0 OR
      *    .5, ENTERED AS 'N', 'NN' OR 'NN.5' THE WAY THE ABSENCE
      *    SCREENS TAKE HALF DAYS.
      *
          05 OTC-HOURS-CLAIMED         PIC 9(2)V9.
          05 OTC-COMPENSATION          PIC X(1).
             88 OTC-COMP-PAY                 VALUE 'P'.
             88 OTC-COMP-TOIL                VALUE 'T'.
             88 OTC-COMP-VALID               VALUE 'P' 'T'.
          05 OTC-STATUS                PIC X(1).
             88 OTC-ST-PENDING               VALUE 'P'.
             88 OTC-ST-APPROVED              VALUE 'A'.
             88 OTC-ST-REJECTED              VALUE 'R'.
          05 OTC-CLAIMED-BY-USER-ID    PIC X(8).
          05 OTC-DECIDED-BY-USER-ID    PIC X(8).
          05 OTC-DECIDED-TIMESTAMP.
             10 OTC-DECIDED-DATE       PIC X(8).
             10 OTC-DECIDED-TIME       PIC X(6).
          05 FILLER                    PIC X(10).
