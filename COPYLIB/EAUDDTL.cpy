      *        APPRAISAL RESULT" IS ANSWERABLE FROM THE FILE.
      *      - VIEWED ON EAUDVP; WALKED BACKWARDS BY EASOFP TO
      *        RECONSTRUCT AS-OF SNAPSHOTS.
      *      - ADT-RUN-ID CARRIES THE MASS-UPDATE RUN ID (SPACES
      *        OTHERWISE) - EREVRP PUTS A WHOLE RUN'S OLD VALUES BACK
      *        FROM THESE RECORDS.
      *      - SEALED ONTO ITS OWN PER-EMPLOYEE CHAIN BY EAUDHP BEFORE
      *        IT IS WRITTEN, THE SAME WAY AS THE PARENT EAUDIT ENTRY
      *        (SEE ADT-CHAIN-SEAL); EAUDCVP VERIFIES BOTH CHAINS.
      ******************************************************************
       01 AUDIT-DETAIL-RECORD.
          05 ADT-DETAIL-KEY.
          05 ADT-FIELD-NAME            PIC X(20).
          05 ADT-OLD-VALUE             PIC X(38).
          05 ADT-NEW-VALUE             PIC X(38).
          05 ADT-RUN-ID                PIC X(16).
      *
      *    TAMPER-EVIDENT CHAIN - SAME RULES AS AUD-CHAIN-SEAL IN
      *    EAUDIT.CPY, CHAINED ACROSS ALL OF THE EMPLOYEE'S DETAIL
      *    RECORDS IN KEY ORDER. KEEP THIS GROUP LAST.
          05 ADT-CHAIN-SEAL.
             10 ADT-PREV-CHAIN-HASH    PIC X(16).
             10 ADT-CHAIN-HASH         PIC X(16).
