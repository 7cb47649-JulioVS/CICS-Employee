      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - AUDIT-TRAIL CHAIN ANCHOR RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY ANC-ANCHOR-KEY (APP-AUDCHN-ANCHOR-FILE-NAME):
      *        EMPLOYEE-ID + TRAIL CODE ('A' EAUDIT, 'D' EAUDDTL).
      *      - WRITTEN ONLY BY THE RETENTION PURGE (ERETNP). EACH TIME
      *        IT PURGES THE OLDEST ENTRIES OFF AN EMPLOYEE'S TRAIL IT
      *        RECORDS THE CHAIN HASH OF THE LAST ONE PURGED, SO THE
      *        CHAIN VERIFIER (EAUDCVP) CAN TELL A LEGITIMATE RETENTION
      *        BOUNDARY FROM ENTRIES SOMEBODY DELETED: THE FIRST
      *        SURVIVING ENTRY'S PREVIOUS HASH MUST EQUAL
      *        ANC-BOUNDARY-HASH.
      ******************************************************************
       01 AUDIT-CHAIN-ANCHOR-RECORD.
          05 ANC-ANCHOR-KEY.
             10 ANC-EMPLOYEE-ID        PIC 9(8).
             10 ANC-TRAIL-CODE         PIC X(1).
                88 ANC-AUDIT-TRAIL             VALUE 'A'.
                88 ANC-DETAIL-TRAIL            VALUE 'D'.
          05 ANC-BOUNDARY-HASH         PIC X(16).
      *
      *    KEY OF THE LAST ENTRY PURGED - TIMESTAMP, PLUS THE FIELD
      *    SEQUENCE ON THE DETAIL TRAIL (SPACES ON THE AUDIT TRAIL).
      *
          05 ANC-PURGED-THROUGH.
             10 ANC-PURGED-THROUGH-TS  PIC X(14).
             10 ANC-PURGED-THROUGH-SEQ PIC X(2).
          05 ANC-PURGE-DATE            PIC X(8).
          05 ANC-PURGED-BY-PROGRAM     PIC X(8).
