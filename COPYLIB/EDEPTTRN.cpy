      *      - WRITTEN BY EUPDP WHENEVER AN UPDATE CHANGES
      *        EMP-DEPARTMENT-ID, SO A TRANSFER TRAIL SURVIVES THE
      *        OVERWRITE OF THE EMPLOYEE MASTER RECORD.
      *      - DTR-RUN-ID CARRIES THE MASS-UPDATE RUN ID WHEN EMASSP,
      *        ERESTRP OR EREVRP WROTE THE TRANSFER (SPACES
      *        OTHERWISE).
      ******************************************************************
       01 DEPT-TRANSFER-RECORD.
          05 DTR-TRANSFER-KEY.
          05 DTR-FROM-DEPARTMENT-ID    PIC 9(8).
          05 DTR-TO-DEPARTMENT-ID      PIC 9(8).
          05 DTR-CHANGED-BY-USER-ID    PIC X(8).
          05 DTR-RUN-ID                PIC X(16).
