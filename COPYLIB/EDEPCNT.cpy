      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PER-DEPARTMENT HEADCOUNT COUNTER RECORD LAYOUT (VSAM
      *        KSDS).
      *      - KEYED BY DCT-DEPARTMENT-ID (APP-DEPT-CNT-FILE-NAME), ONE
      *        RECORD PER DEPARTMENT THAT HAS EVER HAD AN ACTIVE HEAD.
      *      - HOLDS THE DEPARTMENT'S CURRENT ACTIVE HEADS AND THEIR
      *        FTE-WEIGHTED SUM, MAINTAINED BY EDCNTP ON EVERY MASTER
      *        CHANGE THAT MOVES AN ACTIVE HEAD IN OR OUT (HIRE,
      *        DELETE, REACTIVATION, TRANSFER, MERGE, RESTRUCTURE), SO
      *        THE POSITION-BUDGET CHECKS, THE ORG VIEW AND THE ROSTER
      *        READ ONE RECORD INSTEAD OF BROWSING THE EMPDEPT PATH.
      *      - RECOUNTED FROM THE EMPDEPT PATH EVERY NIGHT BY EDCVP,
      *        WHICH REPORTS AND REPAIRS ANY DRIFT - THE SAME ROLE
      *        ECNTVP PLAYS FOR EMPCNTL.
      ******************************************************************
       01 DEPT-COUNTER-RECORD.
          05 DCT-DEPARTMENT-ID         PIC 9(8).
          05 DCT-ACTIVE-HEADS          PIC 9(5).
      *
      *    FTE-WEIGHTED, IN PERCENT UNITS (100 = ONE WHOLE HEAD) - A
      *    ZERO/UNSET EMP-FTE-PERCENT COUNTS AS FULL TIME.
      *
          05 DCT-ACTIVE-FTE-PCT        PIC 9(7).
          05 DCT-LAST-UPDATED-TIMESTAMP.
             10 DCT-LAST-UPDATED-DATE  PIC X(8).
             10 DCT-LAST-UPDATED-TIME  PIC X(6).
