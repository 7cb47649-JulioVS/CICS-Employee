      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BATCH-WINDOW SCHEDULE TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY BWS-JOB-NAME (APP-BATCH-SCHED-FILE-NAME) - THE
      *        SAME PROGRAM NAME EACH JOB STAMPS ON ITS RUN-CONTROL
      *        (RNC-JOB-NAME) AND RUN-HISTORY (RNH-JOB-NAME) RECORDS.
      *      - ONE ENTRY PER JOB EXPECTED IN THE NIGHTLY WINDOW, WITH
      *        THE TIME IT MUST HAVE STARTED BY AND THE TIME IT MUST
      *        HAVE FINISHED BY. EBWMONP CHECKS ERUNHST AGAINST THESE
      *        DURING THE WINDOW AND SUMMARIZES THE NIGHT AFTERWARDS.
      *      - MAINTAINED ON EBWSADM.
      ******************************************************************
       01 BATCH-SCHEDULE-RECORD.
          05 BWS-JOB-NAME           PIC X(8).
          05 BWS-DESCRIPTION        PIC X(30).
      *
      *    HHMM, 24-HOUR CLOCK. A TIME EARLIER THAN THE WINDOW OPEN
      *    (APP-BATCH-WINDOW-OPEN) FALLS ON THE MORNING AFTER THE
      *    WINDOW OPENED, SO 2330 COMES BEFORE 0200 IN THE SAME NIGHT.
      *
          05 BWS-START-BY-TIME      PIC 9(4).
          05 BWS-FINISH-BY-TIME     PIC 9(4).
      *
      *    AN INACTIVE ENTRY STAYS ON FILE BUT IS NOT MONITORED - FOR
      *    A JOB THAT IS SUSPENDED OR ONLY RUNS ON SOME NIGHTS.
      *
          05 BWS-STATUS             PIC X(1).
             88 BWS-ACTIVE                  VALUE 'A' SPACE.
             88 BWS-INACTIVE                VALUE 'I'.
      *
      *    MAINTAINED BY EBWMONP ONLY - WHICH ALERTS HAVE ALREADY GONE
      *    OUT FOR THE WINDOW THAT OPENED ON BWS-ALERT-WINDOW-DATE, SO
      *    EACH INTERVAL CYCLE DOESN'T REPEAT THE SAME ALERT. A NEW
      *    WINDOW DATE RESETS ALL THREE.
      *
          05 BWS-ALERT-WINDOW-DATE  PIC X(8).
          05 BWS-LATE-ALERT-FLAG    PIC X(1).
             88 BWS-LATE-ALERTED            VALUE 'Y'.
          05 BWS-OVERRUN-ALERT-FLAG PIC X(1).
             88 BWS-OVERRUN-ALERTED         VALUE 'Y'.
          05 BWS-FAILED-ALERT-FLAG  PIC X(1).
             88 BWS-FAILED-ALERTED          VALUE 'Y'.
          05 FILLER                 PIC X(22).
