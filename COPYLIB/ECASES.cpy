      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - DISCIPLINARY / GRIEVANCE CASE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY CAS-CASE-KEY (APP-CASE-FILE-NAME): EMPLOYEE ID
      *        + A CASE NUMBER RUNNING FROM 1 PER EMPLOYEE.
      *      - WHERE ENOTES HOLDS FREE-TEXT NOTES, THIS IS THE FORMAL
      *        CASE: WHICH STAGE IT HAS REACHED AND THE DATE EACH
      *        STAGE IS DUE BY, SO A LEGAL DEADLINE CAN'T SLIP BY
      *        UNNOTICED - ECASRP LISTS EVERY OPEN CASE WHOSE CURRENT
      *        STAGE IS OVERDUE OR DUE WITHIN A WEEK'S WORKING DAYS.
      *      - MAINTAINED ON ECASP (REACHED FROM EVIEWP PF17),
      *        GATED THROUGH THE EPERMTX MATRIX LIKE ENOTEP.
      *      - ALL DATES ARE YYYYMMDD; A BLANK CLOSED DATE MEANS THE
      *        CASE IS STILL OPEN.
      ******************************************************************
       01 DISCIPLINARY-CASE-RECORD.
          05 CAS-CASE-KEY.
             10 CAS-EMPLOYEE-ID        PIC 9(8).
             10 CAS-CASE-NUMBER        PIC 9(4).
          05 CAS-CASE-TYPE             PIC X(1).
             88 CAS-DISCIPLINARY             VALUE 'D'.
             88 CAS-GRIEVANCE                VALUE 'G'.
      *
      *    STAGES RUN IN THIS ORDER AND NEVER MOVE BACKWARDS.
      *
          05 CAS-CURRENT-STAGE         PIC X(1).
             88 CAS-STAGE-INVESTIGATION      VALUE 'I'.
             88 CAS-STAGE-HEARING            VALUE 'H'.
             88 CAS-STAGE-OUTCOME            VALUE 'O'.
             88 CAS-STAGE-APPEAL             VALUE 'A'.
             88 CAS-STAGE-VALID              VALUE 'I' 'H' 'O' 'A'.
          05 CAS-SUMMARY               PIC X(40).
      *
      *    ONE DUE DATE PER STAGE, IN STAGE ORDER - THE TABLE VIEW IS
      *    SUBSCRIPTED BY THE STAGE'S POSITION (1 = INVESTIGATION).
      *
          05 CAS-STAGE-DUE-DATES.
             10 CAS-INVESTIGATION-DUE  PIC X(8).
             10 CAS-HEARING-DUE        PIC X(8).
             10 CAS-OUTCOME-DUE        PIC X(8).
             10 CAS-APPEAL-DUE         PIC X(8).
          05 CAS-STAGE-DUE-TABLE REDEFINES CAS-STAGE-DUE-DATES.
             10 CAS-STAGE-DUE-DATE     PIC X(8) OCCURS 4 TIMES.
      *
      *    OUTCOME CODES - THE FIRST SET FOR DISCIPLINARY CASES, THE
      *    SECOND FOR GRIEVANCES; 'WD' (WITHDRAWN) SERVES BOTH.
      *
          05 CAS-OUTCOME-CODE          PIC X(2).
             88 CAS-OUTCOME-PENDING          VALUE SPACES.
             88 CAS-OC-NO-ACTION             VALUE 'NA'.
             88 CAS-OC-VERBAL-WARNING        VALUE 'VW'.
             88 CAS-OC-WRITTEN-WARNING       VALUE 'WW'.
             88 CAS-OC-FINAL-WARNING         VALUE 'FW'.
             88 CAS-OC-DISMISSAL             VALUE 'DM'.
             88 CAS-OC-UPHELD                VALUE 'UP'.
             88 CAS-OC-PARTLY-UPHELD         VALUE 'PU'.
             88 CAS-OC-NOT-UPHELD            VALUE 'NU'.
             88 CAS-OC-WITHDRAWN             VALUE 'WD'.
             88 CAS-DISCIPLINARY-OUTCOME     VALUE 'NA' 'VW' 'WW'
                                                   'FW' 'DM' 'WD'.
             88 CAS-GRIEVANCE-OUTCOME        VALUE 'UP' 'PU' 'NU'
                                                   'WD'.
          05 CAS-OPENED-DATE           PIC X(8).
          05 CAS-CLOSED-DATE           PIC X(8).
             88 CAS-CASE-OPEN                VALUE SPACES.
          05 CAS-OPENED-BY             PIC X(8).
          05 CAS-LAST-UPDATED-BY       PIC X(8).
          05 CAS-LAST-UPDATED-DATE     PIC X(8).
          05 FILLER                    PIC X(22).
