       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMGPKP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'MONTH-END MANAGER PACK' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID AT MONTH END. THE
      *        NIGHTLY AND MONTHLY REPORTS EACH LAND ON ONE SHARED
      *        QUEUE, SO EVERY MANAGER DIGS THEIR OWN PEOPLE OUT OF
      *        FORTY PAGES. THIS JOB BURSTS THEM INSTEAD: ONE PACK PER
      *        DEPARTMENT MANAGER (DEPT-MANAGER-EMPLOYEE-ID), COVERING
      *        EVERY ACTIVE DEPARTMENT THE MANAGER OWNS, EACH WITH:
      *          1. ROSTER                - ACTIVE EMPLOYEES
      *          2. ABSENCES THIS MONTH   - ANY ABSENCE OVERLAPPING
      *                                     THE CALENDAR MONTH
      *          3. CERTIFICATIONS        - EXPIRED OR EXPIRING IN
      *                                     ECERXP'S WARNING WINDOW
      *          4. PROBATION REVIEWS     - PENDING, DUE WITHIN THE
      *                                     COMING MONTH OR OVERDUE
      *          5. ONBOARDING            - STARTERS WITH OPEN TASKS
      *          6. APPRAISAL STATUS      - LAST APPRAISAL, AND DONE
      *                                     OR OUTSTANDING FOR THE
      *                                     CURRENT CYCLE (EAPCADM)
      *      - EACH PACK GOES TO ITS OWN QUEUE (PREFIX PLUS THE
      *        MANAGER'S EMPLOYEE ID - SEE ECONST), SO ERPTVP SHOWS A
      *        SIGNED-ON MANAGER ONLY THEIR OWN PACK AND EPRNTP PRINTS
      *        IT LIKE ANY OTHER REPORT QUEUE. THE MGRPACK QUEUE
      *        CARRIES AN INDEX OF THE PACKS BUILT, SAME IDEA AS
      *        EPAYXP'S ENTITY INDEX.
      *      - DEPARTMENTS WITH NO MANAGER RECORDED GET NO PACK AND
      *        ARE COUNTED INTO THE REPLY SO HR CAN CHASE THEM ON
      *        EDEPADM.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - ABSENCE RECORD.
      *      - EMPLOYEE CERTIFICATION RECORD.
      *      - PROBATION REVIEW RECORD.
      *      - ONBOARDING CHECKLIST RECORD.
      *      - APPRAISAL HISTORY AND APPRAISAL CYCLE RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY EABSENC.
       COPY EECERT.
       COPY EPROBTN.
       COPY EONBCHK.
       COPY EAPRHS.
       COPY EAPRCYC.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-PACK-HEADING-LINE.
          05 FILLER                     PIC X(15)
                                         VALUE 'MANAGER PACK - '.
          05 WS-PKH-MANAGER-ID          PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-PKH-MANAGER-NAME        PIC X(38)  VALUE SPACES.
          05 FILLER                     PIC X(7)   VALUE ' AS OF '.
          05 WS-PKH-RUN-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
      *
       01 WS-DEPARTMENT-HEADING-LINE.
          05 FILLER                     PIC X(11)
                                         VALUE 'DEPARTMENT '.
          05 WS-HDG-DEPT-ID             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)   VALUE '- '.
          05 WS-HDG-DEPT-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(29)  VALUE SPACES.
      *
      *    THE SIX PACK SECTIONS, IN PRINT ORDER.
       01 WS-SECTION-TITLES.
          05 FILLER                     PIC X(40)
                VALUE 'ROSTER'.
          05 FILLER                     PIC X(40)
                VALUE 'ABSENCES THIS MONTH'.
          05 FILLER                     PIC X(40)
                VALUE 'CERTIFICATIONS EXPIRED OR EXPIRING'.
          05 FILLER                     PIC X(40)
                VALUE 'PROBATION REVIEWS DUE OR OVERDUE'.
          05 FILLER                     PIC X(40)
                VALUE 'OPEN ONBOARDING TASKS'.
          05 FILLER                     PIC X(40)
                VALUE 'APPRAISAL STATUS'.
       01 FILLER REDEFINES WS-SECTION-TITLES.
          05 WS-SECTION-TITLE           PIC X(40)  OCCURS 6 TIMES.
      *
       01 WS-SECTION-HEADING-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 FILLER                     PIC X(4)   VALUE '--  '.
          05 WS-SHD-TITLE               PIC X(40)  VALUE SPACES.
          05 FILLER                     PIC X(34)  VALUE SPACES.
      *
       01 WS-SECTION-EMPTY-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(6)   VALUE '(NONE)'.
          05 FILLER                     PIC X(70)  VALUE SPACES.
      *
       01 WS-ROSTER-DETAIL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-ROS-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ROS-FULL-NAME           PIC X(28)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ROS-JOB-TITLE           PIC X(18)  VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' STARTED '.
          05 WS-ROS-START-DATE          PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
      *
       01 WS-ABSENCE-DETAIL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-ABD-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ABD-FULL-NAME           PIC X(24)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ABD-TYPE                PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ABD-START-DATE          PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(4)   VALUE ' TO '.
          05 WS-ABD-END-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ABD-DAYS                PIC ZZ9.9.
          05 FILLER                     PIC X(3)   VALUE SPACES.
      *
       01 WS-CERT-DETAIL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-CRD-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CRD-FULL-NAME           PIC X(28)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CRD-COURSE-CODE         PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' EXPIRES '.
          05 WS-CRD-EXPIRY-DATE         PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CRD-STATUS              PIC X(7)   VALUE SPACES.
          05 FILLER                     PIC X(3)   VALUE SPACES.
      *
       01 WS-PROBATION-DETAIL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-PRD-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-PRD-FULL-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(8)   VALUE ' REVIEW '.
          05 WS-PRD-REVIEW-DATE         PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-PRD-STATUS              PIC X(7)   VALUE SPACES.
          05 FILLER                     PIC X(11)  VALUE SPACES.
      *
       01 WS-ONBOARD-DETAIL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-OBD-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-OBD-FULL-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' STARTS  '.
          05 WS-OBD-START-DATE          PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(12)
                                         VALUE ' OPEN TASKS '.
          05 WS-OBD-OPEN-COUNT          PIC ZZ9.
          05 FILLER                     PIC X(3)   VALUE SPACES.
      *
       01 WS-APPRAISAL-DETAIL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-APD-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-APD-FULL-NAME           PIC X(27)  VALUE SPACES.
          05 FILLER                     PIC X(6)   VALUE ' LAST '.
          05 WS-APD-APPRAISAL-DATE      PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-APD-RESULT              PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-APD-CYCLE-STATUS        PIC X(11)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
      *
       01 WS-PACK-TRAILER-LINE.
          05 FILLER                     PIC X(14)
                                         VALUE 'END OF PACK - '.
          05 WS-PKT-DEPARTMENTS         PIC ZZ9.
          05 FILLER                     PIC X(17)
                                         VALUE ' DEPARTMENT(S),  '.
          05 WS-PKT-EMPLOYEES           PIC ZZZZ9.
          05 FILLER                     PIC X(20)
                                         VALUE ' ACTIVE EMPLOYEE(S).'.
          05 FILLER                     PIC X(21)  VALUE SPACES.
      *
       01 WS-PACK-INDEX-LINE.
          05 FILLER                     PIC X(8)   VALUE 'MANAGER '.
          05 WS-IDX-MANAGER-ID          PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-IDX-MANAGER-NAME        PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(7)   VALUE ' QUEUE '.
          05 WS-IDX-QUEUE-NAME          PIC X(9)   VALUE SPACES.
          05 FILLER                     PIC X(7)   VALUE ' DEPTS '.
          05 WS-IDX-DEPARTMENTS         PIC ZZ9.
          05 FILLER                     PIC X(7)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-PACKS-BUILT             PIC 9(5)  VALUE ZEROES.
          05 WS-LINES-WRITTEN           PIC 9(7)  VALUE ZEROES.
          05 WS-DEPTS-READ              PIC 9(5)  VALUE ZEROES.
          05 WS-DEPTS-NO-MANAGER        PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-PACKS             PIC ZZZZ9.
          05 WS-REPLY-NO-MANAGER        PIC ZZZZ9.
      *
      *    EVERY ACTIVE DEPARTMENT WITH A MANAGER, LOADED ONCE SO EACH
      *    MANAGER'S PASS PICKS OUT THEIR OWN DEPARTMENTS WITHOUT
      *    RE-BROWSING DEPTMAST - AND THE DISTINCT MANAGERS THEMSELVES,
      *    ONE PACK EACH. A DEPARTMENT PAST THE CAP IS LEFT OUT OF THE
      *    PACKS AND THE REPLY SAYS SO.
      *
       01 WS-DEPT-TABLE-AREA.
          05 WS-DEPT-COUNT              PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-DEPT-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-TBL-DEPARTMENT-ID    PIC 9(8).
             10 WS-TBL-DEPARTMENT-NAME  PIC X(30).
             10 WS-TBL-DEPT-MANAGER-ID  PIC 9(8).
      *
       01 WS-MANAGER-TABLE-AREA.
          05 WS-MANAGER-COUNT           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-MANAGER-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-MGR-IDX WS-MGR-SCAN-IDX.
             10 WS-TBL-MANAGER-ID       PIC 9(8).
      *
       01 WS-TABLE-FULL-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-DEPT-TABLE-OVERFLOWED             VALUE 'Y'.
      *
       01 WS-DEPT-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-DEPT-SCAN-DONE                    VALUE 'Y'.
      *
       01 WS-ENTRY-FOUND-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-ENTRY-FOUND                       VALUE 'Y'.
      *
      *    THE PACK UNDER CONSTRUCTION - ITS QUEUE IS THE PREFIX PLUS
      *    ALL EIGHT DIGITS OF THE MANAGER'S EMPLOYEE ID, SO NO TWO
      *    MANAGERS CAN EVER SHARE A PACK.
       01 WS-PACK-QUEUE-NAME.
          05 WS-PKQ-PREFIX              PIC X(1).
          05 WS-PKQ-EMPLOYEE-DIGITS     PIC 9(8).
       01 WS-CURRENT-MANAGER-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-MANAGER-NAME               PIC X(38) VALUE SPACES.
       01 WS-PACK-DEPARTMENTS           PIC 9(3)  VALUE ZEROES.
       01 WS-PACK-EMPLOYEES             PIC 9(5)  VALUE ZEROES.
      *
      *    WHICH SECTION THE DEPARTMENT WALK IS CURRENTLY FEEDING.
       01 WS-PACK-SECTION               PIC 9(1)  VALUE ZERO.
          88 WS-SEC-ROSTER                        VALUE 1.
          88 WS-SEC-ABSENCES                      VALUE 2.
          88 WS-SEC-CERTIFICATIONS                VALUE 3.
          88 WS-SEC-PROBATION                     VALUE 4.
          88 WS-SEC-ONBOARDING                    VALUE 5.
          88 WS-SEC-APPRAISALS                    VALUE 6.
       01 WS-SECTION-LINES              PIC 9(5)  VALUE ZEROES.
      *
       01 WS-EMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-DEPARTMENT             VALUE 'Y'.
          88 WS-EMP-NOT-END-OF-DEPARTMENT         VALUE 'N'.
       01 WS-CURRENT-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
      *
       01 WS-CHILD-SCAN-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-CHILD-SCAN-DONE                   VALUE 'Y'.
       01 WS-OPEN-TASK-COUNT            PIC 9(3)  VALUE ZEROES.
      *
       01 WS-APPRAISED-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-EMPLOYEE-APPRAISED                VALUE 'Y'.
       01 WS-CYCLE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-CYCLE-DEFINED                     VALUE 'Y'.
      *
      *    THE DATE WINDOWS EACH SECTION WORKS TO.
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-MONTH-START-DATE           PIC X(8)  VALUE SPACES.
       01 WS-MONTH-END-DATE             PIC X(8)  VALUE SPACES.
       01 WS-CERT-LIMIT-DATE            PIC X(8)  VALUE SPACES.
       01 WS-PROB-LIMIT-DATE            PIC X(8)  VALUE SPACES.
       01 WS-LIMIT-NUM                  PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-DAYS             PIC S9(8) USAGE IS BINARY.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
          05 WS-FORMATTED-DATE      PIC X(10) VALUE SPACES.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-TERMINAL-INPUT       PIC X(20).
          05 WS-TERMINAL-INPUT-LEN   PIC S9(4) USAGE IS BINARY.
          05 WS-FORCE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-BUILD-MANAGER-PACKS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    THE CALENDAR MONTH AS A YYYYMMDD RANGE - DAY 31 IS A SAFE
      *    UPPER BOUND FOR A PLAIN STRING COMPARE IN ANY MONTH.
           STRING WS-RUN-DATE(1:6) '01'
              DELIMITED BY SIZE
              INTO WS-MONTH-START-DATE
           END-STRING.
           STRING WS-RUN-DATE(1:6) '31'
              DELIMITED BY SIZE
              INTO WS-MONTH-END-DATE
           END-STRING.

      *    CERTIFICATIONS USE ECERXP'S OWN WARNING WINDOW; PROBATION
      *    REVIEWS LOOK A MONTH AHEAD, SINCE THE NEXT PACK IS A MONTH
      *    AWAY.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-DATE-WORK-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              + APP-CERTEXP-WARN-DAYS.
           COMPUTE WS-LIMIT-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-DAYS).
           MOVE WS-LIMIT-NUM TO WS-CERT-LIMIT-DATE.

           COMPUTE WS-DATE-WORK-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) + 31.
           COMPUTE WS-LIMIT-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-DAYS).
           MOVE WS-LIMIT-NUM TO WS-PROB-LIMIT-DATE.

           PERFORM 1200-READ-CYCLE-RECORD.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER INDEX - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR. EACH MANAGER'S
      *    OWN QUEUE IS CLEARED AS THEIR PACK STARTS.
           EXEC CICS DELETEQ TS
                QNAME(APP-MGRPACK-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 1700-LOAD-DEPARTMENT-TABLE.

       1200-READ-CYCLE-RECORD.
      *    NO CYCLE ON FILE ISN'T FATAL HERE THE WAY IT IS FOR
      *    EAPCRP - THE APPRAISAL SECTION STILL SHOWS EACH LAST
      *    APPRAISAL, JUST WITHOUT A DONE/OUTSTANDING VERDICT.
           MOVE SPACE TO WS-CYCLE-SWITCH.
           INITIALIZE APPRAISAL-CYCLE-RECORD.

           EXEC CICS READ
                FILE(APP-APPRCYCLE-FILE-NAME)
                INTO (APPRAISAL-CYCLE-RECORD)
                RIDFLD(APP-APPRCYCLE-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              CYC-WINDOW-START IS NUMERIC AND
              CYC-WINDOW-END IS NUMERIC
              SET WS-CYCLE-DEFINED TO TRUE
           END-IF.

       1700-LOAD-DEPARTMENT-TABLE.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST DEPARTMENT ON
      *    FILE - SAME IDIOM EDRPTP USES.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-MANAGER-COUNT.
           MOVE SPACE TO WS-DEPT-SCAN-SWITCH.

           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 1710-STORE-NEXT-DEPARTMENT
                   UNTIL WS-DEPT-SCAN-DONE

                EXEC CICS ENDBR
                     FILE(APP-DEPT-MASTER-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Department Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       1710-STORE-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-DEPT-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT DEPT-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEPTS-READ.

           IF DEPT-MANAGER-EMPLOYEE-ID IS NOT NUMERIC OR
              DEPT-MANAGER-EMPLOYEE-ID IS EQUAL TO ZERO
              ADD 1 TO WS-DEPTS-NO-MANAGER
              EXIT PARAGRAPH
           END-IF.

           IF WS-DEPT-COUNT IS NOT LESS THAN 500
              SET WS-DEPT-TABLE-OVERFLOWED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           SET WS-DPT-IDX TO WS-DEPT-COUNT.
           MOVE DEPT-DEPARTMENT-ID TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX).
           MOVE DEPT-DEPARTMENT-NAME
              TO WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX).
           MOVE DEPT-MANAGER-EMPLOYEE-ID
              TO WS-TBL-DEPT-MANAGER-ID(WS-DPT-IDX).

      *    A MANAGER WHO OWNS SEVERAL DEPARTMENTS STILL GETS ONE PACK.
           MOVE SPACE TO WS-ENTRY-FOUND-SWITCH.
           PERFORM 1720-MATCH-ONE-MANAGER
              VARYING WS-MGR-SCAN-IDX FROM 1 BY 1
              UNTIL WS-MGR-SCAN-IDX IS GREATER THAN WS-MANAGER-COUNT
              OR WS-ENTRY-FOUND.

           IF NOT WS-ENTRY-FOUND
              ADD 1 TO WS-MANAGER-COUNT
              SET WS-MGR-IDX TO WS-MANAGER-COUNT
              MOVE DEPT-MANAGER-EMPLOYEE-ID
                 TO WS-TBL-MANAGER-ID(WS-MGR-IDX)
           END-IF.

       1720-MATCH-ONE-MANAGER.
           IF WS-TBL-MANAGER-ID(WS-MGR-SCAN-IDX) IS EQUAL TO
              DEPT-MANAGER-EMPLOYEE-ID
              SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2000-BUILD-MANAGER-PACKS.
           PERFORM 2100-BUILD-ONE-PACK
              VARYING WS-MGR-IDX FROM 1 BY 1
              UNTIL WS-MGR-IDX IS GREATER THAN WS-MANAGER-COUNT.

       2100-BUILD-ONE-PACK.
           MOVE WS-TBL-MANAGER-ID(WS-MGR-IDX) TO WS-CURRENT-MANAGER-ID.
           MOVE APP-MGRPACK-QUEUE-PREFIX TO WS-PKQ-PREFIX.
           MOVE WS-CURRENT-MANAGER-ID TO WS-PKQ-EMPLOYEE-DIGITS.
           MOVE ZERO TO WS-PACK-DEPARTMENTS.
           MOVE ZERO TO WS-PACK-EMPLOYEES.

      *    LAST MONTH'S PACK GOES FIRST - QIDERR JUST MEANS THIS
      *    MANAGER HAD NONE.
           EXEC CICS DELETEQ TS
                QNAME(WS-PACK-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE MANAGER'S NAME IS TAKEN NOW, BEFORE THE DEPARTMENT
      *    WALKS REUSE THE MASTER RECORD AREA.
           MOVE SPACES TO WS-MANAGER-NAME.
           MOVE WS-CURRENT-MANAGER-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-FULL-NAME TO WS-MANAGER-NAME
           END-IF.

           INITIALIZE WS-PACK-HEADING-LINE.
           MOVE WS-CURRENT-MANAGER-ID TO WS-PKH-MANAGER-ID.
           MOVE WS-MANAGER-NAME TO WS-PKH-MANAGER-NAME.
           MOVE WS-RUN-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-PKH-RUN-DATE.
           MOVE WS-PACK-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2200-PACK-ONE-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-PACK-TRAILER-LINE.
           MOVE WS-PACK-DEPARTMENTS TO WS-PKT-DEPARTMENTS.
           MOVE WS-PACK-EMPLOYEES TO WS-PKT-EMPLOYEES.
           MOVE WS-PACK-TRAILER-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           ADD 1 TO WS-PACKS-BUILT.

           INITIALIZE WS-PACK-INDEX-LINE.
           MOVE WS-CURRENT-MANAGER-ID TO WS-IDX-MANAGER-ID.
           MOVE WS-MANAGER-NAME TO WS-IDX-MANAGER-NAME.
           MOVE WS-PACK-QUEUE-NAME TO WS-IDX-QUEUE-NAME.
           MOVE WS-PACK-DEPARTMENTS TO WS-IDX-DEPARTMENTS.
           MOVE WS-PACK-INDEX-LINE TO WS-REPORT-LINE.
           PERFORM 9110-WRITE-INDEX-LINE.

       2200-PACK-ONE-DEPARTMENT.
           IF WS-TBL-DEPT-MANAGER-ID(WS-DPT-IDX) IS NOT EQUAL TO
              WS-CURRENT-MANAGER-ID
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PACK-DEPARTMENTS.
           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
              TO WS-CURRENT-DEPARTMENT-ID.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-DEPARTMENT-HEADING-LINE.
           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) TO WS-HDG-DEPT-ID.
           MOVE WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX) TO WS-HDG-DEPT-NAME.
           MOVE WS-DEPARTMENT-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

      *    ONE WALK OF THE DEPARTMENT PER SECTION KEEPS EACH SECTION
      *    TOGETHER ON THE PAGE - A DEPARTMENT IS A FEW DOZEN PEOPLE.
           PERFORM 2300-WRITE-ONE-SECTION
              VARYING WS-PACK-SECTION FROM 1 BY 1
              UNTIL WS-PACK-SECTION IS GREATER THAN 6.

       2300-WRITE-ONE-SECTION.
           INITIALIZE WS-SECTION-HEADING-LINE.
           MOVE WS-SECTION-TITLE(WS-PACK-SECTION) TO WS-SHD-TITLE.

           IF WS-SEC-APPRAISALS AND WS-CYCLE-DEFINED
              STRING 'APPRAISALS - CYCLE '
                     CYC-CYCLE-NAME
                 DELIMITED BY SIZE
                 INTO WS-SHD-TITLE
              END-STRING
           END-IF.

           MOVE WS-SECTION-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-SECTION-LINES.
           PERFORM 2400-WALK-DEPARTMENT.

           IF WS-SECTION-LINES IS EQUAL TO ZERO
              MOVE WS-SECTION-EMPTY-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2400-WALK-DEPARTMENT.
           SET WS-EMP-NOT-END-OF-DEPARTMENT TO TRUE.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-CURRENT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2410-READ-NEXT-EMPLOYEE
                 UNTIL WS-EMP-END-OF-DEPARTMENT

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2410-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-CURRENT-DEPARTMENT-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-EMP-END-OF-DEPARTMENT TO TRUE
           WHEN EMP-DEPARTMENT-ID IS NOT EQUAL TO
                WS-CURRENT-DEPARTMENT-ID
                SET WS-EMP-END-OF-DEPARTMENT TO TRUE
           WHEN EMP-ACTIVE
                PERFORM 2420-FEED-CURRENT-SECTION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2420-FEED-CURRENT-SECTION.
      *    A SECOND BROWSE ON A DIFFERENT FILE IS FINE WHILE THE
      *    EMPDEPT BROWSE IS STILL OPEN - SAME AS ECERXP/EABSDP.
           EVALUATE TRUE
           WHEN WS-SEC-ROSTER
                PERFORM 3100-LIST-ROSTER-ENTRY
           WHEN WS-SEC-ABSENCES
                PERFORM 3200-LIST-MONTH-ABSENCES
           WHEN WS-SEC-CERTIFICATIONS
                PERFORM 3300-LIST-EXPIRING-CERTS
           WHEN WS-SEC-PROBATION
                PERFORM 3400-LIST-PROBATION-DUE
           WHEN WS-SEC-ONBOARDING
                PERFORM 3500-LIST-OPEN-ONBOARDING
           WHEN WS-SEC-APPRAISALS
                PERFORM 3600-LIST-APPRAISAL-STATUS
           END-EVALUATE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-PACKS-BUILT TO WS-REPLY-PACKS.
           MOVE WS-DEPTS-NO-MANAGER TO WS-REPLY-NO-MANAGER.

           IF WS-DEPT-TABLE-OVERFLOWED
              STRING 'Manager Packs Incomplete (Over 500 Depts) - '
                     FUNCTION TRIM(WS-REPLY-PACKS)
                     ' Pack(s) - Index '
                     APP-MGRPACK-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF.

           STRING 'Manager Packs Done - '
                  FUNCTION TRIM(WS-REPLY-PACKS)
                  ' Pack(s), '
                  FUNCTION TRIM(WS-REPLY-NO-MANAGER)
                  ' Unmanaged Dept(s) - Index '
                  APP-MGRPACK-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

      *-----------------------------------------------------------------
       PACK-SECTIONS SECTION.
      *-----------------------------------------------------------------

       3100-LIST-ROSTER-ENTRY.
           ADD 1 TO WS-PACK-EMPLOYEES.

           INITIALIZE WS-ROSTER-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-ROS-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-ROS-FULL-NAME.
           MOVE EMP-JOB-TITLE TO WS-ROS-JOB-TITLE.
           MOVE EMP-START-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-ROS-START-DATE.

           MOVE WS-ROSTER-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9120-WRITE-SECTION-LINE.

       3200-LIST-MONTH-ABSENCES.
      *    THE ABSENCE FILE IS KEYED EMPLOYEE + ENTRY TIMESTAMP, SO A
      *    SHORT BROWSE FROM EMPLOYEE + LOW-VALUES FINDS THEM ALL.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO ABS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO ABS-ENTRY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3210-CHECK-ONE-ABSENCE
                 UNTIL WS-CHILD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-ABSENCE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3210-CHECK-ONE-ABSENCE.
           EXEC CICS READNEXT
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                INTO (ABSENCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    ANY ABSENCE OVERLAPPING THE MONTH COUNTS - ONE THAT
      *    STARTED LAST MONTH AND RUNS INTO THIS ONE INCLUDED.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN ABS-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN ABS-START-DATE IS NOT GREATER THAN WS-MONTH-END-DATE
                AND ABS-END-DATE IS NOT LESS THAN WS-MONTH-START-DATE
                PERFORM 3220-WRITE-ABSENCE-DETAIL
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3220-WRITE-ABSENCE-DETAIL.
           INITIALIZE WS-ABSENCE-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-ABD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-ABD-FULL-NAME.

           EVALUATE TRUE
           WHEN ABS-TYPE-VACATION
                MOVE 'VACATION' TO WS-ABD-TYPE
           WHEN ABS-TYPE-SICK
                MOVE 'SICK' TO WS-ABD-TYPE
           WHEN ABS-TYPE-UNPAID
                MOVE 'UNPAID' TO WS-ABD-TYPE
           WHEN ABS-TYPE-TOIL
                MOVE 'TOIL' TO WS-ABD-TYPE
           WHEN OTHER
                MOVE ABS-ABSENCE-TYPE TO WS-ABD-TYPE
           END-EVALUATE.

           MOVE ABS-START-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-ABD-START-DATE.
           MOVE ABS-END-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-ABD-END-DATE.
           MOVE ABS-DAYS-TAKEN TO WS-ABD-DAYS.

           MOVE WS-ABSENCE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9120-WRITE-SECTION-LINE.

       3300-LIST-EXPIRING-CERTS.
      *    SAME SHORT EMPLOYEE + LOW-VALUES BROWSE ECERXP USES.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO CER-EMPLOYEE-ID.
           MOVE LOW-VALUES TO CER-COURSE-CODE.

           EXEC CICS STARTBR
                FILE(APP-CERT-FILE-NAME)
                RIDFLD(CER-CERT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3310-CHECK-ONE-CERTIFICATION
                 UNTIL WS-CHILD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-CERT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3310-CHECK-ONE-CERTIFICATION.
           EXEC CICS READNEXT
                FILE(APP-CERT-FILE-NAME)
                RIDFLD(CER-CERT-KEY)
                INTO (CERTIFICATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN CER-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN CER-EXPIRY-DATE IS EQUAL TO SPACES
      *         NEVER EXPIRES.
                CONTINUE
           WHEN CER-EXPIRY-DATE IS GREATER THAN WS-CERT-LIMIT-DATE
                CONTINUE
           WHEN OTHER
                PERFORM 3320-WRITE-CERT-DETAIL
           END-EVALUATE.

       3320-WRITE-CERT-DETAIL.
           INITIALIZE WS-CERT-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-CRD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-CRD-FULL-NAME.
           MOVE CER-COURSE-CODE TO WS-CRD-COURSE-CODE.
           MOVE CER-EXPIRY-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-CRD-EXPIRY-DATE.

           IF CER-EXPIRY-DATE IS LESS THAN WS-RUN-DATE
              MOVE 'EXPIRED' TO WS-CRD-STATUS
           ELSE
              MOVE 'DUE' TO WS-CRD-STATUS
           END-IF.

           MOVE WS-CERT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9120-WRITE-SECTION-LINE.

       3400-LIST-PROBATION-DUE.
      *    ONE PROBATION RECORD PER EMPLOYEE - ONLY A PENDING REVIEW
      *    INSIDE THE LOOK-AHEAD (OR ALREADY PAST) MAKES THE PACK.
           MOVE EMP-EMPLOYEE-ID TO PRB-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PROBATION-FILE-NAME)
                INTO (PROBATION-RECORD)
                RIDFLD(PRB-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT PRB-OC-PENDING OR
              PRB-REVIEW-DATE IS GREATER THAN WS-PROB-LIMIT-DATE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-PROBATION-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-PRD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-PRD-FULL-NAME.
           MOVE PRB-REVIEW-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-PRD-REVIEW-DATE.

           IF PRB-REVIEW-DATE IS LESS THAN WS-RUN-DATE
              MOVE 'OVERDUE' TO WS-PRD-STATUS
           ELSE
              MOVE 'DUE' TO WS-PRD-STATUS
           END-IF.

           MOVE WS-PROBATION-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9120-WRITE-SECTION-LINE.

       3500-LIST-OPEN-ONBOARDING.
      *    UNLIKE EONBRP'S CHASE LIST, A STARTER NOT YET IN THE DOOR
      *    IS SHOWN TOO - THE MANAGER IS THE ONE GETTING READY FOR
      *    THEM.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.
           MOVE ZERO TO WS-OPEN-TASK-COUNT.

           MOVE EMP-EMPLOYEE-ID TO OCK-EMPLOYEE-ID.
           MOVE ZERO TO OCK-TASK-SEQ.

           EXEC CICS STARTBR
                FILE(APP-ONBOARD-CHECKLIST-FILE-NAME)
                RIDFLD(OCK-CHECKLIST-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3510-COUNT-ONE-TASK
                 UNTIL WS-CHILD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-ONBOARD-CHECKLIST-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-OPEN-TASK-COUNT IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-ONBOARD-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-OBD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-OBD-FULL-NAME.
           MOVE EMP-START-DATE TO WS-INPUT-DATE.
           PERFORM 9150-FORMAT-DATE.
           MOVE WS-FORMATTED-DATE TO WS-OBD-START-DATE.
           MOVE WS-OPEN-TASK-COUNT TO WS-OBD-OPEN-COUNT.

           MOVE WS-ONBOARD-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9120-WRITE-SECTION-LINE.

       3510-COUNT-ONE-TASK.
           EXEC CICS READNEXT
                FILE(APP-ONBOARD-CHECKLIST-FILE-NAME)
                RIDFLD(OCK-CHECKLIST-KEY)
                INTO (ONBOARD-CHECKLIST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN OCK-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN OCK-TASK-OPEN
                ADD 1 TO WS-OPEN-TASK-COUNT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3600-LIST-APPRAISAL-STATUS.
      *    EVERY ACTIVE EMPLOYEE APPEARS - THE LAST APPRAISAL COMES
      *    OFF THE MASTER RECORD, THE CYCLE VERDICT OFF THE HISTORY
      *    FILE THE SAME WAY EAPCRP DECIDES IT.
           INITIALIZE WS-APPRAISAL-DETAIL-LINE.
           MOVE EMP-EMPLOYEE-ID TO WS-APD-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-APD-FULL-NAME.

           IF EMP-APPRAISAL-DATE IS EQUAL TO SPACES
              MOVE 'NONE' TO WS-APD-APPRAISAL-DATE
           ELSE
              MOVE EMP-APPRAISAL-DATE TO WS-INPUT-DATE
              PERFORM 9150-FORMAT-DATE
              MOVE WS-FORMATTED-DATE TO WS-APD-APPRAISAL-DATE
              MOVE EMP-APPRAISAL-RESULT TO WS-APD-RESULT
           END-IF.

           IF WS-CYCLE-DEFINED
              PERFORM 3610-CHECK-APPRAISED-IN-CYCLE
              IF WS-EMPLOYEE-APPRAISED
                 MOVE 'DONE' TO WS-APD-CYCLE-STATUS
              ELSE
                 MOVE 'OUTSTANDING' TO WS-APD-CYCLE-STATUS
              END-IF
           END-IF.

           MOVE WS-APPRAISAL-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9120-WRITE-SECTION-LINE.

       3610-CHECK-APPRAISED-IN-CYCLE.
           MOVE SPACE TO WS-APPRAISED-SWITCH.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO APH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO APH-HISTORY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-APPR-HISTORY-FILE-NAME)
                RIDFLD(APH-HISTORY-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3620-SCAN-ONE-APPRAISAL
                 UNTIL WS-CHILD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-APPR-HISTORY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3620-SCAN-ONE-APPRAISAL.
           EXEC CICS READNEXT
                FILE(APP-APPR-HISTORY-FILE-NAME)
                RIDFLD(APH-HISTORY-KEY)
                INTO (APPRAISAL-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN APH-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN APH-APPRAISAL-DATE IS NOT LESS THAN
                CYC-WINDOW-START AND
                APH-APPRAISAL-DATE IS NOT GREATER THAN
                CYC-WINDOW-END
                SET WS-EMPLOYEE-APPRAISED TO TRUE
                SET WS-CHILD-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       QUEUE-WRITING SECTION.
      *-----------------------------------------------------------------

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE PACK ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(WS-PACK-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-LINES-WRITTEN.

       9110-WRITE-INDEX-LINE.
           EXEC CICS WRITEQ TS
                QNAME(APP-MGRPACK-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9120-WRITE-SECTION-LINE.
           ADD 1 TO WS-SECTION-LINES.
           PERFORM 9100-WRITE-REPORT-LINE.

       9150-FORMAT-DATE.
      *    YYYYMMDD IN WS-INPUT-DATE TO DD-MM-YYYY; A DATE NEVER
      *    RECORDED STAYS BLANK.
           IF WS-INPUT-DATE IS EQUAL TO SPACES
              MOVE SPACES TO WS-FORMATTED-DATE
           ELSE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO WS-FORMATTED-DATE
           END-IF.

      *-----------------------------------------------------------------
       RUN-ADMIN SECTION.
      *-----------------------------------------------------------------

       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN A DRIVER LINKS TO US THERE IS NO TERMINAL INPUT TO
      *    READ - ITS COMMAREA MARKS THE CALL.
           IF EIBCALEN IS EQUAL TO ZERO
              EXEC CICS RECEIVE
                   INTO (WS-TERMINAL-INPUT)
                   LENGTH (WS-TERMINAL-INPUT-LEN)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE ZERO TO WS-FORCE-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FORCE-COUNT FOR ALL 'FORCE'.
           IF WS-FORCE-COUNT IS GREATER THAN ZERO
              SET WS-FORCED-RUN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Re
      -              'run (Output Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-MGRPACK)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-MGRPACK-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-UPDATE-RUN-CONTROL.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-MGRPACK)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-MGRPACK-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-MGRPACK-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-MGRPACK)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-MGRPACK-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE FUNCTION CURRENT-DATE(1:14) TO RNH-END-TIMESTAMP
              MOVE WS-DEPTS-READ TO RNH-RECORDS-READ
              MOVE WS-LINES-WRITTEN TO RNH-RECORDS-WRITTEN
              SET RNH-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
