       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETRSXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'ANNUAL TOTAL REWARDS STATEMENT' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION. ENTERED AT
      *        YEAR END BY TRANSACTION ID - SAME STYLE AS EEMXP,
      *        GROUPED BY DEPARTMENT VIA THE EMPDEPT PATH. 'ETRS'
      *        ALONE COVERS THE CURRENT YEAR WHEN RUN IN DECEMBER AND
      *        THE PRIOR YEAR OTHERWISE; 'ETRS YYYY' NAMES THE YEAR.
      *      - ONE STATEMENT PER ACTIVE EMPLOYEE, BUILT FROM THE
      *        ADMINISTRATOR-MAINTAINED ELTRTPL TEMPLATE (ELTRADM)
      *        THE SAME WAY ELTRGP BUILDS A LETTER - ONE SLOT PER
      *        LINE. VALUE SLOTS: &NAME, &TITLE, &DEPT, &YEAR.
      *        BLOCK SLOTS (THE LINE IS REPLACED BY DETAIL LINES):
      *          - &SALHIST - THE EMPCOMP RECORD IN EFFECT ON 1
      *            JANUARY AND EVERY CHANGE DATED IN THE YEAR.
      *          - &BENEFIT - EACH EBENENR ENROLLMENT IN EFFECT
      *            DURING THE YEAR WITH THE EMPLOYER'S EBENPLN
      *            CONTRIBUTION FOR THE PAY PERIODS IT RAN, TOTAL
      *            LAST.
      *          - &LEAVE   - ENTITLEMENT, DAYS TAKEN AND REMAINING
      *            FROM THE YEAR'S EMPLEAVE BALANCE.
      *        &MILESTN IS REPLACED BY THE YEARS OF SERVICE WHEN THE
      *        YEAR COMPLETES A 5/10/15-YEAR (OR BEYOND) MILESTONE -
      *        OTHERWISE THE WHOLE LINE IS LEFT OFF.
      *      - STATEMENTS GO TO A MULTI-VOLUME QUEUE FOR 'EPRT
      *        TOTRWDST <PRINTER>'; EACH ONE IS LOGGED ON EEXPAUD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - COMPENSATION RECORD.
      *      - BENEFITS ENROLLMENT AND PLAN RECORDS.
      *      - LEAVE BALANCE RECORD.
      *      - LETTER TEMPLATE RECORD.
      *      - EXPORT/PRINT AUDIT RECORD.
      *      - BATCH RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ECOMP.
       COPY EBENENR.
       COPY EBENPLN.
       COPY ELEAVE.
       COPY ELTRTPL.
       COPY EEXPAUD.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-DEPARTMENT-HEADING-LINE.
          05 FILLER                     PIC X(15)
                                         VALUE '=== DEPARTMENT '.
          05 WS-HDG-DEPT-ID             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(3)   VALUE ' - '.
          05 WS-HDG-DEPT-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(4)   VALUE ' ==='.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      *
       01 WS-STATEMENT-HEADER.
          05 FILLER                     PIC X(28)
             VALUE '*** TOTAL REWARDS STATEMENT '.
          05 WS-STH-YEAR                PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(12)
             VALUE ' - EMPLOYEE '.
          05 WS-STH-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(4)   VALUE ' ***'.
          05 FILLER                     PIC X(24)  VALUE SPACES.
      *
       01 WS-SALARY-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-SAL-EFFECTIVE-DATE      PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 FILLER                     PIC X(14)
             VALUE 'ANNUAL SALARY '.
          05 WS-SAL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-SAL-NOTE                PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(6)   VALUE SPACES.
      *
       01 WS-BENEFIT-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 WS-BNF-PLAN-DESC           PIC X(25)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-BNF-PERIODS             PIC ZZ9.
          05 FILLER                     PIC X(15)
             VALUE ' PAY PERIODS   '.
          05 FILLER                     PIC X(14)
             VALUE 'EMPLOYER PAID '.
          05 WS-BNF-AMOUNT              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5)   VALUE SPACES.
      *
       01 WS-BENEFIT-TOTAL-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(59)
             VALUE 'TOTAL EMPLOYER BENEFIT CONTRIBUTIONS'.
          05 WS-BNT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5)   VALUE SPACES.
      *
       01 WS-LEAVE-LINE.
          05 FILLER                     PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(12)
             VALUE 'ENTITLEMENT '.
          05 WS-LVE-ENTITLEMENT         PIC ZZ9.9.
          05 FILLER                     PIC X(15)
             VALUE ' DAYS    TAKEN '.
          05 WS-LVE-TAKEN               PIC ZZ9.9.
          05 FILLER                     PIC X(19)
             VALUE ' DAYS    REMAINING '.
          05 WS-LVE-REMAINING           PIC -ZZ9.9.
          05 FILLER                     PIC X(5)   VALUE ' DAYS'.
          05 FILLER                     PIC X(9)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-EMPLOYEES-CHECKED       PIC 9(5)  VALUE ZEROES.
          05 WS-STATEMENTS-WRITTEN      PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-WRITTEN           PIC ZZZZ9.
      *
       01 WS-DEPT-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE                  VALUE 'Y'.
          88 WS-DEPT-NOT-END-OF-FILE              VALUE 'N'.
      *
       01 WS-EMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-DEPARTMENT             VALUE 'Y'.
          88 WS-EMP-NOT-END-OF-DEPARTMENT         VALUE 'N'.
      *
       01 WS-DEPT-HEADING-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-DEPT-HEADING-WRITTEN              VALUE 'Y'.
      *
       01 WS-CURRENT-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
       01 WS-SAVED-DEPARTMENT-KEY       PIC 9(8)  VALUE ZEROES.
      *
      *    THE STATEMENT YEAR AND ITS FIRST AND LAST DAYS.
      *
       01 WS-STATEMENT-YEAR             PIC X(4)  VALUE SPACES.
       01 WS-STATEMENT-YEAR-NUM REDEFINES WS-STATEMENT-YEAR
                                        PIC 9(4).
       01 WS-YEAR-START-DATE            PIC X(8)  VALUE SPACES.
       01 WS-YEAR-END-DATE              PIC X(8)  VALUE SPACES.
      *
      *    THE TEMPLATE IS READ ONCE PER RUN - EVERY STATEMENT IS
      *    FILLED FROM THIS COPY RATHER THAN RE-BROWSING ELTRTPL.
      *
       01 WS-TEMPLATE-TABLE.
          05 WS-TPL-LINE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-TPL-LINE OCCURS 99 TIMES
                INDEXED BY WS-TPL-IDX   PIC X(70).
      *
       01 WS-TPL-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-TPL-SCAN-DONE                     VALUE 'Y'.
      *
      *    SUBSTITUTION SCRATCH - ONE SLOT PER TEMPLATE LINE. THE
      *    LINE IS HELD WITH SPARE SPACES AFTER IT SO A SLOT NAME
      *    NEAR THE END CAN BE TESTED AT ITS FULL LENGTH.
      *
       01 WS-TEMPLATE-TEXT              PIC X(78) VALUE SPACES.
       01 WS-SUB-VALUE                  PIC X(38) VALUE SPACES.
       01 WS-SLOT-POS                   PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-LENGTH                PIC S9(4) USAGE IS BINARY.
       01 WS-SCAN-POS                   PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-FOUND-FLAG            PIC X(1)  VALUE SPACES.
          88 SLOT-FOUND                           VALUE 'Y'.
       01 WS-SLOT-KIND                  PIC X(1)  VALUE SPACES.
          88 WS-SLOT-IS-VALUE                     VALUE 'V'.
          88 WS-SLOT-IS-SALHIST                   VALUE 'S'.
          88 WS-SLOT-IS-BENEFIT                   VALUE 'B'.
          88 WS-SLOT-IS-LEAVE                     VALUE 'L'.
          88 WS-SLOT-IS-MILESTONE                 VALUE 'M'.
      *
      *    PER-STATEMENT FIGURES.
      *
       01 WS-STATEMENT-LINES            PIC 9(8)  VALUE ZEROES.
       01 WS-STATEMENT-QUEUE-NAME       PIC X(8)  VALUE SPACES.
       01 WS-SERVICE-YEARS              PIC 9(4)  VALUE ZEROES.
       01 WS-MILESTONE-YEARS            PIC 9(4)  VALUE ZEROES.
       01 WS-MILESTONE-QUOTIENT         PIC 9(4)  VALUE ZEROES.
       01 WS-MILESTONE-REMAINDER        PIC 9(4)  VALUE ZEROES.
       01 WS-YEARS-EDIT                 PIC ZZZ9.
      *
       01 WS-COMP-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-COMP-SCAN-DONE                    VALUE 'Y'.
       01 WS-COMP-LINES                 PIC S9(4) USAGE IS BINARY.
       01 WS-CARRY-IN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-CARRY-IN-HELD                     VALUE 'Y'.
       01 WS-CARRY-IN-DATE              PIC X(8)  VALUE SPACES.
       01 WS-CARRY-IN-SALARY            PIC 9(7)V99 VALUE ZEROES.
      *
       01 WS-BEN-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-BEN-SCAN-DONE                     VALUE 'Y'.
       01 WS-BEN-LINES                  PIC S9(4) USAGE IS BINARY.
       01 WS-BEN-FROM-DATE              PIC X(8)  VALUE SPACES.
       01 WS-BEN-TO-DATE                PIC X(8)  VALUE SPACES.
       01 WS-BEN-DAYS-IN-EFFECT         PIC S9(8) USAGE IS BINARY.
       01 WS-BEN-PERIODS                PIC 9(3)  VALUE ZEROES.
       01 WS-BEN-EMPLOYER-AMOUNT        PIC 9(7)V99 VALUE ZEROES.
       01 WS-BEN-EMPLOYER-TOTAL         PIC 9(7)V99 VALUE ZEROES.
      *
       01 WS-LEAVE-REMAINING            PIC S9(3)V9 VALUE ZEROES.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY                 PIC X(4)  VALUE SPACES.
             10 WS-MM                   PIC X(2)  VALUE SPACES.
             10 WS-DD                   PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD                   PIC X(2)  VALUE SPACES.
             10 FILLER                  PIC X(1)  VALUE '-'.
             10 WS-MM                   PIC X(2)  VALUE SPACES.
             10 FILLER                  PIC X(1)  VALUE '-'.
             10 WS-YYYY                 PIC X(4)  VALUE SPACES.
      *
      *    MULTI-VOLUME SPILL CONTROL (SEE THE EXTRACT-VOLUME NOTES
      *    IN ECONST) - EVERY STATEMENT WRITE GOES THROUGH THE
      *    CURRENT VOLUME'S NAME, AND A FULL VOLUME ROLLS TO THE NEXT
      *    NUMBERED CONTINUATION QUEUE. THE MANIFEST QUEUE LISTS
      *    EVERY VOLUME AND ITS COUNT FOR THE READERS.
       01 WS-VOLUME-BASE-NAME           PIC X(8)  VALUE SPACES.
       01 WS-VOLUME-QUEUE-NAME          PIC X(8)  VALUE SPACES.
       01 WS-MANIFEST-QUEUE-NAME        PIC X(8)  VALUE SPACES.
       01 WS-VOLUME-NUMBER              PIC 9(1)  VALUE 1.
       01 WS-VOLUME-ITEM-COUNT          PIC S9(8) USAGE IS BINARY.
       01 WS-VOLUME-COUNT-TABLE.
          05 WS-VOL-ITEMS OCCURS 9 TIMES
                INDEXED BY WS-VOL-IDX  PIC S9(8) USAGE IS BINARY.
       01 WS-VOL-CLEAR-NUM              PIC 9(1)  VALUE ZEROES.
       01 WS-MANIFEST-TOTAL             PIC S9(8) USAGE IS BINARY.
      *
       01 WS-MANIFEST-LINE.
          05 FILLER                     PIC X(7)  VALUE 'VOLUME '.
          05 WS-MAN-VOLUME-NUMBER       PIC 9(1).
          05 FILLER                     PIC X(7)  VALUE ' QUEUE '.
          05 WS-MAN-QUEUE-NAME          PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE ' ITEMS '.
          05 WS-MAN-ITEM-COUNT          PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(42) VALUE SPACES.
      *
       01 WS-MANIFEST-TOTAL-LINE.
          05 FILLER                     PIC X(8)  VALUE 'VOLUMES '.
          05 WS-MAN-TOTAL-VOLUMES       PIC 9(1).
          05 FILLER                     PIC X(13)
                                         VALUE ' TOTAL ITEMS '.
          05 WS-MAN-TOTAL-ITEMS         PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(50) VALUE SPACES.

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
      *
      *    THE WORDS TYPED AFTER THE TRANSACTION ID - A FOUR-DIGIT
      *    WORD NAMES THE STATEMENT YEAR, 'FORCE' MAY SIT EITHER SIDE.
      *
       01 WS-INPUT-WORDS.
          05 WS-INPUT-TRANID         PIC X(4).
          05 WS-INPUT-WORD-1         PIC X(8).
          05 WS-INPUT-WORD-2         PIC X(8).
       01 WS-INPUT-WORD              PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-BUILD-STATEMENTS.
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
           SET WS-DEPT-NOT-END-OF-FILE TO TRUE.

      *    NO TEMPLATE, NO STATEMENTS - REFUSED BEFORE THE PRIOR
      *    RUN'S QUEUE IS CLEARED.
           PERFORM 1600-LOAD-TEMPLATE.

           IF WS-TPL-LINE-COUNT IS EQUAL TO ZERO
              STRING 'Error: Total Rewards Template '
                     APP-TOTRWD-TEMPLATE-ID
                     ' Not On File - See ELTA!'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE, ITS CONTINUATION
      *    VOLUMES AND MANIFEST - QIDERR JUST MEANS THERE WAS NOTHING
      *    LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-TOTRWD-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE APP-TOTRWD-QUEUE-NAME TO WS-VOLUME-BASE-NAME.
           PERFORM 9040-SET-UP-VOLUME-CONTROL.

       1600-LOAD-TEMPLATE.
           MOVE ZERO TO WS-TPL-LINE-COUNT.
           MOVE SPACE TO WS-TPL-SCAN-SWITCH.

           MOVE APP-TOTRWD-TEMPLATE-ID TO LTR-TEMPLATE-ID.
           MOVE ZEROES TO LTR-LINE-SEQ.

           EXEC CICS STARTBR
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1610-LOAD-NEXT-TEMPLATE-LINE
                 UNTIL WS-TPL-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1610-LOAD-NEXT-TEMPLATE-LINE.
           EXEC CICS READNEXT
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                INTO (LETTER-TEMPLATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN LTR-TEMPLATE-ID IS NOT EQUAL TO APP-TOTRWD-TEMPLATE-ID
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN WS-TPL-LINE-COUNT IS NOT LESS THAN 99
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-TPL-LINE-COUNT
                SET WS-TPL-IDX TO WS-TPL-LINE-COUNT
                MOVE LTR-LINE-TEXT TO WS-TPL-LINE(WS-TPL-IDX)
           END-EVALUATE.

       2000-BUILD-STATEMENTS.
           PERFORM 2100-START-DEPARTMENT-BROWSE.
           IF NOT WS-DEPT-END-OF-FILE
              PERFORM 2200-READ-NEXT-DEPARTMENT
                 UNTIL WS-DEPT-END-OF-FILE
              PERFORM 2350-END-DEPARTMENT-BROWSE
           END-IF.

           PERFORM 9060-WRITE-VOLUME-MANIFEST.

       2100-START-DEPARTMENT-BROWSE.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST DEPARTMENT ON
      *    FILE - SAME IDIOM EDRPTP USES.
           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Department Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-DEPARTMENT.
      *    EVERY DEPARTMENT IS WALKED, INACTIVE ONES INCLUDED - AN
      *    ACTIVE EMPLOYEE STILL CARRIED ON A CLOSED DEPARTMENT IS
      *    OWED A STATEMENT ALL THE SAME.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2300-PROCESS-ONE-DEPARTMENT
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Department!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-PROCESS-ONE-DEPARTMENT.
      *    THE HEADING IS HELD BACK UNTIL THE DEPARTMENT'S FIRST
      *    STATEMENT - A DEPARTMENT WITH NO ACTIVE STAFF TAKES NO
      *    SPACE ON THE QUEUE.
           MOVE DEPT-DEPARTMENT-ID TO WS-SAVED-DEPARTMENT-KEY.
           MOVE SPACE TO WS-DEPT-HEADING-SWITCH.

           SET WS-EMP-NOT-END-OF-DEPARTMENT TO TRUE.
           MOVE WS-SAVED-DEPARTMENT-KEY TO WS-CURRENT-DEPARTMENT-ID.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-CURRENT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2310-READ-NEXT-EMPLOYEE
                 UNTIL WS-EMP-END-OF-DEPARTMENT

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2310-READ-NEXT-EMPLOYEE.
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
                PERFORM 2400-PRODUCE-ONE-STATEMENT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2400-PRODUCE-ONE-STATEMENT.
           ADD 1 TO WS-EMPLOYEES-CHECKED.

           IF NOT WS-DEPT-HEADING-WRITTEN
              SET WS-DEPT-HEADING-WRITTEN TO TRUE
              INITIALIZE WS-DEPARTMENT-HEADING-LINE
              MOVE DEPT-DEPARTMENT-ID TO WS-HDG-DEPT-ID
              MOVE DEPT-DEPARTMENT-NAME TO WS-HDG-DEPT-NAME
              MOVE WS-DEPARTMENT-HEADING-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

           PERFORM 2410-WORK-OUT-MILESTONE.

      *    THE AUDIT ROW NAMES THE VOLUME THE STATEMENT STARTS ON,
      *    SO A REPRINT CAN BE FOUND WITHOUT READING EVERY VOLUME.
           PERFORM 9050-CHECK-VOLUME-SPILL.
           MOVE WS-VOLUME-QUEUE-NAME TO WS-STATEMENT-QUEUE-NAME.
           MOVE ZERO TO WS-STATEMENT-LINES.

           INITIALIZE WS-STATEMENT-HEADER.
           MOVE WS-STATEMENT-YEAR TO WS-STH-YEAR.
           MOVE EMP-EMPLOYEE-ID TO WS-STH-EMPLOYEE-ID.
           MOVE WS-STATEMENT-HEADER TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2500-FILL-ONE-TEMPLATE-LINE
              VARYING WS-TPL-IDX FROM 1 BY 1
              UNTIL WS-TPL-IDX IS GREATER THAN WS-TPL-LINE-COUNT.

           ADD 1 TO WS-STATEMENTS-WRITTEN.
           PERFORM 2480-LOG-STATEMENT-AUDIT.

       2410-WORK-OUT-MILESTONE.
      *    SAME RULE AS EANNVP - A WHOLE NUMBER OF YEARS THAT IS A
      *    MULTIPLE OF 5, COMPLETED DURING THE STATEMENT YEAR.
           MOVE ZERO TO WS-MILESTONE-YEARS.

           IF EMP-START-DATE(1:4) IS NUMERIC AND
              EMP-START-DATE(1:4) IS LESS THAN WS-STATEMENT-YEAR
              COMPUTE WS-SERVICE-YEARS =
                 WS-STATEMENT-YEAR-NUM -
                 FUNCTION NUMVAL(EMP-START-DATE(1:4))
              DIVIDE WS-SERVICE-YEARS BY 5
                 GIVING WS-MILESTONE-QUOTIENT
                 REMAINDER WS-MILESTONE-REMAINDER
              IF WS-MILESTONE-REMAINDER IS EQUAL TO ZERO
                 MOVE WS-SERVICE-YEARS TO WS-MILESTONE-YEARS
              END-IF
           END-IF.

       2480-LOG-STATEMENT-AUDIT.
      *    A STATEMENT IS EMPLOYEE DATA LEAVING THE SYSTEM - ONE ROW
      *    EACH. THE RUN WRITES MANY A SECOND, SO THE ROW IS KEYED
      *    BY THE EMPLOYEE THE STATEMENT IS ABOUT RATHER THAN BY THE
      *    OPERATOR WHO STARTED THE RUN (SEE EEXPAUD.CPY).
           INITIALIZE EXPORT-AUDIT-RECORD.
           MOVE EMP-EMPLOYEE-ID TO XPA-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO XPA-TIMESTAMP.
           MOVE APP-TOTRWD-PROGRAM-NAME TO XPA-SOURCE-PROGRAM.
           MOVE WS-STATEMENT-QUEUE-NAME TO XPA-QUEUE-NAME.
           MOVE WS-STATEMENT-LINES TO XPA-ROW-COUNT.

           STRING 'TOTAL REWARDS '
                  WS-STATEMENT-YEAR
                  ' DEPT='
                  WS-SAVED-DEPARTMENT-KEY
              DELIMITED BY SIZE
              INTO XPA-CRITERIA
           END-STRING.

           EXEC CICS WRITE
                FILE(APP-EXPORT-AUDIT-FILE-NAME)
                FROM (EXPORT-AUDIT-RECORD)
                RIDFLD(XPA-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2500-FILL-ONE-TEMPLATE-LINE.
      *    AT MOST ONE SLOT PER LINE - FIND THE '&' AND NAME THE
      *    TOKEN, THEN EITHER REBUILD THE LINE AROUND THE VALUE OR
      *    REPLACE THE LINE WITH ITS BLOCK OF DETAIL LINES.
           MOVE WS-TPL-LINE(WS-TPL-IDX) TO WS-TEMPLATE-TEXT.
           MOVE SPACE TO WS-SLOT-FOUND-FLAG.
           MOVE SPACE TO WS-SLOT-KIND.
           MOVE SPACES TO WS-SUB-VALUE.
           MOVE ZERO TO WS-SLOT-POS.
           MOVE ZERO TO WS-SLOT-LENGTH.

           PERFORM 2510-SCAN-ONE-POSITION
              VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS IS GREATER THAN 66
                 OR SLOT-FOUND.

           EVALUATE TRUE
           WHEN NOT SLOT-FOUND
                MOVE WS-TEMPLATE-TEXT TO WS-REPORT-LINE
                PERFORM 9100-WRITE-REPORT-LINE
           WHEN WS-SLOT-IS-SALHIST
                PERFORM 2600-WRITE-SALARY-HISTORY
           WHEN WS-SLOT-IS-BENEFIT
                PERFORM 2700-WRITE-BENEFIT-BLOCK
           WHEN WS-SLOT-IS-LEAVE
                PERFORM 2800-WRITE-LEAVE-LINE
           WHEN WS-SLOT-IS-MILESTONE AND
                WS-MILESTONE-YEARS IS EQUAL TO ZERO
                CONTINUE
           WHEN OTHER
                PERFORM 2520-SUBSTITUTE-VALUE
                PERFORM 9100-WRITE-REPORT-LINE
           END-EVALUATE.

       2510-SCAN-ONE-POSITION.
           EVALUATE TRUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:5) IS EQUAL TO '&NAME'
                SET WS-SLOT-IS-VALUE TO TRUE
                MOVE 5 TO WS-SLOT-LENGTH
                MOVE EMP-FULL-NAME TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:6) IS EQUAL TO '&TITLE'
                SET WS-SLOT-IS-VALUE TO TRUE
                MOVE 6 TO WS-SLOT-LENGTH
                MOVE EMP-JOB-TITLE TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:5) IS EQUAL TO '&DEPT'
                SET WS-SLOT-IS-VALUE TO TRUE
                MOVE 5 TO WS-SLOT-LENGTH
                MOVE DEPT-DEPARTMENT-NAME TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:5) IS EQUAL TO '&YEAR'
                SET WS-SLOT-IS-VALUE TO TRUE
                MOVE 5 TO WS-SLOT-LENGTH
                MOVE WS-STATEMENT-YEAR TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:8) IS EQUAL TO '&MILESTN'
                SET WS-SLOT-IS-MILESTONE TO TRUE
                MOVE 8 TO WS-SLOT-LENGTH
                MOVE WS-MILESTONE-YEARS TO WS-YEARS-EDIT
                MOVE WS-YEARS-EDIT TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:8) IS EQUAL TO '&SALHIST'
                SET WS-SLOT-IS-SALHIST TO TRUE
                MOVE 8 TO WS-SLOT-LENGTH
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:8) IS EQUAL TO '&BENEFIT'
                SET WS-SLOT-IS-BENEFIT TO TRUE
                MOVE 8 TO WS-SLOT-LENGTH
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:6) IS EQUAL TO '&LEAVE'
                SET WS-SLOT-IS-LEAVE TO TRUE
                MOVE 6 TO WS-SLOT-LENGTH
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF WS-SLOT-LENGTH IS GREATER THAN ZERO
              SET SLOT-FOUND TO TRUE
              MOVE WS-SCAN-POS TO WS-SLOT-POS
           END-IF.

       2520-SUBSTITUTE-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.

           IF WS-SLOT-POS IS EQUAL TO 1
              STRING FUNCTION TRIM(WS-SUB-VALUE)
                     WS-TEMPLATE-TEXT(WS-SLOT-POS + WS-SLOT-LENGTH:)
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING WS-TEMPLATE-TEXT(1:WS-SLOT-POS - 1)
                     FUNCTION TRIM(WS-SUB-VALUE)
                     WS-TEMPLATE-TEXT(WS-SLOT-POS + WS-SLOT-LENGTH:)
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           END-IF.

       2600-WRITE-SALARY-HISTORY.
      *    FORWARD SCAN OF THE EMPLOYEE'S EMPCOMP RECORDS (EPAYXP'S
      *    2310 IDIOM). THE LATEST RECORD DATED BEFORE 1 JANUARY IS
      *    HELD BACK AND WRITTEN AHEAD OF THE YEAR'S FIRST CHANGE -
      *    OR ALONE, IF PAY DID NOT CHANGE IN THE YEAR.
           MOVE ZERO TO WS-COMP-LINES.
           MOVE SPACE TO WS-COMP-SCAN-SWITCH.
           MOVE SPACE TO WS-CARRY-IN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
           MOVE LOW-VALUES TO CMP-EFFECTIVE-DATE.

           EXEC CICS STARTBR
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2610-SCAN-NEXT-COMP-RECORD
                 UNTIL WS-COMP-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-COMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CARRY-IN-HELD
              PERFORM 2620-WRITE-CARRY-IN-LINE
           END-IF.

           IF WS-COMP-LINES IS EQUAL TO ZERO
              MOVE '    NO COMPENSATION RECORD ON FILE FOR THE YEAR'
                 TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2610-SCAN-NEXT-COMP-RECORD.
           EXEC CICS READNEXT
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                INTO (COMPENSATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EFFECTIVE-DATE IS GREATER THAN WS-YEAR-END-DATE
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EFFECTIVE-DATE IS LESS THAN WS-YEAR-START-DATE
                SET WS-CARRY-IN-HELD TO TRUE
                MOVE CMP-EFFECTIVE-DATE TO WS-CARRY-IN-DATE
                MOVE CMP-ANNUAL-SALARY TO WS-CARRY-IN-SALARY
           WHEN OTHER
                IF WS-CARRY-IN-HELD
                   PERFORM 2620-WRITE-CARRY-IN-LINE
                END-IF
                INITIALIZE WS-SALARY-LINE
                MOVE CMP-EFFECTIVE-DATE TO WS-INPUT-DATE
                MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                MOVE WS-OUTPUT-DATE TO WS-SAL-EFFECTIVE-DATE
                MOVE CMP-ANNUAL-SALARY TO WS-SAL-AMOUNT
                MOVE CMP-CHANGE-REASON TO WS-SAL-NOTE
                MOVE WS-SALARY-LINE TO WS-REPORT-LINE
                PERFORM 9100-WRITE-REPORT-LINE
                ADD 1 TO WS-COMP-LINES
           END-EVALUATE.

       2620-WRITE-CARRY-IN-LINE.
           MOVE SPACE TO WS-CARRY-IN-SWITCH.

           INITIALIZE WS-SALARY-LINE.
           MOVE WS-CARRY-IN-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-SAL-EFFECTIVE-DATE.
           MOVE WS-CARRY-IN-SALARY TO WS-SAL-AMOUNT.
           MOVE 'IN EFFECT AT START OF YEAR' TO WS-SAL-NOTE.
           MOVE WS-SALARY-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           ADD 1 TO WS-COMP-LINES.

       2700-WRITE-BENEFIT-BLOCK.
      *    EVERY ENROLLMENT THAT OVERLAPS THE YEAR, AT THE PLAN'S
      *    PER-PERIOD EMPLOYER CONTRIBUTION FOR THE PAY PERIODS (OF
      *    APP-PAYEXT-PERIOD-DAYS) IT WAS IN EFFECT.
           MOVE ZERO TO WS-BEN-LINES.
           MOVE ZERO TO WS-BEN-EMPLOYER-TOTAL.
           MOVE SPACE TO WS-BEN-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO BEN-EMPLOYEE-ID.
           MOVE LOW-VALUES TO BEN-PLAN-CODE.

           EXEC CICS STARTBR
                FILE(APP-BENENROLL-FILE-NAME)
                RIDFLD(BEN-ENROLLMENT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2710-SCAN-NEXT-ENROLLMENT
                 UNTIL WS-BEN-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-BENENROLL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-BEN-LINES IS EQUAL TO ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE 'NO BENEFIT ENROLLMENTS IN EFFECT DURING THE YEAR'
                 TO WS-REPORT-LINE(5:)
              PERFORM 9100-WRITE-REPORT-LINE
           ELSE
              INITIALIZE WS-BENEFIT-TOTAL-LINE
              MOVE WS-BEN-EMPLOYER-TOTAL TO WS-BNT-AMOUNT
              MOVE WS-BENEFIT-TOTAL-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2710-SCAN-NEXT-ENROLLMENT.
           EXEC CICS READNEXT
                FILE(APP-BENENROLL-FILE-NAME)
                RIDFLD(BEN-ENROLLMENT-KEY)
                INTO (BENEFIT-ENROLLMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-BEN-SCAN-DONE TO TRUE
           WHEN BEN-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-BEN-SCAN-DONE TO TRUE
           WHEN BEN-EFFECTIVE-DATE IS NOT NUMERIC
                CONTINUE
           WHEN BEN-EFFECTIVE-DATE IS GREATER THAN WS-YEAR-END-DATE
                CONTINUE
           WHEN BEN-END-DATE IS NUMERIC AND
                BEN-END-DATE IS LESS THAN WS-YEAR-START-DATE
                CONTINUE
           WHEN OTHER
                PERFORM 2720-WRITE-ONE-ENROLLMENT
           END-EVALUATE.

       2720-WRITE-ONE-ENROLLMENT.
      *    CLIP THE ENROLLMENT TO THE YEAR - A BLANK END DATE IS
      *    OPEN-ENDED, SO IT RUNS TO 31 DECEMBER.
           IF BEN-EFFECTIVE-DATE IS LESS THAN WS-YEAR-START-DATE
              MOVE WS-YEAR-START-DATE TO WS-BEN-FROM-DATE
           ELSE
              MOVE BEN-EFFECTIVE-DATE TO WS-BEN-FROM-DATE
           END-IF.

           IF BEN-END-DATE IS NUMERIC AND
              BEN-END-DATE IS LESS THAN WS-YEAR-END-DATE
              MOVE BEN-END-DATE TO WS-BEN-TO-DATE
           ELSE
              MOVE WS-YEAR-END-DATE TO WS-BEN-TO-DATE
           END-IF.

           COMPUTE WS-BEN-DAYS-IN-EFFECT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BEN-TO-DATE))
            - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-BEN-FROM-DATE)) + 1.

           COMPUTE WS-BEN-PERIODS ROUNDED =
              WS-BEN-DAYS-IN-EFFECT / APP-PAYEXT-PERIOD-DAYS.

      *    A PLAN SINCE REMOVED FROM THE TABLE STILL SHOWS, BY CODE,
      *    WITH NOTHING CLAIMED FOR IT.
           MOVE BEN-PLAN-CODE TO BPL-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENPLAN-FILE-NAME)
                INTO (BENEFIT-PLAN-RECORD)
                RIDFLD(BPL-PLAN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE BEN-PLAN-CODE TO BPL-PLAN-DESC
              MOVE ZEROES TO BPL-EMPLOYER-CONTRIB
           END-IF.

           COMPUTE WS-BEN-EMPLOYER-AMOUNT =
              BPL-EMPLOYER-CONTRIB * WS-BEN-PERIODS.
           ADD WS-BEN-EMPLOYER-AMOUNT TO WS-BEN-EMPLOYER-TOTAL.

           INITIALIZE WS-BENEFIT-LINE.
           MOVE BPL-PLAN-DESC TO WS-BNF-PLAN-DESC.
           MOVE WS-BEN-PERIODS TO WS-BNF-PERIODS.
           MOVE WS-BEN-EMPLOYER-AMOUNT TO WS-BNF-AMOUNT.
           MOVE WS-BENEFIT-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           ADD 1 TO WS-BEN-LINES.

       2800-WRITE-LEAVE-LINE.
           MOVE EMP-EMPLOYEE-ID TO LVB-EMPLOYEE-ID.
           MOVE WS-STATEMENT-YEAR TO LVB-LEAVE-YEAR.

           EXEC CICS READ
                FILE(APP-LEAVE-BALANCE-FILE-NAME)
                INTO (LEAVE-BALANCE-RECORD)
                RIDFLD(LVB-BALANCE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE '    NO LEAVE BALANCE RECORDED FOR THE YEAR'
                 TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-LEAVE-REMAINING =
              LVB-ENTITLEMENT-DAYS - LVB-DAYS-TAKEN.

           INITIALIZE WS-LEAVE-LINE.
           MOVE LVB-ENTITLEMENT-DAYS TO WS-LVE-ENTITLEMENT.
           MOVE LVB-DAYS-TAKEN TO WS-LVE-TAKEN.
           MOVE WS-LEAVE-REMAINING TO WS-LVE-REMAINING.
           MOVE WS-LEAVE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2350-END-DEPARTMENT-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-STATEMENTS-WRITTEN TO WS-REPLY-WRITTEN.

           STRING 'Total Rewards Statements For '
                  WS-STATEMENT-YEAR
                  ' Complete - '
                  FUNCTION TRIM(WS-REPLY-WRITTEN)
                  ' Written - Queue '
                  APP-TOTRWD-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE QUEUE ONE LINE AT A TIME.
      *    A STATEMENT MAY RUN ACROSS A VOLUME BOUNDARY - EPRNTP
      *    FOLLOWS THE CHAIN, SO IT STILL PRINTS WHOLE.
           PERFORM 9050-CHECK-VOLUME-SPILL.

           EXEC CICS WRITEQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-VOLUME-ITEM-COUNT.
           ADD 1 TO WS-STATEMENT-LINES.

       9040-SET-UP-VOLUME-CONTROL.
      *    CALLED ONCE PER RUN WITH WS-VOLUME-BASE-NAME SET - CLEARS
      *    EVERY CONTINUATION VOLUME AND THE MANIFEST LEFT BY A PRIOR
      *    RUN (QIDERR JUST MEANS THERE WAS NOTHING THERE) AND OPENS
      *    VOLUME ONE ON THE BASE QUEUE ITSELF.
           MOVE 1 TO WS-VOLUME-NUMBER.
           MOVE ZERO TO WS-VOLUME-ITEM-COUNT.
           MOVE WS-VOLUME-BASE-NAME TO WS-VOLUME-QUEUE-NAME.

           MOVE SPACES TO WS-MANIFEST-QUEUE-NAME.
           STRING WS-VOLUME-BASE-NAME(1:6) 'MF'
              DELIMITED BY SIZE
              INTO WS-MANIFEST-QUEUE-NAME
           END-STRING.

           EXEC CICS DELETEQ TS
                QNAME(WS-MANIFEST-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 9045-CLEAR-ONE-VOLUME
              VARYING WS-VOL-CLEAR-NUM FROM 2 BY 1
              UNTIL WS-VOL-CLEAR-NUM IS GREATER THAN
                    APP-EXTRACT-MAX-VOLUMES.

       9045-CLEAR-ONE-VOLUME.
           MOVE SPACES TO WS-VOLUME-QUEUE-NAME.
           STRING WS-VOLUME-BASE-NAME(1:6) 'V' WS-VOL-CLEAR-NUM
              DELIMITED BY SIZE
              INTO WS-VOLUME-QUEUE-NAME
           END-STRING.

           EXEC CICS DELETEQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-VOLUME-BASE-NAME TO WS-VOLUME-QUEUE-NAME.

       9050-CHECK-VOLUME-SPILL.
      *    A FULL VOLUME ROLLS TO THE NEXT CONTINUATION QUEUE BEFORE
      *    THE WRITE - THE LAST ALLOWED VOLUME JUST KEEPS GROWING
      *    RATHER THAN LOSE DATA.
           IF WS-VOLUME-ITEM-COUNT IS NOT LESS THAN
              APP-EXTRACT-VOLUME-LIMIT AND
              WS-VOLUME-NUMBER IS LESS THAN APP-EXTRACT-MAX-VOLUMES
              SET WS-VOL-IDX TO WS-VOLUME-NUMBER
              MOVE WS-VOLUME-ITEM-COUNT TO WS-VOL-ITEMS(WS-VOL-IDX)
              ADD 1 TO WS-VOLUME-NUMBER
              MOVE ZERO TO WS-VOLUME-ITEM-COUNT
              MOVE SPACES TO WS-VOLUME-QUEUE-NAME
              STRING WS-VOLUME-BASE-NAME(1:6) 'V' WS-VOLUME-NUMBER
                 DELIMITED BY SIZE
                 INTO WS-VOLUME-QUEUE-NAME
              END-STRING
           END-IF.

       9060-WRITE-VOLUME-MANIFEST.
      *    ONE LINE PER VOLUME WITH ITS COUNT, THE TOTAL LAST, SO THE
      *    PRINT SIDE KNOWS EXACTLY WHAT A COMPLETE RUN LOOKS LIKE.
           SET WS-VOL-IDX TO WS-VOLUME-NUMBER.
           MOVE WS-VOLUME-ITEM-COUNT TO WS-VOL-ITEMS(WS-VOL-IDX).
           MOVE ZERO TO WS-MANIFEST-TOTAL.

           PERFORM 9065-WRITE-ONE-MANIFEST-LINE
              VARYING WS-VOL-CLEAR-NUM FROM 1 BY 1
              UNTIL WS-VOL-CLEAR-NUM IS GREATER THAN
                    WS-VOLUME-NUMBER.

           MOVE WS-VOLUME-NUMBER TO WS-MAN-TOTAL-VOLUMES.
           MOVE WS-MANIFEST-TOTAL TO WS-MAN-TOTAL-ITEMS.

           EXEC CICS WRITEQ TS
                QNAME(WS-MANIFEST-QUEUE-NAME)
                FROM (WS-MANIFEST-TOTAL-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9065-WRITE-ONE-MANIFEST-LINE.
           INITIALIZE WS-MANIFEST-LINE.
           MOVE WS-VOL-CLEAR-NUM TO WS-MAN-VOLUME-NUMBER.

           IF WS-VOL-CLEAR-NUM IS EQUAL TO 1
              MOVE WS-VOLUME-BASE-NAME TO WS-MAN-QUEUE-NAME
           ELSE
              MOVE SPACES TO WS-MAN-QUEUE-NAME
              STRING WS-VOLUME-BASE-NAME(1:6) 'V' WS-VOL-CLEAR-NUM
                 DELIMITED BY SIZE
                 INTO WS-MAN-QUEUE-NAME
              END-STRING
           END-IF.

           SET WS-VOL-IDX TO WS-VOL-CLEAR-NUM.
           MOVE WS-VOL-ITEMS(WS-VOL-IDX) TO WS-MAN-ITEM-COUNT.
           ADD WS-VOL-ITEMS(WS-VOL-IDX) TO WS-MANIFEST-TOTAL.

           EXEC CICS WRITEQ TS
                QNAME(WS-MANIFEST-QUEUE-NAME)
                FROM (WS-MANIFEST-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

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

           PERFORM 1520-PICK-STATEMENT-YEAR.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Rerun 
      -              '(Output Kept)!'
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
                RIDFLD(APP-RUNCTL-RRN-TOTRWD)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       1520-PICK-STATEMENT-YEAR.
      *    A STATEMENTS RUN IN DECEMBER IS FOR THE YEAR NOW CLOSING;
      *    ONE RUN LATER (JANUARY, OR A RERUN) IS FOR THE YEAR JUST
      *    CLOSED - UNLESS THE OPERATOR NAMED THE YEAR.
           IF WS-RUN-TODAY(5:2) IS EQUAL TO '12'
              MOVE WS-RUN-TODAY(1:4) TO WS-STATEMENT-YEAR
           ELSE
              COMPUTE WS-STATEMENT-YEAR-NUM =
                 FUNCTION NUMVAL(WS-RUN-TODAY(1:4)) - 1
           END-IF.

           MOVE SPACES TO WS-INPUT-WORDS.
           UNSTRING WS-TERMINAL-INPUT DELIMITED BY ALL SPACE
              INTO WS-INPUT-TRANID
                   WS-INPUT-WORD-1
                   WS-INPUT-WORD-2
           END-UNSTRING.

           MOVE WS-INPUT-WORD-1 TO WS-INPUT-WORD.
           PERFORM 1525-CHECK-YEAR-WORD.
           MOVE WS-INPUT-WORD-2 TO WS-INPUT-WORD.
           PERFORM 1525-CHECK-YEAR-WORD.

           IF WS-STATEMENT-YEAR IS GREATER THAN WS-RUN-TODAY(1:4)
              MOVE 'Statement Year Cannot Be In The Future!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           STRING WS-STATEMENT-YEAR '0101'
              DELIMITED BY SIZE
              INTO WS-YEAR-START-DATE
           END-STRING.
           STRING WS-STATEMENT-YEAR '1231'
              DELIMITED BY SIZE
              INTO WS-YEAR-END-DATE
           END-STRING.

       1525-CHECK-YEAR-WORD.
           IF WS-INPUT-WORD(1:4) IS NUMERIC AND
              WS-INPUT-WORD(5:4) IS EQUAL TO SPACES
              MOVE WS-INPUT-WORD(1:4) TO WS-STATEMENT-YEAR
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
           MOVE APP-TOTRWD-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-TOTRWD)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-TOTRWD-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-TOTRWD-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-TOTRWD)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-TOTRWD-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-EMPLOYEES-CHECKED TO RNH-RECORDS-READ
              MOVE WS-STATEMENTS-WRITTEN TO RNH-RECORDS-WRITTEN
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
