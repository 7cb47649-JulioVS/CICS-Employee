       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAIXVP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'ALTERNATE-INDEX INTEGRITY CHECK' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID OR LINKED BY THE
      *        NIGHTLY DRIVER (ENIGHTP) RIGHT AFTER THE RECORD-COUNT
      *        RECONCILIATION - SAME STYLE AS ECNTVP.
      *      - AN ALTERNATE INDEX LEFT OUT OF STEP BY A FAILED REBUILD
      *        DOES NOT FAIL ANYTHING - EVIEWP'S NAME AND SOUNDS-LIKE
      *        SEARCHES SIMPLY MISS PEOPLE AND ELISTP'S DEPARTMENT
      *        FAST PATH SKIPS THEM. EDQVP ONLY CHECKS FOREIGN KEYS,
      *        SO THIS JOB CHECKS THE PATHS THEMSELVES, BOTH WAYS:
      *          - EVERY EMPMAST RECORD MUST BE REACHED THROUGH
      *            EMPNAME, EMPDEPT, EMPEXID AND EMPPHON UNDER ITS OWN
      *            NAME, DEPARTMENT, EXTERNAL ID AND PHONETIC KEY
      *            ('NOT ON PATH' WHEN IT IS NOT). A RECORD WITH NO
      *            EXTERNAL ID RECORDED IS NOT LOOKED FOR ON EMPEXID -
      *            NOTHING EVER SEARCHES FOR A BLANK IDENTIFIER.
      *          - EVERY ENTRY ON EACH PATH MUST LEAD BACK TO A BASE
      *            RECORD THAT STILL CARRIES THE ENTRY'S KEY ('STALE
      *            PATH KEY' WHEN THE RECORD NOW HOLDS ANOTHER VALUE,
      *            'NO BASE RECORD' WHEN THE ENTRY POINTS AT NOTHING).
      *      - EVERY MISMATCH IS LISTED ON THE REPORT QUEUE, FOLLOWED
      *        BY ONE SUMMARY LINE PER PATH. ANY MISMATCH MARKS THE RUN
      *        FAILED ON THE RUN-CONTROL AND RUN-HISTORY RECORDS, SO
      *        ENIGHTP STOPS BEFORE THE SWEEP AND THE EXTRACTS - A
      *        PATH WANTS REBUILDING (BLDINDEX) BEFORE THE WINDOW IS
      *        RERUN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - BATCH RUN-CONTROL RECORD.
      *      - BATCH RUN-HISTORY RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                     PIC X(34)
                      VALUE 'ALTERNATE-INDEX INTEGRITY CHECK - '.
          05 WS-TTL-TODAY               PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(36) VALUE SPACES.
      *
       01 WS-REPORT-HEADING-LINE.
          05 FILLER                     PIC X(40)
                    VALUE 'PATH     EMPLOYEE  PROBLEM              '.
          05 FILLER                     PIC X(40)
                    VALUE 'KEY VALUE                               '.
      *
       01 WS-REPORT-DETAIL-LINE.
          05 WS-DTL-PATH                PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WS-DTL-EMPLOYEE-ID         PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WS-DTL-PROBLEM             PIC X(20) VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WS-DTL-KEY-VALUE           PIC X(38) VALUE SPACES.
          05 FILLER                     PIC X(2)  VALUE SPACES.
      *
       01 WS-REPORT-SUMMARY-LINE.
          05 WS-SUM-PATH                PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(9)  VALUE ' CHECKED '.
          05 WS-SUM-CHECKED             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(9)  VALUE ' ENTRIES '.
          05 WS-SUM-ENTRIES             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(6)  VALUE ' MISS '.
          05 WS-SUM-MISSING             PIC ZZZZ9.
          05 FILLER                     PIC X(7)  VALUE ' STALE '.
          05 WS-SUM-STALE               PIC ZZZZ9.
          05 FILLER                     PIC X(8)  VALUE ' NOBASE '.
          05 WS-SUM-DANGLING            PIC ZZZZ9.
          05 FILLER                     PIC X(2)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-BASE-RECORD-COUNT       PIC 9(8)  VALUE ZEROES.
          05 WS-MISMATCH-COUNT          PIC 9(8)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-RECORDS           PIC ZZZZZZZ9.
          05 WS-REPLY-MISMATCHES        PIC ZZZZZZZ9.
      *
       01 WS-BROWSE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                       VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                   VALUE 'N'.
      *
      *    THE SEARCH FOR ONE BASE RECORD ON ONE PATH - IT ENDS WHEN
      *    THE RECORD TURNS UP, OR THE PATH MOVES PAST ITS KEY.
       01 WS-PATH-SEARCH-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-PATH-SEARCHING                    VALUE SPACE.
          88 WS-FOUND-ON-PATH                     VALUE 'F'.
          88 WS-NOT-ON-PATH                       VALUE 'N'.
      *
      *    ANY MISMATCH AT ALL MARKS THE RUN FAILED, SO THE NIGHTLY
      *    DRIVER (ENIGHTP) STOPS THE WINDOW INSTEAD OF LETTING THE
      *    REPORTS AND EXTRACTS RUN THROUGH A BROKEN PATH.
       01 WS-CHECK-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-CHECK-FAILED                      VALUE 'Y'.
      *
      *    THE FOUR PATHS CHECKED, WITH THE LENGTH OF EACH ONE'S KEY
      *    AND WHAT WAS FOUND ON IT. ENTRY ORDER MATCHES 2050-TAKE-
      *    RECORD-KEY.
       01 WS-PATH-TABLE-AREA.
          05 WS-PATH-ENTRY OCCURS 4 TIMES.
             10 WS-PT-FILE-NAME         PIC X(8).
             10 WS-PT-KEY-LENGTH        PIC S9(4) USAGE IS BINARY.
             10 WS-PT-CHECKED           PIC 9(8).
             10 WS-PT-ENTRIES           PIC 9(8).
             10 WS-PT-MISSING           PIC 9(5).
             10 WS-PT-STALE             PIC 9(5).
             10 WS-PT-DANGLING          PIC 9(5).
       01 WS-PATH-SUB                   PIC S9(4) USAGE IS BINARY.
      *
      *    THE BASE BROWSE KEEPS ITS OWN KEY FIELD - THE PATH READS
      *    MADE FOR EACH RECORD REUSE THE RECORD AREA, AND A CHANGED
      *    RIDFLD WOULD REPOSITION THE BASE BROWSE. THE RECORD'S OWN
      *    KEY ON EACH PATH IS KEPT HERE WHILE IT IS LOOKED FOR.
       01 WS-BASE-BROWSE-KEY            PIC 9(8)  VALUE ZEROES.
       01 WS-BASE-EMPLOYEE-ID           PIC 9(8)  VALUE ZEROES.
       01 WS-BASE-PATH-KEYS.
          05 WS-BASE-PATH-KEY           PIC X(38) OCCURS 4 TIMES.
      *
      *    A PATH KEY AS THE PATH RETURNS IT, AND THE SAME KEY AS THE
      *    RECORD READ THROUGH IT HOLDS IT - LEFT-ALIGNED, SO THE
      *    DEPARTMENT ID'S EIGHT DIGITS COMPARE AS THEY ARE STORED.
       01 WS-PATH-KEY                   PIC X(38) VALUE SPACES.
       01 WS-RECORD-KEY                 PIC X(38) VALUE SPACES.
      *
       01 WS-TODAY-DATE                 PIC X(8)  VALUE SPACES.
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
          05 WS-GAP-SAVE-TEXT        PIC X(79).
          05 WS-RUNGAP-NUM-DATE      PIC 9(8).
          05 WS-RUNGAP-LAST-DAYS     PIC S9(8) USAGE IS BINARY.
          05 WS-RUNGAP-TODAY-DAYS    PIC S9(8) USAGE IS BINARY.
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.
      *
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-CHECK-RECORDS-ON-PATHS.
           PERFORM 2500-CHECK-PATHS-TO-RECORDS.
           PERFORM 2800-WRITE-PATH-SUMMARY.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-PATH-TABLE-AREA.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.

           MOVE APP-EMP-MASTER-PATH-NAME TO WS-PT-FILE-NAME(1).
           MOVE LENGTH OF EMP-PRIMARY-NAME TO WS-PT-KEY-LENGTH(1).
           MOVE APP-EMP-MASTER-DEPT-PATH-NAME TO WS-PT-FILE-NAME(2).
           MOVE LENGTH OF EMP-DEPARTMENT-ID TO WS-PT-KEY-LENGTH(2).
           MOVE APP-EMP-MASTER-EXTID-PATH-NAME TO WS-PT-FILE-NAME(3).
           MOVE LENGTH OF EMP-EXTERNAL-ID TO WS-PT-KEY-LENGTH(3).
           MOVE APP-EMP-MASTER-PHON-PATH-NAME TO WS-PT-FILE-NAME(4).
           MOVE LENGTH OF EMP-PHONETIC-KEY TO WS-PT-KEY-LENGTH(4).

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-AIXCHK-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-TODAY-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-TODAY.
           MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-REPORT-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-CHECK-RECORDS-ON-PATHS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROES TO WS-BASE-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(WS-BASE-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Employee Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

           IF NOT WS-END-OF-FILE
              PERFORM 2010-CHECK-NEXT-RECORD UNTIL WS-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2010-CHECK-NEXT-RECORD.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(WS-BASE-BROWSE-KEY)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-BASE-RECORD-COUNT
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Next Employee!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

      *    TAKE EVERY KEY THE RECORD SHOULD BE FILED UNDER BEFORE THE
      *    FIRST PATH READ OVERLAYS THE RECORD AREA.
           MOVE EMP-EMPLOYEE-ID TO WS-BASE-EMPLOYEE-ID.
           PERFORM 2020-SAVE-ONE-BASE-KEY
              VARYING WS-PATH-SUB FROM 1 BY 1
              UNTIL WS-PATH-SUB IS GREATER THAN 4.

           PERFORM 2100-FIND-RECORD-ON-PATH
              VARYING WS-PATH-SUB FROM 1 BY 1
              UNTIL WS-PATH-SUB IS GREATER THAN 4.

       2020-SAVE-ONE-BASE-KEY.
           PERFORM 2050-TAKE-RECORD-KEY.
           MOVE WS-RECORD-KEY TO WS-BASE-PATH-KEY(WS-PATH-SUB).

       2050-TAKE-RECORD-KEY.
      *    THE KEY THE RECORD NOW IN EMPLOYEE-MASTER-RECORD CARRIES
      *    FOR PATH WS-PATH-SUB - IN THE PATH TABLE'S ORDER.
           MOVE SPACES TO WS-RECORD-KEY.

           EVALUATE WS-PATH-SUB
           WHEN 1
                MOVE EMP-PRIMARY-NAME TO WS-RECORD-KEY
           WHEN 2
                MOVE EMP-DEPARTMENT-ID TO WS-RECORD-KEY
           WHEN 3
                MOVE EMP-EXTERNAL-ID TO WS-RECORD-KEY
           WHEN 4
                MOVE EMP-PHONETIC-KEY TO WS-RECORD-KEY
           END-EVALUATE.

       2100-FIND-RECORD-ON-PATH.
      *    NOBODY SEARCHES FOR A BLANK EXTERNAL ID, AND EVERY RECORD
      *    LOADED BEFORE THE FIELD EXISTED CARRIES ONE - THE REVERSE
      *    CHECK STILL PROVES EACH BLANK ENTRY LEADS SOMEWHERE REAL.
           IF WS-PATH-SUB IS EQUAL TO 3 AND
              WS-BASE-PATH-KEY(3) IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PT-CHECKED(WS-PATH-SUB).
           SET WS-PATH-SEARCHING TO TRUE.
           MOVE WS-BASE-PATH-KEY(WS-PATH-SUB) TO WS-PATH-KEY.

      *    THE PATHS ARE NOT UNIQUE - START AT THE RECORD'S KEY AND
      *    WALK THE ENTRIES SHARING IT UNTIL THIS EMPLOYEE TURNS UP.
           EXEC CICS STARTBR
                FILE(WS-PT-FILE-NAME(WS-PATH-SUB))
                RIDFLD(WS-PATH-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2110-READ-NEXT-ON-PATH
                   UNTIL NOT WS-PATH-SEARCHING

                EXEC CICS ENDBR
                     FILE(WS-PT-FILE-NAME(WS-PATH-SUB))
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-NOT-ON-PATH TO TRUE
           WHEN OTHER
                PERFORM 2190-PATH-BROWSE-ERROR
           END-EVALUATE.

           IF WS-NOT-ON-PATH
              ADD 1 TO WS-PT-MISSING(WS-PATH-SUB)
              MOVE WS-BASE-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID
              MOVE 'NOT ON PATH' TO WS-DTL-PROBLEM
              MOVE WS-BASE-PATH-KEY(WS-PATH-SUB) TO WS-DTL-KEY-VALUE
              PERFORM 2700-WRITE-MISMATCH-LINE
           END-IF.

       2110-READ-NEXT-ON-PATH.
           EXEC CICS READNEXT
                FILE(WS-PT-FILE-NAME(WS-PATH-SUB))
                RIDFLD(WS-PATH-KEY)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    AN ENTRY POINTING AT NOTHING IS STEPPED OVER HERE - THE
      *    REVERSE CHECK REPORTS IT ONCE, NOT ONCE PER NEIGHBOUR.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
           WHEN DFHRESP(DUPKEY)
                IF WS-PATH-KEY(1:WS-PT-KEY-LENGTH(WS-PATH-SUB))
                   IS NOT EQUAL TO
                   WS-BASE-PATH-KEY(WS-PATH-SUB)
                      (1:WS-PT-KEY-LENGTH(WS-PATH-SUB))
                   SET WS-NOT-ON-PATH TO TRUE
                ELSE
                   IF EMP-EMPLOYEE-ID IS EQUAL TO WS-BASE-EMPLOYEE-ID
                      SET WS-FOUND-ON-PATH TO TRUE
                   END-IF
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN DFHRESP(ENDFILE)
                SET WS-NOT-ON-PATH TO TRUE
           WHEN OTHER
                PERFORM 2190-PATH-BROWSE-ERROR
           END-EVALUATE.

       2190-PATH-BROWSE-ERROR.
      *    A PATH THAT CANNOT EVEN BE BROWSED IS NOT CHECKED - THE
      *    RUN ENDS HERE, LEAVING ITS RUN-HISTORY ENTRY FAILED AND
      *    ITS RUN-CONTROL RECORD NOT COMPLETE, SO THE WINDOW STOPS.
           STRING 'Error Browsing Path '
                  WS-PT-FILE-NAME(WS-PATH-SUB)
                  ' - Index Check Not Completed!'
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

       2500-CHECK-PATHS-TO-RECORDS.
           PERFORM 2510-CHECK-ONE-PATH
              VARYING WS-PATH-SUB FROM 1 BY 1
              UNTIL WS-PATH-SUB IS GREATER THAN 4.

       2510-CHECK-ONE-PATH.
      *    EVERY ENTRY ON THE PATH, FROM THE LOWEST KEY UP.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE LOW-VALUES TO WS-PATH-KEY.

           EXEC CICS STARTBR
                FILE(WS-PT-FILE-NAME(WS-PATH-SUB))
                RIDFLD(WS-PATH-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2520-CHECK-NEXT-PATH-ENTRY
                   UNTIL WS-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(WS-PT-FILE-NAME(WS-PATH-SUB))
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                PERFORM 2190-PATH-BROWSE-ERROR
           END-EVALUATE.

       2520-CHECK-NEXT-PATH-ENTRY.
           EXEC CICS READNEXT
                FILE(WS-PT-FILE-NAME(WS-PATH-SUB))
                RIDFLD(WS-PATH-KEY)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
           WHEN DFHRESP(DUPKEY)
                ADD 1 TO WS-PT-ENTRIES(WS-PATH-SUB)
                PERFORM 2050-TAKE-RECORD-KEY
                IF WS-PATH-KEY(1:WS-PT-KEY-LENGTH(WS-PATH-SUB))
                   IS NOT EQUAL TO
                   WS-RECORD-KEY(1:WS-PT-KEY-LENGTH(WS-PATH-SUB))
                   ADD 1 TO WS-PT-STALE(WS-PATH-SUB)
                   MOVE EMP-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID
                   MOVE 'STALE PATH KEY' TO WS-DTL-PROBLEM
                   MOVE WS-PATH-KEY TO WS-DTL-KEY-VALUE
                   PERFORM 2700-WRITE-MISMATCH-LINE
                   MOVE SPACES TO WS-DTL-EMPLOYEE-ID
                   MOVE '  RECORD HOLDS' TO WS-DTL-PROBLEM
                   MOVE WS-RECORD-KEY TO WS-DTL-KEY-VALUE
                   PERFORM 2710-WRITE-DETAIL-LINE
                END-IF
           WHEN DFHRESP(NOTFND)
      *         THE ENTRY NAMES A BASE RECORD THAT IS NOT THERE - ITS
      *         EMPLOYEE ID IS NOT RETURNED, ONLY THE PATH KEY.
                ADD 1 TO WS-PT-ENTRIES(WS-PATH-SUB)
                ADD 1 TO WS-PT-DANGLING(WS-PATH-SUB)
                MOVE SPACES TO WS-DTL-EMPLOYEE-ID
                MOVE 'NO BASE RECORD' TO WS-DTL-PROBLEM
                MOVE WS-PATH-KEY TO WS-DTL-KEY-VALUE
                PERFORM 2700-WRITE-MISMATCH-LINE
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                PERFORM 2190-PATH-BROWSE-ERROR
           END-EVALUATE.

       2700-WRITE-MISMATCH-LINE.
           SET WS-CHECK-FAILED TO TRUE.
           ADD 1 TO WS-MISMATCH-COUNT.
           PERFORM 2710-WRITE-DETAIL-LINE.

       2710-WRITE-DETAIL-LINE.
           MOVE WS-PT-FILE-NAME(WS-PATH-SUB) TO WS-DTL-PATH.
           MOVE WS-REPORT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2800-WRITE-PATH-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2810-WRITE-ONE-SUMMARY-LINE
              VARYING WS-PATH-SUB FROM 1 BY 1
              UNTIL WS-PATH-SUB IS GREATER THAN 4.

       2810-WRITE-ONE-SUMMARY-LINE.
           MOVE WS-PT-FILE-NAME(WS-PATH-SUB) TO WS-SUM-PATH.
           MOVE WS-PT-CHECKED(WS-PATH-SUB) TO WS-SUM-CHECKED.
           MOVE WS-PT-ENTRIES(WS-PATH-SUB) TO WS-SUM-ENTRIES.
           MOVE WS-PT-MISSING(WS-PATH-SUB) TO WS-SUM-MISSING.
           MOVE WS-PT-STALE(WS-PATH-SUB) TO WS-SUM-STALE.
           MOVE WS-PT-DANGLING(WS-PATH-SUB) TO WS-SUM-DANGLING.
           MOVE WS-REPORT-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-BASE-RECORD-COUNT TO WS-REPLY-RECORDS.
           MOVE WS-MISMATCH-COUNT TO WS-REPLY-MISMATCHES.

           IF WS-CHECK-FAILED
              STRING 'INDEX MISMATCH! '
                     FUNCTION TRIM(WS-REPLY-MISMATCHES)
                     ' Problem(s) - See Queue '
                     APP-AIXCHK-QUEUE-NAME
                     ' - Rebuild Before Batch Window!'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           ELSE
              STRING 'Index Check OK - All 4 Paths Agree With '
                     FUNCTION TRIM(WS-REPLY-RECORDS)
                     ' Record(s) On File.'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE NIGHT'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID. THIS RUNS BEFORE ANY
      *    QUEUE IS CLEARED. A MISSED NIGHT SINCE THE LAST RECORDED
      *    RUN IS WARNED ABOUT IN THE REPLY TEXT. A FAILED RUN MAY
      *    ALWAYS BE RERUN ONCE THE PATH HAS BEEN REBUILT.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL, SO
      *    THE RECEIVE (AND THE FORCE KEYWORD) APPLY ONLY TO A
      *    DIRECT TERMINAL ENTRY.
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

              IF RNC-LAST-RUN-DATE IS NUMERIC AND
                 RNC-LAST-RUN-DATE IS LESS THAN WS-RUN-TODAY THEN
                 MOVE RNC-LAST-RUN-DATE TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-LAST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 MOVE WS-RUN-TODAY TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-TODAY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 IF WS-RUNGAP-TODAY-DAYS - WS-RUNGAP-LAST-DAYS
                    IS GREATER THAN 1 THEN
                    SET WS-RUN-GAP-SEEN TO TRUE
                 END-IF
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-AIXCHK)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE OUTCOME ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP, THEN TACK THE MISSED-NIGHT WARNING
      *    (IF ANY) ONTO THE REPLY TEXT.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

           IF WS-RUN-GAP-SEEN THEN
              MOVE WS-REPLY-TEXT TO WS-GAP-SAVE-TEXT
              MOVE SPACES TO WS-REPLY-TEXT
              STRING FUNCTION TRIM(WS-GAP-SAVE-TEXT)
                     ' (Warn: Prior Run Missed!)'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-AIXCHK-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-AIXCHK)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-AIXCHK-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              IF WS-CHECK-FAILED
                 SET RNC-ST-FAILED TO TRUE
              ELSE
                 SET RNC-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-AIXCHK-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              IF WS-CHECK-FAILED
                 SET RNC-ST-FAILED TO TRUE
              ELSE
                 SET RNC-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-AIXCHK)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-AIXCHK-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-BASE-RECORD-COUNT TO RNH-RECORDS-READ
              MOVE WS-MISMATCH-COUNT TO RNH-RECORDS-WRITTEN
              IF WS-CHECK-FAILED
                 SET RNH-ST-FAILED TO TRUE
              ELSE
                 SET RNH-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-AIXCHK-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                MAIN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
