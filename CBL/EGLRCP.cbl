       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGLRCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'PAYROLL / GL CONTROL-TOTAL RECONCILIATION' BATCH
      *        TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID AT MONTH-END, AFTER
      *        A FULL PAYROLL EXTRACT (EPAYXP) AND THE GL ALLOCATION
      *        FEED (EGLALCP) HAVE BOTH BEEN BUILT - SAME STYLE AS
      *        ECNTVP.
      *      - EACH FEED BUILDS ITS OWN SALARY FIGURES FROM EMPCOMP,
      *        SO NOTHING ELSE PROVES THEY AGREE. THIS JOB FOLLOWS
      *        BOTH ENTITY INDEXES (PAYEXT AND GLALLOC), READS EVERY
      *        ENTITY'S PAYROLL DETAIL AND TRAILER RECORDS (ACROSS ITS
      *        CONTINUATION VOLUMES) AND EVERY GL ALLOCATION LINE AND
      *        TRAILER, AND MATCHES THEM BY EMPLOYEE:
      *          - PAYROLL'S ANNUAL SALARY AGAINST THE GL LINES' SUM
      *            TIMES TWELVE,
      *          - EACH EMPLOYEE COUNTED ON THE COST CENTER OF THEIR
      *            HOME DEPARTMENT ON BOTH SIDES - GL LOAN LINES ARE
      *            FOLDED BACK TO THE HOME COST CENTER, SO A LOAN IS
      *            NOT ITSELF A DIFFERENCE.
      *      - THE REPORT QUEUE EXPLAINS EVERY DIFFERENCE BY EMPLOYEE
      *        (ON ONE FEED ONLY, A DIFFERENT SALARY, A LOAN SPLIT
      *        THAT DOES NOT ADD BACK TO 100 PERCENT, OR A DIFFERENT
      *        HOME COST CENTER), THEN LISTS HEADS AND ANNUALIZED
      *        SALARY PER COST CENTER FOR EACH FEED.
      *      - A COST CENTER OUT BY MORE THAN THE TOLERANCE (OR ON
      *        HEADS), A TRAILER THAT DISAGREES WITH ITS DETAIL, OR A
      *        FEED THAT CANNOT BE RECONCILED AT ALL MARKS THE RUN
      *        FAILED ON THE RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - BATCH RUN-CONTROL RECORD.
      *      - BATCH RUN-HISTORY RECORD.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   ONE QUEUE ITEM FROM EITHER FEED, WITH A VIEW FOR EACH RECORD
      *   THIS JOB READS - THE LAYOUTS ARE EPAYXP'S AND EGLALCP'S OWN.
      *   THE BUFFER HOLDS THE LONGEST PAYROLL RECORD (THE BENEFIT
      *   LINE); ONLY THE LEADING FIELDS BELOW ARE EVER LOOKED AT.
      ******************************************************************
       01 WS-FEED-ITEM                  PIC X(700) VALUE SPACES.
      *
      *    AN ENTITY INDEX LINE ON PAYEXT OR GLALLOC - 'ENTITY ' AND
      *    THE COMPANY CODE, THEN THE ENTITY'S OWN QUEUE NAME. THE
      *    CLOSING 'ENTITIES' TOTAL LINE IS SKIPPED.
      *
       01 WS-INDEX-VIEW REDEFINES WS-FEED-ITEM.
          05 WS-IXV-LINE-TAG            PIC X(7).
          05 WS-IXV-COMPANY-CODE        PIC X(4).
          05 FILLER                     PIC X(7).
          05 WS-IXV-QUEUE-NAME          PIC X(8).
      *
      *    PAYROLL DETAIL ('D') AND TRAILER ('T') RECORDS.
      *
       01 WS-PAYROLL-DETAIL-VIEW REDEFINES WS-FEED-ITEM.
          05 WS-PXD-RECORD-TYPE         PIC X(1).
          05 WS-PXD-EMPLOYEE-ID         PIC 9(8).
          05 FILLER                     PIC X(38).
          05 WS-PXD-DEPARTMENT-ID       PIC 9(8).
          05 FILLER                     PIC X(8).
          05 WS-PXD-ANNUAL-SALARY       PIC 9(7)V99.
      *
       01 WS-PAYROLL-TRAILER-VIEW REDEFINES WS-FEED-ITEM.
          05 WS-PXT-RECORD-TYPE         PIC X(1).
          05 WS-PXT-RECORD-COUNT        PIC 9(8).
          05 WS-PXT-RUN-MODE            PIC X(1).
             88 WS-PXT-DELTA-RUN                  VALUE 'D'.
          05 WS-PXT-COMPANY-CODE        PIC X(4).
      *
      *    GL ALLOCATION LINE ('A') AND CONTROL TRAILER ('T').
      *
       01 WS-GL-DETAIL-VIEW REDEFINES WS-FEED-ITEM.
          05 WS-GLD-RECORD-TYPE         PIC X(1).
          05 WS-GLD-COST-CENTER         PIC X(6).
          05 WS-GLD-EMPLOYEE-ID         PIC 9(8).
          05 WS-GLD-DEPARTMENT-ID       PIC 9(8).
          05 WS-GLD-AMOUNT              PIC 9(7)V99.
          05 WS-GLD-SPLIT-TYPE          PIC X(1).
             88 WS-GLD-LOAN-SPLIT                 VALUE 'L'.
             88 WS-GLD-HOME-REMAINDER             VALUE 'H'.
      *
       01 WS-GL-TRAILER-VIEW REDEFINES WS-FEED-ITEM.
          05 WS-GLT-RECORD-TYPE         PIC X(1).
          05 WS-GLT-RECORD-COUNT        PIC 9(8).
          05 WS-GLT-TOTAL-AMOUNT        PIC 9(11)V99.
          05 WS-GLT-COMPANY-CODE        PIC X(4).
      ******************************************************************
      *   DEFINE MY REPORT LINES.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-HEADER-LINE.
          05 FILLER                     PIC X(36)
                      VALUE 'PAYROLL / GL RECONCILIATION RUN ON '.
          05 WS-HDR-RUN-DATE            PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(36) VALUE SPACES.
      *
      *    A TRAILER THAT DISAGREES WITH THE DETAIL READ BEHIND IT -
      *    THE FEED WAS CUT SHORT OR PADDED AND NOTHING BELOW IT CAN
      *    BE TRUSTED.
      *
       01 WS-CONTROL-CHECK-LINE.
          05 WS-CHK-FEED-NAME           PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(18)
                                         VALUE ' TRAILER COUNT    '.
          05 WS-CHK-TRAILER-COUNT       PIC ZZZZZZZ9.
          05 FILLER                     PIC X(14)
                                         VALUE ' DETAIL READ  '.
          05 WS-CHK-DETAIL-COUNT        PIC ZZZZZZZ9.
          05 FILLER                     PIC X(24)
                              VALUE ' ** CONTROL MISMATCH **'.
      *
       01 WS-EMPLOYEE-DIFF-LINE.
          05 FILLER                     PIC X(4)  VALUE 'EMP '.
          05 WS-EDL-EMPLOYEE-ID         PIC 9(8).
          05 FILLER                     PIC X(4)  VALUE ' CC '.
          05 WS-EDL-COST-CENTER         PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-EDL-REASON              PIC X(12) VALUE SPACES.
          05 FILLER                     PIC X(5)  VALUE ' PAY '.
          05 WS-EDL-PAYROLL-AMOUNT      PIC ZZZZZZ9.99.
          05 FILLER                     PIC X(4)  VALUE ' GL '.
          05 WS-EDL-GL-AMOUNT           PIC ZZZZZZ9.99.
          05 FILLER                     PIC X(16) VALUE SPACES.
      *
       01 WS-COST-CENTER-LINE.
          05 FILLER                     PIC X(3)  VALUE 'CC '.
          05 WS-CCL-COST-CENTER         PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(5)  VALUE ' PAY '.
          05 WS-CCL-PAYROLL-HEADS       PIC ZZZZ9.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-CCL-PAYROLL-AMOUNT      PIC Z(9)9.99.
          05 FILLER                     PIC X(4)  VALUE ' GL '.
          05 WS-CCL-GL-HEADS            PIC ZZZZ9.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-CCL-GL-AMOUNT           PIC Z(9)9.99.
          05 FILLER                     PIC X(6)  VALUE ' DIFF '.
          05 WS-CCL-DIFFERENCE          PIC -Z(8)9.99.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-CCL-FLAG                PIC X(2)  VALUE SPACES.
          05 FILLER                     PIC X(2)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-RPT-ITEM-NUMBER         PIC S9(4) USAGE IS BINARY.
          05 WS-INDEX-ITEM-NUMBER       PIC S9(4) USAGE IS BINARY.
          05 WS-FEED-ITEM-NUMBER        PIC S9(4) USAGE IS BINARY.
          05 WS-FEED-LENGTH             PIC S9(4) USAGE IS BINARY.
          05 WS-LINES-WRITTEN           PIC 9(7)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-CENTERS           PIC ZZZ9.
          05 WS-REPLY-EMPLOYEES         PIC ZZZZ9.
      *
      *    WHICH FEED IS BEING READ - THE 'T' TRAILER BYTE MEANS
      *    SOMETHING DIFFERENT ON EACH.
      *
       01 WS-FEED-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-READING-PAYROLL                   VALUE 'P'.
          88 WS-READING-GL                        VALUE 'G'.
      *
       01 WS-INDEX-SCAN-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-INDEX-SCAN-DONE                   VALUE 'Y'.
      *
       01 WS-ITEM-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-ITEM-SCAN-DONE                    VALUE 'Y'.
      *
       01 WS-VOLUME-SCAN-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-VOLUME-SCAN-DONE                  VALUE 'Y'.
      *
      *    MULTI-VOLUME CHAIN FOLLOWING (SEE THE EXTRACT-VOLUME NOTES
      *    IN ECONST) - ONLY THE PAYROLL EXTRACT SPILLS.
      *
       01 WS-VOLUME-BASE-NAME           PIC X(8)  VALUE SPACES.
       01 WS-VOLUME-QUEUE-NAME          PIC X(8)  VALUE SPACES.
       01 WS-VOLUME-NUMBER              PIC 9(1)  VALUE 1.
       01 WS-INDEX-QUEUE-NAME           PIC X(8)  VALUE SPACES.
      *
      *    WHAT EACH FEED SAID ABOUT ITSELF AGAINST WHAT WAS READ.
      *
       01 WS-FEED-ENTITIES              PIC 9(2)  VALUE ZEROES.
       01 WS-PAY-ENTITIES               PIC 9(2)  VALUE ZEROES.
       01 WS-GL-ENTITIES                PIC 9(2)  VALUE ZEROES.
       01 WS-PAY-TRAILER-COUNT          PIC 9(8)  VALUE ZEROES.
       01 WS-PAY-DETAILS-READ           PIC 9(8)  VALUE ZEROES.
       01 WS-GL-TRAILER-COUNT           PIC 9(8)  VALUE ZEROES.
       01 WS-GL-DETAILS-READ            PIC 9(8)  VALUE ZEROES.
      *
       01 WS-DELTA-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-PAYEXT-IS-DELTA                   VALUE 'Y'.
      *
      *    ONE ENTRY PER EMPLOYEE SEEN ON EITHER FEED. 5000 IS THE
      *    SAME HEADROOM ECNVHP'S KEY TABLE ALLOWS; AN EMPLOYEE PAST
      *    THE CAP CANNOT BE MATCHED, SO AN OVERFLOW FAILS THE RUN
      *    RATHER THAN REPORT A PARTIAL RECONCILIATION AS CLEAN.
      *
       01 WS-EMPLOYEE-TABLE-AREA.
          05 WS-EMPLOYEE-COUNT          PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-EMPLOYEE-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-EMP-IDX.
             10 WS-TBL-EMPLOYEE-ID      PIC 9(8).
             10 WS-TBL-ON-PAYROLL       PIC X(1).
                88 WS-TBL-PAYROLL-SEEN            VALUE 'Y'.
             10 WS-TBL-PAY-COST-CENTER  PIC X(6).
             10 WS-TBL-PAY-ANNUAL       PIC 9(7)V99.
             10 WS-TBL-ON-GL            PIC X(1).
                88 WS-TBL-GL-SEEN                 VALUE 'Y'.
             10 WS-TBL-GL-COST-CENTER   PIC X(6).
             10 WS-TBL-GL-MONTHLY       PIC 9(7)V99.
             10 WS-TBL-GL-LOAN-LINES    PIC 9(3).
      *
       01 WS-EMP-TABLE-FULL-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-EMP-TABLE-OVERFLOWED              VALUE 'Y'.
      *
       01 WS-EMP-FOUND-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-EMP-ENTRY-FOUND                   VALUE 'Y'.
      *
      *    ONE ENTRY PER HOME COST CENTER SEEN ON EITHER FEED.
      *
       01 WS-COST-CENTER-TABLE-AREA.
          05 WS-CENTER-COUNT            PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-CENTER-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-CTR-IDX.
             10 WS-TBL-COST-CENTER      PIC X(6).
             10 WS-TBL-CTR-PAY-HEADS    PIC 9(5).
             10 WS-TBL-CTR-PAY-ANNUAL   PIC 9(9)V99.
             10 WS-TBL-CTR-GL-HEADS     PIC 9(5).
             10 WS-TBL-CTR-GL-ANNUAL    PIC 9(9)V99.
      *
       01 WS-CTR-TABLE-FULL-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-CTR-TABLE-OVERFLOWED              VALUE 'Y'.
      *
       01 WS-CTR-FOUND-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-CTR-ENTRY-FOUND                   VALUE 'Y'.
      *
       01 WS-LOOKUP-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-LOOKUP-COST-CENTER         PIC X(6)  VALUE SPACES.
       01 WS-GL-ANNUAL                  PIC 9(9)V99 VALUE ZEROES.
       01 WS-AMOUNT-DIFFERENCE          PIC S9(9)V99 VALUE ZEROES.
       01 WS-ABSOLUTE-DIFFERENCE        PIC 9(9)V99 VALUE ZEROES.
       01 WS-EMPLOYEE-DIFFERENCES       PIC 9(5)  VALUE ZEROES.
       01 WS-CENTERS-OUT                PIC 9(4)  VALUE ZEROES.
      *
       01 WS-TOTAL-PAY-HEADS            PIC 9(5)  VALUE ZEROES.
       01 WS-TOTAL-PAY-ANNUAL           PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-GL-HEADS             PIC 9(5)  VALUE ZEROES.
       01 WS-TOTAL-GL-ANNUAL            PIC 9(9)V99 VALUE ZEROES.
      *
      *    ANY FEED DISAGREEMENT PAST TOLERANCE MARKS THIS RUN FAILED
      *    ON THE RUN-CONTROL AND RUN-HISTORY RECORDS, SO FINANCE'S
      *    MONTH-END SIGN-OFF (AND ERUNVP) SEES IT.
      *
       01 WS-RECON-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-RECON-FAILED                      VALUE 'Y'.
      *
       01 WS-FEED-MISSING-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-FEED-MISSING                      VALUE 'Y'.

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
           PERFORM 2000-LOAD-BOTH-FEEDS.
           PERFORM 3000-CHECK-FEED-CONTROLS.
           PERFORM 4000-COMPARE-EMPLOYEES.
           PERFORM 5000-WRITE-COST-CENTER-TOTALS.
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

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER REPORT - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-GLRECON-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-RUN-TODAY TO WS-HDR-RUN-DATE.
           MOVE WS-REPORT-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-LOAD-BOTH-FEEDS.
      *    EACH FEED'S INDEX QUEUE NAMES ITS ENTITY QUEUES - THE SAME
      *    LIST A REPORT VIEWER SEES WHEN IT OPENS PAYEXT OR GLALLOC.
           SET WS-READING-PAYROLL TO TRUE.
           MOVE APP-PAYEXT-QUEUE-NAME TO WS-INDEX-QUEUE-NAME.
           PERFORM 2100-LOAD-ONE-FEED.
           MOVE WS-FEED-ENTITIES TO WS-PAY-ENTITIES.

           SET WS-READING-GL TO TRUE.
           MOVE APP-GLALLOC-QUEUE-NAME TO WS-INDEX-QUEUE-NAME.
           PERFORM 2100-LOAD-ONE-FEED.
           MOVE WS-FEED-ENTITIES TO WS-GL-ENTITIES.

           IF WS-PAY-ENTITIES IS EQUAL TO ZERO OR
              WS-GL-ENTITIES IS EQUAL TO ZERO OR
              WS-PAYEXT-IS-DELTA
              SET WS-FEED-MISSING TO TRUE
              SET WS-RECON-FAILED TO TRUE
           END-IF.

       2100-LOAD-ONE-FEED.
           MOVE ZERO TO WS-FEED-ENTITIES.
           MOVE ZERO TO WS-INDEX-ITEM-NUMBER.
           MOVE SPACE TO WS-INDEX-SCAN-SWITCH.

           PERFORM 2110-READ-NEXT-INDEX-LINE
              UNTIL WS-INDEX-SCAN-DONE.

       2110-READ-NEXT-INDEX-LINE.
           ADD 1 TO WS-INDEX-ITEM-NUMBER.
           MOVE SPACES TO WS-FEED-ITEM.
           MOVE LENGTH OF WS-FEED-ITEM TO WS-FEED-LENGTH.

           EXEC CICS READQ TS
                QNAME(WS-INDEX-QUEUE-NAME)
                INTO (WS-FEED-ITEM)
                LENGTH (WS-FEED-LENGTH)
                ITEM (WS-INDEX-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-INDEX-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-IXV-LINE-TAG IS EQUAL TO 'ENTITY ' AND
              WS-IXV-QUEUE-NAME IS NOT EQUAL TO SPACES
              ADD 1 TO WS-FEED-ENTITIES
              MOVE WS-IXV-QUEUE-NAME TO WS-VOLUME-BASE-NAME
              PERFORM 2200-READ-ENTITY-FEED
           END-IF.

       2200-READ-ENTITY-FEED.
      *    VOLUME ONE IS THE ENTITY'S BASE QUEUE; CONTINUATION
      *    VOLUMES ARE FOLLOWED UNTIL ONE IS MISSING OR EMPTY.
           MOVE 1 TO WS-VOLUME-NUMBER.
           MOVE WS-VOLUME-BASE-NAME TO WS-VOLUME-QUEUE-NAME.
           MOVE SPACE TO WS-VOLUME-SCAN-SWITCH.

           PERFORM 2300-READ-ONE-VOLUME
              UNTIL WS-VOLUME-SCAN-DONE.

       2300-READ-ONE-VOLUME.
           MOVE ZERO TO WS-FEED-ITEM-NUMBER.
           MOVE SPACE TO WS-ITEM-SCAN-SWITCH.

           PERFORM 2310-READ-NEXT-FEED-ITEM
              UNTIL WS-ITEM-SCAN-DONE.

      *    THE READ THAT ENDED THE VOLUME WAS ITEM ONE - NOTHING WAS
      *    ON IT, SO THERE IS NO FURTHER VOLUME TO LOOK FOR. THE GL
      *    FEED NEVER SPILLS.
           IF WS-FEED-ITEM-NUMBER IS NOT GREATER THAN 1 OR
              WS-READING-GL OR
              WS-VOLUME-NUMBER IS NOT LESS THAN
              APP-EXTRACT-MAX-VOLUMES
              SET WS-VOLUME-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-VOLUME-NUMBER.
           MOVE SPACES TO WS-VOLUME-QUEUE-NAME.
           STRING WS-VOLUME-BASE-NAME(1:6) 'V' WS-VOLUME-NUMBER
              DELIMITED BY SIZE
              INTO WS-VOLUME-QUEUE-NAME
           END-STRING.

       2310-READ-NEXT-FEED-ITEM.
           ADD 1 TO WS-FEED-ITEM-NUMBER.
           MOVE SPACES TO WS-FEED-ITEM.
           MOVE LENGTH OF WS-FEED-ITEM TO WS-FEED-LENGTH.

           EXEC CICS READQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                INTO (WS-FEED-ITEM)
                LENGTH (WS-FEED-LENGTH)
                ITEM (WS-FEED-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ITEM-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-READING-PAYROLL
              PERFORM 2400-TAKE-PAYROLL-ITEM
           ELSE
              PERFORM 2500-TAKE-GL-ITEM
           END-IF.

       2400-TAKE-PAYROLL-ITEM.
      *    ONLY THE SALARIED DETAIL AND ITS TRAILER MATTER HERE - THE
      *    DEDUCTION, BENEFIT, OVERTIME AND RETRO RECORDS ARE NOT
      *    SALARY AND ARE SKIPPED.
           EVALUATE WS-PXD-RECORD-TYPE
           WHEN 'D'
                ADD 1 TO WS-PAY-DETAILS-READ
                PERFORM 2410-TAKE-PAYROLL-EMPLOYEE
           WHEN 'T'
                IF WS-PXT-RECORD-COUNT IS NUMERIC
                   ADD WS-PXT-RECORD-COUNT TO WS-PAY-TRAILER-COUNT
                END-IF
                IF WS-PXT-DELTA-RUN
                   SET WS-PAYEXT-IS-DELTA TO TRUE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2410-TAKE-PAYROLL-EMPLOYEE.
           MOVE WS-PXD-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
           PERFORM 7000-FIND-EMPLOYEE-ENTRY.

           IF NOT WS-EMP-ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           SET WS-TBL-PAYROLL-SEEN(WS-EMP-IDX) TO TRUE.
           IF WS-PXD-ANNUAL-SALARY IS NUMERIC
              MOVE WS-PXD-ANNUAL-SALARY
                 TO WS-TBL-PAY-ANNUAL(WS-EMP-IDX)
           END-IF.

      *    PAYROLL CARRIES ONLY THE HOME DEPARTMENT - ITS COST CENTER
      *    COMES FROM DEPTMAST, AS EGLALCP'S 3220 FINDS IT.
           MOVE SPACES TO WS-LOOKUP-COST-CENTER.
           MOVE WS-PXD-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DEPT-COST-CENTER TO WS-LOOKUP-COST-CENTER
           END-IF.

           MOVE WS-LOOKUP-COST-CENTER
              TO WS-TBL-PAY-COST-CENTER(WS-EMP-IDX).

       2500-TAKE-GL-ITEM.
           EVALUATE WS-GLD-RECORD-TYPE
           WHEN 'A'
                ADD 1 TO WS-GL-DETAILS-READ
                PERFORM 2510-TAKE-GL-LINE
           WHEN 'T'
                IF WS-GLT-RECORD-COUNT IS NUMERIC
                   ADD WS-GLT-RECORD-COUNT TO WS-GL-TRAILER-COUNT
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2510-TAKE-GL-LINE.
           MOVE WS-GLD-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
           PERFORM 7000-FIND-EMPLOYEE-ENTRY.

           IF NOT WS-EMP-ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           SET WS-TBL-GL-SEEN(WS-EMP-IDX) TO TRUE.
           IF WS-GLD-AMOUNT IS NUMERIC
              ADD WS-GLD-AMOUNT TO WS-TBL-GL-MONTHLY(WS-EMP-IDX)
           END-IF.

      *    THE HOME REMAINDER LINE NAMES THE HOME COST CENTER; AN
      *    EMPLOYEE WITH ONLY LOAN LINES IS COUNTED ON THE FIRST
      *    LOAN'S COST CENTER.
           EVALUATE TRUE
           WHEN WS-GLD-HOME-REMAINDER
                MOVE WS-GLD-COST-CENTER
                   TO WS-TBL-GL-COST-CENTER(WS-EMP-IDX)
           WHEN WS-GLD-LOAN-SPLIT
                ADD 1 TO WS-TBL-GL-LOAN-LINES(WS-EMP-IDX)
                IF WS-TBL-GL-COST-CENTER(WS-EMP-IDX) IS EQUAL TO
                   SPACES
                   MOVE WS-GLD-COST-CENTER
                      TO WS-TBL-GL-COST-CENTER(WS-EMP-IDX)
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-CENTERS-OUT TO WS-REPLY-CENTERS.
           MOVE WS-EMPLOYEE-DIFFERENCES TO WS-REPLY-EMPLOYEES.

           EVALUATE TRUE
           WHEN WS-PAY-ENTITIES IS EQUAL TO ZERO
                MOVE 'No Payroll Extract On Queue PAYEXT - Cannot Reconc
      -              'ile!' TO WS-REPLY-TEXT
           WHEN WS-GL-ENTITIES IS EQUAL TO ZERO
                MOVE 'No GL Allocation Feed On Queue GLALLOC - Cannot Re
      -              'concile!' TO WS-REPLY-TEXT
           WHEN WS-PAYEXT-IS-DELTA
                MOVE 'Payroll Extract Is A Delta Run - Rerun EPAY In Ful
      -              'l Mode To Reconcile!' TO WS-REPLY-TEXT
           WHEN WS-EMP-TABLE-OVERFLOWED OR WS-CTR-TABLE-OVERFLOWED
                MOVE 'Reconciliation Tables Overflowed - Results Are Inc
      -              'omplete!' TO WS-REPLY-TEXT
           WHEN WS-RECON-FAILED
                STRING 'MISMATCH! '
                       FUNCTION TRIM(WS-REPLY-CENTERS)
                       ' Cost Center(s) Out, '
                       FUNCTION TRIM(WS-REPLY-EMPLOYEES)
                       ' Employee(s) Differ - Queue '
                       APP-GLRECON-QUEUE-NAME
                   DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
                END-STRING
           WHEN OTHER
                STRING 'Payroll And GL Reconciled OK - '
                       FUNCTION TRIM(WS-REPLY-EMPLOYEES)
                       ' Difference(s) Within Tolerance'
                   DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
                END-STRING
           END-EVALUATE.

       3000-CHECK-FEED-CONTROLS.
      *    EACH FEED'S TRAILERS MUST ACCOUNT FOR EVERY DETAIL READ
      *    BEHIND THEM BEFORE THE DETAIL IS WORTH COMPARING.
           IF WS-FEED-MISSING
              EXIT PARAGRAPH
           END-IF.

           IF WS-PAY-TRAILER-COUNT IS NOT EQUAL TO WS-PAY-DETAILS-READ
              MOVE APP-PAYEXT-QUEUE-NAME TO WS-CHK-FEED-NAME
              MOVE WS-PAY-TRAILER-COUNT TO WS-CHK-TRAILER-COUNT
              MOVE WS-PAY-DETAILS-READ TO WS-CHK-DETAIL-COUNT
              MOVE WS-CONTROL-CHECK-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
              SET WS-RECON-FAILED TO TRUE
           END-IF.

           IF WS-GL-TRAILER-COUNT IS NOT EQUAL TO WS-GL-DETAILS-READ
              MOVE APP-GLALLOC-QUEUE-NAME TO WS-CHK-FEED-NAME
              MOVE WS-GL-TRAILER-COUNT TO WS-CHK-TRAILER-COUNT
              MOVE WS-GL-DETAILS-READ TO WS-CHK-DETAIL-COUNT
              MOVE WS-CONTROL-CHECK-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
              SET WS-RECON-FAILED TO TRUE
           END-IF.

           IF WS-EMP-TABLE-OVERFLOWED
              SET WS-RECON-FAILED TO TRUE
           END-IF.

       4000-COMPARE-EMPLOYEES.
           IF WS-FEED-MISSING
              EXIT PARAGRAPH
           END-IF.

           MOVE 'DIFFERENCES BY EMPLOYEE (ANNUAL AMOUNTS)'
              TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 4100-COMPARE-ONE-EMPLOYEE
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX IS GREATER THAN WS-EMPLOYEE-COUNT.

       4100-COMPARE-ONE-EMPLOYEE.
           COMPUTE WS-GL-ANNUAL =
              WS-TBL-GL-MONTHLY(WS-EMP-IDX) * 12.

      *    EACH SIDE COUNTS THE EMPLOYEE ON ITS OWN HOME COST CENTER.
           IF WS-TBL-PAYROLL-SEEN(WS-EMP-IDX)
              MOVE WS-TBL-PAY-COST-CENTER(WS-EMP-IDX)
                 TO WS-LOOKUP-COST-CENTER
              PERFORM 7100-FIND-COST-CENTER-ENTRY
              IF WS-CTR-ENTRY-FOUND
                 ADD 1 TO WS-TBL-CTR-PAY-HEADS(WS-CTR-IDX)
                 ADD WS-TBL-PAY-ANNUAL(WS-EMP-IDX)
                    TO WS-TBL-CTR-PAY-ANNUAL(WS-CTR-IDX)
              END-IF
           END-IF.

           IF WS-TBL-GL-SEEN(WS-EMP-IDX)
              MOVE WS-TBL-GL-COST-CENTER(WS-EMP-IDX)
                 TO WS-LOOKUP-COST-CENTER
              PERFORM 7100-FIND-COST-CENTER-ENTRY
              IF WS-CTR-ENTRY-FOUND
                 ADD 1 TO WS-TBL-CTR-GL-HEADS(WS-CTR-IDX)
                 ADD WS-GL-ANNUAL TO WS-TBL-CTR-GL-ANNUAL(WS-CTR-IDX)
              END-IF
           END-IF.

           COMPUTE WS-AMOUNT-DIFFERENCE =
              WS-GL-ANNUAL - WS-TBL-PAY-ANNUAL(WS-EMP-IDX).
           IF WS-AMOUNT-DIFFERENCE IS LESS THAN ZERO
              COMPUTE WS-ABSOLUTE-DIFFERENCE =
                 ZERO - WS-AMOUNT-DIFFERENCE
           ELSE
              MOVE WS-AMOUNT-DIFFERENCE TO WS-ABSOLUTE-DIFFERENCE
           END-IF.

      *    A SALARY GAP ON SOMEONE WITH LOAN LINES IS THE SPLIT NOT
      *    ADDING BACK - EGLALCP FLOORS THE HOME REMAINDER AT ZERO
      *    WHEN LOANS PASS 100 PERCENT.
           MOVE SPACES TO WS-EDL-REASON.
           EVALUATE TRUE
           WHEN NOT WS-TBL-PAYROLL-SEEN(WS-EMP-IDX)
                MOVE 'GL ONLY' TO WS-EDL-REASON
           WHEN NOT WS-TBL-GL-SEEN(WS-EMP-IDX)
                MOVE 'PAYROLL ONLY' TO WS-EDL-REASON
           WHEN WS-ABSOLUTE-DIFFERENCE IS GREATER THAN
                APP-GLRECON-EMP-TOLERANCE AND
                WS-TBL-GL-LOAN-LINES(WS-EMP-IDX) IS GREATER THAN
                ZERO
                MOVE 'LOAN SPLIT' TO WS-EDL-REASON
           WHEN WS-ABSOLUTE-DIFFERENCE IS GREATER THAN
                APP-GLRECON-EMP-TOLERANCE
                MOVE 'SALARY DIFF' TO WS-EDL-REASON
           WHEN WS-TBL-PAY-COST-CENTER(WS-EMP-IDX) IS NOT EQUAL TO
                WS-TBL-GL-COST-CENTER(WS-EMP-IDX)
                MOVE 'COST CENTER' TO WS-EDL-REASON
           WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-TBL-EMPLOYEE-ID(WS-EMP-IDX) TO WS-EDL-EMPLOYEE-ID.
           IF WS-TBL-PAYROLL-SEEN(WS-EMP-IDX)
              MOVE WS-TBL-PAY-COST-CENTER(WS-EMP-IDX)
                 TO WS-EDL-COST-CENTER
           ELSE
              MOVE WS-TBL-GL-COST-CENTER(WS-EMP-IDX)
                 TO WS-EDL-COST-CENTER
           END-IF.
           MOVE WS-TBL-PAY-ANNUAL(WS-EMP-IDX) TO WS-EDL-PAYROLL-AMOUNT.
           MOVE WS-GL-ANNUAL TO WS-EDL-GL-AMOUNT.
           MOVE WS-EMPLOYEE-DIFF-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           ADD 1 TO WS-EMPLOYEE-DIFFERENCES.

       5000-WRITE-COST-CENTER-TOTALS.
           IF WS-FEED-MISSING
              EXIT PARAGRAPH
           END-IF.

           MOVE 'TOTALS BY HOME COST CENTER (HEADS, ANNUALIZED SALARY)'
              TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 5100-WRITE-ONE-COST-CENTER
              VARYING WS-CTR-IDX FROM 1 BY 1
              UNTIL WS-CTR-IDX IS GREATER THAN WS-CENTER-COUNT.

           MOVE 'TOTAL' TO WS-CCL-COST-CENTER.
           MOVE WS-TOTAL-PAY-HEADS TO WS-CCL-PAYROLL-HEADS.
           MOVE WS-TOTAL-PAY-ANNUAL TO WS-CCL-PAYROLL-AMOUNT.
           MOVE WS-TOTAL-GL-HEADS TO WS-CCL-GL-HEADS.
           MOVE WS-TOTAL-GL-ANNUAL TO WS-CCL-GL-AMOUNT.
           COMPUTE WS-CCL-DIFFERENCE =
              WS-TOTAL-GL-ANNUAL - WS-TOTAL-PAY-ANNUAL.
           MOVE SPACES TO WS-CCL-FLAG.
           MOVE WS-COST-CENTER-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           IF WS-CTR-TABLE-OVERFLOWED
              SET WS-RECON-FAILED TO TRUE
           END-IF.

       5100-WRITE-ONE-COST-CENTER.
           COMPUTE WS-AMOUNT-DIFFERENCE =
              WS-TBL-CTR-GL-ANNUAL(WS-CTR-IDX) -
              WS-TBL-CTR-PAY-ANNUAL(WS-CTR-IDX).
           IF WS-AMOUNT-DIFFERENCE IS LESS THAN ZERO
              COMPUTE WS-ABSOLUTE-DIFFERENCE =
                 ZERO - WS-AMOUNT-DIFFERENCE
           ELSE
              MOVE WS-AMOUNT-DIFFERENCE TO WS-ABSOLUTE-DIFFERENCE
           END-IF.

           MOVE SPACES TO WS-CCL-FLAG.
           IF WS-ABSOLUTE-DIFFERENCE IS GREATER THAN
              APP-GLRECON-TOLERANCE OR
              WS-TBL-CTR-PAY-HEADS(WS-CTR-IDX) IS NOT EQUAL TO
              WS-TBL-CTR-GL-HEADS(WS-CTR-IDX)
              MOVE '**' TO WS-CCL-FLAG
              ADD 1 TO WS-CENTERS-OUT
              SET WS-RECON-FAILED TO TRUE
           END-IF.

           MOVE WS-TBL-COST-CENTER(WS-CTR-IDX) TO WS-CCL-COST-CENTER.
           MOVE WS-TBL-CTR-PAY-HEADS(WS-CTR-IDX)
              TO WS-CCL-PAYROLL-HEADS.
           MOVE WS-TBL-CTR-PAY-ANNUAL(WS-CTR-IDX)
              TO WS-CCL-PAYROLL-AMOUNT.
           MOVE WS-TBL-CTR-GL-HEADS(WS-CTR-IDX) TO WS-CCL-GL-HEADS.
           MOVE WS-TBL-CTR-GL-ANNUAL(WS-CTR-IDX) TO WS-CCL-GL-AMOUNT.
           MOVE WS-AMOUNT-DIFFERENCE TO WS-CCL-DIFFERENCE.
           MOVE WS-COST-CENTER-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           ADD WS-TBL-CTR-PAY-HEADS(WS-CTR-IDX) TO WS-TOTAL-PAY-HEADS.
           ADD WS-TBL-CTR-PAY-ANNUAL(WS-CTR-IDX)
              TO WS-TOTAL-PAY-ANNUAL.
           ADD WS-TBL-CTR-GL-HEADS(WS-CTR-IDX) TO WS-TOTAL-GL-HEADS.
           ADD WS-TBL-CTR-GL-ANNUAL(WS-CTR-IDX) TO WS-TOTAL-GL-ANNUAL.

       7000-FIND-EMPLOYEE-ENTRY.
      *    LEAVES WS-EMP-IDX ON WS-LOOKUP-EMPLOYEE-ID'S ENTRY, ADDING
      *    IT THE FIRST TIME IT IS SEEN. A FULL TABLE LEAVES
      *    WS-EMP-ENTRY-FOUND OFF AND FLAGS THE OVERFLOW.
           MOVE SPACE TO WS-EMP-FOUND-SWITCH.

           SET WS-EMP-IDX TO 1.
           SEARCH WS-EMPLOYEE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-EMP-IDX IS GREATER THAN WS-EMPLOYEE-COUNT
                 CONTINUE
              WHEN WS-TBL-EMPLOYEE-ID(WS-EMP-IDX) IS EQUAL TO
                   WS-LOOKUP-EMPLOYEE-ID
                 SET WS-EMP-ENTRY-FOUND TO TRUE
           END-SEARCH.

           IF WS-EMP-ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           IF WS-EMPLOYEE-COUNT IS NOT LESS THAN 5000
              SET WS-EMP-TABLE-OVERFLOWED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EMPLOYEE-COUNT.
           SET WS-EMP-IDX TO WS-EMPLOYEE-COUNT.
           INITIALIZE WS-EMPLOYEE-ENTRY(WS-EMP-IDX).
           MOVE WS-LOOKUP-EMPLOYEE-ID TO WS-TBL-EMPLOYEE-ID(WS-EMP-IDX).
           SET WS-EMP-ENTRY-FOUND TO TRUE.

       7100-FIND-COST-CENTER-ENTRY.
      *    SAME SHAPE AS 7000, FOR WS-LOOKUP-COST-CENTER.
           MOVE SPACE TO WS-CTR-FOUND-SWITCH.

           SET WS-CTR-IDX TO 1.
           SEARCH WS-CENTER-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CTR-IDX IS GREATER THAN WS-CENTER-COUNT
                 CONTINUE
              WHEN WS-TBL-COST-CENTER(WS-CTR-IDX) IS EQUAL TO
                   WS-LOOKUP-COST-CENTER
                 SET WS-CTR-ENTRY-FOUND TO TRUE
           END-SEARCH.

           IF WS-CTR-ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           IF WS-CENTER-COUNT IS NOT LESS THAN 500
              SET WS-CTR-TABLE-OVERFLOWED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CENTER-COUNT.
           SET WS-CTR-IDX TO WS-CENTER-COUNT.
           INITIALIZE WS-CENTER-ENTRY(WS-CTR-IDX).
           MOVE WS-LOOKUP-COST-CENTER TO WS-TBL-COST-CENTER(WS-CTR-IDX).
           SET WS-CTR-ENTRY-FOUND TO TRUE.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-GLRECON-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-RPT-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-LINES-WRITTEN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE REPORT
      *    MID-REVIEW, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID. A FAILED RECONCILIATION
      *    MAY ALWAYS BE RERUN ONCE THE FEEDS ARE FIXED.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL.
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
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Run Ag
      -              'ain!'
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
                RIDFLD(APP-RUNCTL-RRN-GLRECON)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE OUTCOME ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-GLRECON-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-GLRECON)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-GLRECON-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              IF WS-RECON-FAILED
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
              MOVE APP-GLRECON-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              IF WS-RECON-FAILED
                 SET RNC-ST-FAILED TO TRUE
              ELSE
                 SET RNC-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-GLRECON)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-GLRECON-PROGRAM-NAME TO RNH-JOB-NAME.
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
              COMPUTE RNH-RECORDS-READ =
                 WS-PAY-DETAILS-READ + WS-GL-DETAILS-READ
              MOVE WS-LINES-WRITTEN TO RNH-RECORDS-WRITTEN
              IF WS-RECON-FAILED
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

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
