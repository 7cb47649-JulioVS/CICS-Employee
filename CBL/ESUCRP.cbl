       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESUCRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'SUCCESSION PLANNING REVIEW' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EACH QUARTER. THE
      *        REPORT GOES TO THE APP-SUCCRPT-QUEUE-NAME TS QUEUE IN
      *        THREE PARTS:
      *           1. EVERY ACTIVE DEPARTMENT WITH A MANAGER BUT NO
      *              READY-NOW SUCCESSOR WHO IS STILL AN ACTIVE,
      *              NON-LEAVING EMPLOYEE.
      *           2. EVERY NOMINEE WHO IS NO LONGER ON FILE, HAS BEEN
      *              SOFT-DELETED (OR MERGED AWAY), OR HAS AN END DATE
      *              RECORDED - THEIR NOMINATION SHOULD BE REMOVED.
      *           3. EVERY NOMINATION WHOSE REVIEW DATE HAS PASSED.
      *      - NOMINATIONS ARE MAINTAINED ON ESUCP (SEE ESUCCSN.CPY).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - SUCCESSION NOMINATION RECORD.
      *      - BATCH RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ESUCCSN.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(35)
                   VALUE 'SUCCESSION PLANNING REVIEW - AS AT '.
          05 WS-TTL-RUN-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(35)  VALUE SPACES.
      *
       01 WS-SECTION-HEADING-LINE       PIC X(80) VALUE SPACES.
       01 WS-COLUMN-HEADING-LINE        PIC X(80) VALUE SPACES.
      *
       01 WS-NO-SUCCESSOR-HEADING.
          05 FILLER                     PIC X(10)  VALUE ' DEPT ID'.
          05 FILLER                     PIC X(27)  VALUE 'DEPARTMENT'.
          05 FILLER                     PIC X(27)  VALUE 'MANAGER'.
          05 FILLER                     PIC X(16)  VALUE 'NOMINEES'.
      *
       01 WS-NO-SUCCESSOR-DETAIL.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-NSD-DEPARTMENT-ID       PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-NSD-DEPARTMENT-NAME     PIC X(25)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-NSD-MANAGER-NAME        PIC X(25)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-NSD-NOMINEE-COUNT       PIC ZZZ9.
          05 FILLER                     PIC X(12)  VALUE SPACES.
      *
       01 WS-NOMINATION-HEADING.
          05 FILLER                     PIC X(10)  VALUE ' DEPT ID'.
          05 FILLER                     PIC X(10)  VALUE 'NOMINEE'.
          05 FILLER                     PIC X(27)  VALUE 'NAME'.
          05 FILLER                     PIC X(11)  VALUE 'READINESS'.
          05 FILLER                     PIC X(22)  VALUE SPACES.
      *
       01 WS-NOMINATION-DETAIL.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-NMD-DEPARTMENT-ID       PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-NMD-NOMINEE-ID          PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-NMD-NOMINEE-NAME        PIC X(25)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-NMD-READINESS           PIC X(9)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-NMD-EXTRA-TEXT          PIC X(12)  VALUE SPACES.
          05 FILLER                     PIC X(10)  VALUE SPACES.
      *
       01 WS-SECTION-COUNT-LINE.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-SCL-COUNT               PIC ZZZZ9.
          05 FILLER                     PIC X(10)  VALUE ' LISTED'.
          05 FILLER                     PIC X(62)  VALUE SPACES.
      *
       01 WS-TOTAL-LINE.
          05 FILLER                     PIC X(20)
                                         VALUE 'NOMINATIONS READ:  '.
          05 WS-TOT-NOMINATIONS         PIC ZZZZ9.
          05 FILLER                     PIC X(15)
                                         VALUE '  LINES LISTED:'.
          05 WS-TOT-LISTED              PIC ZZZZ9.
          05 FILLER                     PIC X(35)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-NOMINATIONS-READ        PIC 9(5)  VALUE ZEROES.
          05 WS-SECTION-LISTED          PIC 9(5)  VALUE ZEROES.
          05 WS-NO-SUCCESSOR-LISTED     PIC 9(5)  VALUE ZEROES.
          05 WS-INELIGIBLE-LISTED       PIC 9(5)  VALUE ZEROES.
          05 WS-OVERDUE-LISTED          PIC 9(5)  VALUE ZEROES.
          05 WS-LINES-LISTED            PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-NO-SUCCESSOR      PIC ZZZZ9.
          05 WS-REPLY-INELIGIBLE        PIC ZZZZ9.
          05 WS-REPLY-OVERDUE           PIC ZZZZ9.
      *
       01 WS-DEPT-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE                  VALUE 'Y'.
          88 WS-DEPT-NOT-END-OF-FILE              VALUE 'N'.
      *
       01 WS-SUCC-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-SUCC-END-OF-FILE                  VALUE 'Y'.
          88 WS-SUCC-NOT-END-OF-FILE              VALUE 'N'.
      *
      *    WHICH OF THE TWO FULL NOMINATION PASSES IS RUNNING.
       01 WS-NOMINATION-PASS            PIC X(1)  VALUE SPACES.
          88 WS-PASS-INELIGIBLE                   VALUE 'I'.
          88 WS-PASS-OVERDUE                      VALUE 'O'.
      *
      *    THE NOMINEE'S STANDING, SET BY 2500-CHECK-NOMINEE.
       01 WS-NOMINEE-STATE              PIC X(1)  VALUE SPACES.
          88 WS-NOMINEE-ELIGIBLE                  VALUE SPACE.
          88 WS-NOMINEE-NOT-ON-FILE               VALUE 'X'.
          88 WS-NOMINEE-SOFT-DELETED              VALUE 'D'.
          88 WS-NOMINEE-MERGED-AWAY               VALUE 'M'.
          88 WS-NOMINEE-LEAVER                    VALUE 'L'.
      *
      *    PER-DEPARTMENT TALLY FOR PART 1.
       01 WS-DEPT-NOMINEE-COUNT         PIC 9(4)  VALUE ZEROES.
       01 WS-DEPT-READY-NOW-COUNT       PIC 9(4)  VALUE ZEROES.
       01 WS-SCAN-DEPARTMENT-ID         PIC 9(8)  VALUE ZEROES.
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
           PERFORM 2000-REPORT-NO-SUCCESSOR.
           PERFORM 3000-REPORT-INELIGIBLE-NOMINEES.
           PERFORM 4000-REPORT-OVERDUE-REVIEWS.
           PERFORM 2800-WRITE-TOTAL-LINE.
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

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-SUCCRPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-RUN-TODAY TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-RUN-DATE.
           MOVE WS-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    PART 1 - MANAGERS WITH NO READY-NOW SUCCESSOR.
      *-----------------------------------------------------------------

       2000-REPORT-NO-SUCCESSOR.
           MOVE 'MANAGERS WITH NO READY-NOW SUCCESSOR'
              TO WS-SECTION-HEADING-LINE.
           MOVE WS-NO-SUCCESSOR-HEADING TO WS-COLUMN-HEADING-LINE.
           PERFORM 2050-WRITE-SECTION-HEADING.

           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-DEPARTMENT
                   UNTIL WS-DEPT-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-DEPT-MASTER-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Department Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

           MOVE WS-SECTION-LISTED TO WS-NO-SUCCESSOR-LISTED.
           PERFORM 2060-WRITE-SECTION-COUNT.

       2050-WRITE-SECTION-HEADING.
      *    BLANK SPACER, THE PART'S TITLE, THEN ITS COLUMN HEADINGS.
           MOVE ZERO TO WS-SECTION-LISTED.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-SECTION-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2060-WRITE-SECTION-COUNT.
           MOVE WS-SECTION-LISTED TO WS-SCL-COUNT.
           MOVE WS-SECTION-COUNT-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2100-READ-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         A VACANT POST IS EORGHP'S TO REPORT, NOT OURS.
                IF DEPT-ACTIVE AND
                   DEPT-MANAGER-EMPLOYEE-ID IS GREATER THAN ZERO
                   PERFORM 2110-CHECK-ONE-DEPARTMENT
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Department!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2110-CHECK-ONE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-NOMINEE-COUNT.
           MOVE ZERO TO WS-DEPT-READY-NOW-COUNT.
           MOVE DEPT-DEPARTMENT-ID TO WS-SCAN-DEPARTMENT-ID.
           SET WS-SUCC-NOT-END-OF-FILE TO TRUE.

           INITIALIZE SUCCESSION-NOMINATION-RECORD.
           MOVE DEPT-DEPARTMENT-ID TO SUC-DEPARTMENT-ID.

           EXEC CICS STARTBR
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2120-READ-NEXT-DEPT-NOMINATION
                 UNTIL WS-SUCC-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-SUCCESSION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-DEPT-READY-NOW-COUNT IS EQUAL TO ZERO
              PERFORM 2150-LIST-DEPARTMENT
           END-IF.

       2120-READ-NEXT-DEPT-NOMINATION.
           EXEC CICS READNEXT
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                INTO (SUCCESSION-NOMINATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SUCC-END-OF-FILE TO TRUE
           WHEN SUC-DEPARTMENT-ID IS NOT EQUAL TO WS-SCAN-DEPARTMENT-ID
                SET WS-SUCC-END-OF-FILE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-DEPT-NOMINEE-COUNT
      *         A READY-NOW NOMINEE WHO HAS GONE DOESN'T COUNT.
                IF SUC-READY-NOW
                   PERFORM 2500-CHECK-NOMINEE
                   IF WS-NOMINEE-ELIGIBLE
                      ADD 1 TO WS-DEPT-READY-NOW-COUNT
                   END-IF
                END-IF
           END-EVALUATE.

       2150-LIST-DEPARTMENT.
           MOVE DEPT-DEPARTMENT-ID TO WS-NSD-DEPARTMENT-ID.
           MOVE DEPT-DEPARTMENT-NAME TO WS-NSD-DEPARTMENT-NAME.
           MOVE WS-DEPT-NOMINEE-COUNT TO WS-NSD-NOMINEE-COUNT.

           MOVE DEPT-MANAGER-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-PRIMARY-NAME TO WS-NSD-MANAGER-NAME
           ELSE
              MOVE '(NOT ON FILE)' TO WS-NSD-MANAGER-NAME
           END-IF.

           ADD 1 TO WS-SECTION-LISTED.
           MOVE WS-NO-SUCCESSOR-DETAIL TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2500-CHECK-NOMINEE.
      *    CLASSIFIES THE CURRENT NOMINATION'S NOMINEE. A RECORDED END
      *    DATE MAKES THEM A LEAVER EVEN BEFORE THAT DATE ARRIVES.
           MOVE SPACES TO WS-NOMINEE-STATE.
           MOVE SUC-NOMINEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-NOMINEE-NOT-ON-FILE TO TRUE
                MOVE '(NOT ON FILE)' TO EMP-PRIMARY-NAME
           WHEN EMP-MERGED-AWAY
                SET WS-NOMINEE-MERGED-AWAY TO TRUE
           WHEN NOT EMP-ACTIVE
                SET WS-NOMINEE-SOFT-DELETED TO TRUE
           WHEN EMP-END-DATE IS NUMERIC AND
                EMP-END-DATE IS GREATER THAN '00000000'
                SET WS-NOMINEE-LEAVER TO TRUE
           WHEN OTHER
                SET WS-NOMINEE-ELIGIBLE TO TRUE
           END-EVALUATE.

       2600-FORMAT-NOMINATION.
      *    COMMON DETAIL FIELDS FOR PARTS 2 AND 3 - THE CALLER FILLS
      *    IN WS-NMD-EXTRA-TEXT.
           MOVE SUC-DEPARTMENT-ID TO WS-NMD-DEPARTMENT-ID.
           MOVE SUC-NOMINEE-ID TO WS-NMD-NOMINEE-ID.
           MOVE EMP-PRIMARY-NAME TO WS-NMD-NOMINEE-NAME.

           EVALUATE TRUE
           WHEN SUC-READY-NOW
                MOVE 'READY NOW' TO WS-NMD-READINESS
           WHEN SUC-READY-1-2-YEARS
                MOVE '1-2 YEARS' TO WS-NMD-READINESS
           WHEN SUC-READY-3-PLUS-YEARS
                MOVE '3+ YEARS' TO WS-NMD-READINESS
           WHEN OTHER
                MOVE SPACES TO WS-NMD-READINESS
           END-EVALUATE.

       2800-WRITE-TOTAL-LINE.
           COMPUTE WS-LINES-LISTED = WS-NO-SUCCESSOR-LISTED
                                   + WS-INELIGIBLE-LISTED
                                   + WS-OVERDUE-LISTED.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-NOMINATIONS-READ TO WS-TOT-NOMINATIONS.
           MOVE WS-LINES-LISTED TO WS-TOT-LISTED.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-NO-SUCCESSOR-LISTED TO WS-REPLY-NO-SUCCESSOR.
           MOVE WS-INELIGIBLE-LISTED TO WS-REPLY-INELIGIBLE.
           MOVE WS-OVERDUE-LISTED TO WS-REPLY-OVERDUE.

           STRING 'Succession Review Done - '
                  FUNCTION TRIM(WS-REPLY-NO-SUCCESSOR)
                  ' No Successor, '
                  FUNCTION TRIM(WS-REPLY-INELIGIBLE)
                  ' Gone, '
                  FUNCTION TRIM(WS-REPLY-OVERDUE)
                  ' Overdue - Queue '
                  APP-SUCCRPT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

      *-----------------------------------------------------------------
      *    PART 2 - NOMINEES WHO ARE NO LONGER ELIGIBLE.
      *-----------------------------------------------------------------

       3000-REPORT-INELIGIBLE-NOMINEES.
           MOVE 'NOMINEES WHO HAVE LEFT OR BEEN SOFT-DELETED'
              TO WS-SECTION-HEADING-LINE.
           MOVE WS-NOMINATION-HEADING TO WS-COLUMN-HEADING-LINE.
           MOVE 'REASON' TO WS-COLUMN-HEADING-LINE(59:6).
           PERFORM 2050-WRITE-SECTION-HEADING.

           SET WS-PASS-INELIGIBLE TO TRUE.
           PERFORM 5000-BROWSE-ALL-NOMINATIONS.

           MOVE WS-SECTION-LISTED TO WS-INELIGIBLE-LISTED.
           PERFORM 2060-WRITE-SECTION-COUNT.

       3100-CHECK-INELIGIBLE.
           ADD 1 TO WS-NOMINATIONS-READ.
           PERFORM 2500-CHECK-NOMINEE.

           IF NOT WS-NOMINEE-ELIGIBLE
              PERFORM 2600-FORMAT-NOMINATION

              EVALUATE TRUE
              WHEN WS-NOMINEE-NOT-ON-FILE
                   MOVE 'NOT ON FILE' TO WS-NMD-EXTRA-TEXT
              WHEN WS-NOMINEE-MERGED-AWAY
                   MOVE 'MERGED AWAY' TO WS-NMD-EXTRA-TEXT
              WHEN WS-NOMINEE-SOFT-DELETED
                   MOVE 'SOFT-DELETED' TO WS-NMD-EXTRA-TEXT
              WHEN WS-NOMINEE-LEAVER
                   MOVE 'LEAVER' TO WS-NMD-EXTRA-TEXT
              END-EVALUATE

              ADD 1 TO WS-SECTION-LISTED
              MOVE WS-NOMINATION-DETAIL TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    PART 3 - NOMINATIONS PAST THEIR REVIEW DATE.
      *-----------------------------------------------------------------

       4000-REPORT-OVERDUE-REVIEWS.
           MOVE 'NOMINATIONS PAST THEIR REVIEW DATE'
              TO WS-SECTION-HEADING-LINE.
           MOVE WS-NOMINATION-HEADING TO WS-COLUMN-HEADING-LINE.
           MOVE 'REVIEW DATE' TO WS-COLUMN-HEADING-LINE(59:11).
           PERFORM 2050-WRITE-SECTION-HEADING.

           SET WS-PASS-OVERDUE TO TRUE.
           PERFORM 5000-BROWSE-ALL-NOMINATIONS.

           MOVE WS-SECTION-LISTED TO WS-OVERDUE-LISTED.
           PERFORM 2060-WRITE-SECTION-COUNT.

       4100-CHECK-OVERDUE.
           IF SUC-REVIEW-DATE IS LESS THAN WS-RUN-TODAY
              PERFORM 2500-CHECK-NOMINEE
              PERFORM 2600-FORMAT-NOMINATION

              MOVE SUC-REVIEW-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO WS-NMD-EXTRA-TEXT

              ADD 1 TO WS-SECTION-LISTED
              MOVE WS-NOMINATION-DETAIL TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    FULL NOMINATION BROWSE SHARED BY PARTS 2 AND 3.
      *-----------------------------------------------------------------

       5000-BROWSE-ALL-NOMINATIONS.
           SET WS-SUCC-NOT-END-OF-FILE TO TRUE.
           INITIALIZE SUCCESSION-NOMINATION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 5100-READ-NEXT-NOMINATION
                   UNTIL WS-SUCC-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-SUCCESSION-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-SUCC-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Succession File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       5100-READ-NEXT-NOMINATION.
           EXEC CICS READNEXT
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                INTO (SUCCESSION-NOMINATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                EVALUATE TRUE
                WHEN WS-PASS-INELIGIBLE
                     PERFORM 3100-CHECK-INELIGIBLE
                WHEN WS-PASS-OVERDUE
                     PERFORM 4100-CHECK-OVERDUE
                END-EVALUATE
           WHEN DFHRESP(ENDFILE)
                SET WS-SUCC-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Nomination!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-SUCCRPT-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
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
                RIDFLD(APP-RUNCTL-RRN-SUCCRPT)
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
           MOVE APP-SUCCRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-SUCCRPT)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-SUCCRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-SUCCRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-SUCCRPT)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-SUCCRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-NOMINATIONS-READ TO RNH-RECORDS-READ
              MOVE WS-LINES-LISTED TO RNH-RECORDS-WRITTEN
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
