      *        BROWSE ENDS, SO NO DELETE EVER HAPPENS UNDERNEATH THE
      *        OPEN EMPMAST BROWSE. AT MOST 200 EMPLOYEES GO PER RUN -
      *        A SECOND RUN PICKS UP WHERE THE FIRST LEFT OFF.
      *      - 'PREVIEW' AFTER THE TRANSACTION ID COLLECTS THE SAME
      *        CANDIDATES AND REPORTS EACH AS 'WOULD ARCHIVE' WITH A
      *        COUNT OF THE HISTORY RECORDS THAT WOULD GO WITH IT -
      *        NOTHING IS COPIED, DELETED OR DECREMENTED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-ARCHIVE-DETAIL-LINE.
          05 WS-RPT-ACTION              PIC X(14) VALUE SPACES.
          05 WS-RPT-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WS-RPT-FULL-NAME           PIC X(38) VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' DELETED '.
          05 WS-RPT-DELETE-DATE         PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACES.
      ******************************************************************
      *   RETENTION - A SOFT-DELETED RECORD MUST HAVE BEEN DELETED AT
      *   LEAST THIS MANY DAYS TO BE ARCHIVED OFF THE LIVE FILE. NO
          05 WS-CANDIDATE-ID OCCURS 200 TIMES
                INDEXED BY WS-CAND-IDX  PIC 9(8).

      *
      *    'PREVIEW' TYPED AFTER THE TRANSACTION ID ASKS FOR A DRY
      *    RUN - THE SAME REPORT TO THE SAME QUEUE, WORDED AS WHAT
      *    WOULD HAPPEN, WITH NO FILE CHANGED.
       01 WS-RUN-MODE-VARS.
          05 WS-TERMINAL-INPUT          PIC X(20).
          05 WS-TERMINAL-INPUT-LEN      PIC S9(4) USAGE IS BINARY.
          05 WS-PREVIEW-COUNT           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-PREVIEW-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-PREVIEW-RUN                       VALUE 'Y'.
      *
       01 WS-PREVIEW-BANNER-LINE.
          05 FILLER                     PIC X(35)
                         VALUE 'PREVIEW RUN - NO FILES WERE CHANGED'.
          05 FILLER                     PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 1100-CHECK-RUN-MODE.

       1100-CHECK-RUN-MODE.
      *    A RUN STARTED WITHOUT A TERMINAL HAS NOTHING TO RECEIVE -
      *    THE INPUT STAYS BLANK AND THE RUN GOES AHEAD FOR REAL.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS RECEIVE
                INTO (WS-TERMINAL-INPUT)
                LENGTH (WS-TERMINAL-INPUT-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ZERO TO WS-PREVIEW-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-PREVIEW-COUNT FOR ALL 'PREVIEW'.
           IF WS-PREVIEW-COUNT IS GREATER THAN ZERO
              SET WS-PREVIEW-RUN TO TRUE
              MOVE WS-PREVIEW-BANNER-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2000-COLLECT-CANDIDATES.
           INITIALIZE EMPLOYEE-MASTER-RECORD.

       3100-ARCHIVE-ONE-EMPLOYEE.
           MOVE WS-CANDIDATE-ID(WS-CAND-IDX) TO EMP-EMPLOYEE-ID.

           IF WS-PREVIEW-RUN
              PERFORM 3500-PREVIEW-ONE-EMPLOYEE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
           PERFORM 3400-DECREMENT-RECORD-COUNT.

           INITIALIZE WS-ARCHIVE-DETAIL-LINE.
           MOVE 'ARCHIVED' TO WS-RPT-ACTION.
           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-RPT-FULL-NAME.
           MOVE EMP-DELETE-DATE TO WS-RPT-DELETE-DATE.
                   END-EXEC
           END-IF.

       3500-PREVIEW-ONE-EMPLOYEE.
      *    READ WITHOUT UPDATE AND COUNT THE CHILDREN IN PLACE - THE
      *    REPORT LINE AND THE TOTALS MATCH WHAT A REAL RUN WOULD DO.
           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EMPLOYEES-ARCHIVED.

           PERFORM 3510-COUNT-AUDIT-CHILDREN.
           PERFORM 3530-COUNT-DETAIL-CHILDREN.
           PERFORM 3550-COUNT-TRANSFER-CHILDREN.

           INITIALIZE WS-ARCHIVE-DETAIL-LINE.
           MOVE 'WOULD ARCHIVE' TO WS-RPT-ACTION.
           MOVE EMP-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME TO WS-RPT-FULL-NAME.
           MOVE EMP-DELETE-DATE TO WS-RPT-DELETE-DATE.
           MOVE WS-ARCHIVE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       3510-COUNT-AUDIT-CHILDREN.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.
           MOVE EMP-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE LOW-VALUES TO AUD-AUDIT-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3520-COUNT-ONE-AUDIT
              UNTIL WS-CHILD-SCAN-DONE.

           EXEC CICS ENDBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3520-COUNT-ONE-AUDIT.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-LOG-FILE-NAME)
                INTO (AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              AUD-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET WS-CHILD-SCAN-DONE TO TRUE
           ELSE
              ADD 1 TO WS-CHILDREN-ARCHIVED
           END-IF.

       3530-COUNT-DETAIL-CHILDREN.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.
           MOVE EMP-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE LOW-VALUES TO ADT-AUDIT-TIMESTAMP.
           MOVE ZEROES TO ADT-FIELD-SEQ.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(ADT-DETAIL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3540-COUNT-ONE-DETAIL
              UNTIL WS-CHILD-SCAN-DONE.

           EXEC CICS ENDBR
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3540-COUNT-ONE-DETAIL.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                INTO (AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              ADT-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET WS-CHILD-SCAN-DONE TO TRUE
           ELSE
              ADD 1 TO WS-CHILDREN-ARCHIVED
           END-IF.

       3550-COUNT-TRANSFER-CHILDREN.
           MOVE SPACE TO WS-CHILD-SCAN-SWITCH.
           MOVE EMP-EMPLOYEE-ID TO DTR-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DTR-TRANSFER-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                RIDFLD(DTR-TRANSFER-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3560-COUNT-ONE-TRANSFER
              UNTIL WS-CHILD-SCAN-DONE.

           EXEC CICS ENDBR
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3560-COUNT-ONE-TRANSFER.
           EXEC CICS READNEXT
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                INTO (DEPT-TRANSFER-RECORD)
                RIDFLD(DTR-TRANSFER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              DTR-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET WS-CHILD-SCAN-DONE TO TRUE
           ELSE
              ADD 1 TO WS-CHILDREN-ARCHIVED
           END-IF.

       2900-BUILD-REPLY-TEXT.
           IF WS-PREVIEW-RUN
              PERFORM 2950-BUILD-PREVIEW-REPLY
              EXIT PARAGRAPH
           END-IF.

           IF WS-EMPLOYEES-ARCHIVED IS EQUAL TO ZERO
              MOVE 'No Soft-Deleted Records Old Enough To Archive!'
                 TO WS-REPLY-TEXT
              END-STRING
           END-IF.

       2950-BUILD-PREVIEW-REPLY.
           MOVE WS-EMPLOYEES-ARCHIVED TO WS-REPLY-ARCHIVED.
           MOVE WS-CHILDREN-ARCHIVED TO WS-REPLY-CHILDREN.

           STRING 'Archive PREVIEW - '
                  FUNCTION TRIM(WS-REPLY-ARCHIVED)
                  ' Employee(s), '
                  FUNCTION TRIM(WS-REPLY-CHILDREN)
                  ' History Record(s) - Queue '
                  APP-ARCHIVE-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
