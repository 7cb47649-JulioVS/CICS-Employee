      *        ALREADY PASSED (OVERDUE) AND LISTS THEM TO THE QUEUE
      *        BELOW - SO CONFIRMATIONS STOP GETTING MISSED UNTIL
      *        THE EMPLOYEE ASKS.
      *      - EACH REVIEW LISTED IS ALSO QUEUED AS AN EMAIL TO THE
      *        EMPLOYEE'S MANAGER - THE SUPERVISOR ON THE MASTER
      *        RECORD, ELSE THE DEPARTMENT'S MANAGER - THROUGH THE
      *        LINKED NOTIFICATION OUTBOX WRITER ENTFCP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - APPLICATION CONSTANTS.
      *      - PROBATION RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EPROBTN.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY ENTFCA.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-FULL-NAME TO WS-DTL-FULL-NAME
              PERFORM 2300-QUEUE-MANAGER-NOTICE
           END-IF.

           MOVE WS-DUE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2300-QUEUE-MANAGER-NOTICE.
      *    THE REVIEW IS THE MANAGER'S TO HOLD - THE SUPERVISOR WHEN
      *    ONE IS RECORDED, OTHERWISE WHOEVER MANAGES THE DEPARTMENT.
      *    NO MANAGER AT ALL LEAVES THE REPORT LINE AS THE ONLY
      *    REMINDER; A FAILED LINK DOESN'T STOP THE RUN.
           INITIALIZE NOTIFY-COMMAREA.

           IF EMP-SUPERVISOR-ID IS NUMERIC AND
              EMP-SUPERVISOR-ID IS GREATER THAN ZERO
              MOVE EMP-SUPERVISOR-ID TO NTA-RECIPIENT-ID
           ELSE
              MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID

              EXEC CICS READ
                   FILE(APP-DEPT-MASTER-FILE-NAME)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RIDFLD(DEPT-DEPARTMENT-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE DEPT-MANAGER-EMPLOYEE-ID TO NTA-RECIPIENT-ID
              END-IF
           END-IF.

           IF NTA-RECIPIENT-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE APP-NTF-PROBATION-DUE-ID TO NTA-TEMPLATE-ID.
           MOVE EMP-FULL-NAME TO NTA-VALUE-1.
           MOVE WS-DTL-REVIEW-DATE TO NTA-VALUE-2.
           MOVE WS-DTL-STATUS TO NTA-VALUE-3.
           MOVE APP-PROBDUE-PROGRAM-NAME TO NTA-SOURCE-PROGRAM.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-WRITER-NAME)
                COMMAREA(NOTIFY-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-REVIEWS-LISTED TO WS-REPLY-LISTED.

