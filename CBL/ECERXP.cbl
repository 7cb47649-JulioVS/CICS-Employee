      *        (APP-CERTEXP-WARN-DAYS), SO THE NEXT COMPLIANCE AUDIT
      *        QUESTION READS OFF A FRESH REPORT, NOT A STALE
      *        SPREADSHEET.
      *      - EACH CERTIFICATION LISTED IS ALSO QUEUED AS AN EMAIL TO
      *        THE HOLDER THROUGH THE LINKED NOTIFICATION OUTBOX
      *        WRITER ENTFCP (SEE ENTFCA.CPY).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY EECERT.
       COPY ENTFCA.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
           MOVE WS-EXPIRY-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2350-QUEUE-HOLDER-NOTICE.

       2350-QUEUE-HOLDER-NOTICE.
      *    THE HOLDER HEARS DIRECTLY, NOT JUST THE COMPLIANCE TEAM
      *    READING THE REPORT. A FAILED LINK DOESN'T STOP THE RUN.
           INITIALIZE NOTIFY-COMMAREA.
           MOVE EMP-EMPLOYEE-ID TO NTA-RECIPIENT-ID.
           MOVE APP-NTF-CERT-EXPIRING-ID TO NTA-TEMPLATE-ID.
           MOVE CER-COURSE-CODE TO NTA-VALUE-1.
           MOVE WS-DTL-EXPIRY-DATE TO NTA-VALUE-2.
           MOVE WS-DTL-STATUS TO NTA-VALUE-3.
           MOVE APP-CERTEXP-PROGRAM-NAME TO NTA-SOURCE-PROGRAM.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-WRITER-NAME)
                COMMAREA(NOTIFY-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2400-END-DEPARTMENT-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
