      *      - DELETES ARE DONE THROUGH REPEATED KEYED READS RATHER
      *        THAN UNDER AN OPEN BROWSE: EACH CYCLE RESUMES AT THE
      *        KEY AFTER THE LAST ONE EXAMINED.
      *      - THE AUDIT TRAILS ARE HASH-CHAINED (SEE EAUDHP), SO EACH
      *        PURGE LEAVES A GAP AT THE HEAD OF AN EMPLOYEE'S CHAIN.
      *        THE CHAIN HASH OF THE LAST ENTRY PURGED IS RECORDED ON
      *        THE ANCHOR FILE (EAUDANC) SO THE CHAIN VERIFIER CAN
      *        TELL THIS BOUNDARY FROM A DELETION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - AUDIT LOG RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT-TRAIL CHAIN ANCHOR RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EAUDIT.
       COPY EDEPTTRN.
       COPY EAUDDTL.
       COPY EMPMAST.
       COPY EAUDANC.
      ******************************************************************
      *   RETENTION - ENTRIES MUST BE AT LEAST THIS OLD TO PURGE.
      *   DEFAULTS TO THREE YEARS; AN OPERATOR MAY KEY A DAY COUNT
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ANCHOR-RESPONSE         PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-AUDIT-PURGED            PIC 9(5)  VALUE ZEROES.
          05 WS-TRANSFERS-PURGED        PIC 9(5)  VALUE ZEROES.
                      END-EXEC
                 IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                    ADD 1 TO WS-AUDIT-PURGED
                    PERFORM 2150-RECORD-AUDIT-ANCHOR
                    PERFORM 2300-PURGE-DETAIL-CHILDREN
                 END-IF
              END-IF
           END-IF.

       2150-RECORD-AUDIT-ANCHOR.
      *    THE ENTRY JUST PURGED IS NOW THE CHAIN BOUNDARY FOR THIS
      *    EMPLOYEE'S AUDIT TRAIL - THE NEXT SURVIVING ENTRY CARRIES
      *    ITS HASH AS ITS PREVIOUS HASH.
           MOVE AUD-EMPLOYEE-ID TO ANC-EMPLOYEE-ID.
           SET ANC-AUDIT-TRAIL TO TRUE.
           PERFORM 2500-READ-ANCHOR-FOR-UPDATE.

           MOVE AUD-CHAIN-HASH TO ANC-BOUNDARY-HASH.
           MOVE AUD-AUDIT-TIMESTAMP TO ANC-PURGED-THROUGH-TS.
           MOVE SPACES TO ANC-PURGED-THROUGH-SEQ.
           PERFORM 2550-SAVE-ANCHOR.

       2200-CHECK-ENTRY-PURGEABLE.
      *    TWO CONDITIONS, BOTH HARD: THE ENTRY MUST BE OLDER THAN
      *    THE CUTOFF, AND ITS EMPLOYEE MUST NOT STILL BE ACTIVE ON

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-DETAIL-SWEEP-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ADT-EMPLOYEE-ID TO ANC-EMPLOYEE-ID.
           SET ANC-DETAIL-TRAIL TO TRUE.
           PERFORM 2500-READ-ANCHOR-FOR-UPDATE.

           MOVE ADT-CHAIN-HASH TO ANC-BOUNDARY-HASH.
           MOVE ADT-AUDIT-TIMESTAMP TO ANC-PURGED-THROUGH-TS.
           MOVE ADT-FIELD-SEQ TO ANC-PURGED-THROUGH-SEQ.
           PERFORM 2550-SAVE-ANCHOR.

       2500-READ-ANCHOR-FOR-UPDATE.
      *    ONE ANCHOR PER EMPLOYEE PER TRAIL, OVERWRITTEN ON EVERY
      *    PURGE - ONLY THE LATEST BOUNDARY MATTERS. NOTFND JUST
      *    MEANS THIS IS THE FIRST PURGE ON THAT TRAIL.
           EXEC CICS READ
                FILE(APP-AUDCHN-ANCHOR-FILE-NAME)
                INTO (AUDIT-CHAIN-ANCHOR-RECORD)
                RIDFLD(ANC-ANCHOR-KEY)
                UPDATE
                RESP(WS-ANCHOR-RESPONSE)
                END-EXEC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ANC-PURGE-DATE.
           MOVE APP-RETENTION-PROGRAM-NAME TO ANC-PURGED-BY-PROGRAM.

       2550-SAVE-ANCHOR.
           IF WS-ANCHOR-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE(APP-AUDCHN-ANCHOR-FILE-NAME)
                   FROM (AUDIT-CHAIN-ANCHOR-RECORD)
                   RESP(WS-ANCHOR-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(APP-AUDCHN-ANCHOR-FILE-NAME)
                   FROM (AUDIT-CHAIN-ANCHOR-RECORD)
                   RIDFLD(ANC-ANCHOR-KEY)
                   RESP(WS-ANCHOR-RESPONSE)
                   END-EXEC
           END-IF.

       3000-PURGE-TRANSFER-FILE.
