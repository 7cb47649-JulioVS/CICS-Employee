       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECNVEP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - 'FIELD ENCIPHERMENT CONVERSION' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, ENTERED
      *        DIRECTLY BY TRANSACTION ID ONCE WHEN FIELD ENCIPHERMENT
      *        GOES LIVE, AND AGAIN AFTER EVERY CHANGE OF
      *        APP-FIELD-KEY-VERSION - SAME MOLD AS ECNVHP.
      *      - EVERY EMPMAST RECORD'S EMP-EXTERNAL-ID AND EVERY
      *        EPAYDTL RECORD'S PAY-ACCOUNT-NUMBER IS ENCIPHERED IN
      *        PLACE THROUGH ECIPHP UNDER THE CURRENT KEY VERSION. A
      *        VALUE STILL IN THE CLEAR IS ENCIPHERED; ONE UNDER AN
      *        OLDER VERSION IS DECIPHERED WITH THAT VERSION FIRST.
      *      - THE SAME GOES FOR THE OTHER PLACES AN EMPMAST IMAGE IS
      *        KEPT: THE EMPLOYEE ARCHIVE CLUSTER EARCHP MOVES AGED
      *        LEAVERS TO (SAME LAYOUT, SAME PASSES AS EMPMAST), AND
      *        THE PROPOSED IMAGES PARKED ON EPENDCH AWAITING APPROVAL.
      *      - ALL FOUR ARE SELF-IDENTIFYING (THE KEY VERSION ON THE
      *        RECORD SAYS WHETHER IT IS DONE), SO EACH IS CONVERTED
      *        IN REPEATED COLLECT-THEN-REWRITE PASSES UNTIL A PASS
      *        FINDS NOTHING LEFT OR CONVERTS NOTHING, AND A RUN THAT
      *        DIES PART WAY IS SIMPLY ENTERED AGAIN - NO RESTORE, NO
      *        FORCE. A RECORD THAT CANNOT BE CONVERTED (THE EMPEXID
      *        PATH REFUSING THE NEW VALUE AS A DUPLICATE) IS LEFT AS
      *        IT WAS AND COUNTED IN THE REPLY.
      *      - THE KEY IS PROVED FIRST: IF ECIPHP CANNOT ENCIPHER,
      *        NOTHING IS TOUCHED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - PAYMENT DETAILS RECORD.
      *      - PENDING CHANGE RECORD.
      *      - FIELD CIPHER COMM-AREA.
      *      - BATCH RUN-CONTROL / RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY EPAYDTL.
       COPY EPENDCH.
       COPY ECIPHCA.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-MASTERS-CONVERTED       PIC 9(5)  VALUE ZEROES.
          05 WS-ARCHIVES-CONVERTED      PIC 9(5)  VALUE ZEROES.
          05 WS-PAYMENTS-CONVERTED      PIC 9(5)  VALUE ZEROES.
          05 WS-PENDING-CONVERTED       PIC 9(5)  VALUE ZEROES.
          05 WS-FILE-CONVERTED          PIC 9(5)  VALUE ZEROES.
          05 WS-RECORDS-REFUSED         PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-MASTERS           PIC ZZZZ9.
          05 WS-REPLY-ARCHIVES          PIC ZZZZ9.
          05 WS-REPLY-PAYMENTS          PIC ZZZZ9.
          05 WS-REPLY-PENDING           PIC ZZZZ9.
          05 WS-REPLY-REFUSED           PIC ZZZZ9.
      *
      *    EMPMAST OR ITS ARCHIVE CLUSTER - THE 2000 PASSES RUN OVER
      *    WHICHEVER IS NAMED HERE.
       01 WS-EMP-FILE-NAME              PIC X(8)  VALUE SPACES.
      *
       01 WS-BROWSE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                       VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                   VALUE 'N'.
      *
       01 WS-CIPHER-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-CIPHER-FAILED                     VALUE 'F'.
      *
      *    PER-PASS KEY TABLES - A PASS THAT COLLECTS NOTHING STILL
      *    TO DO, OR CONVERTS NOTHING OF WHAT IT COLLECTED, ENDS THE
      *    LOOP, SO AN OVERFLOWED PASS JUST LEAVES THE REST FOR THE
      *    NEXT ONE AND A REFUSED RECORD CANNOT SPIN IT.
       01 WS-EMP-KEY-TABLE-AREA.
          05 WS-EMP-KEY-COUNT           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-EMP-KEY-ENTRY OCCURS 2000 TIMES
                INDEXED BY WS-EMP-IDX  PIC X(8).
      *
       01 WS-PAY-KEY-TABLE-AREA.
          05 WS-PAY-KEY-COUNT           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-PAY-KEY-ENTRY OCCURS 2000 TIMES
                INDEXED BY WS-PAY-IDX  PIC X(8).
      *
       01 WS-PCH-KEY-TABLE-AREA.
          05 WS-PCH-KEY-COUNT           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-PCH-KEY-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-PCH-IDX  PIC X(22).
      *
       01 WS-PASS-COUNTER               PIC S9(4) USAGE IS BINARY.
       01 WS-PASS-CONVERTED             PIC S9(8) USAGE IS BINARY.
       01 WS-PASS-REFUSED               PIC S9(8) USAGE IS BINARY.
      *
      *    RUN-CONTROL STATE - THE SLOT IS STAMPED FAILED AT START
      *    AND COMPLETE AT THE END, SO A RUN THAT DIES MID-FLIGHT
      *    STAYS VISIBLE ON ERUNVP.
       01 WS-RUN-ADMIN-VARS.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
      *    SCRATCH COPIES FOR THE RUN-CONTROL REWRITE SO THE STATE
      *    THE CALLER JUST SET SURVIVES ITS OWN READ-FOR-UPDATE -
      *    SAME GUARD EMASSP'S CHECKPOINT REWRITE USES.
       01 WS-RNC-SAVE-AREA           PIC X(17) VALUE SPACES.
       01 WS-RNC-READ-AREA           PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.

           MOVE APP-EMP-MASTER-FILE-NAME TO WS-EMP-FILE-NAME.
           PERFORM 2000-CONVERT-MASTER-FILE.
           MOVE WS-FILE-CONVERTED TO WS-MASTERS-CONVERTED.

           MOVE APP-EMP-ARCHIVE-FILE-NAME TO WS-EMP-FILE-NAME.
           PERFORM 2000-CONVERT-MASTER-FILE.
           MOVE WS-FILE-CONVERTED TO WS-ARCHIVES-CONVERTED.

           PERFORM 3000-CONVERT-PAYMENT-FILE.
           PERFORM 4000-CONVERT-PENDING-FILE.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

      *    PROVE THE CURRENT KEY BEFORE ANYTHING IS TOUCHED.
           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-ENCIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           PERFORM 5000-LINK-TO-CIPHER.

           IF WS-CIPHER-FAILED
              MOVE 'Field Key Not Available - Nothing Converted, Call Se
      -            'curity Administration!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           PERFORM 8200-STAMP-RUN-CONTROL.
           PERFORM 8100-WRITE-OPEN-HISTORY.

       2000-CONVERT-MASTER-FILE.
      *    THE ARCHIVE CLUSTER HAS THE EMPMAST LAYOUT AND KEY, SO THE
      *    SAME PASSES SERVE BOTH - WS-EMP-FILE-NAME SAYS WHICH.
           MOVE ZERO TO WS-FILE-CONVERTED.
           MOVE ZERO TO WS-PASS-COUNTER.
           MOVE 1 TO WS-EMP-KEY-COUNT.
           MOVE 1 TO WS-PASS-CONVERTED.
           MOVE ZERO TO WS-PASS-REFUSED.

           PERFORM 2100-ONE-MASTER-PASS
              UNTIL WS-EMP-KEY-COUNT IS EQUAL TO ZERO OR
                    WS-PASS-CONVERTED IS EQUAL TO ZERO OR
                    WS-PASS-COUNTER IS GREATER THAN 50.

      *    WHAT THE LAST PASS STILL REFUSED IS WHAT STAYS REFUSED -
      *    EARLIER PASSES MET THE SAME RECORDS AGAIN.
           ADD WS-PASS-REFUSED TO WS-RECORDS-REFUSED.

       2100-ONE-MASTER-PASS.
           ADD 1 TO WS-PASS-COUNTER.
           MOVE ZERO TO WS-PASS-REFUSED.
           MOVE ZERO TO WS-EMP-KEY-COUNT.
           MOVE ZERO TO WS-PASS-CONVERTED.
           SET WS-NOT-END-OF-FILE TO TRUE.
           INITIALIZE EMPLOYEE-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(WS-EMP-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2200-COLLECT-ONE-MASTER-KEY
                   UNTIL WS-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(WS-EMP-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

           IF WS-EMP-KEY-COUNT IS GREATER THAN ZERO
              PERFORM 2300-CONVERT-ONE-MASTER
                 VARYING WS-EMP-IDX FROM 1 BY 1
                 UNTIL WS-EMP-IDX IS GREATER THAN WS-EMP-KEY-COUNT
           END-IF.

       2200-COLLECT-ONE-MASTER-KEY.
      *    A RECORD WRITTEN BEFORE THE KEY-VERSION FIELD EXISTED IS
      *    SHORTER THAN THE LAYOUT - CLEARING THE AREA FIRST MAKES
      *    ITS VERSION READ AS SPACES.
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD.

           EXEC CICS READNEXT
                FILE(WS-EMP-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-END-OF-FILE TO TRUE
           WHEN EMP-FIELD-KEY-VERSION IS EQUAL TO
                APP-FIELD-KEY-VERSION
      *         ALREADY UNDER THE CURRENT KEY - NOTHING TO DO.
                CONTINUE
           WHEN WS-EMP-KEY-COUNT IS LESS THAN 2000
                ADD 1 TO WS-EMP-KEY-COUNT
                SET WS-EMP-IDX TO WS-EMP-KEY-COUNT
                MOVE EMP-KEY TO WS-EMP-KEY-ENTRY(WS-EMP-IDX)
           WHEN OTHER
      *         TABLE FULL - THE NEXT PASS PICKS UP THE REST.
                SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

       2300-CONVERT-ONE-MASTER.
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-KEY-ENTRY(WS-EMP-IDX) TO EMP-KEY.

           EXEC CICS READ
                FILE(WS-EMP-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           IF EMP-FIELD-KEY-VERSION IS EQUAL TO APP-FIELD-KEY-VERSION
              EXEC CICS UNLOCK
                   FILE(WS-EMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

      *    AN EMPTY EXTERNAL ID HAS NOTHING TO HIDE, BUT IS STAMPED
      *    WITH THE VERSION ALL THE SAME SO IT IS NOT COLLECTED
      *    AGAIN.
           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
              INITIALIZE FIELD-CIPHER-COMMAREA
              SET FCA-EXTERNAL-ID TO TRUE
              MOVE EMP-EXTERNAL-ID TO FCA-FIELD-VALUE
              MOVE EMP-FIELD-KEY-VERSION TO FCA-KEY-VERSION
              PERFORM 5100-RE-ENCIPHER-VALUE

              IF WS-CIPHER-FAILED
                 ADD 1 TO WS-PASS-REFUSED
                 EXEC CICS UNLOCK
                      FILE(WS-EMP-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF

              MOVE FCA-FIELD-VALUE(1:12) TO EMP-EXTERNAL-ID
           END-IF.

           MOVE APP-FIELD-KEY-VERSION TO EMP-FIELD-KEY-VERSION.

           EXEC CICS REWRITE
                FILE(WS-EMP-FILE-NAME)
                FROM (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-FILE-CONVERTED
              ADD 1 TO WS-PASS-CONVERTED
           ELSE
              ADD 1 TO WS-PASS-REFUSED
           END-IF.

       3000-CONVERT-PAYMENT-FILE.
      *    SAME PASSES AS THE MASTER FILE. EPAYDTL NEVER CHANGED
      *    LENGTH - THE VERSION CAME OUT OF ITS FILLER, WHICH HAS
      *    ALWAYS BEEN SPACES.
           MOVE ZERO TO WS-PASS-COUNTER.
           MOVE 1 TO WS-PAY-KEY-COUNT.
           MOVE 1 TO WS-PASS-CONVERTED.
           MOVE ZERO TO WS-PASS-REFUSED.

           PERFORM 3100-ONE-PAYMENT-PASS
              UNTIL WS-PAY-KEY-COUNT IS EQUAL TO ZERO OR
                    WS-PASS-CONVERTED IS EQUAL TO ZERO OR
                    WS-PASS-COUNTER IS GREATER THAN 50.

      *    WHAT THE LAST PASS STILL REFUSED IS WHAT STAYS REFUSED -
      *    EARLIER PASSES MET THE SAME RECORDS AGAIN.
           ADD WS-PASS-REFUSED TO WS-RECORDS-REFUSED.

       3100-ONE-PAYMENT-PASS.
           ADD 1 TO WS-PASS-COUNTER.
           MOVE ZERO TO WS-PASS-REFUSED.
           MOVE ZERO TO WS-PAY-KEY-COUNT.
           MOVE ZERO TO WS-PASS-CONVERTED.
           SET WS-NOT-END-OF-FILE TO TRUE.
           INITIALIZE PAYMENT-DETAILS-RECORD.

           EXEC CICS STARTBR
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                RIDFLD(PAY-EMPLOYEE-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3200-COLLECT-ONE-PAYMENT-KEY
                   UNTIL WS-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

           IF WS-PAY-KEY-COUNT IS GREATER THAN ZERO
              PERFORM 3300-CONVERT-ONE-PAYMENT
                 VARYING WS-PAY-IDX FROM 1 BY 1
                 UNTIL WS-PAY-IDX IS GREATER THAN WS-PAY-KEY-COUNT
           END-IF.

       3200-COLLECT-ONE-PAYMENT-KEY.
           EXEC CICS READNEXT
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                RIDFLD(PAY-EMPLOYEE-ID)
                INTO (PAYMENT-DETAILS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-END-OF-FILE TO TRUE
           WHEN PAY-FIELD-KEY-VERSION IS EQUAL TO
                APP-FIELD-KEY-VERSION
                CONTINUE
           WHEN WS-PAY-KEY-COUNT IS LESS THAN 2000
                ADD 1 TO WS-PAY-KEY-COUNT
                SET WS-PAY-IDX TO WS-PAY-KEY-COUNT
                MOVE PAY-EMPLOYEE-ID TO WS-PAY-KEY-ENTRY(WS-PAY-IDX)
           WHEN OTHER
                SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

       3300-CONVERT-ONE-PAYMENT.
           MOVE WS-PAY-KEY-ENTRY(WS-PAY-IDX) TO PAY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                INTO (PAYMENT-DETAILS-RECORD)
                RIDFLD(PAY-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           IF PAY-FIELD-KEY-VERSION IS EQUAL TO APP-FIELD-KEY-VERSION
              EXEC CICS UNLOCK
                   FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           IF PAY-ACCOUNT-NUMBER IS NOT EQUAL TO SPACES
              INITIALIZE FIELD-CIPHER-COMMAREA
              SET FCA-ACCOUNT-NUMBER TO TRUE
              MOVE PAY-ACCOUNT-NUMBER TO FCA-FIELD-VALUE
              MOVE PAY-FIELD-KEY-VERSION TO FCA-KEY-VERSION
              PERFORM 5100-RE-ENCIPHER-VALUE

              IF WS-CIPHER-FAILED
                 ADD 1 TO WS-PASS-REFUSED
                 EXEC CICS UNLOCK
                      FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF

              MOVE FCA-FIELD-VALUE TO PAY-ACCOUNT-NUMBER
           END-IF.

           MOVE APP-FIELD-KEY-VERSION TO PAY-FIELD-KEY-VERSION.

           EXEC CICS REWRITE
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                FROM (PAYMENT-DETAILS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-PAYMENTS-CONVERTED
              ADD 1 TO WS-PASS-CONVERTED
           ELSE
              ADD 1 TO WS-PASS-REFUSED
           END-IF.

       4000-CONVERT-PENDING-FILE.
      *    A PARKED CHANGE CARRIES A WHOLE EMPMAST IMAGE, EXTERNAL ID
      *    AND KEY VERSION INCLUDED - SAME PASSES AGAIN, LOOKING AT
      *    THE IMAGE THROUGH THE MASTER RECORD LAYOUT. EPENDP NEVER
      *    APPLIES THE IMAGE'S EXTERNAL ID, BUT IT MUST NOT SIT IN
      *    THE CLEAR WHILE THE CHANGE WAITS.
           MOVE ZERO TO WS-PASS-COUNTER.
           MOVE 1 TO WS-PCH-KEY-COUNT.
           MOVE 1 TO WS-PASS-CONVERTED.
           MOVE ZERO TO WS-PASS-REFUSED.

           PERFORM 4100-ONE-PENDING-PASS
              UNTIL WS-PCH-KEY-COUNT IS EQUAL TO ZERO OR
                    WS-PASS-CONVERTED IS EQUAL TO ZERO OR
                    WS-PASS-COUNTER IS GREATER THAN 50.

           ADD WS-PASS-REFUSED TO WS-RECORDS-REFUSED.

       4100-ONE-PENDING-PASS.
           ADD 1 TO WS-PASS-COUNTER.
           MOVE ZERO TO WS-PASS-REFUSED.
           MOVE ZERO TO WS-PCH-KEY-COUNT.
           MOVE ZERO TO WS-PASS-CONVERTED.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE LOW-VALUES TO PCH-PENDING-KEY.

           EXEC CICS STARTBR
                FILE(APP-PENDING-CHANGE-FILE-NAME)
                RIDFLD(PCH-PENDING-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4200-COLLECT-ONE-PENDING-KEY
                   UNTIL WS-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-PENDING-CHANGE-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

           IF WS-PCH-KEY-COUNT IS GREATER THAN ZERO
              PERFORM 4300-CONVERT-ONE-PENDING
                 VARYING WS-PCH-IDX FROM 1 BY 1
                 UNTIL WS-PCH-IDX IS GREATER THAN WS-PCH-KEY-COUNT
           END-IF.

       4200-COLLECT-ONE-PENDING-KEY.
      *    AN IMAGE PARKED BEFORE THE KEY-VERSION FIELD EXISTED IS
      *    SHORTER THAN THE LAYOUT - CLEARING THE AREA FIRST MAKES
      *    ITS VERSION READ AS SPACES.
           MOVE SPACES TO PENDING-CHANGE-RECORD.

           EXEC CICS READNEXT
                FILE(APP-PENDING-CHANGE-FILE-NAME)
                RIDFLD(PCH-PENDING-KEY)
                INTO (PENDING-CHANGE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE PCH-PROPOSED-RECORD TO EMPLOYEE-MASTER-RECORD.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-END-OF-FILE TO TRUE
           WHEN EMP-FIELD-KEY-VERSION IS EQUAL TO
                APP-FIELD-KEY-VERSION
                CONTINUE
           WHEN WS-PCH-KEY-COUNT IS LESS THAN 500
                ADD 1 TO WS-PCH-KEY-COUNT
                SET WS-PCH-IDX TO WS-PCH-KEY-COUNT
                MOVE PCH-PENDING-KEY TO WS-PCH-KEY-ENTRY(WS-PCH-IDX)
           WHEN OTHER
                SET WS-END-OF-FILE TO TRUE
           END-EVALUATE.

       4300-CONVERT-ONE-PENDING.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE WS-PCH-KEY-ENTRY(WS-PCH-IDX) TO PCH-PENDING-KEY.

           EXEC CICS READ
                FILE(APP-PENDING-CHANGE-FILE-NAME)
                INTO (PENDING-CHANGE-RECORD)
                RIDFLD(PCH-PENDING-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    ALREADY APPLIED OR REJECTED SINCE THE BROWSE - NOTHING
      *    LEFT TO CONVERT.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           MOVE PCH-PROPOSED-RECORD TO EMPLOYEE-MASTER-RECORD.

           IF EMP-FIELD-KEY-VERSION IS EQUAL TO APP-FIELD-KEY-VERSION
              EXEC CICS UNLOCK
                   FILE(APP-PENDING-CHANGE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
              INITIALIZE FIELD-CIPHER-COMMAREA
              SET FCA-EXTERNAL-ID TO TRUE
              MOVE EMP-EXTERNAL-ID TO FCA-FIELD-VALUE
              MOVE EMP-FIELD-KEY-VERSION TO FCA-KEY-VERSION
              PERFORM 5100-RE-ENCIPHER-VALUE

              IF WS-CIPHER-FAILED
                 ADD 1 TO WS-PASS-REFUSED
                 EXEC CICS UNLOCK
                      FILE(APP-PENDING-CHANGE-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF

              MOVE FCA-FIELD-VALUE(1:12) TO EMP-EXTERNAL-ID
           END-IF.

           MOVE APP-FIELD-KEY-VERSION TO EMP-FIELD-KEY-VERSION.
           MOVE EMPLOYEE-MASTER-RECORD TO PCH-PROPOSED-RECORD.

           EXEC CICS REWRITE
                FILE(APP-PENDING-CHANGE-FILE-NAME)
                FROM (PENDING-CHANGE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-PENDING-CONVERTED
              ADD 1 TO WS-PASS-CONVERTED
           ELSE
              ADD 1 TO WS-PASS-REFUSED
           END-IF.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-MASTERS-CONVERTED TO WS-REPLY-MASTERS.
           MOVE WS-ARCHIVES-CONVERTED TO WS-REPLY-ARCHIVES.
           MOVE WS-PAYMENTS-CONVERTED TO WS-REPLY-PAYMENTS.
           MOVE WS-PENDING-CONVERTED TO WS-REPLY-PENDING.
           MOVE WS-RECORDS-REFUSED TO WS-REPLY-REFUSED.

           STRING 'Encipherment Complete: '
                  FUNCTION TRIM(WS-REPLY-MASTERS)
                  ' Emp, '
                  FUNCTION TRIM(WS-REPLY-ARCHIVES)
                  ' Arch, '
                  FUNCTION TRIM(WS-REPLY-PAYMENTS)
                  ' Pay, '
                  FUNCTION TRIM(WS-REPLY-PENDING)
                  ' Pend, '
                  FUNCTION TRIM(WS-REPLY-REFUSED)
                  ' Refused'
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

      *-----------------------------------------------------------------
       CIPHER SECTION.
      *-----------------------------------------------------------------

       5000-LINK-TO-CIPHER.
           MOVE SPACE TO WS-CIPHER-SWITCH.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT FCA-REQUEST-OK
              SET WS-CIPHER-FAILED TO TRUE
           END-IF.

       5100-RE-ENCIPHER-VALUE.
      *    A VALUE UNDER AN OLDER VERSION IS BROUGHT BACK TO THE
      *    CLEAR WITH THAT VERSION FIRST; ONE WITH NO VERSION IS
      *    ALREADY CLEAR.
           IF FCA-KEY-VERSION IS NOT EQUAL TO SPACE
              SET FCA-DECIPHER TO TRUE
              PERFORM 5000-LINK-TO-CIPHER
              IF WS-CIPHER-FAILED
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET FCA-ENCIPHER TO TRUE.
           PERFORM 5000-LINK-TO-CIPHER.

      *-----------------------------------------------------------------
       RUN-ADMIN SECTION.
      *-----------------------------------------------------------------

       8000-FINISH-RUN-ADMIN.
           SET RNC-ST-COMPLETE TO TRUE.
           MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE.
           PERFORM 8250-REWRITE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-CONVCIPH-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-STAMP-RUN-CONTROL.
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE APP-CONVCIPH-PROGRAM-NAME TO RNC-JOB-NAME.
           MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE.
           SET RNC-ST-FAILED TO TRUE.
           PERFORM 8250-REWRITE-RUN-CONTROL.

       8250-REWRITE-RUN-CONTROL.
      *    THE READ-FOR-UPDATE GOES THROUGH ITS OWN WORK AREA SO THE
      *    STATE THE CALLER JUST SET SURVIVES.
           MOVE RUN-CONTROL-RECORD TO WS-RNC-SAVE-AREA.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (WS-RNC-READ-AREA)
                RIDFLD(APP-RUNCTL-RRN-CONVCIPH)
                RRN
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

           MOVE WS-RNC-SAVE-AREA TO RUN-CONTROL-RECORD.
           MOVE APP-CONVCIPH-PROGRAM-NAME TO RNC-JOB-NAME.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-CONVCIPH)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-CONVCIPH-PROGRAM-NAME TO RNH-JOB-NAME.
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
                 WS-MASTERS-CONVERTED + WS-ARCHIVES-CONVERTED
                 + WS-PAYMENTS-CONVERTED + WS-PENDING-CONVERTED
                 + WS-RECORDS-REFUSED
              COMPUTE RNH-RECORDS-WRITTEN =
                 WS-MASTERS-CONVERTED + WS-ARCHIVES-CONVERTED
                 + WS-PAYMENTS-CONVERTED + WS-PENDING-CONVERTED
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
