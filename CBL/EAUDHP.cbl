       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDHP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'AUDIT-TRAIL CHAINING' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE EAUDCCA COMM-AREA
      *        BY EVERY PROGRAM THAT WRITES AN EAUDIT ENTRY OR AN
      *        EAUDDTL BEFORE/AFTER IMAGE, JUST BEFORE THE WRITE.
      *      - EACH RECORD CARRIES A HASH COMPUTED OVER ITS OWN
      *        CONTENT PLUS THE HASH OF THE EMPLOYEE'S PREVIOUS RECORD
      *        ON THE SAME TRAIL, SO ALTERING OR DELETING ANY ENTRY
      *        BREAKS EVERY LINK AFTER IT. THE TWO TRAILS (EAUDIT AND
      *        EAUDDTL) ARE CHAINED SEPARATELY, EACH IN KEY ORDER.
      *      - SEAL FINDS THE EMPLOYEE'S PREVIOUS RECORD (THE HIGHEST
      *        KEY BELOW THE NEW ONE) AND RETURNS THE PAIR OF HASHES
      *        FOR THE CALLER TO WRITE. THE CHAIN IS ENQUEUED FOR THE
      *        REST OF THE CALLER'S UNIT OF WORK SO A SECOND TASK
      *        CANNOT CHAIN ONTO THE SAME PREVIOUS RECORD.
      *      - VERIFY CHECKS A RECORD AS READ AGAINST ITS STORED SEAL,
      *        FOR THE VERIFIER (EAUDCVP), AND HANDS BACK ONLY THE
      *        VERDICT - NEVER THE SEAL IT WORKED OUT.
      *      - RECHAIN RE-SEALS ONE EMPLOYEE'S WHOLE TRAIL AFTER EMRGP
      *        HAS MOVED A DUPLICATE'S HISTORY ONTO IT. IT IS REFUSED
      *        UNLESS EMRGP LINKED HERE UNDER THE MERGE TRANSACTION.
      *        NO SEAL IS REMADE UNTIL THE ENTRY HAS PROVED ITS OLD
      *        SEAL AND LINK - THE EMPLOYEE'S OWN ENTRIES AS THEY
      *        STAND, THE MOVED ONES UNDER THE DUPLICATE'S ID AND THEIR
      *        ORIGINAL TIMESTAMP - SO A MERGE CANNOT LAUNDER AN ENTRY
      *        ALTERED BEFOREHAND. THE FIRST ENTRY THAT FAILS STOPS IT
      *        AND THE CALLER BACKS OUT. A COMPLETED RECHAIN IS LOGGED
      *        TO EAUDIT (ACTION 'C' OR 'T', SEALED ON TOP OF THE
      *        RESEALED CHAIN) SO EAUDCVP CAN REPORT WHERE THE SEALS
      *        WERE REMADE.
      *      - THE SEAL IS AN HMAC (SHA-256) COMPUTED BY ICSF (CSNBHMG)
      *        UNDER THE CKDS KEY LABEL APP-AUDCHN-MAC-KEY-LABEL, THE
      *        SAME WAY ECIPHP CALLS ICSF FOR FPE, KEPT AS 'K' PLUS THE
      *        FIRST 15 HEX DIGITS OF THE MAC. WITHOUT THE KEY NOBODY
      *        CAN RE-SEAL AN ALTERED RECORD. IF ICSF CANNOT MAKE A
      *        SEAL THE RECORD GOES OUT UNSEALED, WHICH EAUDCVP REPORTS.
      *        ANY SEAL NOT MADE THIS WAY FAILS VERIFY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL (BEFORE/AFTER IMAGE) RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - AUDIT-TRAIL CHAIN ANCHOR RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EAUDANC.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-PREV-HASH               PIC X(16) VALUE SPACES.
          05 WS-RUNNING-HASH            PIC X(16) VALUE SPACES.
          05 WS-STORED-HASH             PIC X(16) VALUE SPACES.
          05 WS-INVOKING-PROGRAM        PIC X(8)  VALUE SPACES.
          05 WS-RECHAIN-USER-ID         PIC X(8)  VALUE SPACES.
          05 WS-RECHAIN-DUPLICATE-ID    PIC 9(8)  VALUE ZEROES.
          05 WS-RECHAIN-MAX-NUDGE       PIC 9(4)  VALUE ZEROES.
          05 WS-SAVE-TRAIL-CODE         PIC X(1)  VALUE SPACES.
      *
      *    ONE ENQUEUE NAME PER EMPLOYEE PER TRAIL.
       01 WS-CHAIN-ENQ-NAME.
          05 FILLER                     PIC X(6)  VALUE 'AUDCHN'.
          05 WS-ENQ-TRAIL-CODE          PIC X(1)  VALUE SPACES.
          05 WS-ENQ-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
      *
      *    THE KEY BEING SEALED, AND THE BROWSE KEY THAT BACKS DOWN
      *    FROM IT TO THE PREVIOUS RECORD.
       01 WS-NEW-AUDIT-KEY.
          05 WS-NEW-AUD-EMPLOYEE-ID     PIC 9(8).
          05 FILLER                     PIC X(14).
       01 WS-BROWSE-AUDIT-KEY           PIC X(22) VALUE SPACES.
       01 WS-NEW-DETAIL-KEY.
          05 WS-NEW-ADT-EMPLOYEE-ID     PIC 9(8).
          05 FILLER                     PIC X(16).
       01 WS-BROWSE-DETAIL-KEY          PIC X(24) VALUE SPACES.
      *
      *    RECHAIN RESUME POSITION - ONE PAST THE RECORD JUST SEALED.
       01 WS-RESUME-KEY.
          05 WS-RESUME-EMPLOYEE-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-RESUME-TIMESTAMP        PIC X(14) VALUE SPACES.
          05 WS-RESUME-FIELD-SEQ        PIC 9(2)  VALUE ZEROES.
       01 WS-RESUME-TS-NUMERIC          PIC 9(14) VALUE ZEROES.
      *
       01 WS-PREV-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-PREV-SCAN-DONE                    VALUE 'Y'.
       01 WS-RECHAIN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-RECHAIN-DONE                      VALUE 'Y'.
       01 WS-RECHAIN-LOG-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-RECHAIN-LOGGED                    VALUE 'Y'.
       01 WS-MAC-SWITCH                 PIC X(1)  VALUE SPACES.
          88 WS-MAC-FAILED                        VALUE 'Y'.
      ******************************************************************
      *   RECHAIN CHECK OF EACH ENTRY AS READ (SEE 3500).
      ******************************************************************
      *    THE ENTRY BEING CHECKED - BOTH RECORD LAYOUTS LEAD WITH THE
      *    EMPLOYEE ID AND TIMESTAMP, SO ONE VIEW SERVES BOTH TRAILS.
       01 WS-CHECK-IMAGE.
          05 WS-CHK-IMAGE-EMPLOYEE-ID   PIC 9(8).
          05 WS-CHK-IMAGE-TIMESTAMP     PIC X(14).
          05 FILLER                     PIC X(178).
       01 WS-CHK-PREV-HASH              PIC X(16) VALUE SPACES.
      *
      *    THE TWO OLD CHAINS NOW INTERLEAVED ON THE EMPLOYEE'S TRAIL -
      *    ITS OWN AND THE DUPLICATE'S - EACH WITH THE STORED SEAL OF
      *    ITS LAST ENTRY CHECKED, AND THE ONE THE ENTRY IN HAND SITS
      *    ON.
       01 WS-OWN-CHAIN.
          05 FILLER                     PIC X(16) VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACES.
       01 WS-DUP-CHAIN.
          05 FILLER                     PIC X(16) VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACES.
       01 WS-LNK-EMPLOYEE-ID            PIC 9(8)  VALUE ZEROES.
       01 WS-LNK-CHAIN.
          05 WS-LNK-RUNNING-HASH        PIC X(16) VALUE SPACES.
          05 WS-LNK-SEALED-SWITCH       PIC X(1)  VALUE SPACES.
             88 WS-LNK-SEALED-SEEN                VALUE 'Y'.
      *
      *    A MOVED ENTRY'S ORIGINAL TIMESTAMP IS TRIED FROM ITS
      *    CURRENT ONE BACK THROUGH AS MANY SECONDS AS EMRGP EVER
      *    NUDGED AN ENTRY FORWARD.
       01 WS-TRY-TS-NUMERIC             PIC 9(14) VALUE ZEROES.
       01 WS-NUDGES-TRIED               PIC 9(4)  VALUE ZEROES.
      *
       01 WS-RECORD-CHECK-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-RECORD-INTACT                     VALUE 'Y'.
       01 WS-SEAL-MATCH-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-SEAL-MATCHED                      VALUE 'Y'.
      ******************************************************************
      *   ICSF HMAC GENERATE - SERVICE NAME AND THE CSNBHMG PARAMETER
      *   LIST (SEE THE ICSF APPLICATION PROGRAMMER'S GUIDE). LENGTHS
      *   AND CODES ARE FULLWORDS; THE RULE ARRAY IS 8-BYTE KEYWORDS.
      *   THE WHOLE TEXT GOES IN ONE CALL ('ONLY'), SO THE CHAINING
      *   VECTOR IS JUST ICSF'S WORK AREA.
      ******************************************************************
       01 WS-ICSF-HMAC-SERVICE          PIC X(8)  VALUE 'CSNBHMG'.
      *
       01 WS-ICSF-PARAMETERS.
          05 WS-ICSF-RETURN-CODE        PIC S9(8) USAGE IS BINARY.
             88 WS-ICSF-OK                        VALUE 0 4.
          05 WS-ICSF-REASON-CODE        PIC S9(8) USAGE IS BINARY.
          05 WS-ICSF-EXIT-DATA-LENGTH   PIC S9(8) USAGE IS BINARY
                                                  VALUE ZERO.
          05 WS-ICSF-EXIT-DATA          PIC X(4)  VALUE SPACES.
          05 WS-ICSF-RULE-ARRAY-COUNT   PIC S9(8) USAGE IS BINARY
                                                  VALUE 3.
          05 WS-ICSF-RULE-ARRAY.
             10 WS-ICSF-RULE-ALGORITHM  PIC X(8)  VALUE 'HMAC    '.
             10 WS-ICSF-RULE-HASH       PIC X(8)  VALUE 'SHA-256 '.
             10 WS-ICSF-RULE-SEGMENT    PIC X(8)  VALUE 'ONLY    '.
          05 WS-ICSF-KEY-ID-LENGTH      PIC S9(8) USAGE IS BINARY
                                                  VALUE 64.
          05 WS-ICSF-KEY-IDENTIFIER     PIC X(64) VALUE SPACES.
          05 WS-ICSF-TEXT-LENGTH        PIC S9(8) USAGE IS BINARY.
          05 WS-ICSF-CHAIN-VECTOR-LENGTH
                                        PIC S9(8) USAGE IS BINARY
                                                  VALUE 128.
          05 WS-ICSF-CHAIN-VECTOR       PIC X(128) VALUE LOW-VALUES.
          05 WS-ICSF-MAC-LENGTH         PIC S9(8) USAGE IS BINARY.
          05 WS-ICSF-MAC                PIC X(32) VALUE LOW-VALUES.
      *
      *    THE MAC'S LEADING BYTES, SPELLED OUT AS HEX FOR THE SEAL.
       01 WS-HEX-VARS.
          05 WS-HEX-DIGIT-TABLE         PIC X(16)
                                        VALUE '0123456789ABCDEF'.
          05 WS-HEX-SEAL                PIC X(16) VALUE SPACES.
          05 WS-HEX-POS                 PIC S9(4) USAGE IS BINARY.
          05 WS-HEX-BYTE-VALUE          PIC S9(4) USAGE IS BINARY.
          05 WS-HEX-HIGH-NIBBLE         PIC S9(4) USAGE IS BINARY.
          05 WS-HEX-LOW-NIBBLE          PIC S9(4) USAGE IS BINARY.
      ******************************************************************
      *   CHAIN HASH WORK FIELDS (SEE 5000-COMPUTE-CHAIN-HASH).
      ******************************************************************
       01 WS-HASH-VARS.
          05 WS-HASH-INPUT              PIC X(250) VALUE SPACES.
          05 WS-CONTENT-LENGTH          PIC S9(4) USAGE IS BINARY.
          05 WS-HASH-LENGTH             PIC S9(4) USAGE IS BINARY.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE EAUDCCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(243).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF AUDIT-CHAIN-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO AUDIT-CHAIN-COMMAREA.
           SET ACH-REQUEST-OK TO TRUE.

           EVALUATE TRUE
           WHEN NOT ACH-AUDIT-TRAIL AND NOT ACH-DETAIL-TRAIL
                SET ACH-REQUEST-FAILED TO TRUE
           WHEN ACH-SEAL
                PERFORM 1000-SEAL-RECORD
           WHEN ACH-VERIFY
                PERFORM 2000-VERIFY-RECORD-SEAL
           WHEN ACH-RECHAIN
                PERFORM 3000-RECHAIN-EMPLOYEE
           WHEN OTHER
                SET ACH-REQUEST-FAILED TO TRUE
           END-EVALUATE.

           MOVE AUDIT-CHAIN-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-SEAL-RECORD.
           IF ACH-AUDIT-TRAIL
              MOVE ACH-RECORD-IMAGE TO AUDIT-LOG-RECORD
              MOVE AUD-EMPLOYEE-ID TO WS-ENQ-EMPLOYEE-ID
           ELSE
              MOVE ACH-RECORD-IMAGE TO AUDIT-DETAIL-RECORD
              MOVE ADT-EMPLOYEE-ID TO WS-ENQ-EMPLOYEE-ID
           END-IF.

           PERFORM 4000-ENQUEUE-CHAIN.

           IF ACH-AUDIT-TRAIL
              PERFORM 1100-FIND-PREVIOUS-AUDIT
           ELSE
              PERFORM 1200-FIND-PREVIOUS-DETAIL
           END-IF.

           MOVE WS-PREV-HASH TO ACH-PREV-CHAIN-HASH.
           PERFORM 5000-COMPUTE-CHAIN-HASH.

      *    NO MAC, NO SEAL - THE RECORD GOES OUT UNSEALED RATHER THAN
      *    HALF-CHAINED.
           IF WS-MAC-FAILED
              MOVE SPACES TO ACH-PREV-CHAIN-HASH
           END-IF.

       1100-FIND-PREVIOUS-AUDIT.
      *    POSITION AT THE NEW KEY AND READ BACKWARDS - THE FIRST
      *    RECORD BELOW IT IS EITHER THE EMPLOYEE'S LATEST ENTRY OR
      *    ANOTHER EMPLOYEE'S (SO THIS IS THE FIRST ON THE CHAIN). A
      *    NEW KEY PAST THE END OF THE FILE STARTS FROM HIGH-VALUES,
      *    WHICH POSITIONS ON THE LAST RECORD.
           MOVE SPACES TO WS-PREV-HASH.
           MOVE SPACE TO WS-PREV-SCAN-SWITCH.
           MOVE AUD-AUDIT-KEY TO WS-NEW-AUDIT-KEY.
           MOVE WS-NEW-AUDIT-KEY TO WS-BROWSE-AUDIT-KEY.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(WS-BROWSE-AUDIT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-BROWSE-AUDIT-KEY

              EXEC CICS STARTBR
                   FILE(APP-AUDIT-LOG-FILE-NAME)
                   RIDFLD(WS-BROWSE-AUDIT-KEY)
                   GTEQ
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1110-READ-PREVIOUS-AUDIT
                 UNTIL WS-PREV-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-AUDIT-LOG-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1110-READ-PREVIOUS-AUDIT.
           EXEC CICS READPREV
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(WS-BROWSE-AUDIT-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-PREV-SCAN-DONE TO TRUE
           WHEN AUD-AUDIT-KEY IS NOT LESS THAN WS-NEW-AUDIT-KEY
      *         THE GTEQ POSITIONING CAN RETURN THE RECORD IT LANDED
      *         ON - STEP BACK PAST IT.
                CONTINUE
           WHEN AUD-EMPLOYEE-ID IS EQUAL TO WS-NEW-AUD-EMPLOYEE-ID
                MOVE AUD-CHAIN-HASH TO WS-PREV-HASH
                SET WS-PREV-SCAN-DONE TO TRUE
           WHEN OTHER
                SET WS-PREV-SCAN-DONE TO TRUE
           END-EVALUATE.

       1200-FIND-PREVIOUS-DETAIL.
      *    SAME BACKWARDS STEP AS 1100, ON THE DETAIL TRAIL.
           MOVE SPACES TO WS-PREV-HASH.
           MOVE SPACE TO WS-PREV-SCAN-SWITCH.
           MOVE ADT-DETAIL-KEY TO WS-NEW-DETAIL-KEY.
           MOVE WS-NEW-DETAIL-KEY TO WS-BROWSE-DETAIL-KEY.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(WS-BROWSE-DETAIL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WS-BROWSE-DETAIL-KEY

              EXEC CICS STARTBR
                   FILE(APP-AUDIT-DETAIL-FILE-NAME)
                   RIDFLD(WS-BROWSE-DETAIL-KEY)
                   GTEQ
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1210-READ-PREVIOUS-DETAIL
                 UNTIL WS-PREV-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-AUDIT-DETAIL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1210-READ-PREVIOUS-DETAIL.
           EXEC CICS READPREV
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(WS-BROWSE-DETAIL-KEY)
                INTO (AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-PREV-SCAN-DONE TO TRUE
           WHEN ADT-DETAIL-KEY IS NOT LESS THAN WS-NEW-DETAIL-KEY
                CONTINUE
           WHEN ADT-EMPLOYEE-ID IS EQUAL TO WS-NEW-ADT-EMPLOYEE-ID
                MOVE ADT-CHAIN-HASH TO WS-PREV-HASH
                SET WS-PREV-SCAN-DONE TO TRUE
           WHEN OTHER
                SET WS-PREV-SCAN-DONE TO TRUE
           END-EVALUATE.

       2000-VERIFY-RECORD-SEAL.
      *    THE RECORD'S OWN PREVIOUS HASH GOES INTO THE MAC, SO THE
      *    RESULT MATCHES ITS STORED CHAIN HASH ONLY IF NEITHER HAS
      *    BEEN TOUCHED SINCE IT WAS SEALED. A SEAL WITHOUT THE
      *    LEADING 'K' WAS NEVER MADE HERE AT ALL.
           IF ACH-AUDIT-TRAIL
              MOVE ACH-RECORD-IMAGE TO AUDIT-LOG-RECORD
              MOVE AUD-PREV-CHAIN-HASH TO ACH-PREV-CHAIN-HASH
              MOVE AUD-CHAIN-HASH TO WS-STORED-HASH
           ELSE
              MOVE ACH-RECORD-IMAGE TO AUDIT-DETAIL-RECORD
              MOVE ADT-PREV-CHAIN-HASH TO ACH-PREV-CHAIN-HASH
              MOVE ADT-CHAIN-HASH TO WS-STORED-HASH
           END-IF.

           IF WS-STORED-HASH(1:1) IS EQUAL TO 'K'
              PERFORM 5000-COMPUTE-CHAIN-HASH
              IF ACH-REQUEST-OK AND
                 ACH-CHAIN-HASH IS NOT EQUAL TO WS-STORED-HASH
                 SET ACH-SEAL-MISMATCH TO TRUE
              END-IF
           ELSE
              SET ACH-SEAL-MISMATCH TO TRUE
           END-IF.

      *    THE VERDICT ONLY - NEVER THE SEAL ITSELF.
           MOVE SPACES TO ACH-CHAIN-HASH.

       3000-RECHAIN-EMPLOYEE.
      *    EVERY RECORD ON THE EMPLOYEE'S TRAIL IS RE-SEALED ONTO THE
      *    ONE BEFORE IT, OLDEST FIRST. EACH CYCLE IS A KEYED READ
      *    RESUMING ONE PAST THE LAST KEY, SO NO REWRITE EVER HAPPENS
      *    UNDER AN OPEN BROWSE. ONLY THE MERGE MAY ASK, AND EVERY
      *    ENTRY IS CHECKED AS READ BEFORE ITS SEAL IS REMADE (SEE
      *    3500) - OTHERWISE A RESEAL WOULD LAUNDER AN ALTERED ENTRY
      *    BACK ONTO A CLEAN CHAIN.
           EXEC CICS ASSIGN
                INVOKINGPROG(WS-INVOKING-PROGRAM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              WS-INVOKING-PROGRAM IS NOT EQUAL TO
                 APP-MERGE-PROGRAM-NAME OR
              EIBTRNID IS NOT EQUAL TO APP-MERGE-TRANSACTION-ID
              SET ACH-REQUEST-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ACH-RECHAIN-USER-ID TO WS-RECHAIN-USER-ID.
           MOVE ACH-RECHAIN-DUPLICATE-ID TO WS-RECHAIN-DUPLICATE-ID.
           MOVE ACH-RECHAIN-MAX-NUDGE TO WS-RECHAIN-MAX-NUDGE.
           MOVE ACH-EMPLOYEE-ID TO WS-ENQ-EMPLOYEE-ID.
           PERFORM 4000-ENQUEUE-CHAIN.

           MOVE SPACES TO WS-OWN-CHAIN.
           MOVE SPACES TO WS-DUP-CHAIN.
           MOVE SPACES TO WS-RUNNING-HASH.
           MOVE SPACE TO WS-RECHAIN-SWITCH.
           MOVE ACH-EMPLOYEE-ID TO WS-RESUME-EMPLOYEE-ID.
           MOVE LOW-VALUES TO WS-RESUME-TIMESTAMP.
           MOVE ZEROES TO WS-RESUME-FIELD-SEQ.

           IF ACH-AUDIT-TRAIL
              PERFORM 3100-RECHAIN-ONE-AUDIT
                 UNTIL WS-RECHAIN-DONE
           ELSE
              PERFORM 3200-RECHAIN-ONE-DETAIL
                 UNTIL WS-RECHAIN-DONE
           END-IF.

      *    A RECHAIN THAT STOPPED PART WAY IS BACKED OUT BY THE
      *    CALLER, SO ONLY A COMPLETE ONE IS LOGGED.
           IF ACH-REQUEST-OK
              PERFORM 3900-LOG-RECHAIN
           END-IF.

       3100-RECHAIN-ONE-AUDIT.
           MOVE WS-RESUME-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE WS-RESUME-TIMESTAMP TO AUD-AUDIT-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-AUDIT-LOG-FILE-NAME)
                INTO (AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              AUD-EMPLOYEE-ID IS NOT EQUAL TO ACH-EMPLOYEE-ID
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-AUDIT-LOG-FILE-NAME)
                INTO (AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.
           MOVE AUD-PREV-CHAIN-HASH TO WS-CHK-PREV-HASH.
           MOVE AUD-CHAIN-HASH TO WS-STORED-HASH.
           PERFORM 3500-CHECK-RECORD-AS-READ.

           IF NOT WS-RECORD-INTACT
              EXEC CICS UNLOCK
                   FILE(APP-AUDIT-LOG-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE AUD-AUDIT-TIMESTAMP TO WS-RESUME-TS-NUMERIC.
           ADD 1 TO WS-RESUME-TS-NUMERIC.
           MOVE WS-RESUME-TS-NUMERIC TO WS-RESUME-TIMESTAMP.

           MOVE WS-RUNNING-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE WS-RUNNING-HASH TO ACH-PREV-CHAIN-HASH.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.
           PERFORM 5000-COMPUTE-CHAIN-HASH.

           IF WS-MAC-FAILED
              EXEC CICS UNLOCK
                   FILE(APP-AUDIT-LOG-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

           EXEC CICS REWRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE AUD-CHAIN-HASH TO WS-RUNNING-HASH.

       3200-RECHAIN-ONE-DETAIL.
           MOVE WS-RESUME-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE WS-RESUME-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE WS-RESUME-FIELD-SEQ TO ADT-FIELD-SEQ.

           EXEC CICS READ
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                INTO (AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              ADT-EMPLOYEE-ID IS NOT EQUAL TO ACH-EMPLOYEE-ID
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                INTO (AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.
           MOVE ADT-PREV-CHAIN-HASH TO WS-CHK-PREV-HASH.
           MOVE ADT-CHAIN-HASH TO WS-STORED-HASH.
           PERFORM 3500-CHECK-RECORD-AS-READ.

           IF NOT WS-RECORD-INTACT
              EXEC CICS UNLOCK
                   FILE(APP-AUDIT-DETAIL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    ONE PAST THIS KEY - THE NEXT FIELD SEQUENCE, OR THE NEXT
      *    SECOND ONCE THE SEQUENCE IS EXHAUSTED.
           MOVE ADT-AUDIT-TIMESTAMP TO WS-RESUME-TIMESTAMP.
           IF ADT-FIELD-SEQ IS LESS THAN 99
              COMPUTE WS-RESUME-FIELD-SEQ = ADT-FIELD-SEQ + 1
           ELSE
              MOVE ADT-AUDIT-TIMESTAMP TO WS-RESUME-TS-NUMERIC
              ADD 1 TO WS-RESUME-TS-NUMERIC
              MOVE WS-RESUME-TS-NUMERIC TO WS-RESUME-TIMESTAMP
              MOVE ZEROES TO WS-RESUME-FIELD-SEQ
           END-IF.

           MOVE WS-RUNNING-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE WS-RUNNING-HASH TO ACH-PREV-CHAIN-HASH.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.
           PERFORM 5000-COMPUTE-CHAIN-HASH.

           IF WS-MAC-FAILED
              EXEC CICS UNLOCK
                   FILE(APP-AUDIT-DETAIL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

           EXEC CICS REWRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM (AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET ACH-REQUEST-FAILED TO TRUE
              SET WS-RECHAIN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ADT-CHAIN-HASH TO WS-RUNNING-HASH.

       3500-CHECK-RECORD-AS-READ.
      *    BEFORE ITS SEAL IS REMADE THE ENTRY MUST PROVE IT IS STILL
      *    WHAT WAS SEALED AND STILL LINKED WHERE IT WAS. THE CALLER
      *    SETS ACH-RECORD-IMAGE, WS-CHK-PREV-HASH AND WS-STORED-HASH
      *    FROM THE RECORD AS READ. THE EMPLOYEE'S OWN ENTRIES ARE
      *    CHECKED AS THEY STAND, ON THEIR OWN OLD CHAIN; ONE MOVED
      *    FROM THE DUPLICATE IS CHECKED UNDER THE ID AND TIMESTAMP
      *    IT WAS SEALED WITH, ON THE DUPLICATE'S OLD CHAIN.
           MOVE SPACE TO WS-RECORD-CHECK-SWITCH.
           MOVE ACH-RECORD-IMAGE TO WS-CHECK-IMAGE.

      *    UNSEALED IS ONLY RIGHT FOR AN ENTRY OLDER THAN THE CHAIN.
           IF WS-STORED-HASH IS EQUAL TO SPACES
              IF WS-CHK-IMAGE-TIMESTAMP IS LESS THAN
                    APP-AUDCHN-GO-LIVE-TS AND
                 WS-CHK-PREV-HASH IS EQUAL TO SPACES
                 SET WS-RECORD-INTACT TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF WS-STORED-HASH(1:1) IS NOT EQUAL TO 'K'
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CHK-PREV-HASH TO ACH-PREV-CHAIN-HASH.
           PERFORM 5000-COMPUTE-CHAIN-HASH.

           IF WS-MAC-FAILED
              EXIT PARAGRAPH
           END-IF.

           IF ACH-CHAIN-HASH IS EQUAL TO WS-STORED-HASH
              MOVE ACH-EMPLOYEE-ID TO WS-LNK-EMPLOYEE-ID
              MOVE WS-OWN-CHAIN TO WS-LNK-CHAIN
              PERFORM 3550-CHECK-PREVIOUS-LINK
              MOVE WS-LNK-CHAIN TO WS-OWN-CHAIN
              EXIT PARAGRAPH
           END-IF.

      *    NOT THE EMPLOYEE'S OWN - IT CAN ONLY BE ONE OF THE
      *    DUPLICATE'S, IF THERE WAS A DUPLICATE.
           IF WS-RECHAIN-DUPLICATE-ID IS EQUAL TO ZEROES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CHK-IMAGE-TIMESTAMP TO WS-TRY-TS-NUMERIC.
           MOVE ZEROES TO WS-NUDGES-TRIED.
           MOVE SPACE TO WS-SEAL-MATCH-SWITCH.
           PERFORM 3520-TRY-DUPLICATE-IDENTITY
              UNTIL WS-SEAL-MATCHED OR WS-MAC-FAILED OR
                    WS-NUDGES-TRIED IS GREATER THAN
                       WS-RECHAIN-MAX-NUDGE.

           IF WS-SEAL-MATCHED
              MOVE WS-RECHAIN-DUPLICATE-ID TO WS-LNK-EMPLOYEE-ID
              MOVE WS-DUP-CHAIN TO WS-LNK-CHAIN
              PERFORM 3550-CHECK-PREVIOUS-LINK
              MOVE WS-LNK-CHAIN TO WS-DUP-CHAIN
           END-IF.

       3520-TRY-DUPLICATE-IDENTITY.
      *    EMRGP NUDGES A COLLIDING ENTRY FORWARD A SECOND AT A TIME,
      *    SO ITS ORIGINAL TIMESTAMP IS THIS ONE OR A FEW SECONDS
      *    EARLIER.
           MOVE WS-RECHAIN-DUPLICATE-ID TO WS-CHK-IMAGE-EMPLOYEE-ID.
           MOVE WS-TRY-TS-NUMERIC TO WS-CHK-IMAGE-TIMESTAMP.
           MOVE WS-CHECK-IMAGE TO ACH-RECORD-IMAGE.
           PERFORM 5000-COMPUTE-CHAIN-HASH.

           IF ACH-CHAIN-HASH IS EQUAL TO WS-STORED-HASH
              SET WS-SEAL-MATCHED TO TRUE
           END-IF.

           SUBTRACT 1 FROM WS-TRY-TS-NUMERIC.
           ADD 1 TO WS-NUDGES-TRIED.

       3550-CHECK-PREVIOUS-LINK.
      *    THE ENTRY'S PREVIOUS HASH MUST BE THE STORED SEAL OF THE
      *    ENTRY BEFORE IT ON THE SAME OLD CHAIN. ON THAT CHAIN'S
      *    FIRST SEALED ENTRY IT MAY INSTEAD BE THE BOUNDARY THE
      *    RETENTION PURGE (ERETNP) RECORDED ON THE ANCHOR FILE.
           IF WS-CHK-PREV-HASH IS EQUAL TO WS-LNK-RUNNING-HASH
              SET WS-RECORD-INTACT TO TRUE
           ELSE
              IF NOT WS-LNK-SEALED-SEEN
                 PERFORM 3560-CHECK-PURGE-BOUNDARY
              END-IF
           END-IF.

           IF WS-RECORD-INTACT
              MOVE WS-STORED-HASH TO WS-LNK-RUNNING-HASH
              SET WS-LNK-SEALED-SEEN TO TRUE
           END-IF.

       3560-CHECK-PURGE-BOUNDARY.
           MOVE WS-LNK-EMPLOYEE-ID TO ANC-EMPLOYEE-ID.
           MOVE ACH-TRAIL-CODE TO ANC-TRAIL-CODE.

           EXEC CICS READ
                FILE(APP-AUDCHN-ANCHOR-FILE-NAME)
                INTO (AUDIT-CHAIN-ANCHOR-RECORD)
                RIDFLD(ANC-ANCHOR-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              ANC-BOUNDARY-HASH IS EQUAL TO WS-CHK-PREV-HASH
              SET WS-RECORD-INTACT TO TRUE
           END-IF.

       3900-LOG-RECHAIN.
      *    THE RESEAL GOES ON THE EMPLOYEE'S EAUDIT TRAIL, SEALED ON
      *    TOP OF THE CHAIN IT HAS JUST REMADE, SO THE VERIFIER CAN
      *    SHOW WHO HAD THE EARLIER SEALS REMADE AND WHEN. A DETAIL
      *    TRAIL RESEAL IS LOGGED THERE TOO (ACTION 'T').
           MOVE ACH-TRAIL-CODE TO WS-SAVE-TRAIL-CODE.

           INITIALIZE AUDIT-LOG-RECORD.
           MOVE ACH-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           IF ACH-AUDIT-TRAIL
              SET AUD-ACTION-RECHAIN-AUDIT TO TRUE
           ELSE
              SET AUD-ACTION-RECHAIN-DETAIL TO TRUE
           END-IF.
           MOVE WS-RECHAIN-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE WS-INVOKING-PROGRAM TO AUD-SOURCE-PROGRAM.

           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE SPACE TO WS-RECHAIN-LOG-SWITCH.
           PERFORM 3910-WRITE-RECHAIN-ENTRY
              UNTIL WS-RECHAIN-LOGGED.

           MOVE WS-SAVE-TRAIL-CODE TO ACH-TRAIL-CODE.

       3910-WRITE-RECHAIN-ENTRY.
      *    SEALED AFRESH ON EVERY ATTEMPT - THE TIMESTAMP IS PART OF
      *    WHAT THE SEAL COVERS. THE SEARCH FOR THE PREVIOUS ENTRY
      *    READS INTO AUDIT-LOG-RECORD, SO THE NEW ENTRY IS TAKEN BACK
      *    FROM THE IMAGE AFTERWARDS.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.
           PERFORM 1000-SEAL-RECORD.
           MOVE ACH-RECORD-IMAGE TO AUDIT-LOG-RECORD.
           MOVE ACH-PREV-CHAIN-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
      *       BOTH RESEALS OF ONE MERGE CAN LAND IN THE SAME SECOND -
      *       NUDGE THE TIMESTAMP FORWARD AND GO AROUND AGAIN.
              MOVE AUD-AUDIT-TIMESTAMP TO WS-RESUME-TS-NUMERIC
              ADD 1 TO WS-RESUME-TS-NUMERIC
              MOVE WS-RESUME-TS-NUMERIC TO AUD-AUDIT-TIMESTAMP
           ELSE
              SET WS-RECHAIN-LOGGED TO TRUE
           END-IF.

       4000-ENQUEUE-CHAIN.
      *    HELD UNTIL THE CALLER'S UNIT OF WORK ENDS (THE ENQUEUE'S
      *    DEFAULT LIFETIME), WHICH COVERS THE CALLER'S WRITE.
           MOVE ACH-TRAIL-CODE TO WS-ENQ-TRAIL-CODE.

           EXEC CICS ENQ
                RESOURCE(WS-CHAIN-ENQ-NAME)
                LENGTH(LENGTH OF WS-CHAIN-ENQ-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       5000-COMPUTE-CHAIN-HASH.
      *    THE RECORD'S CONTENT FOLLOWED BY THE PREVIOUS HASH IS MAC'D
      *    BY ICSF UNDER THE CHAIN KEY. THE SEAL IS 'K' AND THE FIRST
      *    15 HEX DIGITS OF THE MAC. CALLERS SET ACH-RECORD-IMAGE AND
      *    ACH-PREV-CHAIN-HASH AND TAKE ACH-CHAIN-HASH - SPACES, WITH
      *    ACH-REQUEST-FAILED, IF ICSF COULD NOT MAKE ONE.
           PERFORM 5050-BUILD-HASH-INPUT.

           MOVE SPACE TO WS-MAC-SWITCH.
           MOVE ZERO TO WS-ICSF-RETURN-CODE.
           MOVE ZERO TO WS-ICSF-REASON-CODE.
           MOVE APP-AUDCHN-MAC-KEY-LABEL TO WS-ICSF-KEY-IDENTIFIER.
           MOVE WS-HASH-LENGTH TO WS-ICSF-TEXT-LENGTH.
           MOVE LOW-VALUES TO WS-ICSF-CHAIN-VECTOR.
           MOVE LENGTH OF WS-ICSF-MAC TO WS-ICSF-MAC-LENGTH.
           MOVE LOW-VALUES TO WS-ICSF-MAC.

           CALL WS-ICSF-HMAC-SERVICE USING
                WS-ICSF-RETURN-CODE
                WS-ICSF-REASON-CODE
                WS-ICSF-EXIT-DATA-LENGTH
                WS-ICSF-EXIT-DATA
                WS-ICSF-RULE-ARRAY-COUNT
                WS-ICSF-RULE-ARRAY
                WS-ICSF-KEY-ID-LENGTH
                WS-ICSF-KEY-IDENTIFIER
                WS-ICSF-TEXT-LENGTH
                WS-HASH-INPUT
                WS-ICSF-CHAIN-VECTOR-LENGTH
                WS-ICSF-CHAIN-VECTOR
                WS-ICSF-MAC-LENGTH
                WS-ICSF-MAC
           END-CALL.

      *    A MISSING KEY LABEL, OR A MAC SHORTER THAN THE EIGHT BYTES
      *    THE SEAL IS CUT FROM, MEANS NO SEAL.
           IF NOT WS-ICSF-OK OR
              WS-ICSF-MAC-LENGTH IS LESS THAN 8
              SET WS-MAC-FAILED TO TRUE
              SET ACH-REQUEST-FAILED TO TRUE
              MOVE SPACES TO ACH-CHAIN-HASH
              EXIT PARAGRAPH
           END-IF.

           PERFORM 5200-HEX-ONE-BYTE
              VARYING WS-HEX-POS FROM 1 BY 1
              UNTIL WS-HEX-POS IS GREATER THAN 8.

           MOVE 'K' TO ACH-CHAIN-HASH(1:1).
           MOVE WS-HEX-SEAL(1:15) TO ACH-CHAIN-HASH(2:15).

       5050-BUILD-HASH-INPUT.
      *    EVERYTHING AHEAD OF THE RECORD'S CHAIN-SEAL GROUP, THEN
      *    THE PREVIOUS HASH.
           IF ACH-AUDIT-TRAIL
              COMPUTE WS-CONTENT-LENGTH =
                 LENGTH OF AUDIT-LOG-RECORD - LENGTH OF AUD-CHAIN-SEAL
           ELSE
              COMPUTE WS-CONTENT-LENGTH =
                 LENGTH OF AUDIT-DETAIL-RECORD
                 - LENGTH OF ADT-CHAIN-SEAL
           END-IF.

           MOVE SPACES TO WS-HASH-INPUT.
           MOVE ACH-RECORD-IMAGE(1:WS-CONTENT-LENGTH)
              TO WS-HASH-INPUT(1:WS-CONTENT-LENGTH).
           MOVE ACH-PREV-CHAIN-HASH
              TO WS-HASH-INPUT(WS-CONTENT-LENGTH + 1:16).
           COMPUTE WS-HASH-LENGTH = WS-CONTENT-LENGTH + 16.

       5200-HEX-ONE-BYTE.
           COMPUTE WS-HEX-BYTE-VALUE =
              FUNCTION ORD(WS-ICSF-MAC(WS-HEX-POS:1)) - 1.
           DIVIDE WS-HEX-BYTE-VALUE BY 16
              GIVING WS-HEX-HIGH-NIBBLE
              REMAINDER WS-HEX-LOW-NIBBLE.
           MOVE WS-HEX-DIGIT-TABLE(WS-HEX-HIGH-NIBBLE + 1:1)
              TO WS-HEX-SEAL(WS-HEX-POS * 2 - 1:1).
           MOVE WS-HEX-DIGIT-TABLE(WS-HEX-LOW-NIBBLE + 1:1)
              TO WS-HEX-SEAL(WS-HEX-POS * 2:1).
