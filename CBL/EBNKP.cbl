      *        IS WRITTEN TO EAUDIT AS AN 'X' ENTRY LIKE EUPDP'S
      *        EXTERNAL-ID UNMASK. EVERY SAVED CHANGE WRITES AN
      *        EAUDIT 'U' ENTRY WITH AN EAUDDTL ROW (MASKED VALUES).
      *      - THE ACCOUNT NUMBER IS ENCIPHERED THROUGH ECIPHP AS SOON
      *        AS IT IS KEYED, SO ONLY THE ENCIPHERED FORM EVER
      *        REACHES THE CONTAINER OR THE FILE. THE MASK NEEDS ONLY
      *        THE LAST FOUR, WHICH THE CIPHER LEAVES CLEAR; PF6'S
      *        UNMASK IS THE ONE PLACE HERE THAT DECIPHERS.
      *      - A SAVE PAST THE CURRENT PAYROLL CUT-OFF STILL GOES
      *        THROUGH, BUT WARNS THAT IT MISSES THIS PAY DATE (SEE
      *        ECUTCP).
      *      - A NEW BANK CODE OR ACCOUNT FOR DETAILS ALREADY ON FILE
      *        IS NOT REWRITTEN HERE - IT PARKS ON EBNKPND FOR A
      *        COOLING-OFF HOLD, AND EPAYXP KEEPS SENDING THE OLD
      *        DETAILS UNTIL IT ENDS. SAVED UNDER THE EMPLOYEE'S OWN
      *        LINKED SIGN-ON (EREGUSR) THE HOLD STARTS AT ONCE AND
      *        EBNKLTP WRITES THE CONFIRMATION LETTER; SAVED BY ANYONE
      *        ELSE IT WAITS FOR A SECOND ADMINISTRATOR'S RELEASE ON
      *        EBKRVP FIRST. A FIRST SET OF DETAILS, OR A CHANGE OF
      *        PAYMENT METHOD ALONE, STILL SAVES STRAIGHT AWAY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - PAYMENT DETAILS MAPSET.
      *      - PAYMENT DETAILS CONTAINER.
      *      - PAYMENT DETAILS RECORD.
      *      - PENDING BANK-CHANGE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - FIELD CIPHER COMM-AREA.
      *      - PAYROLL CUT-OFF CHECK COMM-AREA.
      *      - BANK-CHANGE LETTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EBNKMAP.
       COPY EBNKCTR.
       COPY EPAYDTL.
       COPY EBNKPND.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY ECIPHCA.
       COPY ECUTCA.
       COPY EBLTCA.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-CUTOFF-FLAG            PIC X(1)  VALUE SPACES.
          88 SAVED-IN-TIME                    VALUE SPACES.
          88 SAVED-AFTER-CUTOFF               VALUE 'Y'.
      *
      *    THE ACCOUNT SHOWS MASKED TO ITS LAST FOUR CHARACTERS,
      *    SAME AS EMP-EXTERNAL-ID ON EVIEWP'S DETAIL MAP.
       01 WS-MASKED-ACCOUNT.
          05 FILLER              PIC X(13) VALUE '*************'.
          05 WS-MSK-LAST-FOUR    PIC X(4)  VALUE SPACES.
      *
      *    THE DECIPHERED ACCOUNT, FOR PF6'S ONE DISPLAY ONLY.
       01 WS-CLEAR-ACCOUNT          PIC X(17) VALUE SPACES.
      *
       01 WS-CIPHER-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-CIPHER-FAILED                 VALUE 'F'.
      *
      *    THE COOLING-OFF HOLD ON A CHANGED BANK CODE OR ACCOUNT.
      *    THE ON-FILE DETAILS ARE KEPT HERE WHILE THE CHANGE PARKS,
      *    SO THE SCREEN GOES BACK TO SHOWING WHAT PAYROLL IS PAID.
       01 WS-BANK-CHANGE-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-BANK-CHANGED                  VALUE 'Y'.
       01 WS-CHANGE-HELD-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-CHANGE-HELD                   VALUE 'Y'.
       01 WS-OWN-SIGN-ON-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-OWN-SIGN-ON                   VALUE 'Y'.
       01 WS-ON-FILE-PAYMENT        PIC X(100) VALUE SPACES.
       01 WS-ON-FILE-BANK-CODE      PIC X(9)  VALUE SPACES.
       01 WS-ON-FILE-ACCOUNT        PIC X(17) VALUE SPACES.
       01 WS-NEW-PENDING-IMAGE      PIC X(175) VALUE SPACES.
       01 WS-TODAY-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-HOLD-UNTIL-NUM         PIC 9(8)  VALUE ZEROES.
      *
      *    WHAT THE AUDIT DETAIL ROW CALLS THE CHANGE, AND THE MASKED
      *    ACCOUNT IT REPLACES WHERE THAT IS KNOWN.
       01 WS-AUDIT-FIELD-NAME       PIC X(20) VALUE 'PAYMENT DETAILS'.
       01 WS-AUDIT-OLD-VALUE        PIC X(38) VALUE SPACES.
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
      *
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-PAYMENT-DETAILS
      *         A SAVE PAST THE PAYROLL CUT-OFF, OR A BANK CHANGE PUT
      *         ON HOLD, STAYS ON SCREEN SO THE MESSAGE IS ACTUALLY
      *         SEEN - PF12 LEAVES FROM THERE.
                IF VALIDATION-PASSED AND NOT SAVED-AFTER-CUTOFF
                   AND NOT WS-CHANGE-HELD
                   PERFORM 2400-DELETE-BANK-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHRESP(NORMAL)
                SET BNK-EDITING-EXISTING TO TRUE
                MOVE PAYMENT-DETAILS-RECORD TO BNK-PAYMENT-RECORD
                MOVE 'Details Found! Edit Fields, then PF4=Save or PF3=S
      -              'ave/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO BNKCDEL
                PERFORM 2130-CHECK-PENDING-CHANGE
           WHEN DFHRESP(NOTFND)
                SET BNK-ADDING-NEW-DETAILS TO TRUE
                INITIALIZE PAYMENT-DETAILS-RECORD
                MOVE BNK-EMPLOYEE-ID TO PAY-EMPLOYEE-ID
                MOVE 'D' TO PAY-PAYMENT-METHOD
                MOVE PAYMENT-DETAILS-RECORD TO BNK-PAYMENT-RECORD
                MOVE 'No Details Yet - Enter Bank, Account And Method, t
      -              'hen PF4=Save.'
                   TO WS-MESSAGE
                MOVE -1 TO BNKCDEL
           WHEN OTHER
                   TO WS-MESSAGE
           END-EVALUATE.

       2130-CHECK-PENDING-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-CHECK-PENDING-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SCREEN SHOWS WHAT PAYROLL IS PAID TODAY - A CHANGE
      *    STILL PARKED ON EBNKPND IS CALLED OUT, SINCE SAVING AGAIN
      *    REPLACES IT AND STARTS IT OVER.
           MOVE BNK-EMPLOYEE-ID TO PBK-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-BANK-PENDING-FILE-NAME)
                INTO (PENDING-BANK-RECORD)
                RIDFLD(PBK-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           IF PBK-ON-HOLD THEN
              MOVE PBK-HOLD-UNTIL-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE SPACES TO WS-MESSAGE
              STRING 'Warning: A Bank Change Is On Hold Until '
                     WS-OUTPUT-DATE
                     ' - Saving Replaces It!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              MOVE 'Warning: Bank Change Awaiting Release - Saving Again
      -           ' Replaces It!'
                 TO WS-MESSAGE
           END-IF.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
              MOVE BNKCDEI TO PAY-BANK-CODE
           END-IF.

           MOVE SPACE TO WS-CIPHER-SWITCH.
           IF ACCTNOL IS GREATER THAN ZERO AND
              ACCTNOI(1:1) IS NOT EQUAL TO '*' THEN
              PERFORM 2160-ENCIPHER-ACCOUNT-NUMBER
           END-IF.

           IF PAYMTHL IS GREATER THAN ZERO THEN
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN WS-CIPHER-FAILED
                MOVE 'Error: Account Number Could Not Be Protected - Not
      -              ' Taken!'
                   TO WS-MESSAGE
                MOVE -1 TO ACCTNOL
           WHEN PAY-BANK-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Bank Code is required!'
                   TO WS-MESSAGE
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-ENCIPHER-ACCOUNT-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-ENCIPHER-ACCOUNT-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE NEW ACCOUNT IS ENCIPHERED BEFORE IT GOES ANYWHERE. IF
      *    THAT FAILS THE RECORD KEEPS ITS PREVIOUS ACCOUNT - A CLEAR
      *    VALUE MUST NEVER BE LEFT WHERE A SAVE COULD PICK IT UP.
           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-ENCIPHER TO TRUE.
           SET FCA-ACCOUNT-NUMBER TO TRUE.
           MOVE ACCTNOI TO FCA-FIELD-VALUE.
           PERFORM 2170-LINK-TO-CIPHER.

           IF NOT WS-CIPHER-FAILED
              MOVE FCA-FIELD-VALUE TO PAY-ACCOUNT-NUMBER
              MOVE FCA-KEY-VERSION TO PAY-FIELD-KEY-VERSION
           END-IF.

       2170-LINK-TO-CIPHER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-LINK-TO-CIPHER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

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

       2200-SAVE-PAYMENT-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-PAYMENT-DETAILS' TO WS-DEBUG-AID.

           PERFORM 2150-VALIDATE-USER-INPUT.

      *    A FIRST SET OF DETAILS HAS NOTHING TO DIVERT, AND A NEW
      *    PAYMENT METHOD ALONE PAYS THE SAME ACCOUNT - BOTH SAVE AS
      *    BEFORE. A NEW BANK CODE OR ACCOUNT GOES ON HOLD.
           IF VALIDATION-PASSED THEN
              EVALUATE TRUE
              WHEN BNK-ADDING-NEW-DETAILS
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3050-CHECK-FOR-BANK-CHANGE
                   IF WS-BANK-CHANGED
                      PERFORM 3400-HOLD-BANK-CHANGE
                   ELSE
                      PERFORM 3100-REWRITE-EXISTING-RECORD
                   END-IF
              END-EVALUATE
           END-IF.


           IF MON-USER-ID IS EQUAL TO SPACES OR
              NOT MON-UC-ADMINISTRATOR THEN
              MOVE 'Access Denied - Unmask Is Restricted To Administrato
      -           'rs!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE STORED ACCOUNT IS DECIPHERED FOR THIS ONE DISPLAY AND
      *    NEVER WRITTEN BACK ANYWHERE.
           MOVE BNK-PAYMENT-RECORD TO PAYMENT-DETAILS-RECORD.
           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-DECIPHER TO TRUE.
           SET FCA-ACCOUNT-NUMBER TO TRUE.
           MOVE PAY-ACCOUNT-NUMBER TO FCA-FIELD-VALUE.
           MOVE PAY-FIELD-KEY-VERSION TO FCA-KEY-VERSION.
           PERFORM 2170-LINK-TO-CIPHER.

           IF WS-CIPHER-FAILED
              MOVE 'Error: Account Number Could Not Be Deciphered - Call
      -           ' Support!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FCA-FIELD-VALUE TO WS-CLEAR-ACCOUNT.
           SET BNK-UNMASK-THIS-DISPLAY TO TRUE.
           MOVE 'Account Unmasked For This Display Only - The Look Has B
      -        'een Logged!'
              TO WS-MESSAGE.

           INITIALIZE AUDIT-LOG-RECORD.
           MOVE MON-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-BANK-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3210-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                   TO WS-MESSAGE
                SET BNK-EDITING-EXISTING TO TRUE
                PERFORM 3200-WRITE-AUDIT-TRAIL
                PERFORM 3300-CHECK-PAYROLL-CUTOFF
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Details Already On File - Re-Enter!'
                   TO WS-MESSAGE
                   TO WS-MESSAGE
           END-EVALUATE.

       3050-CHECK-FOR-BANK-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3050-CHECK-FOR-BANK-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    COMPARED AGAINST THE FILE, NOT THE CONTAINER - THE
      *    CONTAINER ALREADY CARRIES THE EDITS. THE ACCOUNT IS
      *    COMPARED IN ITS ENCIPHERED FORM; A MASKED ECHO LEAVES IT
      *    UNTOUCHED, AND A RE-KEYED ACCOUNT THAT ENCIPHERS
      *    DIFFERENTLY IS HELD ALL THE SAME. DETAILS GONE FROM THE
      *    FILE ARE LEFT FOR 3100 TO REPORT.
           MOVE SPACE TO WS-BANK-CHANGE-FLAG.
           MOVE BNK-EMPLOYEE-ID TO PAY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                INTO (PAYMENT-DETAILS-RECORD)
                RIDFLD(PAY-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE PAYMENT-DETAILS-RECORD TO WS-ON-FILE-PAYMENT.
           MOVE PAY-BANK-CODE TO WS-ON-FILE-BANK-CODE.
           MOVE PAY-ACCOUNT-NUMBER TO WS-ON-FILE-ACCOUNT.
           PERFORM 9110-BUILD-MASKED-ACCOUNT.

           MOVE BNK-PAYMENT-RECORD TO PAYMENT-DETAILS-RECORD.

           IF PAY-BANK-CODE IS NOT EQUAL TO WS-ON-FILE-BANK-CODE OR
              PAY-ACCOUNT-NUMBER IS NOT EQUAL TO WS-ON-FILE-ACCOUNT
              THEN
              SET WS-BANK-CHANGED TO TRUE
              MOVE WS-MASKED-ACCOUNT TO WS-AUDIT-OLD-VALUE
           END-IF.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
                   MOVE 'Payment Details Updated Successfully!'
                      TO WS-MESSAGE
                   PERFORM 3200-WRITE-AUDIT-TRAIL
                   PERFORM 3300-CHECK-PAYROLL-CUTOFF
                ELSE
                   MOVE 'Error Rewriting Payment Details Record!'
                      TO WS-MESSAGE
           END-IF.
           MOVE APP-BANK-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3210-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE WS-AUDIT-FIELD-NAME TO ADT-FIELD-NAME.
           MOVE WS-AUDIT-OLD-VALUE TO ADT-OLD-VALUE.
           MOVE WS-MASKED-ACCOUNT TO ADT-NEW-VALUE.

           PERFORM 3220-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3210-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3210-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHAIN THE ENTRY ONTO THE EMPLOYEE'S AUDIT TRAIL (EAUDHP)
      *    RIGHT BEFORE IT IS WRITTEN. A FAILED LINK LEAVES IT
      *    UNSEALED - THE CHANGE IS STILL AUDITED, AND THE CHAIN
      *    VERIFIER (EAUDCVP) REPORTS THE GAP.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

       3220-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3220-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME SEAL FOR A BEFORE/AFTER IMAGE, ON THE EMPLOYEE'S
      *    DETAIL TRAIL.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

       3300-CHECK-PAYROLL-CUTOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-CHECK-PAYROLL-CUTOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAVE STANDS EITHER WAY - PAST THE CURRENT PERIOD'S
      *    CUT-OFF THE USER IS TOLD IT MISSES THIS PAY DATE (SEE
      *    ECUTCP AND EPAYCAL.CPY).
           INITIALIZE PAY-CUTOFF-COMMAREA.

           EXEC CICS LINK
                PROGRAM(APP-PAYCUT-PROGRAM-NAME)
                COMMAREA(PAY-CUTOFF-COMMAREA)
                LENGTH(LENGTH OF PAY-CUTOFF-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              PCU-PAST-CUTOFF THEN
              SET SAVED-AFTER-CUTOFF TO TRUE
              MOVE PCU-WARNING-TEXT TO WS-MESSAGE
           END-IF.

       3400-HOLD-BANK-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3400-HOLD-BANK-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CHANGED DETAILS PARK ON EBNKPND AND EPAYDTL IS LEFT
      *    ALONE, SO EPAYXP KEEPS PAYING THE ACCOUNT ON FILE. THE
      *    EMPLOYEE'S OWN SIGN-ON STARTS THE COOLING-OFF HOLD AND THE
      *    LETTER AT ONCE; ANYONE ELSE'S CHANGE WAITS FOR A SECOND
      *    ADMINISTRATOR ON EBKRVP. NO CUT-OFF WARNING HERE - NOTHING
      *    REACHES PAYROLL UNTIL THE HOLD ENDS.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           PERFORM 3410-CHECK-OWN-SIGN-ON.

           INITIALIZE PENDING-BANK-RECORD.
           MOVE BNK-EMPLOYEE-ID TO PBK-EMPLOYEE-ID.
           MOVE BNK-PAYMENT-RECORD TO PBK-PROPOSED-PAYMENT.
           IF MON-USER-ID IS NOT EQUAL TO SPACES
              MOVE MON-USER-ID TO PBK-REQUESTED-BY-USER-ID
           ELSE
              MOVE APP-BANK-PROGRAM-NAME TO PBK-REQUESTED-BY-USER-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PBK-ENTRY-TIMESTAMP.

           IF WS-OWN-SIGN-ON THEN
              SET PBK-ON-HOLD TO TRUE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
              COMPUTE WS-HOLD-UNTIL-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) +
                 APP-BANK-HOLD-DAYS)
              MOVE WS-TODAY-NUM TO PBK-HOLD-START-DATE
              MOVE WS-HOLD-UNTIL-NUM TO PBK-HOLD-UNTIL-DATE
           ELSE
              SET PBK-AWAITING-RELEASE TO TRUE
           END-IF.

           PERFORM 3420-WRITE-PENDING-RECORD.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Writing Pending Bank Change - Nothing Was Save
      -           'd!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    AUDITED AS PARKED OR HELD, OLD MASKED ACCOUNT AGAINST NEW.
           MOVE BNK-PAYMENT-RECORD TO PAYMENT-DETAILS-RECORD.
           IF PBK-ON-HOLD
              MOVE 'BANK CHANGE HELD' TO WS-AUDIT-FIELD-NAME
           ELSE
              MOVE 'BANK CHANGE PARKED' TO WS-AUDIT-FIELD-NAME
           END-IF.
           PERFORM 3200-WRITE-AUDIT-TRAIL.

           IF PBK-ON-HOLD THEN
              PERFORM 3430-SEND-CONFIRMATION-LETTER
           ELSE
              MOVE 'Payment Details Change Parked - A Second Administrat
      -           'or Must Release It (EBKR).'
                 TO WS-MESSAGE
           END-IF.

      *    BACK TO THE DETAILS PAYROLL IS STILL PAID, AND STAY ON
      *    SCREEN SO THE USER SEES WHY.
           MOVE WS-ON-FILE-PAYMENT TO BNK-PAYMENT-RECORD.
           SET WS-CHANGE-HELD TO TRUE.

       3410-CHECK-OWN-SIGN-ON.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3410-CHECK-OWN-SIGN-ON' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGN-ON RECORD CARRIES THE EMPLOYEE LINK (SAME READ AS
      *    EMYRECP). NO SESSION, NO LINK, OR A LINK TO SOMEONE ELSE
      *    ALL COUNT AS A CHANGE KEYED ON THE EMPLOYEE'S BEHALF.
           MOVE SPACE TO WS-OWN-SIGN-ON-FLAG.

           IF MON-USER-ID IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE MON-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              RU-EMPLOYEE-ID IS NOT EQUAL TO ZERO AND
              RU-EMPLOYEE-ID IS EQUAL TO BNK-EMPLOYEE-ID THEN
              SET WS-OWN-SIGN-ON TO TRUE
           END-IF.

       3420-WRITE-PENDING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3420-WRITE-PENDING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONE PENDING CHANGE PER EMPLOYEE - A CHANGE ALREADY PARKED
      *    IS REPLACED BY THIS ONE, AND ITS HOLD STARTS OVER.
           MOVE PENDING-BANK-RECORD TO WS-NEW-PENDING-IMAGE.

           EXEC CICS WRITE
                FILE(APP-BANK-PENDING-FILE-NAME)
                FROM (PENDING-BANK-RECORD)
                RIDFLD(PBK-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC) THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-BANK-PENDING-FILE-NAME)
                INTO (PENDING-BANK-RECORD)
                RIDFLD(PBK-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PENDING-IMAGE TO PENDING-BANK-RECORD.

           EXEC CICS REWRITE
                FILE(APP-BANK-PENDING-FILE-NAME)
                FROM (PENDING-BANK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3430-SEND-CONFIRMATION-LETTER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3430-SEND-CONFIRMATION-LETTER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE LETTER GOES TO THE ADDRESS ON FILE, NOT ANYTHING KEYED
      *    HERE. A LETTER THAT CANNOT BE WRITTEN LEAVES THE HOLD IN
      *    PLACE AND SAYS WHY.
           INITIALIZE BANK-LETTER-COMMAREA.
           MOVE PBK-EMPLOYEE-ID TO BLT-EMPLOYEE-ID.
           MOVE PAY-BANK-CODE TO BLT-BANK-CODE.
           PERFORM 9110-BUILD-MASKED-ACCOUNT.
           MOVE WS-MASKED-ACCOUNT TO BLT-MASKED-ACCOUNT.
           MOVE PBK-HOLD-UNTIL-DATE TO BLT-HOLD-UNTIL-DATE.

           EXEC CICS LINK
                PROGRAM(APP-BANKLTR-PROGRAM-NAME)
                COMMAREA(BANK-LETTER-COMMAREA)
                LENGTH(LENGTH OF BANK-LETTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Warning: Confirmation Letter Not Written - Call Supp
      -           'ort!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BLT-LETTER-WRITTEN THEN
              MOVE BLT-WARNING-TEXT TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE PBK-HOLD-UNTIL-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE SPACES TO WS-MESSAGE.
           STRING 'Payment Details Change On Hold Until '
                  WS-OUTPUT-DATE
                  ' - Confirmation Letter Sent!'
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
              MOVE PAY-BANK-CODE TO BNKCDEO

              IF BNK-UNMASK-THIS-DISPLAY THEN
                 MOVE WS-CLEAR-ACCOUNT TO ACCTNOO
              ELSE
                 PERFORM 9110-BUILD-MASKED-ACCOUNT
                 MOVE WS-MASKED-ACCOUNT TO ACCTNOO
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Warning'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Access'
