      *        ENROLLMENTS RIDE EPAYXP'S EXTRACT AS 'B' DEDUCTION
      *        RECORDS, AND EUDEACP END-DATES THEM WHEN THE EMPLOYEE
      *        LEAVES.
      *      - A PLAN MAY REQUIRE COVERED DEPENDANTS AND/OR NAMED
      *        BENEFICIARIES (EBENPLN.CPY). AN ENROLLMENT THAT HAS NOT
      *        ENDED IN SUCH A PLAN IS REFUSED UNLESS THE EMPLOYEE HAS
      *        AT LEAST ONE COVERED DEPENDANT, OR BENEFICIARY SHARES
      *        TOTALLING EXACTLY 100, ON EDEPNDT. PF5 HANDS THE LOCATED
      *        EMPLOYEE OFF TO EDPNP TO MAINTAIN THEM.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - BENEFITS ENROLLMENT CONTAINER.
      *      - BENEFITS ENROLLMENT RECORD.
      *      - BENEFITS PLAN TABLE RECORD.
      *      - BENEFITS DEPENDANT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EBNECTR.
       COPY EBENENR.
       COPY EBENPLN.
       COPY EDEPNDT.
       COPY EMPMAST.
       COPY DFHAID.
       COPY DFHBMSCA.
       01 WS-PLAN-FOUND-FLAG        PIC X(1)  VALUE SPACES.
          88 PLAN-CODE-FOUND                  VALUE 'Y'.
          88 PLAN-CODE-INACTIVE               VALUE 'I'.
      *
      *    DEPENDANT / BENEFICIARY CHECK AGAINST THE PLAN'S NEEDS.
      *
       01 WS-DEPENDANT-CHECK.
          05 WS-DEPENDANT-SCAN-FLAG PIC X(1)  VALUE SPACES.
             88 WS-DEPENDANT-SCAN-DONE        VALUE 'Y'.
          05 WS-DEPENDANTS-FLAG     PIC X(1)  VALUE SPACES.
             88 WS-DEPENDANTS-MISSING         VALUE 'Y'.
          05 WS-SHARES-FLAG         PIC X(1)  VALUE SPACES.
             88 WS-SHARES-NOT-100             VALUE 'Y'.
          05 WS-COVERED-COUNT       PIC 9(2)  VALUE ZEROES.
          05 WS-SHARE-TOTAL         PIC 9(4)  VALUE ZEROES.
          05 WS-TODAY-DATE          PIC X(8)  VALUE SPACES.
      *
       01 WS-HANDOFF-VARS.
          05 WS-HANDOFF-EMPLOYEE-ID PIC X(8)  VALUE SPACES.
      *
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                END-IF
           WHEN DFHPF5
                PERFORM 2700-HANDOFF-TO-DEPENDANTS
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN OTHER
      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE BENEFIT-ENROLLMENT-RECORD TO BNE-ENROLLMENT-RECORD.

           PERFORM 2160-CHECK-PLAN-DEPENDANTS.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

      -           'tive Date!'
                   TO WS-MESSAGE
                MOVE -1 TO ENDDATL
           WHEN WS-DEPENDANTS-MISSING
                MOVE 'Validation Error: Plan Needs a Covered Dependant O
      -              'n File - PF5=Dependants!'
                   TO WS-MESSAGE
                MOVE -1 TO ENPLANL
           WHEN WS-SHARES-NOT-100
                MOVE 'Validation Error: Plan Needs Beneficiary Shares To
      -              'talling 100 - PF5=Dependants!'
                   TO WS-MESSAGE
                MOVE -1 TO ENPLANL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-CHECK-PLAN-DEPENDANTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-CHECK-PLAN-DEPENDANTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AN ENROLLMENT THAT HAS ALREADY ENDED IS HISTORY - IT IS NOT
      *    HELD TO TODAY'S DEPENDANT RULES. A PLAN SET UP BEFORE THE
      *    REQUIREMENT FLAGS EXISTED READS BACK BLANK (NOT REQUIRED).
           INITIALIZE WS-DEPENDANT-CHECK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           IF BEN-END-DATE IS NUMERIC AND
              BEN-END-DATE IS LESS THAN WS-TODAY-DATE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE BEN-PLAN-CODE TO BPL-PLAN-CODE.

           EXEC CICS READ
                FILE(APP-BENPLAN-FILE-NAME)
                INTO (BENEFIT-PLAN-RECORD)
                RIDFLD(BPL-PLAN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           IF NOT BPL-DEPENDANTS-REQUIRED AND
              NOT BPL-BENEFICIARIES-REQUIRED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE BEN-EMPLOYEE-ID TO DPN-EMPLOYEE-ID.
           MOVE ZERO TO DPN-SEQUENCE.

           EXEC CICS STARTBR
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2165-READ-NEXT-DEPENDANT
                 UNTIL WS-DEPENDANT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-DEPENDANT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF BPL-DEPENDANTS-REQUIRED AND
              WS-COVERED-COUNT IS EQUAL TO ZERO THEN
              SET WS-DEPENDANTS-MISSING TO TRUE
           END-IF.

           IF BPL-BENEFICIARIES-REQUIRED AND
              WS-SHARE-TOTAL IS NOT EQUAL TO 100 THEN
              SET WS-SHARES-NOT-100 TO TRUE
           END-IF.

       2165-READ-NEXT-DEPENDANT.
           EXEC CICS READNEXT
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                INTO (DEPENDANT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DEPENDANT-SCAN-DONE TO TRUE
           WHEN DPN-EMPLOYEE-ID IS NOT EQUAL TO BEN-EMPLOYEE-ID
                SET WS-DEPENDANT-SCAN-DONE TO TRUE
           WHEN OTHER
                IF DPN-COVERED
                   ADD 1 TO WS-COVERED-COUNT
                END-IF
                IF DPN-BENEFICIARY-PCT IS NUMERIC
                   ADD DPN-BENEFICIARY-PCT TO WS-SHARE-TOTAL
                END-IF
           END-EVALUATE.

       2200-SAVE-ENROLLMENT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-ENROLLMENT-RECORD' TO WS-DEBUG-AID.
              TO WS-MESSAGE.
           MOVE -1 TO ENEMPL.

       2700-HANDOFF-TO-DEPENDANTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-HANDOFF-TO-DEPENDANTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO EDPNP WITH THE LOCATED EMPLOYEE - SAME COMM-AREA
      *    MECHANISM EVIEWP USES FOR EEMCP. THE ENROLLMENT ON SCREEN IS
      *    NOT SAVED; IT IS KEYED AGAIN ONCE THE DEPENDANTS ARE IN.
           IF NOT BNE-RECORD-FOUND THEN
              MOVE 'Locate an Employee and Plan Before PF5=Dependants!'
                 TO WS-MESSAGE
           ELSE
              MOVE BNE-ENROLLMENT-RECORD TO BENEFIT-ENROLLMENT-RECORD
              MOVE BEN-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-DEPNDT-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------
