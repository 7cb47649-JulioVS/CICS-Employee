      *        EVIEWP USES TO HAND OFF TO EUPDP - OR ENTERED DIRECTLY
      *        BY TRANSACTION ID, IN WHICH CASE THE OPERATOR IS
      *        PROMPTED FOR AN EMPLOYEE ID.
      *      - ALSO CARRIES THE EMPLOYEE'S OPT-OUTS FROM THE NON-
      *        MANDATORY EMAIL NOTIFICATIONS (LEAVE DECISIONS AND
      *        ONBOARDING TASKS) THAT ENTFDP DELIVERS TO THE EMAIL
      *        ADDRESS - Y TO STOP THEM, N TO KEEP THEM.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              MOVE EMAILI TO CNT-EMAIL-ADDRESS
           END-IF.

      *    THE OPT-OUTS ARE KEYED Y/N BUT STORED 'Y' OR SPACE, THE
      *    SAME AS A RECORD WRITTEN BEFORE THEY EXISTED. ANYTHING
      *    ELSE IS KEPT AS TYPED FOR THE VALIDATION BELOW TO REJECT.
           IF OPTLVEL IS GREATER THAN ZERO THEN
              MOVE OPTLVEI TO CNT-OPT-OUT-LEAVE
              IF CNT-OPT-OUT-LEAVE IS EQUAL TO 'N' THEN
                 MOVE SPACE TO CNT-OPT-OUT-LEAVE
              END-IF
           END-IF.

           IF OPTONBL IS GREATER THAN ZERO THEN
              MOVE OPTONBI TO CNT-OPT-OUT-ONBOARD
              IF CNT-OPT-OUT-ONBOARD IS EQUAL TO 'N' THEN
                 MOVE SPACE TO CNT-OPT-OUT-ONBOARD
              END-IF
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE EMPLOYEE-CONTACT-RECORD TO CNTC-CONTACT-RECORD.

                MOVE 'Validation Error: Email Address looks invalid!'
                   TO WS-MESSAGE
                MOVE -1 TO EMAILL
           WHEN CNT-OPT-OUT-LEAVE IS NOT EQUAL TO 'Y' AND
                CNT-OPT-OUT-LEAVE IS NOT EQUAL TO SPACE
                MOVE 'Validation Error: Leave Email Opt-Out must be Y or
      -              ' N!'
                   TO WS-MESSAGE
                MOVE -1 TO OPTLVEL
           WHEN CNT-OPT-OUT-ONBOARD IS NOT EQUAL TO 'Y' AND
                CNT-OPT-OUT-ONBOARD IS NOT EQUAL TO SPACE
                MOVE 'Validation Error: Onboarding Email Opt-Out must be
      -              ' Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO OPTONBL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
              MOVE CNT-ADDRESS-LINE-3 TO ADDR3O
              MOVE CNT-PHONE-NUMBER TO PHONEO
              MOVE CNT-EMAIL-ADDRESS TO EMAILO

              IF CNT-NO-LEAVE-NOTICES THEN
                 MOVE 'Y' TO OPTLVEO
              ELSE
                 MOVE 'N' TO OPTLVEO
              END-IF

              IF CNT-NO-ONBOARD-NOTICES THEN
                 MOVE 'Y' TO OPTONBO
              ELSE
                 MOVE 'N' TO OPTONBO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
