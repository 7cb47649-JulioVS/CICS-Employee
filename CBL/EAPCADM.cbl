      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - MAINTAINS THE SINGLE CYCLE CONTROL RECORD (SEE
      *        EAPRCYC.CPY): THE CYCLE NAME AND THE WINDOW AN
      *        APPRAISAL MUST FALL IN TO COUNT AS DONE, PLUS THE
      *        OPTIONAL DATE THE CYCLE'S OBJECTIVES ARE DUE BY (WHICH
      *        CAN'T FALL AFTER THE WINDOW CLOSES). THE FIRST
      *        ENTER LOADS WHATEVER IS ON FILE; EDIT AND PF4=SAVE/
      *        CONTINUE OR PF3=SAVE/EXIT, SAME KEYS AS THE OTHER
      *        ADMIN TABLES.
              MOVE CYENDDI TO CYC-WINDOW-END
           END-IF.

           IF OBJDUEL IS GREATER THAN ZERO THEN
              MOVE OBJDUEI TO CYC-OBJECTIVES-DUE-DATE
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE APPRAISAL-CYCLE-RECORD TO CYA-CYCLE-RECORD.

      -           '!'
                   TO WS-MESSAGE
                MOVE -1 TO CYSTRTL
           WHEN CYC-OBJECTIVES-DUE-DATE IS NOT EQUAL TO SPACES AND
                CYC-OBJECTIVES-DUE-DATE IS NOT NUMERIC
                MOVE 'Validation Error: Objectives Due must be YYYYMMD
      -           'D or blank!'
                   TO WS-MESSAGE
                MOVE -1 TO OBJDUEL
           WHEN CYC-OBJECTIVES-DUE-DATE IS NUMERIC AND
                CYC-OBJECTIVES-DUE-DATE IS GREATER THAN CYC-WINDOW-END
                MOVE 'Validation Error: Objectives Due is after the Wi
      -           'ndow End!'
                   TO WS-MESSAGE
                MOVE -1 TO OBJDUEL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
           MOVE CYC-CYCLE-NAME TO CYNAMEO.
           MOVE CYC-WINDOW-START TO CYSTRTO.
           MOVE CYC-WINDOW-END TO CYENDDO.
           MOVE CYC-OBJECTIVES-DUE-DATE TO OBJDUEO.

           MOVE WS-MESSAGE TO MESSO.

