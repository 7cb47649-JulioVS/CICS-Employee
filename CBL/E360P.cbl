      *        ONE: HOME DEPARTMENT (WITH NAME), ANY EMPSEC LOANS
      *        WITH THEIR PERCENTAGES, CURRENT JOB TITLE, THE LEAVE
      *        BALANCE AND DAYS TAKEN FROM EMPLEAVE, THE LAST
      *        APPRAISAL FROM EAPRHS, THE LEAVER/REHIRE STATUS, AND
      *        THE FIRST-PRIORITY EMERGENCY CONTACT FROM EEMRCON.
      *      - SALARY SHOWS TO ADMINISTRATORS ONLY - SAME RULE AS
      *        EVERYWHERE ELSE.
      *      - REACHED FROM EVIEWP'S DETAIL SCREEN (PF14) WITH THE
      *      - LEAVE BALANCE RECORD.
      *      - APPRAISAL HISTORY RECORD.
      *      - COMPENSATION RECORD.
      *      - EMERGENCY CONTACT RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY ELEAVE.
       COPY EAPRHS.
       COPY ECOMP.
       COPY EEMRCON.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          05 FILLER                 PIC X(2)  VALUE '- '.
          05 WS-DPT-NAME            PIC X(30) VALUE SPACES.
          05 FILLER                 PIC X(5)  VALUE SPACES.
      *
       01 WS-EMERGENCY-TEXT.
          05 WS-EMG-NAME            PIC X(25) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-EMG-PHONE           PIC X(15) VALUE SPACES.
          05 FILLER                 PIC X(4)  VALUE SPACES.
      *
       01 WS-EMERGENCY-COUNT-TEXT.
          05 WS-EMG-COUNT           PIC Z9.
          05 FILLER                 PIC X(18)
                                    VALUE ' contacts on file'.
      *
       01 WS-CONTACTS-FOUND         PIC S9(4) USAGE IS BINARY.
      *
       01 WS-SALARY-EDIT            PIC ZZZZZZZ9.99.
      *
           PERFORM 9125-SHOW-LEAVE-BALANCE.
           PERFORM 9130-SHOW-LAST-APPRAISAL.
           PERFORM 9135-SHOW-EMPLOYEE-STATUS.
           PERFORM 9137-SHOW-EMERGENCY-CONTACT.

      *    SALARY IS FOR ADMINISTRATORS ONLY.
           IF S60-UC-ADMINISTRATOR
                MOVE 'ACTIVE' TO EMPSTSO
           END-EVALUATE.

       9137-SHOW-EMERGENCY-CONTACT.
      *    THE CONTACT FILE IS KEYED EMPLOYEE + PRIORITY, SO THE
      *    FIRST RECORD BROWSED IS THE FIRST PERSON TO CALL; THE REST
      *    ARE ONLY COUNTED.
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE ZERO TO WS-CONTACTS-FOUND.

           MOVE S60-EMPLOYEE-ID TO EMC-EMPLOYEE-ID.
           MOVE ZERO TO EMC-PRIORITY.

           EXEC CICS STARTBR
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 9138-CHECK-ONE-CONTACT
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMRCON-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CONTACTS-FOUND IS EQUAL TO ZERO
              MOVE '(NO EMERGENCY CONTACT)' TO EMRCN1O
           ELSE
              MOVE WS-CONTACTS-FOUND TO WS-EMG-COUNT
              MOVE WS-EMERGENCY-COUNT-TEXT TO EMRCNTO
           END-IF.

       9138-CHECK-ONE-CONTACT.
           EXEC CICS READNEXT
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                INTO (EMERGENCY-CONTACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN EMC-EMPLOYEE-ID IS NOT EQUAL TO S60-EMPLOYEE-ID
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-CONTACTS-FOUND
                IF WS-CONTACTS-FOUND IS EQUAL TO 1
                   INITIALIZE WS-EMERGENCY-TEXT
                   MOVE EMC-CONTACT-NAME TO WS-EMG-NAME
                   MOVE EMC-PRIMARY-PHONE TO WS-EMG-PHONE
                   MOVE WS-EMERGENCY-TEXT TO EMRCN1O
                END-IF
           END-EVALUATE.

       9140-SHOW-SALARY.
      *    THE IN-EFFECT SALARY - EPAYXP'S FORWARD-SCAN IDIOM.
           MOVE '(NONE)' TO SALARYO.
