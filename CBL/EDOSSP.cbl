      *        OF ITS OWN. BEFORE A GRIEVANCE HEARING OR A SUBJECT-
      *        ACCESS REQUEST THIS ASSEMBLES IN ONE PASS WHAT USED
      *        TO BE A DOZEN SCREEN PRINTS: THE MASTER RECORD,
      *        CONTACT DETAILS, EMERGENCY CONTACTS (EEMRCON),
      *        APPRAISAL HISTORY (EAPRHS), ABSENCES
      *        (EABSENC), DEPARTMENT TRANSFERS (DEPTTRN), LEGAL NAME
      *        CHANGES (ENAMHST) AND - FOR ADMINISTRATORS ONLY - THE
      *        COMPENSATION HISTORY.
      *      - THE DOSSIER APPENDS TO THE DOSSIER QUEUE FOR 'EPRT
      *        DOSSIER <PRINTER>'. THE SAME ROLE-BASED MASKING THE
      *        SCREENS APPLY HOLDS ON PAPER: NON-MANAGERS GET THE
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - CONTACT DETAILS RECORD.
      *      - EMERGENCY CONTACT RECORD.
      *      - APPRAISAL HISTORY RECORD.
      *      - ABSENCE RECORD.
      *      - DEPARTMENT TRANSFER RECORD.
      *      - NAME HISTORY RECORD.
      *      - COMPENSATION RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY ECONT.
       COPY EEMRCON.
       COPY EAPRHS.
       COPY EABSENC.
       COPY EDEPTTRN.
       COPY ENAMHST.
       COPY ECOMP.
      ******************************************************************
      *   DEFINE MY DOSSIER LINE LAYOUTS.
          05 WS-MSK-LAST-FOUR           PIC X(4)   VALUE SPACES.
      *
       01 WS-SALARY-EDIT                PIC ZZZZZZZ9.99.
      *
       01 WS-NMH-REASON-TEXT            PIC X(9)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-LINES-WRITTEN           PIC 9(5)  VALUE ZEROES.
          05 WS-CONTACTS-PRINTED        PIC 9(2)  VALUE ZEROES.
      *
       01 WS-SCAN-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-SCAN-DONE                         VALUE 'Y'.

           PERFORM 2000-PRINT-MASTER-SECTION.
           PERFORM 3000-PRINT-CONTACT-SECTION.
           PERFORM 3500-PRINT-EMERGENCY-SECTION.
           PERFORM 4000-PRINT-APPRAISAL-SECTION.
           PERFORM 5000-PRINT-ABSENCE-SECTION.
           PERFORM 6000-PRINT-TRANSFER-SECTION.
           PERFORM 6500-PRINT-NAME-HISTORY-SECTION.

      *    SALARY HISTORY GOES ON PAPER FOR ADMINISTRATORS ONLY -
      *    SAME RULE AS THE SCREENS.
      *    SCREENS MASK THEM - PAPER IS NOT A LOOPHOLE.
           MOVE 'EXTERNAL ID:' TO WS-LBL-LABEL.
           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
              MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
              MOVE WS-MASKED-EXTERNAL-ID TO WS-LBL-VALUE
           ELSE
              MOVE SPACES TO WS-LBL-VALUE
           END-IF.
           MOVE CNT-EMAIL-ADDRESS TO WS-LBL-VALUE.
           PERFORM 9160-WRITE-LABELED-LINE.

       3500-PRINT-EMERGENCY-SECTION.
           MOVE 'EMERGENCY CONTACTS' TO WS-HDG-SECTION-NAME.
           PERFORM 9150-WRITE-SECTION-HEADING.

           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE ZERO TO WS-CONTACTS-PRINTED.
           MOVE EMP-EMPLOYEE-ID TO EMC-EMPLOYEE-ID.
           MOVE ZERO TO EMC-PRIORITY.

           EXEC CICS STARTBR
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3600-PRINT-ONE-EMERGENCY-CONTACT
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMRCON-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CONTACTS-PRINTED IS EQUAL TO ZERO
              MOVE '  (NO EMERGENCY CONTACT ON FILE)'
                 TO WS-DOSSIER-LINE
              PERFORM 9100-WRITE-DOSSIER-LINE
           END-IF.

       3600-PRINT-ONE-EMERGENCY-CONTACT.
           EXEC CICS READNEXT
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                INTO (EMERGENCY-CONTACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN EMC-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-CONTACTS-PRINTED
                MOVE SPACES TO WS-DOSSIER-LINE
                STRING '  ' EMC-PRIORITY '. '
                       EMC-CONTACT-NAME
                       ' (' EMC-RELATIONSHIP ')'
                   DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
                END-STRING
                PERFORM 9100-WRITE-DOSSIER-LINE
                MOVE SPACES TO WS-DOSSIER-LINE
                STRING '      PHONE ' EMC-PRIMARY-PHONE
                       '  ALT ' EMC-ALTERNATE-PHONE
                   DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
                END-STRING
                PERFORM 9100-WRITE-DOSSIER-LINE
           END-EVALUATE.

       4000-PRINT-APPRAISAL-SECTION.
           MOVE 'APPRAISAL HISTORY' TO WS-HDG-SECTION-NAME.
           PERFORM 9150-WRITE-SECTION-HEADING.
                PERFORM 9100-WRITE-DOSSIER-LINE
           END-EVALUATE.

       6500-PRINT-NAME-HISTORY-SECTION.
           MOVE 'NAME HISTORY' TO WS-HDG-SECTION-NAME.
           PERFORM 9150-WRITE-SECTION-HEADING.

           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE EMP-EMPLOYEE-ID TO NMH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO NMH-CHANGE-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RIDFLD(NMH-HISTORY-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 6600-PRINT-ONE-NAME-CHANGE
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-NAME-HISTORY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       6600-PRINT-ONE-NAME-CHANGE.
           EXEC CICS READNEXT
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RIDFLD(NMH-HISTORY-KEY)
                INTO (NAME-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN NMH-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                EVALUATE TRUE
                WHEN NMH-REASON-MARRIAGE
                     MOVE 'MARRIAGE' TO WS-NMH-REASON-TEXT
                WHEN NMH-REASON-DIVORCE
                     MOVE 'DIVORCE' TO WS-NMH-REASON-TEXT
                WHEN NMH-REASON-DEED-POLL
                     MOVE 'DEED POLL' TO WS-NMH-REASON-TEXT
                WHEN OTHER
                     MOVE 'OTHER' TO WS-NMH-REASON-TEXT
                END-EVALUATE
                MOVE NMH-EFFECTIVE-DATE TO WS-INPUT-DATE
                MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                MOVE SPACES TO WS-DOSSIER-LINE
                STRING '  ' WS-OUTPUT-DATE '  '
                       WS-NMH-REASON-TEXT
                       '  BY ' NMH-CHANGED-BY-USER-ID
                   DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
                END-STRING
                PERFORM 9100-WRITE-DOSSIER-LINE
                MOVE SPACES TO WS-DOSSIER-LINE
                STRING '      WAS ' NMH-PREVIOUS-NAME
                   DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
                END-STRING
                PERFORM 9100-WRITE-DOSSIER-LINE
                MOVE SPACES TO WS-DOSSIER-LINE
                STRING '      NOW ' NMH-NEW-NAME
                   DELIMITED BY SIZE
                   INTO WS-DOSSIER-LINE
                END-STRING
                PERFORM 9100-WRITE-DOSSIER-LINE
           END-EVALUATE.

       7000-PRINT-COMPENSATION-SECTION.
           MOVE 'COMPENSATION HISTORY (ADM)' TO WS-HDG-SECTION-NAME.
           PERFORM 9150-WRITE-SECTION-HEADING.
