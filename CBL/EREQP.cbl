      *        TIME-TO-FILL REPORT. OPEN AND OFFERED REQUISITIONS
      *        COUNT AS COMMITTED SLOTS IN EADDP'S BUDGET CHECK -
      *        SEE EREQSTN.CPY.
      *      - A REQUISITION CARRIES ITS BUDGETED PAY GRADE, WHICH
      *        MUST BE ACTIVE ON THE PAY-GRADE TABLE WHEN KEYED (SEE
      *        EPAYGRD.CPY). LEFT BLANK, THE VACANCY IS NOT PRICED BY
      *        EFCSTP'S PAYROLL COST FORECAST.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - HIRING REQUISITION RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - JOB-TITLE CODE TABLE RECORD.
      *      - PAY-GRADE TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EREQSTN.
       COPY DEPTMAST.
       COPY EJOBTTL.
       COPY EPAYGRD.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
       01 WS-TITLE-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 TITLE-CODE-FOUND                 VALUE 'Y'.
          88 TITLE-CODE-INACTIVE              VALUE 'I'.
      *
       01 WS-GRADE-CHECK            PIC X(1)  VALUE SPACES.
          88 GRADE-FOUND                      VALUE 'Y'.
          88 GRADE-NOT-FOUND                  VALUE SPACES.
          88 GRADE-INACTIVE                   VALUE 'I'.
      *
       01 WS-SEQ-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-SEQ-SCAN-DONE                 VALUE 'Y'.
              MOVE FUNCTION UPPER-CASE(RQSTATI) TO RQN-STATUS
           END-IF.

           IF RQGRDEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RQGRDEI) TO RQN-PAY-GRADE
           END-IF.

      *    A REQUISITION MOVED TO FILLED IS STAMPED TODAY; ONE MOVED
      *    BACK OFF FILLED LOSES THE STAMP SO THE TIME-TO-FILL REPORT
      *    NEVER PICKS UP A WITHDRAWN FILL.
      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.
           PERFORM 2160-VALIDATE-TITLE-CODE.
           PERFORM 2170-VALIDATE-PAY-GRADE.

           EVALUATE TRUE
           WHEN RQN-JOB-TITLE-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Status must be O, R, F or C!'
                   TO WS-MESSAGE
                MOVE -1 TO RQSTATL
           WHEN RQN-PAY-GRADE IS NOT EQUAL TO SPACES AND
                GRADE-NOT-FOUND
                MOVE 'Validation Error: Pay Grade Is Not On The Grade Ta
      -              'ble!'
                   TO WS-MESSAGE
                MOVE -1 TO RQGRDEL
           WHEN GRADE-INACTIVE
                MOVE 'Validation Error: Pay Grade Is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO RQGRDEL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
              END-IF
           END-IF.

       2170-VALIDATE-PAY-GRADE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-VALIDATE-PAY-GRADE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE GRADE IS OPTIONAL - A BLANK ONE JUST LEAVES THE VACANCY
      *    UNPRICED. A GRADE TABLE THAT ISN'T LOADED YET ACCEPTS
      *    WHATEVER WAS KEYED, AS ECOMPP DOES.
           INITIALIZE WS-GRADE-CHECK.

           IF RQN-PAY-GRADE IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE RQN-PAY-GRADE TO PGR-GRADE-CODE.

           EXEC CICS READ
                FILE(APP-PAYGRADE-FILE-NAME)
                INTO (PAY-GRADE-RECORD)
                RIDFLD(PGR-GRADE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF PGR-INACTIVE
                   SET GRADE-INACTIVE TO TRUE
                ELSE
                   SET GRADE-FOUND TO TRUE
                END-IF
           WHEN DFHRESP(NOTOPEN)
                SET GRADE-FOUND TO TRUE
           WHEN OTHER
                SET GRADE-NOT-FOUND TO TRUE
           END-EVALUATE.

       2200-SAVE-REQUISITION-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-REQUISITION-RECORD' TO WS-DEBUG-AID.
              MOVE RQN-REQUISITION-SEQ TO RQSEQNO
              MOVE RQN-JOB-TITLE-CODE TO RQTITLO
              MOVE RQN-STATUS TO RQSTATO
              MOVE RQN-PAY-GRADE TO RQGRDEO
              MOVE RQN-OPENED-DATE TO OPDATEO
              MOVE RQN-FILLED-DATE TO FLDATEO
           END-IF.
