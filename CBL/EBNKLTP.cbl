       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBNKLTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BANK CHANGE CONFIRMATION LETTER' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE EBLTCA COMM-AREA
      *        BY EBNKP AND EBKRVP WHEN A BANK CHANGE'S COOLING-OFF
      *        HOLD STARTS (SEE EBNKPND.CPY), SO THE LETTER IS BUILT
      *        IN ONE PLACE.
      *      - THE LETTER GOES TO THE EMPLOYEE'S MAILING ADDRESS ON
      *        EMPCONT - NOT TO ANYTHING KEYED WITH THE CHANGE - SO
      *        AN EMPLOYEE WHOSE ACCOUNT IS BEING REDIRECTED BEHIND
      *        THEIR BACK HEARS ABOUT IT WHILE THE OLD ACCOUNT IS
      *        STILL BEING PAID.
      *      - SAME ROUTE AS ELTRGP: A HEADER LINE, THEN THE NAME AND
      *        ADDRESS BLOCK, THEN THE ADMINISTRATOR-MAINTAINED
      *        'BNKCHG' TEMPLATE (ELTRADM), APPENDED TO THE LETTERS
      *        QUEUE FOR EPRNTP TO ROUTE TO A PRINTER. VALUE SLOTS:
      *        &NAME, &BANK, &ACCOUNT (MASKED TO ITS LAST FOUR) AND
      *        &HOLDEND (THE DATE THE CHANGE TAKES EFFECT).
      *      - THE TEMPLATE AND ADDRESS ARE BOTH CHECKED BEFORE ANY
      *        LINE IS WRITTEN, SO A REFUSED LETTER NEVER LEAVES A
      *        STRAY HEADER ON THE QUEUE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - EMPLOYEE CONTACT RECORD.
      *      - LETTER TEMPLATE RECORD.
      *      - BANK-CHANGE LETTER COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY ECONT.
       COPY ELTRTPL.
       COPY EBLTCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER         PIC S9(4) USAGE IS BINARY.
      *
       01 WS-LETTER-LINE            PIC X(80) VALUE SPACES.
      *
       01 WS-LETTER-HEADER.
          05 FILLER                 PIC X(26)
             VALUE '*** BANK DETAILS CHANGE - '.
          05 WS-HDR-EMPLOYEE-ID     PIC ZZZZZZZ9.
          05 FILLER                 PIC X(4)  VALUE ' ***'.
          05 FILLER                 PIC X(42) VALUE SPACES.
      *
       01 WS-WRITE-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-WRITE-FAILED                  VALUE 'F'.
      *
      *    THE TEMPLATE IS READ IN FULL BEFORE ANYTHING IS WRITTEN -
      *    ETRSXP'S TABLE, SIZED FOR A ONE-PAGE LETTER.
      *
       01 WS-TEMPLATE-TABLE.
          05 WS-TPL-LINE-COUNT      PIC S9(4) USAGE IS BINARY.
          05 WS-TPL-LINE OCCURS 40 TIMES
                INDEXED BY WS-TPL-IDX
                                    PIC X(70).
      *
       01 WS-TPL-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-TPL-SCAN-DONE                 VALUE 'Y'.
      *
      *    SUBSTITUTION SCRATCH - ONE SLOT PER TEMPLATE LINE, HELD
      *    WITH SPARE SPACES AFTER IT SO A SLOT NAME NEAR THE END CAN
      *    BE TESTED AT ITS FULL LENGTH.
      *
       01 WS-TEMPLATE-TEXT          PIC X(78) VALUE SPACES.
       01 WS-SUB-VALUE              PIC X(38) VALUE SPACES.
       01 WS-SLOT-POS               PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-LENGTH            PIC S9(4) USAGE IS BINARY.
       01 WS-SCAN-POS               PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-FOUND-FLAG        PIC X(1)  VALUE SPACES.
          88 SLOT-FOUND                       VALUE 'Y'.
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
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE EBLTCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(122).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF BANK-LETTER-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO BANK-LETTER-COMMAREA.

           SET BLT-LETTER-WRITTEN TO TRUE.
           MOVE SPACES TO BLT-WARNING-TEXT.

           PERFORM 1000-LOAD-TEMPLATE.

           IF BLT-LETTER-WRITTEN
              PERFORM 1100-GET-EMPLOYEE-ADDRESS
           END-IF.

           IF BLT-LETTER-WRITTEN
              PERFORM 2000-WRITE-LETTER
           END-IF.

           MOVE BANK-LETTER-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-LOAD-TEMPLATE.
           MOVE ZERO TO WS-TPL-LINE-COUNT.
           MOVE SPACE TO WS-TPL-SCAN-SWITCH.

           MOVE APP-BANKLTR-TEMPLATE-ID TO LTR-TEMPLATE-ID.
           MOVE ZEROES TO LTR-LINE-SEQ.

           EXEC CICS STARTBR
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1010-LOAD-NEXT-TEMPLATE-LINE
                 UNTIL WS-TPL-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-TPL-LINE-COUNT IS EQUAL TO ZERO
              SET BLT-NO-TEMPLATE TO TRUE
              MOVE 'Warning: No BNKCHG Letter Template On File - Confirm
      -           'ation Letter Not Sent!'
                 TO BLT-WARNING-TEXT
           END-IF.

       1010-LOAD-NEXT-TEMPLATE-LINE.
           EXEC CICS READNEXT
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                INTO (LETTER-TEMPLATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN LTR-TEMPLATE-ID IS NOT EQUAL TO APP-BANKLTR-TEMPLATE-ID
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN WS-TPL-LINE-COUNT IS NOT LESS THAN 40
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-TPL-LINE-COUNT
                SET WS-TPL-IDX TO WS-TPL-LINE-COUNT
                MOVE LTR-LINE-TEXT TO WS-TPL-LINE(WS-TPL-IDX)
           END-EVALUATE.

       1100-GET-EMPLOYEE-ADDRESS.
      *    THE NAME COMES FROM EMPMAST; A MISSING MASTER RECORD JUST
      *    LEAVES THE NAME SLOT BLANK - THE ADDRESS IS WHAT MATTERS.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           MOVE BLT-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE EMPLOYEE-MASTER-RECORD
           END-IF.

           MOVE BLT-EMPLOYEE-ID TO CNT-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-CONTACT-FILE-NAME)
                INTO (EMPLOYEE-CONTACT-RECORD)
                RIDFLD(CNT-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              CNT-ADDRESS-LINE-1 IS EQUAL TO SPACES
              SET BLT-NO-ADDRESS TO TRUE
              MOVE 'Warning: No Contact Address On File - Confirmation L
      -           'etter Not Sent!'
                 TO BLT-WARNING-TEXT
           END-IF.

       2000-WRITE-LETTER.
           MOVE SPACE TO WS-WRITE-SWITCH.

           INITIALIZE WS-LETTER-HEADER.
           MOVE BLT-EMPLOYEE-ID TO WS-HDR-EMPLOYEE-ID.
           MOVE WS-LETTER-HEADER TO WS-LETTER-LINE.
           PERFORM 9110-WRITE-LETTER-LINE.

      *    THE ADDRESS BLOCK - BLANK LINES LEFT OUT - THEN A SPACER.
           MOVE EMP-FULL-NAME TO WS-LETTER-LINE.
           PERFORM 9110-WRITE-LETTER-LINE.
           MOVE CNT-ADDRESS-LINE-1 TO WS-LETTER-LINE.
           PERFORM 9110-WRITE-LETTER-LINE.
           IF CNT-ADDRESS-LINE-2 IS NOT EQUAL TO SPACES
              MOVE CNT-ADDRESS-LINE-2 TO WS-LETTER-LINE
              PERFORM 9110-WRITE-LETTER-LINE
           END-IF.
           IF CNT-ADDRESS-LINE-3 IS NOT EQUAL TO SPACES
              MOVE CNT-ADDRESS-LINE-3 TO WS-LETTER-LINE
              PERFORM 9110-WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM 9110-WRITE-LETTER-LINE.

           PERFORM 2100-FILL-ONE-TEMPLATE-LINE
              VARYING WS-TPL-IDX FROM 1 BY 1
              UNTIL WS-TPL-IDX IS GREATER THAN WS-TPL-LINE-COUNT.

           IF WS-WRITE-FAILED
              SET BLT-NOT-WRITTEN TO TRUE
              MOVE 'Warning: Confirmation Letter Not Written - Call Supp
      -           'ort!'
                 TO BLT-WARNING-TEXT
           END-IF.

       2100-FILL-ONE-TEMPLATE-LINE.
      *    AT MOST ONE SLOT PER LINE - FIND THE '&', NAME THE TOKEN,
      *    AND REBUILD THE LINE AROUND THE TRIMMED VALUE.
           MOVE WS-TPL-LINE(WS-TPL-IDX) TO WS-TEMPLATE-TEXT.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE SPACES TO WS-SUB-VALUE.
           MOVE SPACE TO WS-SLOT-FOUND-FLAG.
           MOVE ZERO TO WS-SLOT-POS.
           MOVE ZERO TO WS-SLOT-LENGTH.

           PERFORM 2110-SCAN-ONE-POSITION
              VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS IS GREATER THAN 63
                 OR SLOT-FOUND.

           EVALUATE TRUE
           WHEN NOT SLOT-FOUND
                MOVE WS-TEMPLATE-TEXT TO WS-LETTER-LINE
           WHEN WS-SLOT-POS IS EQUAL TO 1
                STRING FUNCTION TRIM(WS-SUB-VALUE)
                       WS-TEMPLATE-TEXT(WS-SLOT-POS + WS-SLOT-LENGTH:)
                   DELIMITED BY SIZE
                   INTO WS-LETTER-LINE
                END-STRING
           WHEN OTHER
                STRING WS-TEMPLATE-TEXT(1:WS-SLOT-POS - 1)
                       FUNCTION TRIM(WS-SUB-VALUE)
                       WS-TEMPLATE-TEXT(WS-SLOT-POS + WS-SLOT-LENGTH:)
                   DELIMITED BY SIZE
                   INTO WS-LETTER-LINE
                END-STRING
           END-EVALUATE.

           PERFORM 9110-WRITE-LETTER-LINE.

       2110-SCAN-ONE-POSITION.
           EVALUATE TRUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:5) IS EQUAL TO '&NAME'
                SET SLOT-FOUND TO TRUE
                MOVE 5 TO WS-SLOT-LENGTH
                MOVE EMP-FULL-NAME TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:5) IS EQUAL TO '&BANK'
                SET SLOT-FOUND TO TRUE
                MOVE 5 TO WS-SLOT-LENGTH
                MOVE BLT-BANK-CODE TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:8) IS EQUAL TO '&ACCOUNT'
                SET SLOT-FOUND TO TRUE
                MOVE 8 TO WS-SLOT-LENGTH
                MOVE BLT-MASKED-ACCOUNT TO WS-SUB-VALUE
           WHEN WS-TEMPLATE-TEXT(WS-SCAN-POS:8) IS EQUAL TO '&HOLDEND'
                SET SLOT-FOUND TO TRUE
                MOVE 8 TO WS-SLOT-LENGTH
                MOVE BLT-HOLD-UNTIL-DATE TO WS-INPUT-DATE
                MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                MOVE WS-OUTPUT-DATE TO WS-SUB-VALUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF SLOT-FOUND
              MOVE WS-SCAN-POS TO WS-SLOT-POS
           END-IF.

       9110-WRITE-LETTER-LINE.
           EXEC CICS WRITEQ TS
                QNAME(APP-LETTER-QUEUE-NAME)
                FROM (WS-LETTER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-WRITE-FAILED TO TRUE
           END-IF.
