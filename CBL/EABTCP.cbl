       IDENTIFICATION DIVISION.
       PROGRAM-ID. EABTCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ABSENCE-TYPE LOOKUP' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE EABTCA COMM-AREA
      *        BY EVERY PROGRAM THAT NEEDS TO KNOW HOW AN ABSENCE TYPE
      *        BEHAVES - EABSNP, ELVRQP, ELVAPP, EABFDP, EABCALP,
      *        ESICKP, ELVRECP AND EPAYXP - SO THE TABLE (SEE
      *        EABSTYP.CPY) IS READ, AND THE BUILT-IN ROWS KEPT, IN
      *        ONE PLACE.
      *      - THE TABLE ROW WINS WHEN THERE IS ONE. UNTIL THE SEED
      *        ROWS ARE LOADED (OR WHILE THE FILE IS CLOSED) THE
      *        ORIGINAL V/S/U/T CODES STILL BEHAVE EXACTLY AS THEY DID
      *        WHEN THEY WERE HARDCODED - ANY OTHER CODE IS UNKNOWN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - ABSENCE-TYPE CODE TABLE RECORD.
      *      - ABSENCE-TYPE LOOKUP COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EABSTYP.
       COPY EABTCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE EABTCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(42).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF ABS-TYPE-LOOKUP-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO ABS-TYPE-LOOKUP-COMMAREA.

           PERFORM 1000-READ-TYPE-TABLE.

           MOVE ABSENCE-TYPE-RECORD TO ATL-TYPE-RECORD.
           MOVE ABS-TYPE-LOOKUP-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-READ-TYPE-TABLE.
           INITIALIZE ABSENCE-TYPE-RECORD.
           MOVE ATL-TYPE-CODE TO ABT-TYPE-CODE.

           EXEC CICS READ
                FILE(APP-ABSTYPE-FILE-NAME)
                INTO (ABSENCE-TYPE-RECORD)
                RIDFLD(ABT-TYPE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF ABT-INACTIVE
                 SET ATL-TYPE-INACTIVE TO TRUE
              ELSE
                 SET ATL-TYPE-FOUND TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2000-BUILT-IN-TYPE.

       2000-BUILT-IN-TYPE.
      *    THE ROWS THE SEED DATASET LOADS FIRST - THE BEHAVIOUR THE
      *    CODES HAD BEFORE THE TABLE EXISTED.
           INITIALIZE ABSENCE-TYPE-RECORD.
           MOVE ATL-TYPE-CODE TO ABT-TYPE-CODE.
           MOVE ATL-TYPE-CODE TO ABT-CALENDAR-LETTER.
           MOVE 'A' TO ABT-STATUS.
           MOVE 'Y' TO ABT-PAID-FLAG.
           MOVE 'N' TO ABT-LEAVE-BALANCE-FLAG.
           MOVE 'N' TO ABT-PAY-DEDUCTION-FLAG.
           MOVE 'N' TO ABT-SICKNESS-FLAG.
           MOVE 'N' TO ABT-TOIL-BANK-FLAG.
           SET ATL-TYPE-FOUND TO TRUE.

           EVALUATE ATL-TYPE-CODE
           WHEN 'V'
                MOVE 'VACATION' TO ABT-TYPE-DESC
                MOVE 'Y' TO ABT-LEAVE-BALANCE-FLAG
           WHEN 'S'
                MOVE 'SICKNESS' TO ABT-TYPE-DESC
                MOVE 'Y' TO ABT-SICKNESS-FLAG
           WHEN 'U'
                MOVE 'UNPAID LEAVE' TO ABT-TYPE-DESC
                MOVE 'N' TO ABT-PAID-FLAG
                MOVE 'Y' TO ABT-PAY-DEDUCTION-FLAG
           WHEN 'T'
                MOVE 'TIME OFF IN LIEU' TO ABT-TYPE-DESC
                MOVE 'Y' TO ABT-TOIL-BANK-FLAG
           WHEN OTHER
                INITIALIZE ABSENCE-TYPE-RECORD
                SET ATL-TYPE-UNKNOWN TO TRUE
           END-EVALUATE.
