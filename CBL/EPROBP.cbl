      *        THROUGH EDELP'S USUAL LEAVER HANDLING - THE SCREEN
      *        SAYS SO WHEN ONE IS RECORDED.
      *      - ENTERED DIRECTLY BY TRANSACTION ID, LIKE THE OTHER
      *        SINGLE-RECORD MAINTENANCE SCREENS - OR FROM THE
      *        APPROVALS INBOX (EINBP) WITH THE EMPLOYEE ID IN THE
      *        COMM-AREA, WHEN THE REVIEW IS LOOKED UP STRAIGHT AWAY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 WS-DEBUG-ITEM-NUMBER      PIC S9(4) USAGE IS BINARY.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-EMPLOYEE-ID         PIC 9(8).
          05 CA-ENTRY-TIMESTAMP     PIC X(14).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A COMM-AREA MARKS A HANDOFF FROM THE APPROVALS INBOX WITH
      *    THE EMPLOYEE ALREADY CHOSEN.
           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1050-FIRST-INTERACTION-FROM-INBOX
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           EXEC CICS GET
                CONTAINER(APP-PROB-CONTAINER-NAME)
                CHANNEL(APP-PROB-CHANNEL-NAME)
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1050-FIRST-INTERACTION-FROM-INBOX.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1050-FIRST-INTERACTION-FROM-INBOX' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME START-UP AS 1000, THEN THE LOOKUP RUNS AS IF THE ID
      *    HAD BEEN KEYED ON THE EMPTY SCREEN.
           PERFORM 1100-INITIALIZE.

           MOVE CA-EMPLOYEE-ID TO EMPLIDI.
           MOVE LENGTH OF EMPLIDI TO EMPLIDL.

           PERFORM 2110-LOOKUP-EMPLOYEE.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
