      *        AS EABSNP'S OWN SAVE DOES.
      *      - DATES ARE VALIDATED AS REAL CALENDAR DATES THE SAME
      *        WAY EABSNP'S OWN ENTRY SCREEN DOES.
      *      - ANY ACTIVE TYPE ON THE ABSENCE-TYPE TABLE (SEE
      *        EABSTYP.CPY, THROUGH THE LINKED EABTCP) CAN BE
      *        REQUESTED, EXCEPT ONE THAT DRAWS THE TOIL BANK - TIME
      *        OFF IN LIEU IS STILL BOOKED BY THE MANAGER ON EABSNP,
      *        WHERE THE BANKED HOURS ARE CHECKED. A TYPE THAT DRAWS
      *        THE LEAVE BALANCE IS CHECKED AGAINST WHAT IS LEFT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - LEAVE REQUEST CONTAINER.
      *      - LEAVE REQUEST RECORD.
      *      - LEAVE BALANCE RECORD.
      *      - ABSENCE-TYPE RECORD AND ITS LOOKUP COMM-AREA.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
       COPY ELRQCTR.
       COPY ELVREQ.
       COPY ELEAVE.
       COPY EABSTYP.
       COPY EABTCA.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EMONCTR.
           MOVE 'V' TO LRQ-ABSENCE-TYPE.
           MOVE LEAVE-REQUEST-RECORD TO LRC-REQUEST-RECORD.

           MOVE 'Enter Dates, Absence Type and Days, then PF4=Submit
      -        ' Request.'
              TO WS-MESSAGE.
           MOVE -1 TO STDATEL.
           PERFORM 2160-VALIDATE-START-DATE.
           PERFORM 2165-VALIDATE-END-DATE.

      *    THE TYPE'S BEHAVIOUR COMES FROM THE ABSENCE-TYPE TABLE.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE LEAVE-REQUEST-RECORD TO LRC-REQUEST-RECORD.

      *    A REQUEST FOR A TYPE THAT DRAWS THE LEAVE BALANCE (VACATION)
      *    IS CHECKED AGAINST THE REMAINING BALANCE UP FRONT, SO THE
      *    EMPLOYEE HEARS 'NOT ENOUGH DAYS' NOW RATHER THAN FROM THEIR
      *    MANAGER A WEEK LATER.
           PERFORM 2170-CHECK-REMAINING-BALANCE.

      *    VALIDATE FIELDS.
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO ENDATEL
           WHEN ATL-TYPE-UNKNOWN
                MOVE 'Validation Error: Type is not on the Absence Type 
      -              'table!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSTYPL
           WHEN ATL-TYPE-INACTIVE
                MOVE 'Validation Error: Absence Type is no longer in use
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSTYPL
           WHEN ABT-DRAWS-TOIL-BANK
                MOVE 'Validation Error: Time Off In Lieu Is Booked By Yo
      -              'ur Manager!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSTYPL
           WHEN DAYS-ENTRY-INVALID
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDAYL
           WHEN ABT-DRAWS-LEAVE-BALANCE AND BALANCE-FOUND AND
                LRQ-DAYS-REQUESTED IS GREATER THAN WS-REMAINING-DAYS
                MOVE 'Validation Error: Not Enough Vacation Days Left
      -              ' This Year!'
           MOVE 'V' TO LRQ-ABSENCE-TYPE.
           MOVE LEAVE-REQUEST-RECORD TO LRC-REQUEST-RECORD.
           INITIALIZE ELRQMO.
           MOVE 'Enter Dates, Absence Type and Days, then PF4=Submit
      -        ' Request.'
              TO WS-MESSAGE.
           MOVE -1 TO STDATEL.

       8800-LOOKUP-ABSENCE-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8800-LOOKUP-ABSENCE-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE TYPE ROW FOR LRQ-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS DRAWN DOWN ON A
      *    GUESS.
           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE LRQ-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
