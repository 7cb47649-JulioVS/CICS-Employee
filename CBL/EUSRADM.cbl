      *        TERMINAL).
      *      - LOOKS UP A USER ID ON EREGUSR. IF FOUND, LETS THE
      *        OPERATOR CHANGE THE PASSWORD, USER TYPE, STATUS, ROWS-
      *        PER-PAGE, AUTH METHOD OR BREAK-GLASS PRE-AUTHORIZATION
      *        AND REWRITES THE RECORD. IF NOT FOUND, TREATS THE ID AS
      *        A NEW USER TO REGISTER AND WRITES A NEW RECORD ONCE ALL
      *        REQUIRED FIELDS VALIDATE.
      *      - RE-ACTIVATING AN INACTIVE ACCOUNT RESETS ITS EFFECTIVE
      *        DATE TO NOW, SO A DORMANT ACCOUNT THE NIGHTLY SWEEP
      *        SUSPENDED IS NOT SUSPENDED AGAIN THE VERY NEXT NIGHT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           END-IF.

           IF STATUSL IS GREATER THAN ZERO THEN
      *       RE-ACTIVATING A SUSPENDED ACCOUNT MAKES IT EFFECTIVE
      *       FROM NOW - THE NIGHTLY DORMANT-ACCOUNT SWEEP (EDORMP)
      *       AGES THE ACCOUNT FROM HERE, NOT FROM THE OLD SIGN-ON
      *       THAT GOT IT SUSPENDED IN THE FIRST PLACE.
              IF RU-ST-INACTIVE AND STATUSI IS EQUAL TO 'A'
                 MOVE FUNCTION CURRENT-DATE(1:14)
                    TO RU-LAST-EFFECTIVE-DATE
              END-IF
              MOVE STATUSI TO RU-STATUS
           END-IF.

              MOVE EMPIDI TO RU-EMPLOYEE-ID
           END-IF.

           IF BRKGLL IS GREATER THAN ZERO THEN
              MOVE BRKGLI TO RU-BREAK-GLASS-FLAG
           END-IF.

      *    A NONZERO EMPLOYEE LINK MUST POINT AT AN ACTIVE EMPMAST
      *    RECORD SO A MIS-KEYED ID CAN BE REJECTED BELOW - ZERO
      *    STAYS VALID FOR SYSTEM/VENDOR ACCOUNTS WITH NO EMPLOYEE.
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPIDL
           WHEN NOT RU-BREAK-GLASS-ALLOWED
                AND NOT RU-BREAK-GLASS-NOT-ALLOWED
                MOVE 'Validation Error: Break-Glass must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO BRKGLL
      *    AN ADMINISTRATOR HAS NOTHING TO ELEVATE TO.
           WHEN RU-BREAK-GLASS-ALLOWED AND RU-UT-ADMINISTRATOR
                MOVE 'Validation Error: Break-Glass is MGR/STD only!'
                   TO WS-MESSAGE
                MOVE -1 TO BRKGLL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
           WHEN DFHRESP(NOTFND)
                MOVE 'User Admin Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting User Admin Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
              MOVE RU-ROWS-PER-PAGE TO RPPAGEO
              MOVE RU-AUTH-METHOD TO AUTHMO
              MOVE RU-EMPLOYEE-ID TO EMPIDO
              MOVE RU-BREAK-GLASS-FLAG TO BRKGLO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
