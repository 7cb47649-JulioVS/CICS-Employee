       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESRWCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RETURN-TO-WORK ITEM' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE ESRWCA COMM-AREA
      *        BY EVERY PROGRAM THAT RECORDS, CORRECTS OR CANCELS A
      *        SICKNESS ABSENCE - EABSNP, ELVAPP AND THE EABFDP FEED -
      *        SO THE FOLLOW-UP INTERVIEW ITEM (SEE ESRWITM.CPY) MOVES
      *        IN THE CALLER'S TASK, IN THE SAME UNIT OF WORK AS THE
      *        EMPABSN UPDATE.
      *      - OPEN NAMES THE MANAGER OF THE EMPLOYEE'S DEPARTMENT ON
      *        DEPTMAST. A DEPARTMENT WITH NO MANAGER, OR ONE RUN BY
      *        THE EMPLOYEE THEMSELVES, PASSES UP THE PARENT CHAIN TO
      *        THE FIRST MANAGER THAT IS SOMEONE ELSE; NONE AT ALL
      *        LEAVES MANAGER ZERO, WHICH THE OVERDUE REPORT LISTS ON
      *        ITS OWN SO THE ITEM IS NOT LOST. AN ITEM STILL OPEN IS
      *        REFRESHED FROM THE CORRECTED SPELL; ONE ALREADY
      *        INTERVIEWED IS LEFT ALONE.
      *      - WITHDRAW REMOVES AN ITEM STILL OPEN. NONE ON FILE, OR
      *        ONE ALREADY INTERVIEWED, IS LEFT AS IT IS.
      *      - A FAILURE IS ONLY REPORTED BACK - THE ABSENCE ITSELF IS
      *        ALREADY ON FILE AND IS NOT UNDONE FOR THE SAKE OF ITS
      *        FOLLOW-UP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - RETURN-TO-WORK ITEM RECORD.
      *      - RETURN-TO-WORK ITEM COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY ESRWITM.
       COPY ESRWCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
          05 WS-ITEM-MANAGER-ID         PIC 9(8)  VALUE ZEROES.
      *
      *    THE WALK UP THE DEPARTMENT PARENT CHAIN FOR A MANAGER.
       01 WS-MGR-WALK-DEPT              PIC 9(8)  VALUE ZEROES.
       01 WS-MGR-WALK-DEPTH             PIC S9(4) USAGE IS BINARY.
       01 WS-MGR-WALK-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-MGR-WALK-DONE                     VALUE 'Y'.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE ESRWCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(43).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF RTW-ITEM-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO RTW-ITEM-COMMAREA.
           SET RWA-REQUEST-OK TO TRUE.

           EVALUATE TRUE
           WHEN RWA-OPEN
                PERFORM 1000-OPEN-ITEM
           WHEN RWA-WITHDRAW
                PERFORM 2000-WITHDRAW-ITEM
           WHEN OTHER
                SET RWA-REQUEST-FAILED TO TRUE
           END-EVALUATE.

           MOVE RTW-ITEM-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-OPEN-ITEM.
           PERFORM 1100-FIND-MANAGER.

           MOVE RWA-ABSENCE-KEY TO RWI-ITEM-KEY.

           EXEC CICS READ
                FILE(APP-RTWITEM-FILE-NAME)
                INTO (RETURN-TO-WORK-ITEM)
                RIDFLD(RWI-ITEM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                PERFORM 1200-WRITE-NEW-ITEM
                EXIT PARAGRAPH
           WHEN OTHER
                SET RWA-REQUEST-FAILED TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    THE INTERVIEW HAS ALREADY TAKEN PLACE - A LATER CORRECTION
      *    TO THE SPELL DOES NOT REOPEN IT.
           IF NOT RWI-OPEN
              EXEC CICS UNLOCK
                   FILE(APP-RTWITEM-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-ITEM-MANAGER-ID TO RWI-MANAGER-EMPLOYEE-ID.
           MOVE WS-ITEM-DEPARTMENT-ID TO RWI-DEPARTMENT-ID.
           MOVE RWA-SICK-START-DATE TO RWI-SICK-START-DATE.
           MOVE RWA-SICK-END-DATE TO RWI-SICK-END-DATE.
           MOVE RWA-DAYS-TAKEN TO RWI-DAYS-TAKEN.

           EXEC CICS REWRITE
                FILE(APP-RTWITEM-FILE-NAME)
                FROM (RETURN-TO-WORK-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET RWA-REQUEST-FAILED TO TRUE
           END-IF.

       1100-FIND-MANAGER.
           MOVE ZEROES TO WS-ITEM-DEPARTMENT-ID.
           MOVE ZEROES TO WS-ITEM-MANAGER-ID.
           MOVE RWA-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              EMP-DEPARTMENT-ID IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO WS-ITEM-DEPARTMENT-ID.
           MOVE EMP-DEPARTMENT-ID TO WS-MGR-WALK-DEPT.
           MOVE ZERO TO WS-MGR-WALK-DEPTH.
           MOVE SPACE TO WS-MGR-WALK-SWITCH.

           PERFORM 1110-WALK-ONE-DEPARTMENT
              UNTIL WS-MGR-WALK-DONE.

       1110-WALK-ONE-DEPARTMENT.
           ADD 1 TO WS-MGR-WALK-DEPTH.

      *    THE SAME DEPTH CAP AS THE MANAGER-SCOPE WALKS, AGAINST A
      *    MIS-KEYED PARENT CYCLE.
           IF WS-MGR-WALK-DEPTH IS GREATER THAN 10 OR
              WS-MGR-WALK-DEPT IS EQUAL TO ZERO
              SET WS-MGR-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-MGR-WALK-DEPT TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-MGR-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF DEPT-MANAGER-EMPLOYEE-ID IS NUMERIC AND
              DEPT-MANAGER-EMPLOYEE-ID IS GREATER THAN ZERO AND
              DEPT-MANAGER-EMPLOYEE-ID IS NOT EQUAL TO
              RWA-EMPLOYEE-ID THEN
              MOVE DEPT-MANAGER-EMPLOYEE-ID TO WS-ITEM-MANAGER-ID
              SET WS-MGR-WALK-DONE TO TRUE
           ELSE
              MOVE DEPT-PARENT-DEPARTMENT-ID TO WS-MGR-WALK-DEPT
           END-IF.

       1200-WRITE-NEW-ITEM.
      *    DUPREC MEANS ANOTHER TASK OPENED THE SAME SPELL'S ITEM
      *    FIRST - ITS RECORD IS AS GOOD AS OURS.
           INITIALIZE RETURN-TO-WORK-ITEM.
           MOVE RWA-ABSENCE-KEY TO RWI-ITEM-KEY.
           MOVE WS-ITEM-MANAGER-ID TO RWI-MANAGER-EMPLOYEE-ID.
           MOVE WS-ITEM-DEPARTMENT-ID TO RWI-DEPARTMENT-ID.
           MOVE RWA-SICK-START-DATE TO RWI-SICK-START-DATE.
           MOVE RWA-SICK-END-DATE TO RWI-SICK-END-DATE.
           MOVE RWA-DAYS-TAKEN TO RWI-DAYS-TAKEN.
           SET RWI-OPEN TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RWI-CREATED-DATE.

           EXEC CICS WRITE
                FILE(APP-RTWITEM-FILE-NAME)
                FROM (RETURN-TO-WORK-ITEM)
                RIDFLD(RWI-ITEM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              SET RWA-REQUEST-FAILED TO TRUE
           END-IF.

       2000-WITHDRAW-ITEM.
           MOVE RWA-ABSENCE-KEY TO RWI-ITEM-KEY.

           EXEC CICS READ
                FILE(APP-RTWITEM-FILE-NAME)
                INTO (RETURN-TO-WORK-ITEM)
                RIDFLD(RWI-ITEM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                EXIT PARAGRAPH
           WHEN OTHER
                SET RWA-REQUEST-FAILED TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    AN INTERVIEW ON RECORD STAYS ON RECORD EVEN IF THE SPELL
      *    IS LATER CANCELLED OR RE-TYPED.
           IF NOT RWI-OPEN
              EXEC CICS UNLOCK
                   FILE(APP-RTWITEM-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-RTWITEM-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET RWA-REQUEST-FAILED TO TRUE
           END-IF.
