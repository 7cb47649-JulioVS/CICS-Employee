       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDCNTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'DEPARTMENT HEADCOUNT COUNTER' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE EDCNTCA COMM-AREA
      *        BY EVERY PROGRAM THAT NEEDS A DEPARTMENT'S ACTIVE
      *        HEADCOUNT OR CHANGES ONE. THE COUNTER RECORD (SEE
      *        EDEPCNT.CPY) REPLACES THE SHORT BROWSES OF THE EMPDEPT
      *        PATH THE BUDGET CHECKS, THE ORG VIEW AND THE ROSTER
      *        USED TO RUN EVERY TIME - A BIG DEPARTMENT MEANT HUNDREDS
      *        OF READS PER ADD.
      *      - INQUIRE RETURNS THE DEPARTMENT'S ACTIVE HEADS AND
      *        FTE-WEIGHTED SUM. ADJUST TAKES ONE EMPLOYEE'S BEFORE AND
      *        AFTER IMAGE (DEPARTMENT, DELETE FLAG, FTE) AND MOVES THE
      *        COUNTERS OF THE DEPARTMENT(S) CONCERNED, IN THE CALLER'S
      *        TASK - SO IN THE SAME UNIT OF WORK AS ITS EMPMAST UPDATE.
      *      - A DEPARTMENT WITH NO COUNTER YET IS SEEDED FROM ONE
      *        RECOUNT OF THE EMPDEPT PATH. CALLERS LINK AFTER THEIR
      *        MASTER UPDATE, SO THAT RECOUNT ALREADY INCLUDES THE
      *        CHANGE AND NO ADJUSTMENT IS APPLIED ON TOP OF IT. A
      *        COUNTER THAT WOULD GO NEGATIVE HAS DRIFTED AND IS
      *        RECOUNTED THE SAME WAY. THE NIGHTLY EDCVP RECOUNT
      *        CATCHES ANYTHING ELSE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY EDEPCNT.
       COPY EDCNTCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-COUNT-DEPARTMENT-ID     PIC 9(8)  VALUE ZEROES.
          05 WS-RECOUNT-HEADS           PIC 9(5)  VALUE ZEROES.
          05 WS-RECOUNT-FTE-PCT         PIC 9(7)  VALUE ZEROES.
      *
      *    ONE ADJUSTMENT AGAINST ONE DEPARTMENT'S COUNTER - SIGNED,
      *    A LEAVER OR A TRANSFER OUT SUBTRACTS.
       01 WS-ADJUSTMENT-VARS.
          05 WS-ADJ-DEPARTMENT-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-ADJ-HEADS               PIC S9(5) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-ADJ-FTE-PCT             PIC S9(7) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-NEW-HEADS               PIC S9(7) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-NEW-FTE-PCT             PIC S9(9) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-BEFORE-FTE-PCT          PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-AFTER-FTE-PCT           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
      *
      *    FTE AS CARRIED ON THE MASTER - ZERO OR UNSET READS AS FULL
      *    TIME, THE SAME RULE THE BUDGET CHECKS HAVE ALWAYS USED.
       01 WS-FTE-ENTRY                  PIC X(3)  VALUE SPACES.
       01 WS-FTE-NUMERIC REDEFINES WS-FTE-ENTRY
                                        PIC 9(3).
       01 WS-FTE-PCT                    PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
      *
       01 WS-BEFORE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-BEFORE-COUNTED                    VALUE 'Y'.
       01 WS-AFTER-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-AFTER-COUNTED                     VALUE 'Y'.
      *
       01 WS-COUNT-BROWSE-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-COUNT-DONE                        VALUE 'Y'.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE EDCNTCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(46).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF DEPT-COUNTER-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO DEPT-COUNTER-COMMAREA.
           SET DCA-REQUEST-OK TO TRUE.

           EVALUATE TRUE
           WHEN DCA-INQUIRE
                PERFORM 1000-INQUIRE-COUNTER
           WHEN DCA-ADJUST
                PERFORM 2000-ADJUST-COUNTERS
           WHEN OTHER
                SET DCA-REQUEST-FAILED TO TRUE
           END-EVALUATE.

           MOVE DEPT-COUNTER-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INQUIRE-COUNTER.
           MOVE ZEROES TO DCA-ACTIVE-HEADS.
           MOVE ZEROES TO DCA-ACTIVE-FTE-PCT.
           MOVE DCA-DEPARTMENT-ID TO DCT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-CNT-FILE-NAME)
                INTO (DEPT-COUNTER-RECORD)
                RIDFLD(DCT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    NO COUNTER YET - COUNT THE DEPARTMENT ONCE AND KEEP THE
      *    RESULT, SO THE NEXT ASK IS A SINGLE READ. A FILE ERROR
      *    STILL ANSWERS FROM THE RECOUNT RATHER THAN FROM NOTHING.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE DCA-DEPARTMENT-ID TO WS-COUNT-DEPARTMENT-ID
                PERFORM 3000-RECOUNT-DEPARTMENT
                PERFORM 3500-SEED-COUNTER
           WHEN OTHER
                SET DCA-REQUEST-FAILED TO TRUE
                MOVE DCA-DEPARTMENT-ID TO WS-COUNT-DEPARTMENT-ID
                PERFORM 3000-RECOUNT-DEPARTMENT
                MOVE WS-RECOUNT-HEADS TO DCT-ACTIVE-HEADS
                MOVE WS-RECOUNT-FTE-PCT TO DCT-ACTIVE-FTE-PCT
           END-EVALUATE.

           MOVE DCT-ACTIVE-HEADS TO DCA-ACTIVE-HEADS.
           MOVE DCT-ACTIVE-FTE-PCT TO DCA-ACTIVE-FTE-PCT.

       2000-ADJUST-COUNTERS.
      *    ONLY AN ACTIVE EMPLOYEE IN A REAL DEPARTMENT IS COUNTED ON
      *    EITHER SIDE - A HIRE HAS NO BEFORE, A LEAVER OR A MERGED
      *    DUPLICATE NO AFTER, A REACTIVATION THE REVERSE.
           MOVE SPACE TO WS-BEFORE-SWITCH.
           MOVE SPACE TO WS-AFTER-SWITCH.

           IF DCA-BEFORE-DEPARTMENT-ID IS NUMERIC AND
              DCA-BEFORE-DEPARTMENT-ID IS GREATER THAN ZERO AND
              DCA-BEFORE-DELETE-FLAG IS EQUAL TO SPACE THEN
              SET WS-BEFORE-COUNTED TO TRUE
              MOVE DCA-BEFORE-FTE-PERCENT TO WS-FTE-ENTRY
              PERFORM 2200-DERIVE-FTE-PCT
              MOVE WS-FTE-PCT TO WS-BEFORE-FTE-PCT
           END-IF.

           IF DCA-AFTER-DEPARTMENT-ID IS NUMERIC AND
              DCA-AFTER-DEPARTMENT-ID IS GREATER THAN ZERO AND
              DCA-AFTER-DELETE-FLAG IS EQUAL TO SPACE THEN
              SET WS-AFTER-COUNTED TO TRUE
              MOVE DCA-AFTER-FTE-PERCENT TO WS-FTE-ENTRY
              PERFORM 2200-DERIVE-FTE-PCT
              MOVE WS-FTE-PCT TO WS-AFTER-FTE-PCT
           END-IF.

      *    STAYING IN THE SAME DEPARTMENT IS ONE NET ADJUSTMENT (AN
      *    FTE CHANGE, OR NOTHING AT ALL) RATHER THAN A SUBTRACT AND
      *    AN ADD - A SEEDING RECOUNT ON THE FIRST WOULD OTHERWISE BE
      *    COUNTED TWICE BY THE SECOND.
           IF WS-BEFORE-COUNTED AND WS-AFTER-COUNTED AND
              DCA-BEFORE-DEPARTMENT-ID IS EQUAL TO
              DCA-AFTER-DEPARTMENT-ID THEN
              IF WS-AFTER-FTE-PCT IS NOT EQUAL TO WS-BEFORE-FTE-PCT
                 MOVE DCA-AFTER-DEPARTMENT-ID TO WS-ADJ-DEPARTMENT-ID
                 MOVE ZERO TO WS-ADJ-HEADS
                 COMPUTE WS-ADJ-FTE-PCT =
                    WS-AFTER-FTE-PCT - WS-BEFORE-FTE-PCT
                 PERFORM 2100-APPLY-ADJUSTMENT
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF WS-BEFORE-COUNTED
              MOVE DCA-BEFORE-DEPARTMENT-ID TO WS-ADJ-DEPARTMENT-ID
              MOVE -1 TO WS-ADJ-HEADS
              COMPUTE WS-ADJ-FTE-PCT = 0 - WS-BEFORE-FTE-PCT
              PERFORM 2100-APPLY-ADJUSTMENT
           END-IF.

           IF WS-AFTER-COUNTED
              MOVE DCA-AFTER-DEPARTMENT-ID TO WS-ADJ-DEPARTMENT-ID
              MOVE 1 TO WS-ADJ-HEADS
              MOVE WS-AFTER-FTE-PCT TO WS-ADJ-FTE-PCT
              PERFORM 2100-APPLY-ADJUSTMENT
           END-IF.

       2100-APPLY-ADJUSTMENT.
           MOVE WS-ADJ-DEPARTMENT-ID TO DCT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-CNT-FILE-NAME)
                INTO (DEPT-COUNTER-RECORD)
                RIDFLD(DCT-DEPARTMENT-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE WS-ADJ-DEPARTMENT-ID TO WS-COUNT-DEPARTMENT-ID
                PERFORM 3000-RECOUNT-DEPARTMENT
                PERFORM 3500-SEED-COUNTER
                EXIT PARAGRAPH
           WHEN OTHER
                SET DCA-REQUEST-FAILED TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

           COMPUTE WS-NEW-HEADS = DCT-ACTIVE-HEADS + WS-ADJ-HEADS.
           COMPUTE WS-NEW-FTE-PCT =
              DCT-ACTIVE-FTE-PCT + WS-ADJ-FTE-PCT.

           IF WS-NEW-HEADS IS LESS THAN ZERO OR
              WS-NEW-FTE-PCT IS LESS THAN ZERO THEN
              MOVE WS-ADJ-DEPARTMENT-ID TO WS-COUNT-DEPARTMENT-ID
              PERFORM 3000-RECOUNT-DEPARTMENT
              MOVE WS-RECOUNT-HEADS TO DCT-ACTIVE-HEADS
              MOVE WS-RECOUNT-FTE-PCT TO DCT-ACTIVE-FTE-PCT
           ELSE
              MOVE WS-NEW-HEADS TO DCT-ACTIVE-HEADS
              MOVE WS-NEW-FTE-PCT TO DCT-ACTIVE-FTE-PCT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14)
              TO DCT-LAST-UPDATED-TIMESTAMP.

           EXEC CICS REWRITE
                FILE(APP-DEPT-CNT-FILE-NAME)
                FROM (DEPT-COUNTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET DCA-REQUEST-FAILED TO TRUE
           END-IF.

       2200-DERIVE-FTE-PCT.
           IF WS-FTE-ENTRY IS NUMERIC AND
              WS-FTE-NUMERIC IS GREATER THAN ZERO
              MOVE WS-FTE-NUMERIC TO WS-FTE-PCT
           ELSE
              MOVE 100 TO WS-FTE-PCT
           END-IF.

       3000-RECOUNT-DEPARTMENT.
      *    THE SAME SHORT BROWSE OF THE EMPDEPT PATH THE READERS USED
      *    TO RUN THEMSELVES, NOW ONLY FOR A DEPARTMENT WITH NO
      *    COUNTER OR ONE THAT HAS DRIFTED.
           MOVE ZEROES TO WS-RECOUNT-HEADS.
           MOVE ZEROES TO WS-RECOUNT-FTE-PCT.
           MOVE SPACE TO WS-COUNT-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-COUNT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3100-COUNT-ONE-EMPLOYEE
                 UNTIL WS-COUNT-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3100-COUNT-ONE-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-DEPT-PATH-NAME)
                RIDFLD(WS-COUNT-DEPARTMENT-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE PATH IS NON-UNIQUE, SO DUPKEY JUST MEANS MORE OF THE
      *    DEPARTMENT FOLLOWS - THE RECORD ITSELF CAME BACK FINE.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
                WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPKEY)
                SET WS-COUNT-DONE TO TRUE
           WHEN EMP-DEPARTMENT-ID IS NOT EQUAL TO
                WS-COUNT-DEPARTMENT-ID
                SET WS-COUNT-DONE TO TRUE
           WHEN EMP-ACTIVE
                ADD 1 TO WS-RECOUNT-HEADS
                MOVE EMP-FTE-PERCENT TO WS-FTE-ENTRY
                PERFORM 2200-DERIVE-FTE-PCT
                ADD WS-FTE-PCT TO WS-RECOUNT-FTE-PCT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3500-SEED-COUNTER.
      *    DUPREC MEANS ANOTHER TASK SEEDED THE SAME DEPARTMENT FIRST
      *    FROM THE SAME FILE - ITS RECORD IS AS GOOD AS OURS.
           INITIALIZE DEPT-COUNTER-RECORD.
           MOVE WS-COUNT-DEPARTMENT-ID TO DCT-DEPARTMENT-ID.
           MOVE WS-RECOUNT-HEADS TO DCT-ACTIVE-HEADS.
           MOVE WS-RECOUNT-FTE-PCT TO DCT-ACTIVE-FTE-PCT.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO DCT-LAST-UPDATED-TIMESTAMP.

           EXEC CICS WRITE
                FILE(APP-DEPT-CNT-FILE-NAME)
                FROM (DEPT-COUNTER-RECORD)
                RIDFLD(DCT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPREC)
              SET DCA-REQUEST-FAILED TO TRUE
           END-IF.
