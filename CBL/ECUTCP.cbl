       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECUTCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PAYROLL CUT-OFF CHECK' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE ECUTCA COMM-AREA
      *        AFTER A PAYROLL-RELEVANT SAVE - ECOMPP, ECMPRVP, EBNKP
      *        AND EUPDP - SO THE PAY CALENDAR (SEE EPAYCAL.CPY) IS
      *        READ, AND THE WARNING WORDED, IN ONE PLACE.
      *      - THE CURRENT PERIOD IS THE FIRST ACTIVE ROW WHOSE PAY
      *        DATE IS ON OR AFTER THE DATE OF THE SAVE. A SAVE AFTER
      *        THAT PERIOD'S CUT-OFF MISSES ITS PAY DATE.
      *      - WITH NO CALENDAR LOADED (OR THE FILE CLOSED) THERE IS
      *        NOTHING TO WARN ABOUT, AND THE CALLER'S SAVE STANDS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PAY CALENDAR RECORD.
      *      - PAYROLL CUT-OFF CHECK COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EPAYCAL.
       COPY ECUTCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-CHECK-DATE              PIC X(8).
          05 WS-DISPLAY-CUTOFF          PIC X(10).
          05 WS-DISPLAY-PAY-DATE        PIC X(10).
      *
       01 WS-CALENDAR-FLAG              PIC X(1) VALUE SPACE.
          88 WS-CALENDAR-NOT-DONE                VALUE SPACE.
          88 WS-CALENDAR-DONE                    VALUE 'D'.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE ECUTCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(114).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF PAY-CUTOFF-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO PAY-CUTOFF-COMMAREA.

           PERFORM 1000-FIND-CURRENT-PERIOD.

           IF NOT PCU-NO-PERIOD
              PERFORM 2000-CHECK-CUTOFF
           END-IF.

           MOVE PAY-CUTOFF-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-FIND-CURRENT-PERIOD.
           SET PCU-NO-PERIOD TO TRUE.
           MOVE SPACES TO PCU-PERIOD-LABEL.
           MOVE SPACES TO PCU-CUTOFF-DATE.
           MOVE SPACES TO PCU-PAY-DATE.
           MOVE SPACES TO PCU-WARNING-TEXT.

           IF PCU-CHECK-DATE IS EQUAL TO SPACES OR LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO PCU-CHECK-DATE
           END-IF.

           MOVE PCU-CHECK-DATE TO WS-CHECK-DATE.
           MOVE WS-CHECK-DATE TO PCL-PAY-DATE.

           EXEC CICS STARTBR
                FILE(APP-PAYCAL-FILE-NAME)
                RIDFLD(PCL-PAY-DATE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           SET WS-CALENDAR-NOT-DONE TO TRUE.

           PERFORM 1100-READ-NEXT-PERIOD
              UNTIL WS-CALENDAR-DONE.

           EXEC CICS ENDBR
                FILE(APP-PAYCAL-FILE-NAME)
                END-EXEC.

       1100-READ-NEXT-PERIOD.
           EXEC CICS READNEXT
                FILE(APP-PAYCAL-FILE-NAME)
                INTO (PAY-CALENDAR-RECORD)
                RIDFLD(PCL-PAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-CALENDAR-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    AN INACTIVE ROW IS A CANCELLED RUN - THE NEXT ONE COUNTS.
           IF PCL-ACTIVE
              MOVE PCL-PERIOD-LABEL TO PCU-PERIOD-LABEL
              MOVE PCL-CUTOFF-DATE TO PCU-CUTOFF-DATE
              MOVE PCL-PAY-DATE TO PCU-PAY-DATE
              SET PCU-IN-TIME TO TRUE
              SET WS-CALENDAR-DONE TO TRUE
           END-IF.

       2000-CHECK-CUTOFF.
           IF WS-CHECK-DATE IS NOT GREATER THAN PCU-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF.

           SET PCU-PAST-CUTOFF TO TRUE.

           MOVE PCU-CUTOFF-DATE(7:2) TO WS-DISPLAY-CUTOFF(1:2).
           MOVE '-' TO WS-DISPLAY-CUTOFF(3:1).
           MOVE PCU-CUTOFF-DATE(5:2) TO WS-DISPLAY-CUTOFF(4:2).
           MOVE '-' TO WS-DISPLAY-CUTOFF(6:1).
           MOVE PCU-CUTOFF-DATE(1:4) TO WS-DISPLAY-CUTOFF(7:4).

           MOVE PCU-PAY-DATE(7:2) TO WS-DISPLAY-PAY-DATE(1:2).
           MOVE '-' TO WS-DISPLAY-PAY-DATE(3:1).
           MOVE PCU-PAY-DATE(5:2) TO WS-DISPLAY-PAY-DATE(4:2).
           MOVE '-' TO WS-DISPLAY-PAY-DATE(6:1).
           MOVE PCU-PAY-DATE(1:4) TO WS-DISPLAY-PAY-DATE(7:4).

           STRING 'Warning: Saved After '
                  DELIMITED BY SIZE
                  PCU-PERIOD-LABEL
                  DELIMITED BY '  '
                  ' Cut-Off ' DELIMITED BY SIZE
                  WS-DISPLAY-CUTOFF DELIMITED BY SIZE
                  ' - Misses Pay ' DELIMITED BY SIZE
                  WS-DISPLAY-PAY-DATE DELIMITED BY SIZE
                  '!' DELIMITED BY SIZE
                  INTO PCU-WARNING-TEXT
           END-STRING.
