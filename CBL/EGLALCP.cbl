      *        EXACTLY.
      *      - A CONTROL-TOTAL TRAILER (LINE COUNT AND TOTAL AMOUNT)
      *        CLOSES THE FEED SO FINANCE CAN PROVE THE PICKUP.
      *      - ONE FEED PER LEGAL ENTITY (SEE ELGLENT.CPY): EACH LINE
      *        GOES TO THE QUEUE OF THE ENTITY THAT OWNS ITS COST
      *        CENTER'S DEPARTMENT (PREFIX PLUS COMPANY CODE), AND
      *        EVERY ENTITY'S FEED CLOSES WITH ITS OWN TRAILER. THE
      *        GLALLOC QUEUE ITSELF CARRIES AN INDEX OF THE ENTITY
      *        FEEDS AND THEIR CONTROL TOTALS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - DEPARTMENT MASTER RECORD.
      *      - SECONDARY ASSIGNMENT RECORD.
      *      - COMPENSATION RECORD.
      *      - LEGAL-ENTITY TABLE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY ELGLENT.
       COPY ESECASG.
       COPY ECOMP.
       COPY ERUNCTL.
          05 WS-TRL-RECORD-TYPE         PIC X(1)   VALUE 'T'.
          05 WS-TRL-RECORD-COUNT        PIC 9(8)   VALUE ZEROES.
          05 WS-TRL-TOTAL-AMOUNT        PIC 9(11)V99 VALUE ZEROES.
          05 WS-TRL-COMPANY-CODE        PIC X(4)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
          88 WS-LOAN-ENTRY-FOUND                  VALUE 'Y'.
      *
       01 WS-HOME-COST-CENTER           PIC X(6)  VALUE SPACES.
      *
      *    THE LEGAL ENTITIES THIS RUN FEEDS - EVERY ACTIVE ENTITY ON
      *    ELGLENT AND THE HOME COMPANY, PLUS ANY INACTIVE ENTITY A
      *    COST CENTER'S DEPARTMENT STILL POINTS AT, EACH WITH ITS
      *    OWN QUEUE AND CONTROL TOTALS. A DEPARTMENT WHOSE ENTITY
      *    CAN'T BE LISTED FALLS BACK TO THE HOME COMPANY RATHER
      *    THAN DROP OFF THE LEDGER.
      *
       01 WS-ENTITY-TABLE-AREA.
          05 WS-ENTITY-COUNT            PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-ENTITY-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-ENT-IDX.
             10 WS-TBL-COMPANY-CODE     PIC X(4).
             10 WS-TBL-ENTITY-QUEUE     PIC X(8).
             10 WS-TBL-ENTITY-LINES     PIC 9(8).
             10 WS-TBL-ENTITY-TOTAL     PIC S9(11)V99
                                        USAGE IS BINARY.
      *
       01 WS-ENT-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-ENT-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-ENTITY-FOUND-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-ENTITY-FOUND                      VALUE 'Y'.
      *
       01 WS-LINE-COMPANY-CODE          PIC X(4)  VALUE SPACES.
      *
       01 WS-ENTITY-INDEX-LINE.
          05 FILLER                     PIC X(7)  VALUE 'ENTITY '.
          05 WS-IDX-COMPANY-CODE        PIC X(4)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE ' QUEUE '.
          05 WS-IDX-QUEUE-NAME          PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE ' LINES '.
          05 WS-IDX-LINES               PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(7)  VALUE ' TOTAL '.
          05 WS-IDX-TOTAL               PIC Z(10)9.99.
          05 FILLER                     PIC X(18) VALUE SPACES.
      *
       01 WS-ENTITY-INDEX-TOTAL-LINE.
          05 FILLER                     PIC X(9)  VALUE 'ENTITIES '.
          05 WS-IDX-TOTAL-ENTITIES      PIC 9(2)  VALUE ZEROES.
          05 FILLER                     PIC X(7)  VALUE ' LINES '.
          05 WS-IDX-TOTAL-LINES         PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(7)  VALUE ' TOTAL '.
          05 WS-IDX-GRAND-TOTAL         PIC Z(10)9.99.
          05 FILLER                     PIC X(33) VALUE SPACES.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 1700-LOAD-ENTITY-TABLE.
           PERFORM 2000-ALLOCATE-LOAN-SPLITS.
           PERFORM 3000-ALLOCATE-HOME-REMAINDERS.
           PERFORM 2500-WRITE-CONTROL-TRAILER
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT.
           PERFORM 2950-WRITE-ENTITY-INDEX.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.
           PERFORM 1500-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER INDEX - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR. EACH ENTITY'S
      *    FEED QUEUE IS CLEARED AS THE ENTITY IS LISTED.
           EXEC CICS DELETEQ TS
                QNAME(APP-GLALLOC-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1700-LOAD-ENTITY-TABLE.
      *    EVERY ACTIVE ENTITY GETS A FEED, EMPTY OR NOT, SO FINANCE
      *    ALWAYS FINDS EACH LEDGER'S TRAILER.
           MOVE ZERO TO WS-ENTITY-COUNT.
           MOVE SPACE TO WS-ENT-SCAN-SWITCH.

           MOVE APP-HOME-COMPANY-CODE TO WS-LINE-COMPANY-CODE.
           PERFORM 1850-LIST-ENTITY.

           MOVE LOW-VALUES TO ENT-COMPANY-CODE.

           EXEC CICS STARTBR
                FILE(APP-ENTITY-FILE-NAME)
                RIDFLD(ENT-COMPANY-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1710-LIST-NEXT-ENTITY
                 UNTIL WS-ENT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-ENTITY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1710-LIST-NEXT-ENTITY.
           EXEC CICS READNEXT
                FILE(APP-ENTITY-FILE-NAME)
                RIDFLD(ENT-COMPANY-CODE)
                INTO (LEGAL-ENTITY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-ENT-SCAN-DONE TO TRUE
           WHEN ENT-ACTIVE
                MOVE ENT-COMPANY-CODE TO WS-LINE-COMPANY-CODE
                PERFORM 1850-LIST-ENTITY
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       1850-LIST-ENTITY.
      *    LEAVES WS-ENT-IDX ON WS-LINE-COMPANY-CODE'S ENTRY, ADDING
      *    IT (AND CLEARING ITS QUEUE) THE FIRST TIME IT IS SEEN. A
      *    FULL TABLE LEAVES WS-ENTITY-FOUND OFF.
           MOVE SPACE TO WS-ENTITY-FOUND-SWITCH.

           SET WS-ENT-IDX TO 1.
           SEARCH WS-ENTITY-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT
                 CONTINUE
              WHEN WS-TBL-COMPANY-CODE(WS-ENT-IDX) IS EQUAL TO
                   WS-LINE-COMPANY-CODE
                 SET WS-ENTITY-FOUND TO TRUE
           END-SEARCH.

           IF WS-ENTITY-FOUND OR
              WS-ENTITY-COUNT IS NOT LESS THAN 50
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENTITY-COUNT.
           SET WS-ENT-IDX TO WS-ENTITY-COUNT.
           INITIALIZE WS-ENTITY-ENTRY(WS-ENT-IDX).
           MOVE WS-LINE-COMPANY-CODE TO WS-TBL-COMPANY-CODE(WS-ENT-IDX).
           STRING APP-GLALLOC-ENTITY-PREFIX WS-LINE-COMPANY-CODE
              DELIMITED BY SIZE
              INTO WS-TBL-ENTITY-QUEUE(WS-ENT-IDX)
           END-STRING.
           SET WS-ENTITY-FOUND TO TRUE.

           EXEC CICS DELETEQ TS
                QNAME(WS-TBL-ENTITY-QUEUE(WS-ENT-IDX))
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-ALLOCATE-LOAN-SPLITS.
      *    PASS ONE - EVERY LOAN IN EFFECT TODAY CUTS ONE LINE TO
      *    THE BORROWING DEPARTMENT'S COST CENTER.
              EXIT PARAGRAPH
           END-IF.

      *    A LOAN LINE BELONGS TO THE BORROWING DEPARTMENT'S ENTITY.
           MOVE DEPT-COMPANY-CODE TO WS-LINE-COMPANY-CODE.

           COMPUTE WS-LOAN-AMOUNT ROUNDED =
              WS-MONTHLY-SALARY * SEC-PERCENTAGE / 100.

           END-IF.

       3220-GET-HOME-COST-CENTER.
      *    THE REMAINDER LINE BELONGS TO THE HOME DEPARTMENT'S
      *    ENTITY - OR THE HOME COMPANY IF THE DEPARTMENT IS GONE.
           MOVE SPACES TO WS-HOME-COST-CENTER.
           MOVE SPACES TO WS-LINE-COMPANY-CODE.
           MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DEPT-COST-CENTER TO WS-HOME-COST-CENTER
              MOVE DEPT-COMPANY-CODE TO WS-LINE-COMPANY-CODE
           END-IF.

       4000-GET-MONTHLY-SALARY.
       2500-WRITE-CONTROL-TRAILER.
      *    THE TRAILER IS ALWAYS WRITTEN, EVEN ON AN EMPTY FEED, SO
      *    FINANCE CAN ALWAYS RELY ON A COUNT-AND-TOTAL RECORD BEING
      *    THE LAST ITEM ON EACH ENTITY'S QUEUE.
           MOVE WS-TBL-ENTITY-LINES(WS-ENT-IDX) TO WS-TRL-RECORD-COUNT.
           MOVE WS-TBL-ENTITY-TOTAL(WS-ENT-IDX) TO WS-TRL-TOTAL-AMOUNT.
           MOVE WS-TBL-COMPANY-CODE(WS-ENT-IDX) TO WS-TRL-COMPANY-CODE.

           EXEC CICS WRITEQ TS
                QNAME(WS-TBL-ENTITY-QUEUE(WS-ENT-IDX))
                FROM (WS-CONTROL-TRAILER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                  FUNCTION TRIM(WS-REPLY-LINES)
                  ' Line(s) For '
                  FUNCTION TRIM(WS-REPLY-EMPS)
                  ' Employee(s) - Index '
                  APP-GLALLOC-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
      -           'Be Overstated!' TO WS-REPLY-TEXT
           END-IF.

       2950-WRITE-ENTITY-INDEX.
      *    ONE LINE PER ENTITY FEED WITH ITS CONTROL TOTALS, THE
      *    GRAND TOTAL LAST.
           PERFORM 2955-WRITE-ONE-INDEX-LINE
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT.

           MOVE WS-ENTITY-COUNT TO WS-IDX-TOTAL-ENTITIES.
           MOVE WS-LINES-WRITTEN TO WS-IDX-TOTAL-LINES.
           MOVE WS-TOTAL-ALLOCATED TO WS-IDX-GRAND-TOTAL.

           EXEC CICS WRITEQ TS
                QNAME(APP-GLALLOC-QUEUE-NAME)
                FROM (WS-ENTITY-INDEX-TOTAL-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2955-WRITE-ONE-INDEX-LINE.
           MOVE WS-TBL-COMPANY-CODE(WS-ENT-IDX)
              TO WS-IDX-COMPANY-CODE.
           MOVE WS-TBL-ENTITY-QUEUE(WS-ENT-IDX) TO WS-IDX-QUEUE-NAME.
           MOVE WS-TBL-ENTITY-LINES(WS-ENT-IDX) TO WS-IDX-LINES.
           MOVE WS-TBL-ENTITY-TOTAL(WS-ENT-IDX) TO WS-IDX-TOTAL.

           EXEC CICS WRITEQ TS
                QNAME(APP-GLALLOC-QUEUE-NAME)
                FROM (WS-ENTITY-INDEX-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9100-WRITE-FEED-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE FEED ONE LINE AT A TIME.
      *    CALLERS SET WS-LINE-COMPANY-CODE (BLANK = HOME COMPANY);
      *    AN ENTITY THAT CAN'T BE LISTED ALSO GOES TO THE HOME
      *    COMPANY'S FEED.
           IF WS-LINE-COMPANY-CODE IS EQUAL TO SPACES
              MOVE APP-HOME-COMPANY-CODE TO WS-LINE-COMPANY-CODE
           END-IF.

           PERFORM 1850-LIST-ENTITY.

           IF NOT WS-ENTITY-FOUND
              MOVE APP-HOME-COMPANY-CODE TO WS-LINE-COMPANY-CODE
              PERFORM 1850-LIST-ENTITY
           END-IF.

           EXEC CICS WRITEQ TS
                QNAME(WS-TBL-ENTITY-QUEUE(WS-ENT-IDX))
                FROM (WS-ALLOCATION-DETAIL-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-LINES-WRITTEN
              ADD WS-DTL-AMOUNT TO WS-TOTAL-ALLOCATED
              ADD 1 TO WS-TBL-ENTITY-LINES(WS-ENT-IDX)
              ADD WS-DTL-AMOUNT TO WS-TBL-ENTITY-TOTAL(WS-ENT-IDX)
           END-IF.


