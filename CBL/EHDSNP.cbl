      *        FOR THE PERIOD (YYYYMM), AND PRINT A TREND LINE WITH
      *        THE MONTH-OVER-MONTH ACTIVE DELTA NEXT TO THE CURRENT
      *        TOTALS.
      *      - THE TREND LINES BREAK BY LEGAL ENTITY (SEE
      *        ELGLENT.CPY) - AN ENTITY HEADING, ITS DEPARTMENTS, AND
      *        AN ENTITY TOTAL OF ACTIVE FTE, HIRES AND LEAVERS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT LOG RECORD.
      *      - HEADCOUNT SNAPSHOT RECORD.
      *      - LEGAL-ENTITY TABLE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY EHDCNT.
       COPY ELGLENT.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUT.
      ******************************************************************
          05 FILLER                     PIC X(5)  VALUE ' VAR '.
          05 WS-RPT-VARIANCE            PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(8)  VALUE SPACES.
      *
       01 WS-ENTITY-HEADING-LINE.
          05 FILLER                     PIC X(7)  VALUE 'ENTITY '.
          05 WS-ENT-HDG-CODE            PIC X(4)  VALUE SPACES.
          05 FILLER                     PIC X(3)  VALUE ' - '.
          05 WS-ENT-HDG-NAME            PIC X(30) VALUE SPACES.
          05 FILLER                     PIC X(36) VALUE SPACES.
      *
       01 WS-ENTITY-TOTAL-LINE.
          05 FILLER                     PIC X(7)  VALUE 'ENTITY '.
          05 WS-ENT-TOT-CODE            PIC X(4)  VALUE SPACES.
          05 FILLER                     PIC X(14)
                                         VALUE ' TOTAL ACTIVE '.
          05 WS-ENT-TOT-ACTIVE          PIC ZZZZZZ9.99.
          05 FILLER                     PIC X(7)  VALUE ' HIRES '.
          05 WS-ENT-TOT-HIRES           PIC ZZZZ9.
          05 FILLER                     PIC X(9)  VALUE ' LEAVERS '.
          05 WS-ENT-TOT-LEAVERS         PIC ZZZZ9.
          05 FILLER                     PIC X(19) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
             10 WS-TBL-DELETED-COUNT    PIC 9(5).
             10 WS-TBL-HIRES            PIC 9(5).
             10 WS-TBL-LEAVERS          PIC 9(5).
             10 WS-TBL-COMPANY-CODE     PIC X(4).
      *
      *    THE LEGAL ENTITIES THE DEPARTMENTS BELONG TO, IN THE ORDER
      *    FIRST MET - THE HOME COMPANY FIRST, SINCE A BLANK COMPANY
      *    CODE MEANS IT - WITH THEIR TOTALS. A DEPARTMENT WHOSE
      *    ENTITY WON'T FIT IS REPORTED UNDER THE HOME COMPANY.
       01 WS-ENTITY-TABLE-AREA.
          05 WS-ENTITY-COUNT            PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-ENTITY-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-ENT-IDX.
             10 WS-TBL-ENTITY-CODE      PIC X(4).
             10 WS-TBL-ENTITY-ACTIVE    PIC 9(7)V99.
             10 WS-TBL-ENTITY-HIRES     PIC 9(5).
             10 WS-TBL-ENTITY-LEAVERS   PIC 9(5).
      *
       01 WS-CURRENT-COMPANY-CODE       PIC X(4)  VALUE SPACES.
      *
      *    EAUDIT DELIVERS ONE EMPLOYEE'S ENTRIES TOGETHER - CACHE
      *    THE LAST EMPLOYEE'S DEPARTMENT SO EMPMAST ISN'T RE-READ
                   INITIALIZE WS-DEPT-ENTRY(WS-DPT-IDX)
                   MOVE DEPT-DEPARTMENT-ID
                      TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
                   PERFORM 2200-LIST-DEPARTMENT-ENTITY
                   MOVE WS-CURRENT-COMPANY-CODE
                      TO WS-TBL-COMPANY-CODE(WS-DPT-IDX)
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-LIST-DEPARTMENT-ENTITY.
      *    THE DEPARTMENT'S ENTITY INTO WS-CURRENT-COMPANY-CODE,
      *    ADDING IT TO THE ENTITY LIST THE FIRST TIME IT IS SEEN.
           IF WS-ENTITY-COUNT IS EQUAL TO ZERO
              MOVE 1 TO WS-ENTITY-COUNT
              SET WS-ENT-IDX TO 1
              INITIALIZE WS-ENTITY-ENTRY(WS-ENT-IDX)
              MOVE APP-HOME-COMPANY-CODE
                 TO WS-TBL-ENTITY-CODE(WS-ENT-IDX)
           END-IF.

           IF DEPT-COMPANY-CODE IS EQUAL TO SPACES
              MOVE APP-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
           ELSE
              MOVE DEPT-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
           END-IF.

           SET WS-ENT-IDX TO 1.
           SEARCH WS-ENTITY-ENTRY
              AT END
                 MOVE APP-HOME-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
              WHEN WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT
                 ADD 1 TO WS-ENTITY-COUNT
                 INITIALIZE WS-ENTITY-ENTRY(WS-ENT-IDX)
                 MOVE WS-CURRENT-COMPANY-CODE
                    TO WS-TBL-ENTITY-CODE(WS-ENT-IDX)
              WHEN WS-TBL-ENTITY-CODE(WS-ENT-IDX) IS EQUAL TO
                   WS-CURRENT-COMPANY-CODE
                 CONTINUE
           END-SEARCH.

       3000-COUNT-DEPARTMENT-HEADS.
           PERFORM 3100-COUNT-ONE-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
           END-PERFORM.

       5000-WRITE-SNAPSHOTS-AND-TREND.
           PERFORM 5050-REPORT-ONE-ENTITY
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT.

       5050-REPORT-ONE-ENTITY.
      *    ENTITY HEADING, THE ENTITY'S DEPARTMENTS, THEN ITS TOTAL.
           MOVE WS-TBL-ENTITY-CODE(WS-ENT-IDX)
              TO WS-CURRENT-COMPANY-CODE.

           INITIALIZE WS-ENTITY-HEADING-LINE.
           MOVE WS-CURRENT-COMPANY-CODE TO WS-ENT-HDG-CODE.
           MOVE WS-CURRENT-COMPANY-CODE TO ENT-COMPANY-CODE.

           EXEC CICS READ
                FILE(APP-ENTITY-FILE-NAME)
                INTO (LEGAL-ENTITY-RECORD)
                RIDFLD(ENT-COMPANY-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE ENT-COMPANY-NAME TO WS-ENT-HDG-NAME
           END-IF.

           MOVE WS-ENTITY-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 5060-SETTLE-IF-IN-ENTITY
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT.

           INITIALIZE WS-ENTITY-TOTAL-LINE.
           MOVE WS-CURRENT-COMPANY-CODE TO WS-ENT-TOT-CODE.
           MOVE WS-TBL-ENTITY-ACTIVE(WS-ENT-IDX) TO WS-ENT-TOT-ACTIVE.
           MOVE WS-TBL-ENTITY-HIRES(WS-ENT-IDX) TO WS-ENT-TOT-HIRES.
           MOVE WS-TBL-ENTITY-LEAVERS(WS-ENT-IDX)
              TO WS-ENT-TOT-LEAVERS.
           MOVE WS-ENTITY-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       5060-SETTLE-IF-IN-ENTITY.
           IF WS-TBL-COMPANY-CODE(WS-DPT-IDX) IS EQUAL TO
              WS-CURRENT-COMPANY-CODE
              PERFORM 5100-SETTLE-ONE-DEPARTMENT
           END-IF.

       5100-SETTLE-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPARTMENTS-DONE.

           ADD WS-TBL-ACTIVE-COUNT(WS-DPT-IDX)
              TO WS-TBL-ENTITY-ACTIVE(WS-ENT-IDX).
           ADD WS-TBL-HIRES(WS-DPT-IDX)
              TO WS-TBL-ENTITY-HIRES(WS-ENT-IDX).
           ADD WS-TBL-LEAVERS(WS-DPT-IDX)
              TO WS-TBL-ENTITY-LEAVERS(WS-ENT-IDX).

      *    WRITE (OR REFRESH) THIS PERIOD'S SNAPSHOT RECORD.
           INITIALIZE HEADCOUNT-SNAPSHOT-RECORD.
           MOVE WS-CURRENT-PERIOD TO HDC-PERIOD.
