       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFCSTP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'PAYROLL COST FORECAST' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID IN BUDGET SEASON.
      *        PROJECTS SALARY COST FOR THE NEXT 12 CALENDAR MONTHS
      *        PER DEPARTMENT AND COST CENTER - THE FIGURES FINANCE
      *        USED TO PIECE TOGETHER IN A SPREADSHEET FROM FIVE
      *        SEPARATE REPORTS.
      *      - EACH MONTH IS COSTED AS THINGS WILL STAND ON ITS FIRST
      *        DAY: THE EMPCOMP SALARY IN EFFECT THEN (FUTURE-DATED
      *        RECORDS INCLUDED) AND THE DEPARTMENT AFTER ANY PENDING
      *        TRANSFER (EPNDTRN) DUE BY THEN. THE MONTHLY COST IS
      *        THE ANNUAL SALARY OVER TWELVE, PRORATED BY FTE AND BY
      *        THE DAYS ACTUALLY EMPLOYED - SO COST STARTS AT A
      *        FUTURE START (OR REHIRE) DATE AND STOPS AT A KNOWN
      *        EMP-END-DATE PART WAY THROUGH A MONTH. CONTRACTORS ARE
      *        LEFT OUT, AS ON THE PAYROLL EXTRACT.
      *      - EVERY OPEN OR OFFERED REQUISITION (EREQSTN) IS COSTED
      *        FULL TIME FROM THE FIRST MONTH AT THE MIDPOINT OF ITS
      *        PAY GRADE'S BAND (PAYGRADE). ONE WITH NO GRADE, OR A
      *        GRADE WITH NO BAND, IS LISTED AT THE END OF THE REPORT
      *        AS UNPRICED RATHER THAN GUESSED AT.
      *      - THE REPORT (ONE SECTION PER DEPARTMENT, THEN COST-
      *        CENTER AND ALL-DEPARTMENT TOTALS) GOES TO THE PAYFCST
      *        QUEUE; THE FIXED-WIDTH FEED - ONE LINE PER DEPARTMENT
      *        PER MONTH, CLOSED BY A CONTROL-TOTAL TRAILER IN THE
      *        SHAPE OF EGLALCP'S - GOES TO PAYFCSTF.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - COMPENSATION RECORD.
      *      - PENDING DEPARTMENT TRANSFER RECORD.
      *      - HIRING REQUISITION RECORD.
      *      - PAY-GRADE TABLE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY ECOMP.
       COPY EPNDTRN.
       COPY EREQSTN.
       COPY EPAYGRD.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY FEED RECORD LAYOUTS - A LEADING RECORD-TYPE BYTE
      *   LETS FINANCE'S LOAD TELL A FORECAST LINE FROM THE CONTROL
      *   TRAILER WRITTEN LAST.
      ******************************************************************
       01 WS-FORECAST-FEED-LINE.
          05 WS-FED-RECORD-TYPE         PIC X(1)   VALUE 'F'.
          05 WS-FED-PERIOD              PIC X(6)   VALUE SPACES.
          05 WS-FED-COST-CENTER         PIC X(6)   VALUE SPACES.
          05 WS-FED-DEPARTMENT-ID       PIC 9(8).
          05 WS-FED-STAFF-COST          PIC 9(9)V99 VALUE ZEROES.
          05 WS-FED-VACANCY-COST        PIC 9(9)V99 VALUE ZEROES.
          05 WS-FED-TOTAL-COST          PIC 9(9)V99 VALUE ZEROES.
      *
       01 WS-FEED-TRAILER-LINE.
          05 WS-FTR-RECORD-TYPE         PIC X(1)   VALUE 'T'.
          05 WS-FTR-RECORD-COUNT        PIC 9(8)   VALUE ZEROES.
          05 WS-FTR-TOTAL-COST          PIC 9(11)V99 VALUE ZEROES.
          05 WS-FTR-FIRST-PERIOD        PIC X(6)   VALUE SPACES.
          05 WS-FTR-LAST-PERIOD         PIC X(6)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-DEPARTMENT-HEADING-LINE.
          05 FILLER                     PIC X(11)
                                         VALUE 'DEPARTMENT '.
          05 WS-HDG-DEPT-ID             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(3)   VALUE ' - '.
          05 WS-HDG-DEPT-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(13)
                                         VALUE ' COST CENTER '.
          05 WS-HDG-COST-CENTER         PIC X(6)   VALUE SPACES.
          05 FILLER                     PIC X(9)   VALUE SPACES.
      *
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                     PIC X(12)  VALUE '  MONTH'.
          05 FILLER                     PIC X(17)
                                         VALUE '    STAFF COST'.
          05 FILLER                     PIC X(17)
                                         VALUE '  VACANCY COST'.
          05 FILLER                     PIC X(14)
                                         VALUE '    TOTAL COST'.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      *
       01 WS-MONTH-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-MDL-PERIOD              PIC X(7)   VALUE SPACES.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-MDL-STAFF-COST          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-MDL-VACANCY-COST        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 WS-MDL-TOTAL-COST          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      *
       01 WS-COST-CENTER-LINE.
          05 FILLER                     PIC X(14)
                                         VALUE '  COST CENTER '.
          05 WS-CCL-COST-CENTER         PIC X(6)   VALUE SPACES.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 FILLER                     PIC X(12)
                                         VALUE 'DEPARTMENTS '.
          05 WS-CCL-DEPT-COUNT          PIC ZZ9.
          05 FILLER                     PIC X(3)   VALUE SPACES.
          05 FILLER                     PIC X(14)
                                         VALUE '12-MONTH COST '.
          05 WS-CCL-ANNUAL-COST         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(9)   VALUE SPACES.
      *
       01 WS-UNPRICED-LINE.
          05 FILLER                     PIC X(14)
                                         VALUE '  REQUISITION '.
          05 WS-UPL-DEPARTMENT-ID       PIC 9(8).
          05 FILLER                     PIC X(1)   VALUE '/'.
          05 WS-UPL-REQUISITION-SEQ     PIC 9(4).
          05 FILLER                     PIC X(8)   VALUE '  TITLE '.
          05 WS-UPL-JOB-TITLE-CODE      PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(8)   VALUE '  GRADE '.
          05 WS-UPL-PAY-GRADE           PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-UPL-REASON              PIC X(23)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-EMPLOYEES-COSTED        PIC 9(5)  VALUE ZEROES.
          05 WS-NO-SALARY-COUNT         PIC 9(5)  VALUE ZEROES.
          05 WS-VACANCIES-COSTED        PIC 9(5)  VALUE ZEROES.
          05 WS-UNPRICED-COUNT          PIC 9(5)  VALUE ZEROES.
          05 WS-FEED-LINES-WRITTEN      PIC 9(7)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-EMPS              PIC ZZZZ9.
          05 WS-REPLY-VACANCIES         PIC ZZZZ9.
          05 WS-REPLY-UNPRICED          PIC ZZZZ9.
      *
       01 WS-EMP-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-EMP-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-COMP-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-COMP-SCAN-DONE                    VALUE 'Y'.
      *
       01 WS-COMP-FOUND-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-COMP-FOUND                        VALUE 'Y'.
      *
       01 WS-DEPT-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-DEPT-SCAN-DONE                    VALUE 'Y'.
      *
       01 WS-TRN-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-TRN-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-RQN-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-RQN-SCAN-DONE                     VALUE 'Y'.
      *
      *    WHY A REQUISITION COULDN'T BE PRICED - SPACE WHEN IT WAS.
      *
       01 WS-GRADE-PRICE-FLAG           PIC X(1)  VALUE SPACES.
          88 WS-GRADE-PRICED                      VALUE SPACE.
          88 WS-GRADE-MISSING                     VALUE 'M'.
          88 WS-GRADE-NOT-ON-TABLE                VALUE 'N'.
          88 WS-GRADE-HAS-NO-BAND                 VALUE 'B'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-EMP-FROM-DATE              PIC X(8)  VALUE SPACES.
      *
       01 WS-FORECAST-YEAR              PIC 9(4)  VALUE ZEROES.
       01 WS-FORECAST-MONTH             PIC 9(2)  VALUE ZEROES.
       01 WS-MONTH-SUB                  PIC S9(4) USAGE IS BINARY.
      *
       01 WS-HORIZON-LAST-INT           PIC S9(8) USAGE IS BINARY.
       01 WS-EMP-FIRST-INT              PIC S9(8) USAGE IS BINARY.
       01 WS-EMP-LAST-INT               PIC S9(8) USAGE IS BINARY.
       01 WS-DAY-FROM-INT               PIC S9(8) USAGE IS BINARY.
       01 WS-DAY-TO-INT                 PIC S9(8) USAGE IS BINARY.
       01 WS-EMP-FTE                    PIC 9(3)  VALUE ZEROES.
      *
       01 WS-MONTH-COST                 PIC S9(9)V99 USAGE IS BINARY
                                                  VALUE ZEROES.
       01 WS-GRADE-MIDPOINT             PIC S9(7)V99 USAGE IS BINARY
                                                  VALUE ZEROES.
       01 WS-DEPT-ANNUAL-COST           PIC S9(11)V99 USAGE IS BINARY
                                                  VALUE ZEROES.
       01 WS-FEED-TOTAL-COST            PIC S9(11)V99 USAGE IS BINARY
                                                  VALUE ZEROES.
       01 WS-ALL-STAFF-COST             PIC S9(11)V99 USAGE IS BINARY
                                                  VALUE ZEROES.
       01 WS-ALL-VACANCY-COST           PIC S9(11)V99 USAGE IS BINARY
                                                  VALUE ZEROES.
      *
      *    THE 12 FORECAST MONTHS, STARTING WITH NEXT MONTH - ENTRY 13
      *    IS ONLY THERE TO CLOSE OFF MONTH 12 (ITS FIRST DAY LESS ONE
      *    IS MONTH 12'S LAST DAY). ALL-DEPARTMENT TOTALS RIDE ALONG.
      *
       01 WS-MONTH-TABLE-AREA.
          05 WS-MONTH-ENTRY OCCURS 13 TIMES.
             10 WS-MON-FIRST-DATE.
                15 WS-MON-PERIOD        PIC X(6).
                15 FILLER               PIC X(2).
             10 WS-MON-FIRST-INT        PIC S9(8) USAGE IS BINARY.
             10 WS-MON-DAYS             PIC S9(4) USAGE IS BINARY.
             10 WS-MON-STAFF-TOTAL      PIC S9(11)V99
                                        USAGE IS BINARY.
             10 WS-MON-VACANCY-TOTAL    PIC S9(11)V99
                                        USAGE IS BINARY.
      *
      *    ONE ENTRY PER DEPARTMENT, LOADED IN KEY ORDER FROM
      *    DEPTMAST SO THE REPORT COMES OUT IN DEPARTMENT ORDER - SAME
      *    TABLE-AND-CAP APPROACH AS EDRPTP'S DEPARTMENT TABLE. A
      *    DEPARTMENT SOMEONE IS COSTED TO BUT THAT ISN'T ON FILE IS
      *    ADDED AT THE END WITH NO COST CENTER.
      *
       01 WS-DEPT-TABLE-AREA.
          05 WS-DEPT-COUNT              PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-TBL-DEPARTMENT-ID    PIC 9(8).
             10 WS-TBL-DEPT-NAME        PIC X(30).
             10 WS-TBL-COST-CENTER      PIC X(6).
             10 WS-TBL-MONTH OCCURS 12 TIMES.
                15 WS-TBL-STAFF-COST    PIC S9(9)V99
                                        USAGE IS BINARY.
                15 WS-TBL-VACANCY-COST  PIC S9(9)V99
                                        USAGE IS BINARY.
      *
       01 WS-DEPT-TABLE-FULL-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-DEPT-TABLE-OVERFLOWED             VALUE 'Y'.
      *
       01 WS-DEPT-FOUND-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-DEPT-ENTRY-FOUND                  VALUE 'Y'.
      *
       01 WS-FIND-DEPARTMENT-ID         PIC 9(8)  VALUE ZEROES.
      *
      *    EVERY PENDING TRANSFER, IN THE FILE'S EFFECTIVE-DATE ORDER
      *    SO A LATER TRANSFER FOR THE SAME EMPLOYEE WINS. PENDING
      *    TRANSFERS ARE FEW; 500 ENTRIES IS ROOM TO SPARE.
      *
       01 WS-TRANSFER-TABLE-AREA.
          05 WS-TRANSFER-COUNT          PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-TRANSFER-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-TRN-IDX.
             10 WS-TRN-EMPLOYEE-ID      PIC 9(8).
             10 WS-TRN-EFFECTIVE-DATE   PIC X(8).
             10 WS-TRN-TO-DEPARTMENT-ID PIC 9(8).
      *
       01 WS-TRANSFER-TABLE-FULL-SWITCH PIC X(1)  VALUE SPACES.
          88 WS-TRANSFER-TABLE-OVERFLOWED         VALUE 'Y'.
      *
      *    THE EMPLOYEE BEING COSTED - THE SALARY IN EFFECT AND THE
      *    DEPARTMENT ON THE FIRST OF EACH FORECAST MONTH.
      *
       01 WS-EMPLOYEE-MONTHS.
          05 WS-EMP-MONTH OCCURS 12 TIMES.
             10 WS-EMP-ANNUAL-SALARY    PIC 9(7)V99.
             10 WS-EMP-DEPARTMENT-ID    PIC 9(8).
      *
      *    12-MONTH COST ROLLED UP BY COST CENTER FOR THE SUMMARY.
      *
       01 WS-CCTR-TABLE-AREA.
          05 WS-CCTR-COUNT              PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-CCTR-ENTRY OCCURS 200 TIMES
                INDEXED BY WS-CCT-IDX.
             10 WS-CCT-COST-CENTER      PIC X(6).
             10 WS-CCT-DEPT-COUNT       PIC S9(4) USAGE IS BINARY.
             10 WS-CCT-ANNUAL-COST      PIC S9(11)V99
                                        USAGE IS BINARY.
      *
       01 WS-CCTR-FOUND-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-CCTR-ENTRY-FOUND                  VALUE 'Y'.
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
      *
       01 WS-PERIOD-FORMATTING.
          05 WS-PERIOD-INPUT.
             10 WS-PERIOD-YYYY      PIC X(4)  VALUE SPACES.
             10 WS-PERIOD-MM        PIC X(2)  VALUE SPACES.
          05 WS-PERIOD-OUTPUT.
             10 WS-PERIOD-OUT-YYYY  PIC X(4)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-PERIOD-OUT-MM    PIC X(2)  VALUE SPACES.
          05 WS-HORIZON-FIRST-TEXT  PIC X(7)  VALUE SPACES.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-TERMINAL-INPUT       PIC X(20).
          05 WS-TERMINAL-INPUT-LEN   PIC S9(4) USAGE IS BINARY.
          05 WS-FORCE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 1600-BUILD-MONTH-TABLE.
           PERFORM 1700-LOAD-DEPARTMENT-TABLE.
           PERFORM 1800-LOAD-PENDING-TRANSFERS.
           PERFORM 2000-COST-EMPLOYEES.
           PERFORM 3000-COST-OPEN-REQUISITIONS.
           PERFORM 4000-WRITE-REPORT-HEADING.
           PERFORM 4100-WRITE-ONE-DEPARTMENT
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT.
           PERFORM 4500-WRITE-COST-CENTER-SUMMARY.
           PERFORM 4600-WRITE-ALL-DEPARTMENT-TOTALS.
           PERFORM 4700-LIST-UNPRICED-REQUISITIONS.
           PERFORM 4800-WRITE-FEED-TRAILER.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER REPORT AND FEED - QIDERR
      *    JUST MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-PAYFCST-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS DELETEQ TS
                QNAME(APP-PAYFCST-FEED-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1600-BUILD-MONTH-TABLE.
      *    THE FORECAST OPENS ON THE FIRST OF NEXT MONTH - THE MONTH
      *    IN PROGRESS IS ALREADY IN PAYROLL'S HANDS.
           INITIALIZE WS-MONTH-TABLE-AREA.
           MOVE WS-RUN-DATE(1:4) TO WS-FORECAST-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-FORECAST-MONTH.

           PERFORM 1610-SET-ONE-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 13.

           COMPUTE WS-HORIZON-LAST-INT = WS-MON-FIRST-INT(13) - 1.

       1610-SET-ONE-MONTH.
           ADD 1 TO WS-FORECAST-MONTH.
           IF WS-FORECAST-MONTH IS GREATER THAN 12
              MOVE 1 TO WS-FORECAST-MONTH
              ADD 1 TO WS-FORECAST-YEAR
           END-IF.

           COMPUTE WS-DATE-WORK-NUM = WS-FORECAST-YEAR * 10000
              + WS-FORECAST-MONTH * 100 + 1.
           MOVE WS-DATE-WORK-NUM TO WS-MON-FIRST-DATE(WS-MONTH-SUB).
           COMPUTE WS-MON-FIRST-INT(WS-MONTH-SUB) =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).

           IF WS-MONTH-SUB IS GREATER THAN 1
              COMPUTE WS-MON-DAYS(WS-MONTH-SUB - 1) =
                 WS-MON-FIRST-INT(WS-MONTH-SUB)
                 - WS-MON-FIRST-INT(WS-MONTH-SUB - 1)
           END-IF.

       1700-LOAD-DEPARTMENT-TABLE.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST DEPARTMENT ON
      *    FILE - SAME IDIOM EDRPTP USES. RETIRED DEPARTMENTS ARE
      *    LOADED TOO: A PENDING TRANSFER OR A REQUISITION MAY STILL
      *    POINT AT ONE, AND ITS COST MUST NOT VANISH.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE SPACE TO WS-DEPT-SCAN-SWITCH.

           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1710-LOAD-NEXT-DEPARTMENT
                 UNTIL WS-DEPT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-DEPT-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1710-LOAD-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DEPT-SCAN-DONE TO TRUE
           WHEN WS-DEPT-COUNT IS NOT LESS THAN 200
                SET WS-DEPT-TABLE-OVERFLOWED TO TRUE
                SET WS-DEPT-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-DEPT-COUNT
                SET WS-DPT-IDX TO WS-DEPT-COUNT
                INITIALIZE WS-DEPT-ENTRY(WS-DPT-IDX)
                MOVE DEPT-DEPARTMENT-ID
                   TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
                MOVE DEPT-DEPARTMENT-NAME
                   TO WS-TBL-DEPT-NAME(WS-DPT-IDX)
                MOVE DEPT-COST-CENTER
                   TO WS-TBL-COST-CENTER(WS-DPT-IDX)
           END-EVALUATE.

       1750-FIND-DEPARTMENT.
      *    LEAVES WS-DPT-IDX ON WS-FIND-DEPARTMENT-ID'S ENTRY, ADDING
      *    ONE FOR A DEPARTMENT NOT ON FILE. A FULL TABLE LEAVES
      *    WS-DEPT-ENTRY-FOUND OFF AND THE COST UNPLACED.
           MOVE SPACE TO WS-DEPT-FOUND-SWITCH.

           SET WS-DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT
                 CONTINUE
              WHEN WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   WS-FIND-DEPARTMENT-ID
                 SET WS-DEPT-ENTRY-FOUND TO TRUE
           END-SEARCH.

           IF WS-DEPT-ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           IF WS-DEPT-COUNT IS NOT LESS THAN 200
              SET WS-DEPT-TABLE-OVERFLOWED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           SET WS-DPT-IDX TO WS-DEPT-COUNT.
           INITIALIZE WS-DEPT-ENTRY(WS-DPT-IDX).
           MOVE WS-FIND-DEPARTMENT-ID
              TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX).
           MOVE '*** NOT ON DEPARTMENT MASTER'
              TO WS-TBL-DEPT-NAME(WS-DPT-IDX).
           SET WS-DEPT-ENTRY-FOUND TO TRUE.

       1800-LOAD-PENDING-TRANSFERS.
      *    THE FILE LEADS WITH THE EFFECTIVE DATE, SO THE TABLE COMES
      *    OUT IN DATE ORDER. ANYTHING ALREADY DUE IS STILL LOADED -
      *    IF ETRNAPP HASN'T APPLIED IT YET, IT WILL BEFORE THE FIRST
      *    FORECAST MONTH.
           MOVE ZERO TO WS-TRANSFER-COUNT.
           MOVE SPACE TO WS-TRN-SCAN-SWITCH.

           MOVE LOW-VALUES TO PTR-PENDING-KEY.

           EXEC CICS STARTBR
                FILE(APP-PENDING-TRANSFER-FILE-NAME)
                RIDFLD(PTR-PENDING-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1810-LOAD-NEXT-TRANSFER
                 UNTIL WS-TRN-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-PENDING-TRANSFER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1810-LOAD-NEXT-TRANSFER.
           EXEC CICS READNEXT
                FILE(APP-PENDING-TRANSFER-FILE-NAME)
                RIDFLD(PTR-PENDING-KEY)
                INTO (PENDING-TRANSFER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-TRN-SCAN-DONE TO TRUE
           WHEN WS-TRANSFER-COUNT IS NOT LESS THAN 500
                SET WS-TRANSFER-TABLE-OVERFLOWED TO TRUE
                SET WS-TRN-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-TRANSFER-COUNT
                SET WS-TRN-IDX TO WS-TRANSFER-COUNT
                MOVE PTR-EMPLOYEE-ID
                   TO WS-TRN-EMPLOYEE-ID(WS-TRN-IDX)
                MOVE PTR-EFFECTIVE-DATE
                   TO WS-TRN-EFFECTIVE-DATE(WS-TRN-IDX)
                MOVE PTR-TO-DEPARTMENT-ID
                   TO WS-TRN-TO-DEPARTMENT-ID(WS-TRN-IDX)
           END-EVALUATE.

       2000-COST-EMPLOYEES.
      *    EVERY ACTIVE, NON-CONTRACTOR EMPLOYEE WITH A SALARY ON FILE
      *    IS COSTED MONTH BY MONTH INTO THEIR DEPARTMENT'S ENTRY.
           MOVE SPACE TO WS-EMP-SCAN-SWITCH.

           INITIALIZE EMPLOYEE-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2100-SCAN-NEXT-EMPLOYEE
                 UNTIL WS-EMP-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2100-SCAN-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-EMP-SCAN-DONE TO TRUE
           WHEN NOT EMP-ACTIVE
           WHEN EMP-TYPE-CONTRACTOR
                CONTINUE
           WHEN OTHER
                PERFORM 2200-COST-ONE-EMPLOYEE
           END-EVALUATE.

       2200-COST-ONE-EMPLOYEE.
      *    THE EMPLOYED SPAN FIRST - FROM THE START DATE (OR THE
      *    REHIRE DATE FOR SOMEONE WHO CAME BACK) TO THE END DATE.
      *    A DATE THAT ISN'T A REAL DATE IS TREATED AS NOT RECORDED.
           MOVE ZERO TO WS-EMP-FIRST-INT.
           MOVE EMP-START-DATE TO WS-EMP-FROM-DATE.
           IF EMP-REHIRE-DATE IS NOT EQUAL TO SPACES AND
              EMP-REHIRE-DATE IS GREATER THAN EMP-START-DATE
              MOVE EMP-REHIRE-DATE TO WS-EMP-FROM-DATE
           END-IF.

           IF WS-EMP-FROM-DATE IS NUMERIC
              MOVE WS-EMP-FROM-DATE TO WS-DATE-WORK-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK-NUM)
                 IS EQUAL TO ZERO
                 COMPUTE WS-EMP-FIRST-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              END-IF
           END-IF.

           MOVE WS-HORIZON-LAST-INT TO WS-EMP-LAST-INT.
           IF EMP-END-DATE IS NUMERIC
              MOVE EMP-END-DATE TO WS-DATE-WORK-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK-NUM)
                 IS EQUAL TO ZERO
                 COMPUTE WS-EMP-LAST-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              END-IF
           END-IF.

      *    GONE BEFORE THE FORECAST OPENS, OR NOT STARTING UNTIL
      *    AFTER IT CLOSES - NOTHING TO COST.
           IF WS-EMP-LAST-INT IS LESS THAN WS-MON-FIRST-INT(1) OR
              WS-EMP-FIRST-INT IS GREATER THAN WS-HORIZON-LAST-INT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2300-LOAD-EMPLOYEE-SALARIES.

           IF NOT WS-COMP-FOUND
              ADD 1 TO WS-NO-SALARY-COUNT
              EXIT PARAGRAPH
           END-IF.

      *    ZERO OR SPACES READS AS FULL TIME (SEE EMPMAST.CPY).
           IF EMP-FTE-PERCENT IS NUMERIC AND
              EMP-FTE-PERCENT IS GREATER THAN ZERO
              MOVE EMP-FTE-PERCENT TO WS-EMP-FTE
           ELSE
              MOVE 100 TO WS-EMP-FTE
           END-IF.

           PERFORM 2400-SET-EMPLOYEE-DEPARTMENTS.

           PERFORM 2500-COST-ONE-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.

           ADD 1 TO WS-EMPLOYEES-COSTED.

       2300-LOAD-EMPLOYEE-SALARIES.
      *    THE EMPLOYEE'S WHOLE PAY HISTORY COMES OUT OLDEST FIRST, SO
      *    EACH RECORD SIMPLY OVERWRITES EVERY FORECAST MONTH IT IS
      *    ALREADY IN EFFECT FOR - WHAT IS LEFT IS THE IN-EFFECT
      *    SALARY ON EACH FIRST OF THE MONTH, FUTURE-DATED RECORDS
      *    TAKING OVER FROM THE MONTH THEY REACH.
           INITIALIZE WS-EMPLOYEE-MONTHS.
           MOVE SPACE TO WS-COMP-FOUND-SWITCH.
           MOVE SPACE TO WS-COMP-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
           MOVE LOW-VALUES TO CMP-EFFECTIVE-DATE.

           EXEC CICS STARTBR
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2310-SCAN-NEXT-COMP-RECORD
                 UNTIL WS-COMP-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-COMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2310-SCAN-NEXT-COMP-RECORD.
           EXEC CICS READNEXT
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                INTO (COMPENSATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EFFECTIVE-DATE IS GREATER THAN
                WS-MON-FIRST-DATE(12)
      *         TAKES EFFECT AFTER THE LAST FORECAST MONTH OPENS.
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN OTHER
                SET WS-COMP-FOUND TO TRUE
                PERFORM 2320-APPLY-SALARY-TO-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB IS GREATER THAN 12
           END-EVALUATE.

       2320-APPLY-SALARY-TO-MONTH.
           IF CMP-EFFECTIVE-DATE IS NOT GREATER THAN
              WS-MON-FIRST-DATE(WS-MONTH-SUB)
              MOVE CMP-ANNUAL-SALARY
                 TO WS-EMP-ANNUAL-SALARY(WS-MONTH-SUB)
           END-IF.

       2400-SET-EMPLOYEE-DEPARTMENTS.
      *    THE HOME DEPARTMENT FOR EVERY MONTH, THEN EACH OF THE
      *    EMPLOYEE'S PENDING TRANSFERS TAKES OVER FROM THE FIRST
      *    MONTH THAT OPENS ON OR AFTER ITS EFFECTIVE DATE.
           PERFORM 2410-SET-HOME-DEPARTMENT
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.

           PERFORM 2420-APPLY-ONE-TRANSFER
              VARYING WS-TRN-IDX FROM 1 BY 1
              UNTIL WS-TRN-IDX IS GREATER THAN WS-TRANSFER-COUNT.

       2410-SET-HOME-DEPARTMENT.
           MOVE EMP-DEPARTMENT-ID
              TO WS-EMP-DEPARTMENT-ID(WS-MONTH-SUB).

       2420-APPLY-ONE-TRANSFER.
           IF WS-TRN-EMPLOYEE-ID(WS-TRN-IDX) IS EQUAL TO
              EMP-EMPLOYEE-ID
              PERFORM 2430-TRANSFER-ONE-MONTH
                 VARYING WS-MONTH-SUB FROM 1 BY 1
                 UNTIL WS-MONTH-SUB IS GREATER THAN 12
           END-IF.

       2430-TRANSFER-ONE-MONTH.
           IF WS-TRN-EFFECTIVE-DATE(WS-TRN-IDX) IS NOT GREATER THAN
              WS-MON-FIRST-DATE(WS-MONTH-SUB)
              MOVE WS-TRN-TO-DEPARTMENT-ID(WS-TRN-IDX)
                 TO WS-EMP-DEPARTMENT-ID(WS-MONTH-SUB)
           END-IF.

       2500-COST-ONE-MONTH.
      *    THE DAYS EMPLOYED IN THE MONTH, OVER THE DAYS IN IT, TAKE
      *    A PART MONTH AT EITHER END OF EMPLOYMENT.
           IF WS-EMP-ANNUAL-SALARY(WS-MONTH-SUB) IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-MON-FIRST-INT(WS-MONTH-SUB) TO WS-DAY-FROM-INT.
           IF WS-EMP-FIRST-INT IS GREATER THAN WS-DAY-FROM-INT
              MOVE WS-EMP-FIRST-INT TO WS-DAY-FROM-INT
           END-IF.

           COMPUTE WS-DAY-TO-INT =
              WS-MON-FIRST-INT(WS-MONTH-SUB + 1) - 1.
           IF WS-EMP-LAST-INT IS LESS THAN WS-DAY-TO-INT
              MOVE WS-EMP-LAST-INT TO WS-DAY-TO-INT
           END-IF.

           IF WS-DAY-TO-INT IS LESS THAN WS-DAY-FROM-INT
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MONTH-COST ROUNDED =
              WS-EMP-ANNUAL-SALARY(WS-MONTH-SUB) / 12
              * WS-EMP-FTE / 100
              * (WS-DAY-TO-INT - WS-DAY-FROM-INT + 1)
              / WS-MON-DAYS(WS-MONTH-SUB).

           MOVE WS-EMP-DEPARTMENT-ID(WS-MONTH-SUB)
              TO WS-FIND-DEPARTMENT-ID.
           PERFORM 1750-FIND-DEPARTMENT.

           IF WS-DEPT-ENTRY-FOUND
              ADD WS-MONTH-COST
                 TO WS-TBL-STAFF-COST(WS-DPT-IDX, WS-MONTH-SUB)
              ADD WS-MONTH-COST
                 TO WS-MON-STAFF-TOTAL(WS-MONTH-SUB)
           END-IF.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-EMPLOYEES-COSTED TO WS-REPLY-EMPS.
           MOVE WS-VACANCIES-COSTED TO WS-REPLY-VACANCIES.
           MOVE WS-UNPRICED-COUNT TO WS-REPLY-UNPRICED.

           STRING 'Cost Forecast Complete - '
                  FUNCTION TRIM(WS-REPLY-EMPS)
                  ' Staff, '
                  FUNCTION TRIM(WS-REPLY-VACANCIES)
                  ' Vacancies, '
                  FUNCTION TRIM(WS-REPLY-UNPRICED)
                  ' Unpriced - Queue '
                  APP-PAYFCST-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

           IF WS-TRANSFER-TABLE-OVERFLOWED
              MOVE 'Warning: Transfer Table Overflowed - Some Moves Were
      -           ' Not Forecast!' TO WS-REPLY-TEXT
           END-IF.

           IF WS-DEPT-TABLE-OVERFLOWED
              MOVE 'Warning: Department Table Overflowed - Forecast Is U
      -           'nderstated!' TO WS-REPLY-TEXT
           END-IF.

       3000-COST-OPEN-REQUISITIONS.
      *    AN OPEN OR OFFERED REQUISITION IS A BUDGETED SLOT (SEE
      *    EREQSTN.CPY) - IT IS COSTED AS A FULL-TIME HIRE FOR THE
      *    WHOLE FORECAST, SINCE THE FILE CARRIES NO TARGET START.
           MOVE SPACE TO WS-RQN-SCAN-SWITCH.

           INITIALIZE REQUISITION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-REQUISITION-FILE-NAME)
                RIDFLD(RQN-REQUISITION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3100-SCAN-NEXT-REQUISITION
                 UNTIL WS-RQN-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-REQUISITION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3100-SCAN-NEXT-REQUISITION.
           EXEC CICS READNEXT
                FILE(APP-REQUISITION-FILE-NAME)
                RIDFLD(RQN-REQUISITION-KEY)
                INTO (REQUISITION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-RQN-SCAN-DONE TO TRUE
           WHEN RQN-COMMITS-A-SLOT
                PERFORM 3200-COST-ONE-REQUISITION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3200-COST-ONE-REQUISITION.
           PERFORM 3300-GET-GRADE-MIDPOINT.

           IF NOT WS-GRADE-PRICED
              ADD 1 TO WS-UNPRICED-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE RQN-DEPARTMENT-ID TO WS-FIND-DEPARTMENT-ID.
           PERFORM 1750-FIND-DEPARTMENT.

           IF NOT WS-DEPT-ENTRY-FOUND
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MONTH-COST ROUNDED = WS-GRADE-MIDPOINT / 12.

           PERFORM 3210-COST-ONE-VACANT-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.

           ADD 1 TO WS-VACANCIES-COSTED.

       3210-COST-ONE-VACANT-MONTH.
           ADD WS-MONTH-COST
              TO WS-TBL-VACANCY-COST(WS-DPT-IDX, WS-MONTH-SUB).
           ADD WS-MONTH-COST
              TO WS-MON-VACANCY-TOTAL(WS-MONTH-SUB).

       3300-GET-GRADE-MIDPOINT.
      *    THE MIDPOINT OF THE GRADE'S BAND. A BAND WITH ONLY ONE
      *    BOUND ENFORCED (THE OTHER ZERO - SEE EPAYGRD.CPY) PRICES
      *    AT THAT BOUND; NO BAND AT ALL CAN'T BE PRICED. AN INACTIVE
      *    GRADE STILL PRICES - THE REQUISITION WAS RAISED AGAINST IT.
           MOVE ZEROES TO WS-GRADE-MIDPOINT.
           MOVE SPACE TO WS-GRADE-PRICE-FLAG.

           IF RQN-PAY-GRADE IS EQUAL TO SPACES OR
              RQN-PAY-GRADE IS EQUAL TO LOW-VALUES
              SET WS-GRADE-MISSING TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE RQN-PAY-GRADE TO PGR-GRADE-CODE.

           EXEC CICS READ
                FILE(APP-PAYGRADE-FILE-NAME)
                INTO (PAY-GRADE-RECORD)
                RIDFLD(PGR-GRADE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-GRADE-NOT-ON-TABLE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN PGR-MIN-SALARY IS GREATER THAN ZERO AND
                PGR-MAX-SALARY IS GREATER THAN ZERO
                COMPUTE WS-GRADE-MIDPOINT ROUNDED =
                   (PGR-MIN-SALARY + PGR-MAX-SALARY) / 2
           WHEN PGR-MAX-SALARY IS GREATER THAN ZERO
                MOVE PGR-MAX-SALARY TO WS-GRADE-MIDPOINT
           WHEN PGR-MIN-SALARY IS GREATER THAN ZERO
                MOVE PGR-MIN-SALARY TO WS-GRADE-MIDPOINT
           WHEN OTHER
                SET WS-GRADE-HAS-NO-BAND TO TRUE
           END-EVALUATE.

       4000-WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.

           MOVE WS-MON-PERIOD(1) TO WS-PERIOD-INPUT.
           PERFORM 9050-FORMAT-PERIOD.
           MOVE WS-PERIOD-OUTPUT TO WS-HORIZON-FIRST-TEXT.

           MOVE WS-MON-PERIOD(12) TO WS-PERIOD-INPUT.
           PERFORM 9050-FORMAT-PERIOD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PAYROLL COST FORECAST - RUN '
                  WS-OUTPUT-DATE
                  ' - MONTHS '
                  WS-HORIZON-FIRST-TEXT
                  ' TO '
                  WS-PERIOD-OUTPUT
              DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE 'RATES AND DEPARTMENTS AS AT THE 1ST OF EACH MONTH; VACA
      -         'NCIES AT GRADE MIDPOINT.' TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       4100-WRITE-ONE-DEPARTMENT.
      *    A DEPARTMENT WITH NOTHING TO COST ALL YEAR IS LEFT OFF THE
      *    REPORT AND THE FEED.
           MOVE ZEROES TO WS-DEPT-ANNUAL-COST.
           PERFORM 4110-ADD-ONE-DEPT-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.

           IF WS-DEPT-ANNUAL-COST IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) TO WS-HDG-DEPT-ID.
           MOVE WS-TBL-DEPT-NAME(WS-DPT-IDX) TO WS-HDG-DEPT-NAME.
           MOVE WS-TBL-COST-CENTER(WS-DPT-IDX) TO WS-HDG-COST-CENTER.
           MOVE WS-DEPARTMENT-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-COLUMN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE ZEROES TO WS-ALL-STAFF-COST.
           MOVE ZEROES TO WS-ALL-VACANCY-COST.
           PERFORM 4120-WRITE-ONE-DEPT-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.

           MOVE 'TOTAL' TO WS-MDL-PERIOD.
           MOVE WS-ALL-STAFF-COST TO WS-MDL-STAFF-COST.
           MOVE WS-ALL-VACANCY-COST TO WS-MDL-VACANCY-COST.
           MOVE WS-DEPT-ANNUAL-COST TO WS-MDL-TOTAL-COST.
           MOVE WS-MONTH-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 4150-ADD-TO-COST-CENTER.

       4110-ADD-ONE-DEPT-MONTH.
           ADD WS-TBL-STAFF-COST(WS-DPT-IDX, WS-MONTH-SUB)
               WS-TBL-VACANCY-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-DEPT-ANNUAL-COST.

       4120-WRITE-ONE-DEPT-MONTH.
           MOVE WS-MON-PERIOD(WS-MONTH-SUB) TO WS-PERIOD-INPUT.
           PERFORM 9050-FORMAT-PERIOD.

           MOVE WS-PERIOD-OUTPUT TO WS-MDL-PERIOD.
           MOVE WS-TBL-STAFF-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-MDL-STAFF-COST.
           MOVE WS-TBL-VACANCY-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-MDL-VACANCY-COST.
           COMPUTE WS-MDL-TOTAL-COST =
              WS-TBL-STAFF-COST(WS-DPT-IDX, WS-MONTH-SUB)
              + WS-TBL-VACANCY-COST(WS-DPT-IDX, WS-MONTH-SUB).
           MOVE WS-MONTH-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           ADD WS-TBL-STAFF-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-ALL-STAFF-COST.
           ADD WS-TBL-VACANCY-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-ALL-VACANCY-COST.

      *    THE SAME FIGURES, FIXED-WIDTH, FOR FINANCE'S LOAD.
           INITIALIZE WS-FORECAST-FEED-LINE.
           MOVE 'F' TO WS-FED-RECORD-TYPE.
           MOVE WS-MON-PERIOD(WS-MONTH-SUB) TO WS-FED-PERIOD.
           MOVE WS-TBL-COST-CENTER(WS-DPT-IDX) TO WS-FED-COST-CENTER.
           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
              TO WS-FED-DEPARTMENT-ID.
           MOVE WS-TBL-STAFF-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-FED-STAFF-COST.
           MOVE WS-TBL-VACANCY-COST(WS-DPT-IDX, WS-MONTH-SUB)
              TO WS-FED-VACANCY-COST.
           COMPUTE WS-FED-TOTAL-COST =
              WS-FED-STAFF-COST + WS-FED-VACANCY-COST.
           PERFORM 9150-WRITE-FEED-LINE.

       4150-ADD-TO-COST-CENTER.
           MOVE SPACE TO WS-CCTR-FOUND-SWITCH.

           PERFORM 4160-MATCH-ONE-COST-CENTER
              VARYING WS-CCT-IDX FROM 1 BY 1
              UNTIL WS-CCT-IDX IS GREATER THAN WS-CCTR-COUNT
                 OR WS-CCTR-ENTRY-FOUND.

           IF WS-CCTR-ENTRY-FOUND
              ADD 1 TO WS-CCT-DEPT-COUNT(WS-CCT-IDX)
              ADD WS-DEPT-ANNUAL-COST
                 TO WS-CCT-ANNUAL-COST(WS-CCT-IDX)
           ELSE
              IF WS-CCTR-COUNT IS LESS THAN 200
                 ADD 1 TO WS-CCTR-COUNT
                 SET WS-CCT-IDX TO WS-CCTR-COUNT
                 MOVE WS-TBL-COST-CENTER(WS-DPT-IDX)
                    TO WS-CCT-COST-CENTER(WS-CCT-IDX)
                 MOVE 1 TO WS-CCT-DEPT-COUNT(WS-CCT-IDX)
                 MOVE WS-DEPT-ANNUAL-COST
                    TO WS-CCT-ANNUAL-COST(WS-CCT-IDX)
              END-IF
           END-IF.

       4160-MATCH-ONE-COST-CENTER.
           IF WS-CCT-COST-CENTER(WS-CCT-IDX) IS EQUAL TO
              WS-TBL-COST-CENTER(WS-DPT-IDX)
              SET WS-CCTR-ENTRY-FOUND TO TRUE
           END-IF.

       4500-WRITE-COST-CENTER-SUMMARY.
           MOVE '12-MONTH COST BY COST CENTER' TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 4510-WRITE-ONE-COST-CENTER
              VARYING WS-CCT-IDX FROM 1 BY 1
              UNTIL WS-CCT-IDX IS GREATER THAN WS-CCTR-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       4510-WRITE-ONE-COST-CENTER.
           IF WS-CCT-COST-CENTER(WS-CCT-IDX) IS EQUAL TO SPACES
              MOVE '(NONE)' TO WS-CCL-COST-CENTER
           ELSE
              MOVE WS-CCT-COST-CENTER(WS-CCT-IDX) TO WS-CCL-COST-CENTER
           END-IF.
           MOVE WS-CCT-DEPT-COUNT(WS-CCT-IDX) TO WS-CCL-DEPT-COUNT.
           MOVE WS-CCT-ANNUAL-COST(WS-CCT-IDX) TO WS-CCL-ANNUAL-COST.
           MOVE WS-COST-CENTER-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       4600-WRITE-ALL-DEPARTMENT-TOTALS.
           MOVE 'ALL DEPARTMENTS' TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-COLUMN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE ZEROES TO WS-ALL-STAFF-COST.
           MOVE ZEROES TO WS-ALL-VACANCY-COST.
           PERFORM 4610-WRITE-ONE-TOTAL-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB IS GREATER THAN 12.

           MOVE 'TOTAL' TO WS-MDL-PERIOD.
           MOVE WS-ALL-STAFF-COST TO WS-MDL-STAFF-COST.
           MOVE WS-ALL-VACANCY-COST TO WS-MDL-VACANCY-COST.
           COMPUTE WS-MDL-TOTAL-COST =
              WS-ALL-STAFF-COST + WS-ALL-VACANCY-COST.
           MOVE WS-MONTH-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       4610-WRITE-ONE-TOTAL-MONTH.
           MOVE WS-MON-PERIOD(WS-MONTH-SUB) TO WS-PERIOD-INPUT.
           PERFORM 9050-FORMAT-PERIOD.

           MOVE WS-PERIOD-OUTPUT TO WS-MDL-PERIOD.
           MOVE WS-MON-STAFF-TOTAL(WS-MONTH-SUB) TO WS-MDL-STAFF-COST.
           MOVE WS-MON-VACANCY-TOTAL(WS-MONTH-SUB)
              TO WS-MDL-VACANCY-COST.
           COMPUTE WS-MDL-TOTAL-COST =
              WS-MON-STAFF-TOTAL(WS-MONTH-SUB)
              + WS-MON-VACANCY-TOTAL(WS-MONTH-SUB).
           MOVE WS-MONTH-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           ADD WS-MON-STAFF-TOTAL(WS-MONTH-SUB) TO WS-ALL-STAFF-COST.
           ADD WS-MON-VACANCY-TOTAL(WS-MONTH-SUB)
              TO WS-ALL-VACANCY-COST.

       4700-LIST-UNPRICED-REQUISITIONS.
      *    A SECOND, SHORT PASS OVER THE REQUISITIONS - ONLY WHEN THE
      *    FIRST FOUND SOMETHING IT COULDN'T PRICE.
           IF WS-UNPRICED-COUNT IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE 'OPEN REQUISITIONS NOT PRICED - GIVE EACH A GRADE WITH A
      -         ' BAND ON EREQP' TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACE TO WS-RQN-SCAN-SWITCH.

           INITIALIZE REQUISITION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-REQUISITION-FILE-NAME)
                RIDFLD(RQN-REQUISITION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 4710-LIST-NEXT-REQUISITION
                 UNTIL WS-RQN-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-REQUISITION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       4710-LIST-NEXT-REQUISITION.
           EXEC CICS READNEXT
                FILE(APP-REQUISITION-FILE-NAME)
                RIDFLD(RQN-REQUISITION-KEY)
                INTO (REQUISITION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-RQN-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT RQN-COMMITS-A-SLOT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3300-GET-GRADE-MIDPOINT.

           EVALUATE TRUE
           WHEN WS-GRADE-PRICED
                EXIT PARAGRAPH
           WHEN WS-GRADE-MISSING
                MOVE 'NO PAY GRADE' TO WS-UPL-REASON
           WHEN WS-GRADE-NOT-ON-TABLE
                MOVE 'GRADE NOT ON TABLE' TO WS-UPL-REASON
           WHEN WS-GRADE-HAS-NO-BAND
                MOVE 'GRADE HAS NO BAND' TO WS-UPL-REASON
           END-EVALUATE.

           MOVE RQN-DEPARTMENT-ID TO WS-UPL-DEPARTMENT-ID.
           MOVE RQN-REQUISITION-SEQ TO WS-UPL-REQUISITION-SEQ.
           MOVE RQN-JOB-TITLE-CODE TO WS-UPL-JOB-TITLE-CODE.
           MOVE RQN-PAY-GRADE TO WS-UPL-PAY-GRADE.
           MOVE WS-UNPRICED-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       4800-WRITE-FEED-TRAILER.
      *    THE TRAILER IS ALWAYS WRITTEN, EVEN ON AN EMPTY FEED, SO
      *    FINANCE CAN ALWAYS RELY ON A COUNT-AND-TOTAL RECORD BEING
      *    THE LAST ITEM ON THE QUEUE.
           MOVE 'T' TO WS-FTR-RECORD-TYPE.
           MOVE WS-FEED-LINES-WRITTEN TO WS-FTR-RECORD-COUNT.
           MOVE WS-FEED-TOTAL-COST TO WS-FTR-TOTAL-COST.
           MOVE WS-MON-PERIOD(1) TO WS-FTR-FIRST-PERIOD.
           MOVE WS-MON-PERIOD(12) TO WS-FTR-LAST-PERIOD.

           EXEC CICS WRITEQ TS
                QNAME(APP-PAYFCST-FEED-QUEUE-NAME)
                FROM (WS-FEED-TRAILER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9050-FORMAT-PERIOD.
      *    YYYYMM IN WS-PERIOD-INPUT TO YYYY-MM IN WS-PERIOD-OUTPUT.
           MOVE WS-PERIOD-YYYY TO WS-PERIOD-OUT-YYYY.
           MOVE WS-PERIOD-MM TO WS-PERIOD-OUT-MM.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-PAYFCST-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9150-WRITE-FEED-LINE.
           EXEC CICS WRITEQ TS
                QNAME(APP-PAYFCST-FEED-QUEUE-NAME)
                FROM (WS-FORECAST-FEED-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-FEED-LINES-WRITTEN
              ADD WS-FED-TOTAL-COST TO WS-FEED-TOTAL-COST
           END-IF.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE FEED
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS RECEIVE
                INTO (WS-TERMINAL-INPUT)
                LENGTH (WS-TERMINAL-INPUT-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ZERO TO WS-FORCE-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FORCE-COUNT FOR ALL 'FORCE'.
           IF WS-FORCE-COUNT IS GREATER THAN ZERO
              SET WS-FORCED-RUN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Re
      -              'run (Output Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-PAYFCST)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-PAYFCST-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-UPDATE-RUN-CONTROL.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-PAYFCST)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-PAYFCST-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-PAYFCST-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-PAYFCST)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-PAYFCST-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE FUNCTION CURRENT-DATE(1:14) TO RNH-END-TIMESTAMP
              MOVE WS-EMPLOYEES-COSTED TO RNH-RECORDS-READ
              MOVE WS-FEED-LINES-WRITTEN TO RNH-RECORDS-WRITTEN
              SET RNH-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
