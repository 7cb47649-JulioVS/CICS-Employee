      *      - OPEN AND OFFERED REQUISITIONS ARE COUNTED INTO THE
      *        REPLY SO HR SEES THE PIPELINE STILL OUTSTANDING NEXT
      *        TO WHAT GOT FILLED.
      *      - EACH FILL IS BROKEN DOWN BY CANDIDATE STAGE OFF THE
      *        APPLICANT FILE (SEE EAPLCNT.CPY): DAYS FROM OPENING TO
      *        THE HIRED CANDIDATE'S SCREEN, INTERVIEW, OFFER AND
      *        ACCEPTANCE, PLUS A COUNT OF THE REQUISITION'S
      *        CANDIDATES BY STAGE, WITH PER-STAGE DEPARTMENT
      *        AVERAGES AT EACH BREAK. A FILL WITH NO ACCEPTED
      *        APPLICANT ON FILE SHOWS '-' FOR EACH STAGE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - HIRING REQUISITION RECORD.
      *      - REQUISITION APPLICANT RECORD.
      *      - DEPARTMENT MASTER RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EREQSTN.
       COPY EAPLCNT.
       COPY DEPTMAST.
       COPY ERUNCTL.
       COPY ERUNHST.
                VALUE 'AVERAGE DAYS TO FILL.........: '.
          05 WS-AVG-DAYS                PIC ZZZ9.
          05 FILLER                     PIC X(43)  VALUE SPACES.
      *
      *    STAGES IN ORDER: SCREENED, INTERVIEWED, OFFERED, ACCEPTED.
       01 WS-STAGE-LABELS               PIC X(20)
                VALUE ' SCR  INT  OFR  ACC '.
       01 FILLER REDEFINES WS-STAGE-LABELS.
          05 WS-STAGE-LABEL             PIC X(5)   OCCURS 4 TIMES.
      *
       01 WS-STAGE-DETAIL-LINE.
          05 FILLER                     PIC X(6)   VALUE SPACES.
          05 FILLER                     PIC X(14)
                                         VALUE 'DAYS TO STAGE:'.
          05 WS-STG-ENTRY               OCCURS 4 TIMES.
             10 WS-STG-LABEL            PIC X(5).
             10 WS-STG-DAYS             PIC X(4).
          05 FILLER                     PIC X(24)  VALUE SPACES.
      *
       01 WS-CANDIDATE-COUNT-LINE.
          05 FILLER                     PIC X(6)   VALUE SPACES.
          05 FILLER                     PIC X(14)
                                         VALUE 'CANDIDATES...:'.
          05 FILLER                     PIC X(5)   VALUE ' SCR '.
          05 WS-CNT-SCREENED            PIC ZZ9.
          05 FILLER                     PIC X(5)   VALUE ' INT '.
          05 WS-CNT-INTERVIEWED         PIC ZZ9.
          05 FILLER                     PIC X(5)   VALUE ' OFR '.
          05 WS-CNT-OFFERED             PIC ZZ9.
          05 FILLER                     PIC X(5)   VALUE ' ACC '.
          05 WS-CNT-ACCEPTED            PIC ZZ9.
          05 FILLER                     PIC X(5)   VALUE ' DEC '.
          05 WS-CNT-DECLINED            PIC ZZ9.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      *
       01 WS-DEPT-STAGE-AVERAGE-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 FILLER                     PIC X(30)
                VALUE 'AVERAGE DAYS TO EACH STAGE...:'.
          05 WS-AVG-STG-ENTRY           OCCURS 4 TIMES.
             10 WS-AVG-STG-LABEL        PIC X(5).
             10 WS-AVG-STG-DAYS         PIC X(4).
          05 FILLER                     PIC X(12)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-FILL-DAYS                  PIC S9(5) USAGE IS BINARY.
       01 WS-DEPT-FILL-DAYS             PIC S9(7) USAGE IS BINARY.
       01 WS-DEPT-FILL-COUNT            PIC S9(4) USAGE IS BINARY.
      *
      *    THE FILLED REQUISITION'S CANDIDATES, AND THE STAGE DATES OF
      *    THE ONE WHO WAS HIRED (ONE STAMPED BY EADDP WINS OVER ONE
      *    MERELY ACCEPTED).
       01 WS-APL-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-APL-BROWSE-DONE                   VALUE 'Y'.
       01 WS-APL-BROWSE-KEY.
          05 WS-APL-DEPARTMENT-ID       PIC 9(8).
          05 WS-APL-REQUISITION-SEQ     PIC 9(4).
          05 WS-APL-APPLICANT-SEQ       PIC 9(4).
       01 WS-HIRED-FOUND-FLAG           PIC X(1)  VALUE SPACES.
          88 WS-HIRED-CANDIDATE-FOUND             VALUE 'Y'.
          88 WS-HIRED-CANDIDATE-STAMPED           VALUE 'S'.
       01 WS-HIRED-STAGE-DATES.
          05 WS-HIRED-STAGE-DATE        PIC X(8)  OCCURS 4 TIMES.
       01 WS-CANDIDATE-COUNTS.
          05 WS-CAND-SCREENED           PIC S9(4) USAGE IS BINARY.
          05 WS-CAND-INTERVIEWED        PIC S9(4) USAGE IS BINARY.
          05 WS-CAND-OFFERED            PIC S9(4) USAGE IS BINARY.
          05 WS-CAND-ACCEPTED           PIC S9(4) USAGE IS BINARY.
          05 WS-CAND-DECLINED           PIC S9(4) USAGE IS BINARY.
       01 WS-STAGE-SUB                  PIC S9(4) USAGE IS BINARY.
       01 WS-STAGE-DAYS                 PIC S9(5) USAGE IS BINARY.
       01 WS-STAGE-DAYS-EDIT            PIC ZZZ9.
       01 WS-DEPT-STAGE-TOTALS.
          05 WS-DEPT-STAGE-ENTRY        OCCURS 4 TIMES.
             10 WS-DEPT-STAGE-DAYS      PIC S9(7) USAGE IS BINARY.
             10 WS-DEPT-STAGE-COUNT     PIC S9(4) USAGE IS BINARY.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH.
           MOVE ZERO TO WS-DEPT-FILL-DAYS.
           MOVE ZERO TO WS-DEPT-FILL-COUNT.
           INITIALIZE WS-DEPT-STAGE-TOTALS.
           MOVE ZERO TO WS-CURRENT-DEPARTMENT-ID.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
           MOVE WS-FILL-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2600-REPORT-CANDIDATE-STAGES.

       2400-WRITE-DEPT-HEADING.
           INITIALIZE WS-DEPARTMENT-HEADING-LINE.
           MOVE RQN-DEPARTMENT-ID TO WS-HDG-DEPT-ID.
                 WS-DEPT-FILL-DAYS / WS-DEPT-FILL-COUNT
              MOVE WS-DEPT-AVERAGE-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE

              INITIALIZE WS-DEPT-STAGE-AVERAGE-LINE
              PERFORM 2550-SET-ONE-STAGE-AVERAGE
                 VARYING WS-STAGE-SUB FROM 1 BY 1
                 UNTIL WS-STAGE-SUB IS GREATER THAN 4
              MOVE WS-DEPT-STAGE-AVERAGE-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

           MOVE ZERO TO WS-DEPT-FILL-DAYS.
           MOVE ZERO TO WS-DEPT-FILL-COUNT.
           INITIALIZE WS-DEPT-STAGE-TOTALS.

       2550-SET-ONE-STAGE-AVERAGE.
           MOVE WS-STAGE-LABEL(WS-STAGE-SUB)
              TO WS-AVG-STG-LABEL(WS-STAGE-SUB).

           IF WS-DEPT-STAGE-COUNT(WS-STAGE-SUB) IS GREATER THAN ZERO
              COMPUTE WS-STAGE-DAYS-EDIT ROUNDED =
                 WS-DEPT-STAGE-DAYS(WS-STAGE-SUB)
                 / WS-DEPT-STAGE-COUNT(WS-STAGE-SUB)
              MOVE WS-STAGE-DAYS-EDIT
                 TO WS-AVG-STG-DAYS(WS-STAGE-SUB)
           ELSE
              MOVE '   -' TO WS-AVG-STG-DAYS(WS-STAGE-SUB)
           END-IF.

       2600-REPORT-CANDIDATE-STAGES.
      *    THE APPLICANT KEY LEADS WITH THE REQUISITION'S KEY, SO THE
      *    REQUISITION'S CANDIDATES COME BACK TOGETHER.
           INITIALIZE WS-CANDIDATE-COUNTS.
           INITIALIZE WS-HIRED-FOUND-FLAG.
           MOVE SPACES TO WS-HIRED-STAGE-DATES.
           MOVE SPACE TO WS-APL-BROWSE-SWITCH.

           MOVE RQN-DEPARTMENT-ID TO WS-APL-DEPARTMENT-ID.
           MOVE RQN-REQUISITION-SEQ TO WS-APL-REQUISITION-SEQ.
           MOVE ZEROES TO WS-APL-APPLICANT-SEQ.

           EXEC CICS STARTBR
                FILE(APP-APPLICANT-FILE-NAME)
                RIDFLD(WS-APL-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2610-READ-NEXT-APPLICANT
                 UNTIL WS-APL-BROWSE-DONE

              EXEC CICS ENDBR
                   FILE(APP-APPLICANT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           INITIALIZE WS-STAGE-DETAIL-LINE.
           PERFORM 2620-SET-ONE-STAGE-DAYS
              VARYING WS-STAGE-SUB FROM 1 BY 1
              UNTIL WS-STAGE-SUB IS GREATER THAN 4.
           MOVE WS-STAGE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-CAND-SCREENED TO WS-CNT-SCREENED.
           MOVE WS-CAND-INTERVIEWED TO WS-CNT-INTERVIEWED.
           MOVE WS-CAND-OFFERED TO WS-CNT-OFFERED.
           MOVE WS-CAND-ACCEPTED TO WS-CNT-ACCEPTED.
           MOVE WS-CAND-DECLINED TO WS-CNT-DECLINED.
           MOVE WS-CANDIDATE-COUNT-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2610-READ-NEXT-APPLICANT.
           EXEC CICS READNEXT
                FILE(APP-APPLICANT-FILE-NAME)
                RIDFLD(WS-APL-BROWSE-KEY)
                INTO (APPLICANT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-APL-BROWSE-DONE TO TRUE
                EXIT PARAGRAPH
           WHEN APL-DEPARTMENT-ID IS NOT EQUAL TO RQN-DEPARTMENT-ID
           WHEN APL-REQUISITION-SEQ IS NOT EQUAL TO
                RQN-REQUISITION-SEQ
                SET WS-APL-BROWSE-DONE TO TRUE
                EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
           WHEN APL-SCREENED
                ADD 1 TO WS-CAND-SCREENED
           WHEN APL-INTERVIEWED
                ADD 1 TO WS-CAND-INTERVIEWED
           WHEN APL-OFFERED
                ADD 1 TO WS-CAND-OFFERED
           WHEN APL-ACCEPTED
                ADD 1 TO WS-CAND-ACCEPTED
           WHEN APL-DECLINED
                ADD 1 TO WS-CAND-DECLINED
           END-EVALUATE.

           IF NOT APL-ACCEPTED OR WS-HIRED-CANDIDATE-STAMPED
              EXIT PARAGRAPH
           END-IF.

           IF APL-HIRED-EMPLOYEE-ID IS GREATER THAN ZERO
              SET WS-HIRED-CANDIDATE-STAMPED TO TRUE
           ELSE
              IF WS-HIRED-CANDIDATE-FOUND
                 EXIT PARAGRAPH
              END-IF
              SET WS-HIRED-CANDIDATE-FOUND TO TRUE
           END-IF.

           MOVE APL-SCREENED-DATE TO WS-HIRED-STAGE-DATE(1).
           MOVE APL-INTERVIEWED-DATE TO WS-HIRED-STAGE-DATE(2).
           MOVE APL-OFFERED-DATE TO WS-HIRED-STAGE-DATE(3).
           MOVE APL-DECISION-DATE TO WS-HIRED-STAGE-DATE(4).

       2620-SET-ONE-STAGE-DAYS.
      *    DAYS FROM THE REQUISITION OPENING TO THE STAGE; A STAGE
      *    THE HIRED CANDIDATE SKIPPED (OR NO HIRED CANDIDATE AT ALL)
      *    SHOWS '-' AND STAYS OUT OF THE DEPARTMENT AVERAGE.
           MOVE WS-STAGE-LABEL(WS-STAGE-SUB)
              TO WS-STG-LABEL(WS-STAGE-SUB).

           IF WS-HIRED-STAGE-DATE(WS-STAGE-SUB) IS NOT NUMERIC
              MOVE '   -' TO WS-STG-DAYS(WS-STAGE-SUB)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-STAGE-DAYS =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-HIRED-STAGE-DATE(WS-STAGE-SUB)))
              - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(RQN-OPENED-DATE)).

           IF WS-STAGE-DAYS IS LESS THAN ZERO
              MOVE ZERO TO WS-STAGE-DAYS
           END-IF.

           MOVE WS-STAGE-DAYS TO WS-STAGE-DAYS-EDIT.
           MOVE WS-STAGE-DAYS-EDIT TO WS-STG-DAYS(WS-STAGE-SUB).

           ADD WS-STAGE-DAYS TO WS-DEPT-STAGE-DAYS(WS-STAGE-SUB).
           ADD 1 TO WS-DEPT-STAGE-COUNT(WS-STAGE-SUB).

       2900-BUILD-REPLY-TEXT.
           MOVE WS-FILLED-THIS-MONTH TO WS-REPLY-FILLED.
