       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAPLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'REQUISITION APPLICANT ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EREQP, IT'S A
      *        RECRUITER-SIDE UTILITY AND ISN'T REACHED FROM THE MAIN
      *        MENU.
      *      - LOOKS UP AN APPLICANT BY DEPARTMENT, REQUISITION
      *        SEQUENCE AND APPLICANT SEQUENCE. IF FOUND, LETS THE
      *        OPERATOR CHANGE THE NAME, SOURCE, STAGE OR DATES AND
      *        REWRITES THE RECORD. A BLANK (OR ZERO) APPLICANT
      *        SEQUENCE ADDS A NEW CANDIDATE UNDER THE NEXT FREE
      *        SEQUENCE FOR AN OPEN OR OFFERED REQUISITION, SCREENED
      *        AND APPLIED TODAY.
      *      - EACH STAGE STAMPS ITS OWN DATE THE FIRST TIME IT IS
      *        REACHED (ETTFRP REPORTS TIME-TO-FILL BY THOSE STAGES),
      *        AND AN OFFER MOVES AN OPEN REQUISITION TO OFFERED.
      *      - PF6 ON AN ACCEPTED APPLICANT MARKS THE REQUISITION
      *        FILLED AND HANDS THE APPLICANT KEY TO EADDP, WHICH
      *        OPENS ITS ADD SCREEN PRE-FILLED FROM THE APPLICANT AND
      *        REQUISITION - SEE EAPLCNT.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - APPLICANT ADMINISTRATION MAPSET.
      *      - APPLICANT ADMINISTRATION CONTAINER.
      *      - REQUISITION APPLICANT RECORD.
      *      - HIRING REQUISITION RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EAPLMAP.
       COPY EAPLCTR.
       COPY EAPLCNT.
       COPY EREQSTN.
       COPY DEPTMAST.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-SAVE-RESULT-FLAG       PIC X(1)  VALUE SPACES.
          88 APPLICANT-SAVED                  VALUE 'Y'.
      *
       01 WS-REQ-FOUND-FLAG         PIC X(1)  VALUE SPACES.
          88 REQUISITION-FOUND                VALUE 'Y'.
      *
       01 WS-SEQ-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-SEQ-SCAN-DONE                 VALUE 'Y'.
      *
       01 WS-HIGHEST-SEQ            PIC 9(4)  VALUE ZEROES.
       01 WS-SCAN-APPLICANT-KEY.
          05 WS-SCAN-DEPARTMENT-ID PIC 9(8).
          05 WS-SCAN-REQ-SEQ       PIC 9(4).
          05 WS-SCAN-APL-SEQ       PIC 9(4).
      *
       01 WS-APPLIED-DATE-NUMERIC   PIC 9(8)  VALUE ZEROES.
       01 WS-APPLIED-DATE-CHECK     PIC S9(4) USAGE COMP VALUE ZEROES.
          88 APPLIED-DATE-IS-VALID            VALUE ZERO.
      *
       01 WS-START-DATE-NUMERIC     PIC 9(8)  VALUE ZEROES.
       01 WS-START-DATE-CHECK       PIC S9(4) USAGE COMP VALUE ZEROES.
          88 START-DATE-IS-VALID              VALUE ZERO.
      *
       01 WS-NEW-REQ-STATUS         PIC X(1)  VALUE SPACES.
       01 WS-REQ-UPDATE-FLAG        PIC X(1)  VALUE SPACES.
          88 REQUISITION-UPDATED              VALUE 'Y'.
      *
       01 WS-ON-FILE-HIRED-ID       PIC 9(8)  VALUE ZEROES.
      *
       01 WS-TODAY-DATE             PIC X(8)  VALUE SPACES.
      *
      *    THE KEY HANDED TO EADDP ON PF6 - IT OPENS ITS ADD SCREEN
      *    PRE-FILLED FROM THIS APPLICANT.
       01 WS-HANDOFF-APPLICANT-KEY  PIC X(16) VALUE SPACES.
      *
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
          05 FILLER                 PIC X(5)  VALUE '<MSG:'.
          05 WS-DEBUG-TEXT          PIC X(45) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB1='.
          05 WS-DEBUG-EIBRESP       PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB2='.
          05 WS-DEBUG-EIBRESP2      PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
      *
       01 WS-DEBUG-MODE             PIC X(1)  VALUE 'N'.
          88 I-AM-DEBUGGING                   VALUE 'Y'.
          88 NOT-DEBUGGING                    VALUE 'N'.
      *
       01 WS-DEBUG-ITEM-NUMBER      PIC S9(4) USAGE IS BINARY.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-APLADM-CONTAINER-NAME)
                CHANNEL(APP-APLADM-CHANNEL-NAME)
                INTO (APPLICANT-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
      *         1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                PERFORM 2000-PROCESS-USER-INPUT
           WHEN OTHER
                MOVE 'Error Retrieving Applicant Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

       1000-FIRST-INTERACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1000-FIRST-INTERACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE APPLICANT-ADMIN-CONTAINER.
           INITIALIZE APPLICANT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EAPLMO.

           MOVE 'Enter a Department and Requisition (and Applicant To Ed
      -        'it, Blank To Add)!'
              TO WS-MESSAGE.
           MOVE -1 TO APDEPTL.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS RECEIVE
                MAP(APP-APLADM-MAP-NAME)
                MAPSET(APP-APLADM-MAPSET-NAME)
                INTO (EAPLMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-APPLICANT-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-APLADM-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-APPLICANT-RECORD
      *         SAME REASONING AS PF3 ABOVE - A FAILED VALIDATION MUST
      *         NOT CLEAR THE SCREEN OUT FROM UNDER THE OPERATOR.
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                END-IF
           WHEN DFHPF6
                PERFORM 2300-HIRE-APPLICANT
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-LOOKUP-OR-VALIDATE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-LOOKUP-OR-VALIDATE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN APA-NOT-SET
                PERFORM 2110-LOOKUP-APPLICANT
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-APPLICANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-APPLICANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF APDEPTL IS EQUAL TO ZERO
              MOVE 'Validation Error: Department ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO APDEPTL
              EXIT PARAGRAPH
           END-IF.

           IF APREQNL IS EQUAL TO ZERO OR
              APREQNI IS EQUAL TO SPACES
              MOVE 'Validation Error: Requisition Sequence is required!'
                 TO WS-MESSAGE
              MOVE -1 TO APREQNL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(APDEPTI)
                LENGTH(LENGTH OF APDEPTI)
                END-EXEC.
           MOVE APDEPTI TO APL-DEPARTMENT-ID.

           EXEC CICS BIF DEEDIT
                FIELD(APREQNI)
                LENGTH(LENGTH OF APREQNI)
                END-EXEC.
           MOVE APREQNI TO APL-REQUISITION-SEQ.

           PERFORM 2120-READ-REQUISITION.
           IF NOT REQUISITION-FOUND
              MOVE 'Validation Error: Requisition not found!'
                 TO WS-MESSAGE
              MOVE -1 TO APREQNL
              EXIT PARAGRAPH
           END-IF.

           IF APSEQNL IS EQUAL TO ZERO OR
              APSEQNI IS EQUAL TO SPACES
              PERFORM 2130-ADD-NEW-APPLICANT
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(APSEQNI)
                LENGTH(LENGTH OF APSEQNI)
                END-EXEC.
           MOVE APSEQNI TO APL-APPLICANT-SEQ.

           IF APL-APPLICANT-SEQ IS EQUAL TO ZERO
              PERFORM 2130-ADD-NEW-APPLICANT
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-APPLICANT-FILE-NAME)
                INTO (APPLICANT-RECORD)
                RIDFLD(APL-APPLICANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET APA-RECORD-FOUND TO TRUE
                SET APA-EDITING-EXISTING-APL TO TRUE
                MOVE APPLICANT-RECORD TO APA-APPLICANT-RECORD
                MOVE 'Record Found! Edit, then PF4=Save/Continue, PF3=Sa
      -             've/Exit or PF6=Hire.'
                   TO WS-MESSAGE
                MOVE -1 TO APNAMEL
           WHEN DFHRESP(NOTFND)
                MOVE 'Validation Error: Applicant not found - blank the 
      -             'Sequence to add one!'
                   TO WS-MESSAGE
                MOVE -1 TO APSEQNL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Applicant File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Applicant Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2120-READ-REQUISITION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-READ-REQUISITION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE APPLICANT KEY LEADS WITH ITS REQUISITION'S KEY.
           INITIALIZE WS-REQ-FOUND-FLAG.
           MOVE APL-DEPARTMENT-ID TO RQN-DEPARTMENT-ID.
           MOVE APL-REQUISITION-SEQ TO RQN-REQUISITION-SEQ.

           EXEC CICS READ
                FILE(APP-REQUISITION-FILE-NAME)
                INTO (REQUISITION-RECORD)
                RIDFLD(RQN-REQUISITION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET REQUISITION-FOUND TO TRUE
           END-IF.

       2130-ADD-NEW-APPLICANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-ADD-NEW-APPLICANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A FILLED OR CANCELLED REQUISITION TAKES NO NEW CANDIDATES.
           IF NOT RQN-COMMITS-A-SLOT
              MOVE 'Validation Error: Requisition is Filled or Cancelled
      -           ' - no new applicants!'
                 TO WS-MESSAGE
              MOVE -1 TO APREQNL
              EXIT PARAGRAPH
           END-IF.

      *    THE NEXT FREE SEQUENCE IS ONE PAST THE REQUISITION'S
      *    HIGHEST - THE KEYED BROWSE KEEPS A REQUISITION'S
      *    APPLICANTS TOGETHER SO THE SCAN IS SHORT.
           PERFORM 2135-FIND-HIGHEST-SEQUENCE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           INITIALIZE APPLICANT-RECORD.
           MOVE RQN-DEPARTMENT-ID TO APL-DEPARTMENT-ID.
           MOVE RQN-REQUISITION-SEQ TO APL-REQUISITION-SEQ.
           COMPUTE APL-APPLICANT-SEQ = WS-HIGHEST-SEQ + 1.
           SET APL-SCREENED TO TRUE.
           MOVE WS-TODAY-DATE TO APL-APPLIED-DATE.
           MOVE WS-TODAY-DATE TO APL-SCREENED-DATE.
           MOVE SPACES TO APL-INTERVIEWED-DATE.
           MOVE SPACES TO APL-OFFERED-DATE.
           MOVE SPACES TO APL-DECISION-DATE.
           MOVE SPACES TO APL-AGREED-START-DATE.
           MOVE ZEROES TO APL-HIRED-EMPLOYEE-ID.

           SET APA-RECORD-FOUND TO TRUE.
           SET APA-ADDING-NEW-APPLICANT TO TRUE.
           MOVE APPLICANT-RECORD TO APA-APPLICANT-RECORD.

           MOVE 'New Applicant - Enter a Name and Source, then PF4=Save 
      -        'or PF3=Save/Exit.'
              TO WS-MESSAGE.
           MOVE -1 TO APNAMEL.

       2135-FIND-HIGHEST-SEQUENCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2135-FIND-HIGHEST-SEQUENCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO WS-HIGHEST-SEQ.
           MOVE SPACE TO WS-SEQ-SCAN-SWITCH.
           MOVE RQN-DEPARTMENT-ID TO WS-SCAN-DEPARTMENT-ID.
           MOVE RQN-REQUISITION-SEQ TO WS-SCAN-REQ-SEQ.
           MOVE ZEROES TO WS-SCAN-APL-SEQ.

           EXEC CICS STARTBR
                FILE(APP-APPLICANT-FILE-NAME)
                RIDFLD(WS-SCAN-APPLICANT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2136-SCAN-ONE-APPLICANT
                 UNTIL WS-SEQ-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-APPLICANT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2136-SCAN-ONE-APPLICANT.
           EXEC CICS READNEXT
                FILE(APP-APPLICANT-FILE-NAME)
                RIDFLD(WS-SCAN-APPLICANT-KEY)
                INTO (APPLICANT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SEQ-SCAN-DONE TO TRUE
           WHEN APL-DEPARTMENT-ID IS NOT EQUAL TO
                RQN-DEPARTMENT-ID
                SET WS-SEQ-SCAN-DONE TO TRUE
           WHEN APL-REQUISITION-SEQ IS NOT EQUAL TO
                RQN-REQUISITION-SEQ
                SET WS-SEQ-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE APL-APPLICANT-SEQ TO WS-HIGHEST-SEQ
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE APA-APPLICANT-RECORD TO APPLICANT-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF APNAMEL IS GREATER THAN ZERO THEN
              MOVE APNAMEI TO APL-PRIMARY-NAME
           END-IF.

           IF APFULLL IS GREATER THAN ZERO THEN
              MOVE APFULLI TO APL-FULL-NAME
           END-IF.

           IF APSRCEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(APSRCEI) TO APL-SOURCE
           END-IF.

      *    ONCE EADDP HAS WRITTEN THE HIRE THE STAGE STAYS ACCEPTED.
           IF APSTAGL IS GREATER THAN ZERO AND
              APL-HIRED-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE FUNCTION UPPER-CASE(APSTAGI) TO APL-STAGE
           END-IF.

           IF APDATEL IS GREATER THAN ZERO THEN
              MOVE APDATEI TO APL-APPLIED-DATE
           END-IF.

           IF STDATEL IS GREATER THAN ZERO THEN
              MOVE STDATEI TO APL-AGREED-START-DATE
           END-IF.

           PERFORM 2155-STAMP-STAGE-DATE.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE APPLICANT-RECORD TO APA-APPLICANT-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.
           PERFORM 2160-VALIDATE-DATES.

           EVALUATE TRUE
           WHEN APL-PRIMARY-NAME IS EQUAL TO SPACES
                MOVE 'Validation Error: Applicant Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO APNAMEL
           WHEN NOT APL-SOURCE-VALID
                MOVE 'Validation Error: Source must be A, R, J, W, I or 
      -             'D!'
                   TO WS-MESSAGE
                MOVE -1 TO APSRCEL
           WHEN NOT APL-STAGE-VALID
                MOVE 'Validation Error: Stage must be S, I, O, A or D!'
                   TO WS-MESSAGE
                MOVE -1 TO APSTAGL
           WHEN NOT APPLIED-DATE-IS-VALID
                MOVE 'Validation Error: Applied Date must be a valid YYY
      -             'YMMDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO APDATEL
           WHEN NOT START-DATE-IS-VALID
                MOVE 'Validation Error: Agreed Start Date must be a vali
      -             'd YYYYMMDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO STDATEL
           WHEN APL-ACCEPTED AND
                APL-AGREED-START-DATE IS EQUAL TO SPACES
                MOVE 'Validation Error: Agreed Start Date is required on
      -             'ce Accepted!'
                   TO WS-MESSAGE
                MOVE -1 TO STDATEL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -             'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO APNAMEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2155-STAMP-STAGE-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2155-STAMP-STAGE-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A STAGE REACHED FOR THE FIRST TIME IS STAMPED TODAY; THE
      *    EARLIER STAGES KEEP THEIR DATES SO ETTFRP CAN MEASURE EACH
      *    ONE. A DECISION TAKEN BACK LOSES ITS STAMP, THE SAME WAY
      *    EREQP UNSTAMPS A WITHDRAWN FILL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           EVALUATE TRUE
           WHEN APL-SCREENED
                IF APL-SCREENED-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO APL-SCREENED-DATE
                END-IF
           WHEN APL-INTERVIEWED
                IF APL-INTERVIEWED-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO APL-INTERVIEWED-DATE
                END-IF
           WHEN APL-OFFERED
                IF APL-OFFERED-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO APL-OFFERED-DATE
                END-IF
           WHEN APL-DECIDED
                IF APL-DECISION-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAY-DATE TO APL-DECISION-DATE
                END-IF
           END-EVALUATE.

           IF NOT APL-DECIDED
              MOVE SPACES TO APL-DECISION-DATE
           END-IF.

       2160-VALIDATE-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    FUNCTION TEST-DATE-YYYYMMDD RETURNS ZERO FOR A VALID
      *    YYYYMMDD CALENDAR DATE. THE AGREED START DATE IS OPTIONAL
      *    UNTIL THE CANDIDATE ACCEPTS.
           MOVE 1 TO WS-APPLIED-DATE-CHECK.
           IF APL-APPLIED-DATE IS NUMERIC THEN
              MOVE APL-APPLIED-DATE TO WS-APPLIED-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-APPLIED-DATE-NUMERIC)
                 TO WS-APPLIED-DATE-CHECK
           END-IF.

           MOVE ZERO TO WS-START-DATE-CHECK.
           IF APL-AGREED-START-DATE IS NOT EQUAL TO SPACES THEN
              MOVE 1 TO WS-START-DATE-CHECK
              IF APL-AGREED-START-DATE IS NUMERIC THEN
                 MOVE APL-AGREED-START-DATE TO WS-START-DATE-NUMERIC
                 MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE-NUMERIC)
                    TO WS-START-DATE-CHECK
              END-IF
           END-IF.

       2200-SAVE-APPLICANT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-APPLICANT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-SAVE-RESULT-FLAG.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Applicant Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN APA-ADDING-NEW-APPLICANT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

      *    AN OFFER OUT TO A CANDIDATE MOVES AN OPEN REQUISITION TO
      *    OFFERED - IT STILL COMMITS ITS SLOT EITHER WAY.
           IF APPLICANT-SAVED AND APL-OFFERED THEN
              PERFORM 2120-READ-REQUISITION
              IF REQUISITION-FOUND AND RQN-OPEN THEN
                 MOVE 'R' TO WS-NEW-REQ-STATUS
                 PERFORM 3200-UPDATE-REQUISITION-STATUS
              END-IF
           END-IF.

       2300-HIRE-APPLICANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-HIRE-APPLICANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF APA-NOT-SET
              MOVE 'Validation Error: Locate an Accepted Applicant befor
      -           'e PF6=Hire!'
                 TO WS-MESSAGE
              MOVE -1 TO APDEPTL
              EXIT PARAGRAPH
           END-IF.

      *    WHATEVER IS ON THE SCREEN IS SAVED FIRST, SO THE HIRE IS
      *    NEVER BUILT FROM A STAGE OR START DATE NOBODY SAVED.
           PERFORM 2200-SAVE-APPLICANT-RECORD.

           IF NOT APPLICANT-SAVED
              EXIT PARAGRAPH
           END-IF.

           IF NOT APL-ACCEPTED
              MOVE 'Validation Error: Only an Accepted applicant can be 
      -           'hired - set Stage A!'
                 TO WS-MESSAGE
              MOVE -1 TO APSTAGL
              EXIT PARAGRAPH
           END-IF.

           IF APL-HIRED-EMPLOYEE-ID IS GREATER THAN ZERO
              MOVE 'Validation Error: Applicant already hired - see the 
      -           'Employee ID shown!'
                 TO WS-MESSAGE
              MOVE -1 TO APNAMEL
              EXIT PARAGRAPH
           END-IF.

      *    A REQUISITION ALREADY FILLED IS LET THROUGH AGAIN - THAT IS
      *    AN EARLIER PF6 WHOSE ADD SCREEN WAS LEFT WITHOUT SAVING.
           PERFORM 2120-READ-REQUISITION.

           EVALUATE TRUE
           WHEN NOT REQUISITION-FOUND
                MOVE 'Error: Requisition Not Found!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN RQN-CANCELLED
                MOVE 'Validation Error: Requisition is Cancelled - canno
      -             't hire against it!'
                   TO WS-MESSAGE
                MOVE -1 TO APREQNL
                EXIT PARAGRAPH
           WHEN RQN-FILLED
                CONTINUE
           WHEN OTHER
                MOVE 'F' TO WS-NEW-REQ-STATUS
                PERFORM 3200-UPDATE-REQUISITION-STATUS
                IF NOT REQUISITION-UPDATED
                   EXIT PARAGRAPH
                END-IF
           END-EVALUATE.

           MOVE APL-APPLICANT-KEY TO WS-HANDOFF-APPLICANT-KEY.

           PERFORM 2400-DELETE-APLADM-CONTAINER.

           EXEC CICS XCTL
                PROGRAM(APP-ADD-PROGRAM-NAME)
                COMMAREA(WS-HANDOFF-APPLICANT-KEY)
                LENGTH(LENGTH OF WS-HANDOFF-APPLICANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE 'Error Transferring To The Add Employee Program!'
              TO WS-MESSAGE.

       2400-DELETE-APLADM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-APLADM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-APLADM-CONTAINER-NAME)
                CHANNEL(APP-APLADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE APPLICANT-ADMIN-CONTAINER.
           SET APA-NOT-SET TO TRUE.
           INITIALIZE APPLICANT-RECORD.
           INITIALIZE EAPLMO.
           MOVE 'Enter a Department and Requisition (and Applicant To Ed
      -        'it, Blank To Add)!'
              TO WS-MESSAGE.
           MOVE -1 TO APDEPTL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APA-APPLICANT-RECORD TO APPLICANT-RECORD.

           EXEC CICS WRITE
                FILE(APP-APPLICANT-FILE-NAME)
                FROM (APPLICANT-RECORD)
                RIDFLD(APL-APPLICANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Applicant Added Successfully!'
                   TO WS-MESSAGE
                SET APA-EDITING-EXISTING-APL TO TRUE
                SET APPLICANT-SAVED TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Applicant Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Applicant File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Applicant Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-APPLICANT-FILE-NAME)
                INTO (APPLICANT-RECORD)
                RIDFLD(APL-APPLICANT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         EADDP MAY HAVE STAMPED THE HIRE SINCE THE SCREEN WAS
      *         LOADED - KEEP WHAT IS ON FILE.
                MOVE APL-HIRED-EMPLOYEE-ID TO WS-ON-FILE-HIRED-ID
                MOVE APA-APPLICANT-RECORD TO APPLICANT-RECORD
                IF WS-ON-FILE-HIRED-ID IS GREATER THAN ZERO
                   MOVE WS-ON-FILE-HIRED-ID TO APL-HIRED-EMPLOYEE-ID
                   SET APL-ACCEPTED TO TRUE
                   MOVE APPLICANT-RECORD TO APA-APPLICANT-RECORD
                END-IF

                EXEC CICS REWRITE
                     FILE(APP-APPLICANT-FILE-NAME)
                     FROM (APPLICANT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Applicant Updated Successfully!'
                        TO WS-MESSAGE
                     SET APPLICANT-SAVED TO TRUE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Applicant File Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Applicant Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Applicant Not Found!' TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Applicant File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Applicant Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3200-UPDATE-REQUISITION-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-UPDATE-REQUISITION-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    MOVES THE APPLICANT'S REQUISITION TO WS-NEW-REQ-STATUS. A
      *    FILL IS STAMPED TODAY, EXACTLY AS EREQP STAMPS ONE.
           INITIALIZE WS-REQ-UPDATE-FLAG.
           MOVE APL-DEPARTMENT-ID TO RQN-DEPARTMENT-ID.
           MOVE APL-REQUISITION-SEQ TO RQN-REQUISITION-SEQ.

           EXEC CICS READ
                FILE(APP-REQUISITION-FILE-NAME)
                INTO (REQUISITION-RECORD)
                RIDFLD(RQN-REQUISITION-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE WS-NEW-REQ-STATUS TO RQN-STATUS
                IF RQN-FILLED
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RQN-FILLED-DATE
                END-IF

                EXEC CICS REWRITE
                     FILE(APP-REQUISITION-FILE-NAME)
                     FROM (REQUISITION-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   SET REQUISITION-UPDATED TO TRUE
                ELSE
                   MOVE 'Error Rewriting Requisition Record!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Requisition File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Requisition Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-APLADM-CONTAINER.

           EXEC CICS SEND
                MAP(APP-APLADM-MAP-NAME)
                MAPSET(APP-APLADM-MAPSET-NAME)
                FROM (EAPLMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-APLADM-CHANNEL-NAME)
                TRANSID(APP-APLADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.
           MOVE '<Direct>' TO LOGDINO.

           IF APA-RECORD-FOUND THEN
              MOVE APA-APPLICANT-RECORD TO APPLICANT-RECORD
              MOVE APL-DEPARTMENT-ID TO APDEPTO
              MOVE APL-REQUISITION-SEQ TO APREQNO
              MOVE APL-APPLICANT-SEQ TO APSEQNO
              MOVE APL-PRIMARY-NAME TO APNAMEO
              MOVE APL-FULL-NAME TO APFULLO
              MOVE APL-SOURCE TO APSRCEO
              MOVE APL-STAGE TO APSTAGO
              MOVE APL-APPLIED-DATE TO APDATEO
              MOVE APL-SCREENED-DATE TO SCDATEO
              MOVE APL-INTERVIEWED-DATE TO IVDATEO
              MOVE APL-OFFERED-DATE TO OFDATEO
              MOVE APL-DECISION-DATE TO DCDATEO
              MOVE APL-AGREED-START-DATE TO STDATEO
              IF APL-HIRED-EMPLOYEE-ID IS GREATER THAN ZERO
                 MOVE APL-HIRED-EMPLOYEE-ID TO HIREIDO
              END-IF
              PERFORM 9110-SHOW-REQUISITION
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Record'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:9) IS EQUAL TO 'Applicant'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9110-SHOW-REQUISITION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9110-SHOW-REQUISITION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2120-READ-REQUISITION.

           IF REQUISITION-FOUND THEN
              MOVE RQN-JOB-TITLE-CODE TO RQTITLO
              MOVE RQN-STATUS TO RQSTATO
           END-IF.

           MOVE APL-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE DEPT-DEPARTMENT-NAME TO DPNAMEO
           END-IF.

       9150-PUT-APLADM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-APLADM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-APLADM-CONTAINER-NAME)
                CHANNEL(APP-APLADM-CHANNEL-NAME)
                FROM (APPLICANT-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Applicant Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9300-DEBUG-AID.
      *    >>> DEBUGGING ONLY <<<
           IF I-AM-DEBUGGING THEN
              INITIALIZE WS-DEBUG-MESSAGE

              MOVE WS-DEBUG-AID TO WS-DEBUG-TEXT
              MOVE EIBRESP TO WS-DEBUG-EIBRESP
              MOVE EIBRESP2 TO WS-DEBUG-EIBRESP2

              EXEC CICS WRITEQ TS
                   QNAME(APP-DEBUG-TRACE-QUEUE-NAME)
                   FROM (WS-DEBUG-MESSAGE)
                   ITEM (WS-DEBUG-ITEM-NUMBER)
                   MAIN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
      *    >>> -------------- <<<
