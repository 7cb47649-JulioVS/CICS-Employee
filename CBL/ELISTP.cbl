       COPY EREGUSR.
       COPY ESAVFLT.
       COPY EEXPAUD.
       COPY EXFMCTR.
       COPY EXLAYT.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 EXP-JOB-TITLE             PIC X(29)  VALUE SPACES.
      *
      *    THE EXTERNAL (GOVERNMENT) ID - MASKED TO ITS LAST FOUR
      *    CHARACTERS FOR EVERY ROLE, SINCE THE MASTER HOLDS IT
      *    ENCIPHERED (ALL BUT THE LAST FOUR).
          05 FILLER                    PIC X(2)   VALUE SPACES.
          05 EXP-EXTERNAL-ID           PIC X(12)  VALUE SPACES.
      *
      *
       01 WS-EXPORT-ITEM-NUMBER        PIC S9(4) USAGE IS BINARY.
      *
      *    SET WHEN THE FILTERS SCREEN NAMED AN EXTRACT LAYOUT (SEE
      *    EXLAYT.CPY) - EXFMTP THEN BUILDS EVERY EXPORT ROW INSTEAD
      *    OF WS-EXPORT-DETAIL-LINE.
       01 WS-EXPORT-LAYOUT-FLAG        PIC X(1)  VALUE SPACES.
          88 WS-EXPORT-LAYOUT-IN-USE             VALUE 'Y'.
      *
      *
      *    ROW-SELECTION HANDOFF TO THE DETAIL SCREEN - THE WHOLE
      *    LIST CONTAINER IS PARKED ON A PER-USER QUEUE SO THE
           PERFORM 1170-SET-LINES-PER-PAGE.

           MOVE DFHCOMMAREA TO LST-INCL-DEPT-ID(1).
           SET LST-FILTERS-SET TO TRUE.

           PERFORM 1250-DETERMINE-DEPT-FAST-PATH.
           PERFORM 1300-READ-EMPLOYEES-BY-ID.
           INITIALIZE WS-EXPORT-READ-COUNTER.
           INITIALIZE WS-EXPORT-WRITE-COUNTER.

      *    A NAMED EXTRACT LAYOUT MUST BE ON FILE BEFORE ANY PRIOR
      *    EXPORT IS CLEARED - A MISTYPED NAME LEAVES THE LAST CUT
      *    WHERE IT IS.
           INITIALIZE WS-EXPORT-LAYOUT-FLAG.
           IF LST-EXPORT-LAYOUT-NAME IS NOT EQUAL TO SPACES THEN
              PERFORM 2660-LOAD-EXPORT-LAYOUT
              IF NOT WS-EXPORT-LAYOUT-IN-USE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    CLEAR OUT ANY PRIOR EXPORT SO IT DOESN'T GET APPENDED TO -
      *    QIDERR JUST MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
           MOVE APP-LIST-EXPORT-QUEUE-NAME TO WS-VOLUME-BASE-NAME.
           PERFORM 9040-SET-UP-VOLUME-CONTROL.

      *    A COMMA-DELIMITED LAYOUT OPENS WITH ITS ROW OF FIELD NAMES.
           IF WS-EXPORT-LAYOUT-IN-USE AND XLY-COMMA-DELIMITED THEN
              PERFORM 2670-WRITE-LAYOUT-HEADER-ROW
           END-IF.

           PERFORM 2610-START-EXPORT-BROWSE.
           IF WS-CICS-RESPONSE EQUAL DFHRESP(NORMAL)
              PERFORM 2620-READ-NEXT-EXPORT-RECORD
              INTO XPA-CRITERIA
           END-STRING.

           IF WS-EXPORT-LAYOUT-IN-USE THEN
              MOVE ' LAYOUT=' TO XPA-CRITERIA(23:8)
              MOVE LST-EXPORT-LAYOUT-NAME TO XPA-CRITERIA(31:8)
           END-IF.

           EXEC CICS WRITE
                FILE(APP-EXPORT-AUDIT-FILE-NAME)
                FROM (EXPORT-AUDIT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2660-LOAD-EXPORT-LAYOUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2660-LOAD-EXPORT-LAYOUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EXTRACT-FORMAT-CONTAINER.
           SET XFC-LOAD-LAYOUT TO TRUE.
           MOVE LST-EXPORT-LAYOUT-NAME TO XFC-LAYOUT-NAME.
           PERFORM 2690-LINK-EXTRACT-FORMATTER.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              XFC-PROCESSED-OK THEN
              MOVE XFC-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD
              SET WS-EXPORT-LAYOUT-IN-USE TO TRUE
           ELSE
              IF XFC-MESSAGE IS NOT EQUAL TO SPACES
                 MOVE XFC-MESSAGE TO WS-MESSAGE
              ELSE
                 MOVE 'Error Linking To Extract Formatter!'
                    TO WS-MESSAGE
              END-IF
           END-IF.

       2670-WRITE-LAYOUT-HEADER-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2670-WRITE-LAYOUT-HEADER-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HEADER ROW TAKES A QUEUE ITEM BUT IS NOT AN EMPLOYEE,
      *    SO IT STAYS OUT OF WS-EXPORT-WRITE-COUNTER AND THE AUDIT
      *    ROW COUNT.
           SET XFC-FORMAT-HEADER TO TRUE.
           PERFORM 2690-LINK-EXTRACT-FORMATTER.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              XFC-PROCESSED-OK THEN
              PERFORM 9050-CHECK-VOLUME-SPILL

              EXEC CICS WRITEQ TS
                   QNAME(WS-VOLUME-QUEUE-NAME)
                   FROM (XFC-OUTPUT-LINE)
                   LENGTH(XFC-LINE-LENGTH)
                   ITEM (WS-EXPORT-ITEM-NUMBER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              ADD 1 TO WS-VOLUME-ITEM-COUNT
           END-IF.

       2680-FORMAT-LAYOUT-EXPORT-ROW.
           SET XFC-FORMAT-DETAIL TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO XFC-EMPLOYEE-ID.
           PERFORM 2690-LINK-EXTRACT-FORMATTER.

      *    A ROW THE FORMATTER COULDN'T BUILD STILL GOES OUT, WITH
      *    JUST THE EMPLOYEE ID, SO THE ROW COUNT STAYS TRUE.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT XFC-PROCESSED-OK THEN
              MOVE SPACES TO XFC-OUTPUT-LINE
              MOVE EMP-EMPLOYEE-ID TO XFC-OUTPUT-LINE(1:8)
              MOVE 8 TO XFC-LINE-LENGTH
           END-IF.

       2690-LINK-EXTRACT-FORMATTER.
           MOVE LST-USER-CATEGORY TO XFC-USER-CATEGORY.
           MOVE EXPORT-LAYOUT-RECORD TO XFC-LAYOUT-RECORD.

           EXEC CICS PUT
                CONTAINER(APP-EXFMT-CONTAINER-NAME)
                CHANNEL(APP-EXFMT-CHANNEL-NAME)
                FROM (EXTRACT-FORMAT-CONTAINER)
                FLENGTH(LENGTH OF EXTRACT-FORMAT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS LINK
                PROGRAM(APP-EXFMT-PROGRAM-NAME)
                CHANNEL(APP-EXFMT-CHANNEL-NAME)
                TRANSID(EIBTRNID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              EXEC CICS GET
                   CONTAINER(APP-EXFMT-CONTAINER-NAME)
                   CHANNEL(APP-EXFMT-CHANNEL-NAME)
                   INTO (EXTRACT-FORMAT-CONTAINER)
                   FLENGTH(LENGTH OF EXTRACT-FORMAT-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9040-SET-UP-VOLUME-CONTROL.
      *    CALLED ONCE PER EXTRACT WITH WS-VOLUME-BASE-NAME SET -
      *    CLEARS EVERY CONTINUATION VOLUME AND THE MANIFEST LEFT BY

              MOVE SPACES TO EXP-EXTERNAL-ID
              IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
                 MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
                 MOVE WS-MASKED-EXTERNAL-ID TO EXP-EXTERNAL-ID
              END-IF

              IF WS-EXPORT-LAYOUT-IN-USE
                 PERFORM 2680-FORMAT-LAYOUT-EXPORT-ROW
              END-IF

              ADD 1 TO WS-EXPORT-WRITE-COUNTER
      *       BACK THE ITEM NUMBER, SO THE WRITE GETS ITS OWN FIELD
      *       AND THE RUNNING COUNTER STAYS HONEST ACROSS A VOLUME
      *       ROLL.
              IF WS-EXPORT-LAYOUT-IN-USE
                 EXEC CICS WRITEQ TS
                      QNAME(WS-VOLUME-QUEUE-NAME)
                      FROM (XFC-OUTPUT-LINE)
                      LENGTH(XFC-LINE-LENGTH)
                      ITEM (WS-EXPORT-ITEM-NUMBER)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              ELSE
                 EXEC CICS WRITEQ TS
                      QNAME(WS-VOLUME-QUEUE-NAME)
                      FROM (WS-EXPORT-DETAIL-LINE)
                      ITEM (WS-EXPORT-ITEM-NUMBER)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF

              ADD 1 TO WS-VOLUME-ITEM-COUNT
           END-IF.
                MOVE 'Clear Criteria Requested' TO WS-MESSAGE
                SET WS-ACTION-CLEAR TO TRUE
                INITIALIZE LST-FILTERS
                           LST-ALL-FILTERS-GROUP
                SET LST-FILTERS-NOT-SET TO TRUE
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
                SET WS-ACTION-INVALID TO TRUE
              MOVE FLTLODI TO LST-LOAD-FILTER-FLAG
           END-IF.

      *    EXTRACT LAYOUT FOR THE PF9 EXPORT (SEE EXLAYT.CPY) - TAKEN
      *    BEFORE THE SAVE BELOW SO IT IS KEPT WITH THE NAMED SET.
           IF LAYNAMI IS NOT EQUAL TO LOW-VALUE THEN
              MOVE LAYNAMI TO LST-EXPORT-LAYOUT-NAME
           END-IF.

           IF LST-SAVED-FILTER-NAME IS NOT EQUAL TO SPACES THEN
      *       WE RE-IDENTIFY THE SIGNED-ON USER HERE RATHER THAN
      *       TRUSTING WHATEVER 1155 LEFT IN WORKING-STORAGE, SINCE
      *    >>> -------------- <<<

      *    IF NO DATE FILTERS WERE SET, WE JUST 'OK' IT AND RETURN
           IF LST-NO-EMPDATE-FILTERS THEN
              SET WS-DATE-FILTER-PASSED TO TRUE
              EXIT PARAGRAPH
           END-IF.
           MOVE LST-EMPLOYEE-TYPE-FILTER TO EMPTYPO.

           MOVE LST-SAVED-FILTER-NAME TO FLTNAMO.
           MOVE LST-EXPORT-LAYOUT-NAME TO LAYNAMO.

           MOVE WS-FILTERS-MSG-EF TO MESSFLO.
           MOVE DFHTURQ TO MESSFLC.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SVF-FILTER-CRITERIA TO LST-ALL-FILTERS-GROUP
                MOVE SVF-LAYOUT-NAME TO LST-EXPORT-LAYOUT-NAME
                SET LST-FILTERS-SET TO TRUE
                MOVE 'Named Filter Set Loaded!' TO WS-MESSAGE
           WHEN DFHRESP(NOTFND)
           PERFORM 3711-READ-NAMED-FILTER-FOR-UPDATE.

           MOVE LST-ALL-FILTERS-GROUP TO SVF-FILTER-CRITERIA.
           MOVE LST-EXPORT-LAYOUT-NAME TO SVF-LAYOUT-NAME.

      *    A NAME ENDING IN '+' FLAGS THE SET FOR ESFEXP'S SCHEDULED
      *    EXPORT RUNS (SEE ESAVFLT.CPY) - THE '+' STAYS PART OF THE
