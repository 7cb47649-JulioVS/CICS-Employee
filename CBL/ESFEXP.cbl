      *        EXACT KEY MATCH ON ID, NAME OR TITLE; UP TO FOUR
      *        INCLUDE AND FOUR EXCLUDE DEPARTMENTS; EMPLOYMENT-DATE
      *        RANGE.
      *      - A SET SAVED WITH AN EXTRACT LAYOUT (SVF-LAYOUT-NAME)
      *        HAS ITS ROWS BUILT BY EXFMTP, EXACTLY AS ELISTP'S PF9
      *        EXPORT BUILDS THEM, MASKED FOR THE SET OWNER'S USER
      *        TYPE. A COMMA-DELIMITED LAYOUT OPENS WITH ITS HEADER ROW
      *        IN PLACE OF THE EXPORT HEADING.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *        HERE).
      *      - SAVED FILTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - EXTRACT FORMAT CONTAINER AND EXTRACT LAYOUT RECORD.
      *      - REGISTERED USER RECORD (THE SET OWNER'S USER TYPE).
      ******************************************************************
       COPY ECONST.
       COPY ELSTCTR.
       COPY ESAVFLT.
       COPY EEXPAUD.
       COPY EMPMAST.
       COPY EXFMCTR.
       COPY EXLAYT.
       COPY EREGUSR.
      ******************************************************************
      *   DEFINE MY EXPORT LINE LAYOUTS - SAME SHAPE AS ELISTP'S OWN
      *   EXPORT DETAIL.
          88 WS-VALUE-CONTAINED                  VALUE 'Y'.
      *
       01 WS-EXPORT-QUEUE-NAME         PIC X(8)  VALUE SPACES.
      *
      *    SET WHEN THE FILTER SET BEING CUT NAMES AN EXTRACT LAYOUT
      *    THAT IS ON FILE - EXFMTP THEN BUILDS EVERY ROW.
       01 WS-EXPORT-LAYOUT-FLAG        PIC X(1)  VALUE SPACES.
          88 WS-EXPORT-LAYOUT-IN-USE             VALUE 'Y'.
       01 WS-LAYOUT-USER-CATEGORY      PIC X(3)  VALUE SPACES.
       01 WS-RUN-DATE                  PIC X(8)  VALUE SPACES.
      *
      *    THE CONTAINS SCAN - A TRIMMED FILTER VALUE IS SLID ALONG
           MOVE WS-EXPORT-QUEUE-NAME TO WS-VOLUME-BASE-NAME.
           PERFORM 9040-SET-UP-VOLUME-CONTROL.

           INITIALIZE WS-EXPORT-LAYOUT-FLAG.
           IF SVF-LAYOUT-NAME IS NOT EQUAL TO SPACES
              PERFORM 2250-LOAD-EXPORT-LAYOUT
           END-IF.

           MOVE ZERO TO WS-ITEM-NUMBER.

           IF WS-EXPORT-LAYOUT-IN-USE AND XLY-COMMA-DELIMITED
              PERFORM 2260-WRITE-LAYOUT-HEADER-ROW
           ELSE
              INITIALIZE WS-EXPORT-HEADING-LINE
              MOVE SVF-FILTER-NAME TO WS-HDG-FILTER-NAME
              MOVE SVF-USER-ID TO WS-HDG-USER-ID
              MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

              PERFORM 9050-CHECK-VOLUME-SPILL

              EXEC CICS WRITEQ TS
                   QNAME(WS-VOLUME-QUEUE-NAME)
                   FROM (WS-EXPORT-HEADING-LINE)
                   ITEM (WS-ITEM-NUMBER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              ADD 1 TO WS-VOLUME-ITEM-COUNT
           END-IF.

           MOVE WS-RECORDS-EXPORTED TO WS-PRIOR-EXPORTED.
           PERFORM 2300-SCAN-EMPLOYEE-MASTER.
           PERFORM 9060-WRITE-VOLUME-MANIFEST.
           PERFORM 2400-LOG-EXPORT-AUDIT.

       2250-LOAD-EXPORT-LAYOUT.
      *    THE ROWS ARE MASKED FOR THE SET OWNER, AS IF THEY HAD CUT
      *    THE EXPORT THEMSELVES - AN OWNER NO LONGER REGISTERED GETS
      *    THE STANDARD-USER MASKING.
           MOVE 'STD' TO WS-LAYOUT-USER-CATEGORY.
           MOVE SVF-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              (RU-UT-ADMINISTRATOR OR RU-UT-MANAGER)
              MOVE RU-USER-TYPE TO WS-LAYOUT-USER-CATEGORY
           END-IF.

      *    NO ONE IS AT A TERMINAL TO RE-ENTER A LAYOUT NAME, SO A
      *    LAYOUT THAT CAN'T BE LOADED LEAVES THE SET CUT IN THE
      *    STANDARD RECORD RATHER THAN NOT CUT AT ALL.
           INITIALIZE EXTRACT-FORMAT-CONTAINER.
           SET XFC-LOAD-LAYOUT TO TRUE.
           MOVE SVF-LAYOUT-NAME TO XFC-LAYOUT-NAME.
           PERFORM 2280-LINK-EXTRACT-FORMATTER.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              XFC-PROCESSED-OK
              MOVE XFC-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD
              SET WS-EXPORT-LAYOUT-IN-USE TO TRUE
           END-IF.

       2260-WRITE-LAYOUT-HEADER-ROW.
           SET XFC-FORMAT-HEADER TO TRUE.
           PERFORM 2280-LINK-EXTRACT-FORMATTER.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              XFC-PROCESSED-OK
              PERFORM 9050-CHECK-VOLUME-SPILL

              EXEC CICS WRITEQ TS
                   QNAME(WS-VOLUME-QUEUE-NAME)
                   FROM (XFC-OUTPUT-LINE)
                   LENGTH(XFC-LINE-LENGTH)
                   ITEM (WS-ITEM-NUMBER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              ADD 1 TO WS-VOLUME-ITEM-COUNT
           END-IF.

       2270-FORMAT-LAYOUT-EXPORT-ROW.
           SET XFC-FORMAT-DETAIL TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO XFC-EMPLOYEE-ID.
           PERFORM 2280-LINK-EXTRACT-FORMATTER.

      *    A ROW THE FORMATTER COULDN'T BUILD STILL GOES OUT, WITH
      *    JUST THE EMPLOYEE ID, SO THE ROW COUNT STAYS TRUE.
           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT XFC-PROCESSED-OK
              MOVE SPACES TO XFC-OUTPUT-LINE
              MOVE EMP-EMPLOYEE-ID TO XFC-OUTPUT-LINE(1:8)
              MOVE 8 TO XFC-LINE-LENGTH
           END-IF.

       2280-LINK-EXTRACT-FORMATTER.
           MOVE WS-LAYOUT-USER-CATEGORY TO XFC-USER-CATEGORY.
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

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS GET
                   CONTAINER(APP-EXFMT-CONTAINER-NAME)
                   CHANNEL(APP-EXFMT-CHANNEL-NAME)
                   INTO (EXTRACT-FORMAT-CONTAINER)
                   FLENGTH(LENGTH OF EXTRACT-FORMAT-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2400-LOG-EXPORT-AUDIT.
      *    DATA JUST LEFT THE SYSTEM - LOG THE FILTER'S OWNER, THE
      *    QUEUE, THE FILTER NAME AND THE ROW COUNT FOR THE EEXPQP
              INTO XPA-CRITERIA
           END-STRING.

      *    ONLY A LAYOUT ACTUALLY USED IS LOGGED - A SET WHOSE LAYOUT
      *    HAS GONE FROM THE TABLE WAS CUT IN THE STANDARD RECORD.
           IF WS-EXPORT-LAYOUT-IN-USE
              MOVE ' LAYOUT=' TO XPA-CRITERIA(24:8)
              MOVE SVF-LAYOUT-NAME TO XPA-CRITERIA(32:8)
           END-IF.

           EXEC CICS WRITE
                FILE(APP-EXPORT-AUDIT-FILE-NAME)
                FROM (EXPORT-AUDIT-RECORD)

              PERFORM 9050-CHECK-VOLUME-SPILL

              IF WS-EXPORT-LAYOUT-IN-USE
                 PERFORM 2270-FORMAT-LAYOUT-EXPORT-ROW

                 EXEC CICS WRITEQ TS
                      QNAME(WS-VOLUME-QUEUE-NAME)
                      FROM (XFC-OUTPUT-LINE)
                      LENGTH(XFC-LINE-LENGTH)
                      ITEM (WS-ITEM-NUMBER)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              ELSE
                 EXEC CICS WRITEQ TS
                      QNAME(WS-VOLUME-QUEUE-NAME)
                      FROM (WS-EXPORT-DETAIL-LINE)
                      ITEM (WS-ITEM-NUMBER)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF

              ADD 1 TO WS-VOLUME-ITEM-COUNT
           END-IF.
