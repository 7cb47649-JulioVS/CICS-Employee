      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMPLOYEE HISTORY TIMELINE' INQUIRY PROGRAM.
      *      - MERGES ONE EMPLOYEE'S EAUDIT ENTRIES, DEPTTRN TRANSFER
      *        RECORDS AND ENAMHST NAME CHANGES (ALL KEYED EMPLOYEE-ID
      *        + TIMESTAMP) INTO A SINGLE CHRONOLOGICAL LIST, EIGHT
      *        EVENTS TO A SCREEN, OLDEST FIRST, WITH PF8=NEXT PAGE AND
      *        PF7=BACK TO THE TOP - SO "WHEN DID THIS PERSON MOVE TO
      *        CLAIMS" (OR "WHAT WAS THIS PERSON CALLED BEFORE")
      *        NO LONGER MEANS ASKING A SYSPROG TO BROWSE VSAM.
      *      - REACHED FROM EVIEWP'S DETAIL SCREEN (PF2) WITH THE
      *        EMPLOYEE HANDED OFF VIA COMM-AREA, OR ENTERED DIRECTLY
      *      - TIMELINE CONTAINER.
      *      - AUDIT LOG RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - NAME-CHANGE HISTORY RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ETMLCTR.
       COPY EAUDIT.
       COPY EDEPTTRN.
       COPY ENAMHST.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
      *    THE MERGE RUNS THREE BROWSES SIDE BY SIDE AND ALWAYS TAKES
      *    THE EARLIER TIMESTAMP NEXT - THESE FLAGS SAY WHETHER EACH
      *    SIDE STILL HAS AN UNCONSUMED RECORD IN ITS BUFFER.
       01 WS-AUD-AVAIL-SWITCH       PIC X(1)  VALUE SPACES.
      *
       01 WS-DTR-AVAIL-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-DTR-AVAILABLE                 VALUE 'Y'.
      *
       01 WS-NMH-AVAIL-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-NMH-AVAILABLE                 VALUE 'Y'.
      *
       01 WS-LINES-FILLED           PIC 9(2)  VALUE ZEROES.
       01 WS-MORE-SWITCH            PIC X(1)  VALUE SPACES.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THREE BROWSES RUN SIDE BY SIDE FROM THE PAGE'S STARTING
      *    TIMESTAMP; EACH STEP TAKES WHICHEVER BUFFERED RECORD HAS
      *    THE EARLIEST TIMESTAMP, SO AUDIT ENTRIES, TRANSFERS AND
      *    NAME CHANGES COME OUT AS ONE CHRONOLOGICAL STREAM.
           INITIALIZE ETMLMO.
           MOVE ZEROES TO WS-LINES-FILLED.
           MOVE SPACE TO WS-MORE-SWITCH.

           PERFORM 2130-TAKE-EARLIER-EVENT
              UNTIL WS-LINES-FILLED IS EQUAL TO 8
              OR (NOT WS-AUD-AVAILABLE AND NOT WS-DTR-AVAILABLE
                  AND NOT WS-NMH-AVAILABLE).

           PERFORM 2160-END-BOTH-BROWSES.

           IF WS-AUD-AVAILABLE OR WS-DTR-AVAILABLE OR
              WS-NMH-AVAILABLE
              SET WS-MORE-EVENTS TO TRUE
           END-IF.

              PERFORM 2150-ADVANCE-TRANSFER-SIDE
           END-IF.

           MOVE SPACE TO WS-NMH-AVAIL-SWITCH.
           MOVE TML-EMPLOYEE-ID TO NMH-EMPLOYEE-ID.
           MOVE TML-START-TIMESTAMP TO NMH-CHANGE-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RIDFLD(NMH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-NMH-AVAILABLE TO TRUE
              PERFORM 2155-ADVANCE-NAME-SIDE
           END-IF.

       2130-TAKE-EARLIER-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-TAKE-EARLIER-EVENT' TO WS-DEBUG-AID.
           WHEN WS-AUD-AVAILABLE AND
                (NOT WS-DTR-AVAILABLE OR
                 AUD-AUDIT-TIMESTAMP IS NOT GREATER THAN
                 DTR-TRANSFER-TIMESTAMP) AND
                (NOT WS-NMH-AVAILABLE OR
                 AUD-AUDIT-TIMESTAMP IS NOT GREATER THAN
                 NMH-CHANGE-TIMESTAMP)
                PERFORM 2135-SHOW-AUDIT-EVENT
                PERFORM 2140-ADVANCE-AUDIT-SIDE
           WHEN WS-DTR-AVAILABLE AND
                (NOT WS-NMH-AVAILABLE OR
                 DTR-TRANSFER-TIMESTAMP IS NOT GREATER THAN
                 NMH-CHANGE-TIMESTAMP)
                PERFORM 2136-SHOW-TRANSFER-EVENT
                PERFORM 2150-ADVANCE-TRANSFER-SIDE
           WHEN WS-NMH-AVAILABLE
                PERFORM 2137-SHOW-NAME-CHANGE-EVENT
                PERFORM 2155-ADVANCE-NAME-SIDE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
                MOVE 'MERGED' TO WS-EVENT-ACTION-TEXT
           WHEN AUD-ACTION-UNMASK
                MOVE 'ID VIEWED' TO WS-EVENT-ACTION-TEXT
           WHEN AUD-ACTION-RECHAIN
                MOVE 'RESEALED' TO WS-EVENT-ACTION-TEXT
           WHEN OTHER
                MOVE '(UNKNOWN)' TO WS-EVENT-ACTION-TEXT
           END-EVALUATE.
           MOVE DTR-TRANSFER-TIMESTAMP TO WS-LAST-SHOWN-TS.
           PERFORM 2138-STORE-EVENT-LINE.

       2137-SHOW-NAME-CHANGE-EVENT.
           EVALUATE TRUE
           WHEN NMH-REASON-MARRIAGE
                MOVE 'MARRIAGE' TO WS-EVENT-ACTION-TEXT
           WHEN NMH-REASON-DIVORCE
                MOVE 'DIVORCE' TO WS-EVENT-ACTION-TEXT
           WHEN NMH-REASON-DEED-POLL
                MOVE 'DEED POLL' TO WS-EVENT-ACTION-TEXT
           WHEN OTHER
                MOVE 'OTHER' TO WS-EVENT-ACTION-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-EVENT-LINE-TEXT.
           STRING NMH-CHANGE-TIMESTAMP
                  ' RENAMED '
                  NMH-EFFECTIVE-DATE
                  ' '
                  WS-EVENT-ACTION-TEXT(1:9)
                  ' WAS '
                  NMH-PREVIOUS-NAME
              DELIMITED BY SIZE
              INTO WS-EVENT-LINE-TEXT
           END-STRING.

           MOVE NMH-CHANGE-TIMESTAMP TO WS-LAST-SHOWN-TS.
           PERFORM 2138-STORE-EVENT-LINE.

       2138-STORE-EVENT-LINE.
           MOVE WS-EVENT-LINE-TEXT TO EVTLNO(TML-LINEO-INDEX).
           SET TML-LINEO-INDEX UP BY 1.
              MOVE SPACE TO WS-DTR-AVAIL-SWITCH
           END-IF.

       2155-ADVANCE-NAME-SIDE.
           EXEC CICS READNEXT
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RIDFLD(NMH-HISTORY-KEY)
                INTO (NAME-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NMH-EMPLOYEE-ID IS NOT EQUAL TO TML-EMPLOYEE-ID
              MOVE SPACE TO WS-NMH-AVAIL-SWITCH
           END-IF.

       2160-END-BOTH-BROWSES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-END-BOTH-BROWSES' TO WS-DEBUG-AID.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS ENDBR
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2400-DELETE-TIMELINE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-TIMELINE-CONTAINER' TO WS-DEBUG-AID.
