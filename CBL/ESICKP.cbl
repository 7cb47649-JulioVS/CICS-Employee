      *        OR FRIDAY, AND A BRADFORD SCORE (SPELLS SQUARED TIMES
      *        DAYS) SO MANY SHORT SPELLS RANK WORSE THAN ONE LONG
      *        ONE. EMPLOYEES COME OUT WORST-FIRST.
      *      - A SPELL IS SICKNESS WHEN ITS TYPE IS FLAGGED AS SUCH ON
      *        THE ABSENCE-TYPE TABLE (LOOKED UP VIA EABTCP).
      *      - THE QUEUE IS VIEWED THROUGH ERPTVP, WHERE IT IS GATED
      *        TO MANAGERS AND ADMINISTRATORS LIKE THE PAYROLL QUEUE.
      ******************************************************************
      *      - APPLICATION CONSTANTS.
      *      - ABSENCE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ABSENCE-TYPE CODE TABLE RECORD AND LOOKUP COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EABSENC.
       COPY EMPMAST.
       COPY EABSTYP.
       COPY EABTCA.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
       01 WS-BEST-SCORE                 PIC S9(8) USAGE IS BINARY.
       01 WS-BEST-FOUND-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-BEST-FOUND                        VALUE 'Y'.
      *
      *    ABSENCE-TYPE ROWS ALREADY LOOKED UP THIS RUN (SEE
      *    EABSTYP.CPY) - THE SCAN READS EVERY ABSENCE ON FILE, SO
      *    EACH CODE IS ONLY LINKED FOR ONCE. A TABLE WITH MORE CODES
      *    THAN THE CACHE HOLDS JUST LINKS FOR THE OVERFLOW EACH TIME.
       01 WS-TYPE-CACHE.
          05 WS-TYPE-CACHE-COUNT     PIC S9(4) USAGE IS BINARY
                                               VALUE ZEROES.
          05 WS-TYPE-CACHE-ENTRY     OCCURS 40 TIMES.
             10 WS-TYC-CODE          PIC X(1).
             10 WS-TYC-RETURN-CODE   PIC X(1).
             10 WS-TYC-RECORD        PIC X(40).
       01 WS-TYPE-CACHE-SUB          PIC S9(4) USAGE IS BINARY.
       01 WS-TYPE-CACHE-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-TYPE-CACHED                    VALUE 'Y'.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
              MOVE ZERO TO WS-CUR-MONFRI
           END-IF.

      *    WHICH TYPES COUNT AS SICKNESS IS THE TYPE TABLE'S CALL.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

           IF ABT-COUNTS-AS-SICKNESS AND
              ABS-START-DATE IS NOT LESS THAN WS-CUTOFF-DATE
              ADD 1 TO WS-CUR-SPELLS
              ADD ABS-DAYS-TAKEN TO WS-CUR-SICK-DAYS
      -           'ete!' TO WS-REPLY-TEXT
           END-IF.

       8800-LOOKUP-ABSENCE-TYPE.
      *    THE TYPE ROW FOR ABS-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS COUNTED ON A
      *    GUESS.
           MOVE SPACE TO WS-TYPE-CACHE-SWITCH.

           PERFORM 8810-SCAN-TYPE-CACHE
              VARYING WS-TYPE-CACHE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-CACHE-SUB IS GREATER THAN
                    WS-TYPE-CACHE-COUNT
                 OR WS-TYPE-CACHED.

           IF WS-TYPE-CACHED
              MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           IF WS-TYPE-CACHE-COUNT IS LESS THAN 40
              ADD 1 TO WS-TYPE-CACHE-COUNT
              MOVE ATL-TYPE-CODE
                 TO WS-TYC-CODE(WS-TYPE-CACHE-COUNT)
              MOVE ATL-RETURN-CODE
                 TO WS-TYC-RETURN-CODE(WS-TYPE-CACHE-COUNT)
              MOVE ATL-TYPE-RECORD
                 TO WS-TYC-RECORD(WS-TYPE-CACHE-COUNT)
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

       8810-SCAN-TYPE-CACHE.
           IF WS-TYC-CODE(WS-TYPE-CACHE-SUB) IS EQUAL TO
              ABS-ABSENCE-TYPE
              SET WS-TYPE-CACHED TO TRUE
              MOVE WS-TYC-RETURN-CODE(WS-TYPE-CACHE-SUB)
                 TO ATL-RETURN-CODE
              MOVE WS-TYC-RECORD(WS-TYPE-CACHE-SUB)
                 TO ATL-TYPE-RECORD
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
