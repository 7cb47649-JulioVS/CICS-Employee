      *   QUEUE NAME).
      ******************************************************************
       01 PRINT-CHECKPOINT-RECORD.
          05 PCK-QUEUE-NAME            PIC X(9).
          05 PCK-LAST-PRINTED-PAGE     PIC 9(5).
      ******************************************************************
      *   DEFINE MY PRINT LINE LAYOUTS.
       01 WS-BANNER-LINE.
          05 FILLER                    PIC X(14)
                                        VALUE '*** REPORT -  '.
          05 WS-BAN-QUEUE-NAME         PIC X(9)  VALUE SPACES.
          05 FILLER                    PIC X(9)  VALUE '  AS OF  '.
          05 WS-BAN-DATE               PIC X(8)  VALUE SPACES.
          05 FILLER                    PIC X(4)  VALUE ' ***'.
          05 FILLER                    PIC X(36) VALUE SPACES.
      *
       01 WS-PAGE-HEADING-LINE.
          05 FILLER                    PIC X(7)  VALUE 'REPORT '.
          05 WS-HDG-QUEUE-NAME         PIC X(9)  VALUE SPACES.
          05 FILLER                    PIC X(42) VALUE SPACES.
          05 FILLER                    PIC X(5)  VALUE 'PAGE '.
          05 WS-HDG-PAGE-NUMBER        PIC ZZZZ9.
          05 FILLER                    PIC X(12) VALUE SPACES.
          05 WS-RESUME-AFTER-PAGE      PIC 9(5)  VALUE ZEROES.
      *
       01 WS-TERMINAL-INPUT            PIC X(26) VALUE SPACES.
       01 WS-TERMINAL-INPUT-LEN        PIC S9(4) USAGE IS BINARY.
      *
      *    QUEUE NAMES RUN TO NINE BYTES (THE MANAGER PACKS), SO THE
      *    REQUEST IS SPLIT ON ITS SPACES RATHER THAN BY COLUMN.
       01 WS-TERMINAL-INPUT-PARSE.
          05 WS-INP-TRANSID            PIC X(4)  VALUE SPACES.
          05 WS-INP-QUEUE-NAME         PIC X(9)  VALUE SPACES.
          05 WS-INP-PRINTER-ID         PIC X(4)  VALUE SPACES.
      *
      *    THE START DATA HANDED TO THE PRINTER-SIDE TASK.
       01 WS-START-DATA.
          05 WS-STD-QUEUE-NAME         PIC X(9).
       01 WS-START-DATA-LEN            PIC S9(4) USAGE IS BINARY.
      *
       01 WS-SIDE-SWITCH               PIC X(1)  VALUE SPACES.
      *    NOTES IN ECONST) - WHEN THE CURRENT QUEUE RUNS OUT, THE
      *    NEXT NUMBERED CONTINUATION VOLUME IS TRIED BEFORE THE
      *    REPORT IS DECLARED FINISHED.
       01 WS-PRT-CURRENT-QUEUE         PIC X(9)  VALUE SPACES.
       01 WS-PRT-VOLUME-NUMBER         PIC 9(1)  VALUE 1.
       01 WS-PRT-NEXT-QUEUE            PIC X(8)  VALUE SPACES.
       01 WS-PRT-NEXT-VOLUME           PIC 9(1)  VALUE ZEROES.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           UNSTRING WS-TERMINAL-INPUT
              DELIMITED BY ALL SPACES
              INTO WS-INP-TRANSID WS-INP-QUEUE-NAME WS-INP-PRINTER-ID
           END-UNSTRING.

           IF WS-INP-QUEUE-NAME IS EQUAL TO SPACES OR
              WS-INP-PRINTER-ID IS EQUAL TO SPACES
              MOVE 'Usage: EPRT <Report Queue> <Printer Terminal>!'
