      *        TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED EACH MORNING AFTER THE DOWNSTREAM PAYROLL
      *        SYSTEM HAS (OR SHOULD HAVE) PICKED UP ITS EXTRACTS - SAME
      *        STYLE AS EDSYNCP.
      *      - EACH ENTITY'S PAYROLL BUREAU DROPS ONE ACK RECORD (RUN
      *        DATE, RECORDS ACCEPTED, RECORDS REJECTED) ON THE PAYACK
      *        QUEUE FOR ITS OWN PER-ENTITY EXTRACT; THE ACKS ARE
      *        SUMMED AND THE EARLIEST RUN DATE AMONG THEM IS THE ONE
      *        CHECKED FOR LATENESS. THIS JOB LOOKS UP EPAYXP'S LAST
      *        RUN (RUN-CONTROL DATE, RUN-HISTORY TRAILER COUNT - THE
      *        SUM OF EVERY ENTITY'S TRAILER) AND RAISES AN EXCEPTION
      *        LINE WHEN:
      *          - NO ACK ARRIVED AT ALL,
      *          - THE ACK IS FOR AN EARLIER RUN DATE (LATE),
      *          - ACCEPTED + REJECTED DISAGREES WITH THE TRAILER
       01 WS-LAST-RUN-DATE              PIC X(8)  VALUE SPACES.
       01 WS-TRAILER-COUNT              PIC 9(8)  VALUE ZEROES.
       01 WS-ACK-TOTAL                  PIC 9(8)  VALUE ZEROES.
       01 WS-ACK-EARLIEST-DATE          PIC X(8)  VALUE SPACES.
      *
       01 WS-ACK-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-ACK-SCAN-DONE                     VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           END-EVALUATE.

       2200-READ-ACKNOWLEDGMENT.
      *    ONE ACK PER ENTITY EXTRACT - READ THEM ALL, ADDING UP THE
      *    COUNTS, AND LEAVE THE EARLIEST RUN DATE IN WS-ACK-RUN-DATE
      *    SO ONE BUREAU STILL SITTING ON AN OLD RUN SHOWS AS LATE.
           MOVE ZEROES TO WS-ACK-TOTAL.
           MOVE HIGH-VALUES TO WS-ACK-EARLIEST-DATE.
           MOVE SPACE TO WS-ACK-SCAN-SWITCH.
           MOVE ZERO TO WS-ACK-ITEM-NUMBER.

           PERFORM 2210-READ-NEXT-ACKNOWLEDGMENT
              UNTIL WS-ACK-SCAN-DONE.

           IF WS-ACK-WAS-PRESENT
              MOVE WS-ACK-EARLIEST-DATE TO WS-ACK-RUN-DATE
           END-IF.

       2210-READ-NEXT-ACKNOWLEDGMENT.
           ADD 1 TO WS-ACK-ITEM-NUMBER.
           MOVE LENGTH OF WS-ACK-RECORD TO WS-ACK-LENGTH.

           EXEC CICS READQ TS
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-ACK-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET WS-ACK-WAS-PRESENT TO TRUE.

           IF WS-ACK-ACCEPTED IS NUMERIC AND
              WS-ACK-REJECTED IS NUMERIC
              COMPUTE WS-ACK-TOTAL = WS-ACK-TOTAL
                 + WS-ACK-ACCEPTED + WS-ACK-REJECTED
           END-IF.

           IF WS-ACK-RUN-DATE IS LESS THAN WS-ACK-EARLIEST-DATE
              MOVE WS-ACK-RUN-DATE TO WS-ACK-EARLIEST-DATE
           END-IF.

       9100-WRITE-EXCEPTION-LINE.
