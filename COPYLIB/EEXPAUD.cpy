      *      - A TASK WITH NO SIGNED-ON USER (A PRINTER-SIDE PRINT)
      *        IS KEYED 'T-' PLUS ITS TERMINAL ID, SAME CONVENTION
      *        AS THE TERMINAL-REFUSAL ROWS ON ESONAUD.
      *      - ETRSXP'S TOTAL REWARDS RUN WRITES ONE ROW PER
      *        STATEMENT, MANY A SECOND, SO ITS ROWS CARRY THE
      *        EMPLOYEE ID OF THE STATEMENT IN XPA-USER-ID (THE
      *        CRITERIA SAY 'TOTAL REWARDS' WITH THE YEAR AND
      *        DEPARTMENT).
      *      - XPA-QUEUE-NAME IS NINE BYTES SO A MANAGER PACK QUEUE
      *        (PREFIX PLUS EIGHT-DIGIT EMPLOYEE ID) IS LOGGED WHOLE;
      *        THE BYTE CAME OFF THE END OF XPA-CRITERIA, SO THE
      *        RECORD LENGTH IS UNCHANGED.
      ******************************************************************
       01 EXPORT-AUDIT-RECORD.
          05 XPA-AUDIT-KEY.
                15 XPA-AUDIT-DATE      PIC X(8).
                15 XPA-AUDIT-TIME      PIC X(6).
          05 XPA-SOURCE-PROGRAM        PIC X(8).
          05 XPA-QUEUE-NAME            PIC X(9).
          05 XPA-ROW-COUNT             PIC 9(8).
          05 XPA-CRITERIA              PIC X(39).
