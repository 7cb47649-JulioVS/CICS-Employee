      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NOTIFICATION OUTBOX RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY NOB-OUTBOX-KEY (APP-NOTIFY-OUTBOX-FILE-NAME):
      *        QUEUED TIMESTAMP + CICS TASK NUMBER + A SEQUENCE THAT
      *        ONLY MOVES OFF 1 WHEN ONE TASK QUEUES SEVERAL IN THE
      *        SAME SECOND - SO THE FILE READS OLDEST FIRST.
      *      - WRITTEN ONLY THROUGH THE LINKED ENTFCP (SEE ENTFCA.CPY)
      *        BY ANY PROGRAM WITH SOMETHING TO TELL A PERSON - LEAVE
      *        DECISIONS (ELVAPP), PROBATION REVIEWS DUE (EPRBDP),
      *        CERTIFICATIONS EXPIRING (ECERXP), ONBOARDING TASKS
      *        (EADDP, EBLKHP) AND LOCKOUTS (EACTMON).
      *      - DRAINED BY THE ENTFDP DISPATCHER, WHICH FILLS THE
      *        TEMPLATE (ELTRTPL, SAME FILE AS THE LETTERS) AND HANDS
      *        THE MESSAGE TO THE MAIL GATEWAY (SEE EMAILGW.CPY). A
      *        TEMPLATE LINE MAY CARRY ONE SLOT: &NAME (THE
      *        RECIPIENT) OR &VALUE1 - &VALUE3 (THE VALUES BELOW).
      *      - LEAVE DECISIONS AND ONBOARDING TASKS ARE OPTIONAL -
      *        A RECIPIENT CAN OPT OUT OF EITHER ON ECONTP (SEE
      *        ECONT.CPY); EVERYTHING ELSE IS MANDATORY.
      ******************************************************************
       01 NOTIFICATION-OUTBOX-RECORD.
          05 NOB-OUTBOX-KEY.
             10 NOB-QUEUED-TIMESTAMP   PIC X(14).
             10 NOB-TASK-NUMBER        PIC 9(7).
             10 NOB-SEQUENCE           PIC 9(3).
          05 NOB-RECIPIENT-ID          PIC 9(8).
          05 NOB-TEMPLATE-ID           PIC X(8).
          05 NOB-SUBSTITUTION-VALUES.
             10 NOB-VALUE-1            PIC X(30).
             10 NOB-VALUE-2            PIC X(30).
             10 NOB-VALUE-3            PIC X(30).
          05 NOB-SOURCE-PROGRAM        PIC X(8).
