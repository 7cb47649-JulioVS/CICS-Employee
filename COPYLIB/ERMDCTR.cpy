      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - REMINDERS CONTAINER (PSEUDO-CONVERSATIONAL STATE
      *        PASSED BETWEEN ERMDP INVOCATIONS).
      *      - THE LINE KEYS ARE THE RECORD KEYS OF THE REMINDERS ON
      *        THE PAGE LAST SENT, SO A LINE NUMBER KEYED BACK WITH
      *        PF5/PF6 RESOLVES TO EXACTLY THE REMINDER THE USER SAW.
      *      - THE RESUME KEY IS WHERE THE NEXT PAGE CONTINUES FROM -
      *        LOW-VALUES MEANS START AT THE OLDEST DUE REMINDER.
      ******************************************************************
       01 REMINDERS-CONTAINER.
          05 RMC-USER-ID            PIC X(8).
          05 RMC-USER-CATEGORY      PIC X(3).
             88 RMC-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 RMC-UC-MANAGER              VALUE 'MGR'.
             88 RMC-UC-STANDARD             VALUE 'STD'.
          05 RMC-RESUME-KEY         PIC X(30).
          05 RMC-PAGE-START-KEY     PIC X(30).
          05 RMC-LINES-ON-PAGE      PIC 9(2).
          05 RMC-LINE-KEY           PIC X(30) OCCURS 10 TIMES.
