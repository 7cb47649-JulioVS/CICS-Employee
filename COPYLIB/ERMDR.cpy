      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PERSONAL FOLLOW-UP REMINDER ('TICKLER') RECORD LAYOUT
      *        (VSAM KSDS).
      *      - KEYED BY RMD-REMINDER-KEY (APP-REMIND-FILE-NAME): THE
      *        OWNING USER ID + DUE DATE + A 14-CHARACTER CREATION
      *        TIMESTAMP, SO A USER'S REMINDERS BROWSE IN DUE ORDER
      *        AND TWO FOR THE SAME DAY DON'T COLLIDE.
      *      - THE EMPLOYEE ID IS OPTIONAL (ZEROES = A REMINDER NOT
      *        TIED TO ANY EMPLOYEE RECORD).
      *      - SNOOZING MOVES THE DUE DATE, WHICH IS PART OF THE KEY,
      *        SO ERMDP DELETES AND RE-WRITES THE RECORD UNDER THE
      *        NEW DATE (SAME CREATION TIMESTAMP). COMPLETING ONE
      *        ONLY FLAGS IT - ERMDHP DROPS COMPLETED REMINDERS ONCE
      *        THEY ARE OLDER THAN APP-REMIND-RETAIN-DAYS.
      ******************************************************************
       01 REMINDER-RECORD.
          05 RMD-REMINDER-KEY.
             10 RMD-OWNER-USER-ID      PIC X(8).
             10 RMD-DUE-DATE           PIC X(8).
             10 RMD-CREATED-TIMESTAMP  PIC X(14).
          05 RMD-EMPLOYEE-ID           PIC 9(8).
          05 RMD-REMINDER-TEXT         PIC X(50).
          05 RMD-STATUS                PIC X(1).
             88 RMD-OPEN                     VALUE 'O'.
             88 RMD-COMPLETED                VALUE 'C'.
          05 RMD-COMPLETED-DATE        PIC X(8).
