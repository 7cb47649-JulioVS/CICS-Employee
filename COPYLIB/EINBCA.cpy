      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE APPROVALS INBOX BUILDER (EINBCP),
      *        LINKED WITH LENGTH OF APPROVAL-INBOX-COMMAREA BY THE
      *        INBOX SCREEN (EINBP) AND BY EMENUA AT SIGN-ON.
      *      - PASS THE SIGNED-ON USER AND THEIR CATEGORY; BACK COME
      *        THE COUNT OF EVERYTHING WAITING ON THEM AND THE OLDEST
      *        ITEMS (RAISED DATE, OLDEST FIRST) - AS MANY AS FIT.
      *      - ONE ITEM PER WAITING DECISION: A PENDING LEAVE REQUEST
      *        (ELVAPP), A STANDARD USER'S PARKED CHANGE (EPENDP), A
      *        PROBATION REVIEW DUE WITHIN THE WEEK (EPROBP) OR A
      *        SALARY CHANGE AWAITING RELEASE (ECMPRVP). THE KEY IS
      *        THE OWNING FILE'S KEY - A PROBATION REVIEW HAS NO
      *        TIMESTAMP, SO ITS TIMESTAMP IS LEFT BLANK.
      *      - AGE IS IN BUSINESS DAYS SINCE THE ITEM WAS RAISED (A
      *        PROBATION REVIEW COUNTS FROM ITS REVIEW DATE); THE
      *        ON-BEHALF-OF USER IS SET WHEN ONLY A DELEGATION PUTS
      *        THE ITEM IN SCOPE.
      ******************************************************************
       01 APPROVAL-INBOX-COMMAREA.
          05 IBA-USER-ID               PIC X(8).
          05 IBA-USER-CATEGORY         PIC X(3).
             88 IBA-UC-ADMINISTRATOR            VALUE 'ADM'.
             88 IBA-UC-MANAGER                  VALUE 'MGR'.
             88 IBA-UC-STANDARD                 VALUE 'STD'.
          05 IBA-RETURN-CODE           PIC X(1).
             88 IBA-REQUEST-OK                  VALUE '0'.
             88 IBA-REQUEST-FAILED              VALUE '9'.
          05 IBA-ITEM-COUNT            PIC 9(4).
          05 IBA-ITEMS-HELD            PIC 9(2).
          05 IBA-ITEM-TABLE.
             10 IBA-ITEM OCCURS 14 TIMES INDEXED BY IBA-ITEM-INDEX.
                15 IBA-ITEM-TYPE       PIC X(1).
                   88 IBA-IT-LEAVE-REQUEST      VALUE 'L'.
                   88 IBA-IT-PENDING-CHANGE     VALUE 'C'.
                   88 IBA-IT-PROBATION-REVIEW   VALUE 'P'.
                   88 IBA-IT-SALARY-RELEASE     VALUE 'S'.
                15 IBA-ITEM-KEY.
                   20 IBA-EMPLOYEE-ID  PIC 9(8).
                   20 IBA-ENTRY-TIMESTAMP
                                       PIC X(14).
                15 IBA-RAISED-DATE     PIC X(8).
                15 IBA-AGE-DAYS        PIC 9(3).
                15 IBA-ON-BEHALF-OF    PIC X(8).
