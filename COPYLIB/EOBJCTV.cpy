      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PERFORMANCE OBJECTIVE FILE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY OBJ-OBJECTIVE-KEY (APP-OBJECTIVE-FILE-NAME):
      *        EMPLOYEE + APPRAISAL CYCLE NAME (SEE EAPRCYC.CPY) + A
      *        TWO-DIGIT SEQUENCE, SO ONE EMPLOYEE'S OBJECTIVES FOR A
      *        CYCLE SIT TOGETHER IN THE ORDER THEY WERE SET.
      *      - THE OBJECTIVES AN APPRAISAL IS JUDGED AGAINST - THE
      *        FINAL RATING ITSELF STAYS ON EAPRHS. EACH CARRIES ITS
      *        TEXT, A WEIGHT IN PERCENT (ONE CYCLE'S WEIGHTS MAY NOT
      *        ADD UP TO MORE THAN 100), A TARGET DATE, THE MID-YEAR
      *        CHECK-IN STATUS AND THE YEAR-END ACHIEVEMENT.
      *      - MAINTAINED BY THE EMPLOYEE'S MANAGER ON EOBJP WITHIN
      *        THE USUAL DEPARTMENT SCOPE, OR ON BEHALF OF AN IN-FORCE
      *        EDELEG DELEGATOR, WHO IS THEN STAMPED ALONGSIDE. THE
      *        EMPLOYEE READS THEIR OWN ON EOBJP FROM EMYRECP'S PF6.
      *      - EAPCRP LISTS THE ACTIVE EMPLOYEES WITH NONE SET FOR THE
      *        CURRENT CYCLE ONCE ITS OBJECTIVES DUE DATE (SET ON
      *        EAPCADM, SEE EAPRCYC.CPY) HAS PASSED.
      ******************************************************************
       01 OBJECTIVE-RECORD.
          05 OBJ-OBJECTIVE-KEY.
             10 OBJ-EMPLOYEE-ID        PIC 9(8).
             10 OBJ-CYCLE-NAME         PIC X(20).
             10 OBJ-SEQUENCE           PIC 9(2).
          05 OBJ-OBJECTIVE-TEXT        PIC X(60).
          05 OBJ-WEIGHT-PCT            PIC 9(3).
          05 OBJ-TARGET-DATE           PIC X(8).
      *
      *    THE MID-YEAR CHECK-IN - 'N' UNTIL THE MANAGER HOLDS IT.
          05 OBJ-MIDYEAR-STATUS        PIC X(1).
             88 OBJ-MID-NOT-REVIEWED         VALUE 'N'.
             88 OBJ-MID-ON-TRACK             VALUE 'O'.
             88 OBJ-MID-AT-RISK              VALUE 'R'.
             88 OBJ-MID-BEHIND               VALUE 'B'.
             88 OBJ-MID-ACHIEVED-EARLY       VALUE 'A'.
             88 OBJ-MID-STATUS-VALID
                                 VALUE 'N' 'O' 'R' 'B' 'A'.
      *
      *    THE YEAR-END ACHIEVEMENT - 'N' UNTIL THE APPRAISAL ITSELF.
          05 OBJ-YEAREND-RESULT        PIC X(1).
             88 OBJ-YE-NOT-ASSESSED          VALUE 'N'.
             88 OBJ-YE-EXCEEDED              VALUE 'E'.
             88 OBJ-YE-MET                   VALUE 'M'.
             88 OBJ-YE-PARTLY-MET            VALUE 'P'.
             88 OBJ-YE-NOT-MET               VALUE 'U'.
             88 OBJ-YE-RESULT-VALID
                                 VALUE 'N' 'E' 'M' 'P' 'U'.
      *
      *    THE EMPLOYEE'S DEPARTMENT WHEN THE OBJECTIVE WAS SET, AND
      *    WHO SET AND LAST CHANGED IT.
          05 OBJ-DEPARTMENT-ID         PIC 9(8).
          05 OBJ-SET-BY-USER-ID        PIC X(8).
          05 OBJ-SET-DATE              PIC X(8).
          05 OBJ-UPDATED-BY-USER-ID    PIC X(8).
          05 OBJ-UPDATED-DATE          PIC X(8).
          05 OBJ-ON-BEHALF-OF-USER-ID  PIC X(8).
          05 FILLER                    PIC X(29).
