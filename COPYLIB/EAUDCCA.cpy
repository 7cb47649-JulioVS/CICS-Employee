      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE AUDIT-TRAIL CHAINING PROGRAM (EAUDHP),
      *        LINKED WITH LENGTH OF AUDIT-CHAIN-COMMAREA.
      *      - ACH-TRAIL-CODE PICKS THE TRAIL: EAUDIT ENTRIES OR
      *        EAUDDTL BEFORE/AFTER IMAGES. EACH IS CHAINED SEPARATELY,
      *        PER EMPLOYEE, IN KEY ORDER.
      *      - A SEAL IS A KEYED MAC (ICSF HMAC UNDER THE CKDS LABEL
      *        APP-AUDCHN-MAC-KEY-LABEL IN ECONST) - WITHOUT THE KEY,
      *        NOBODY CAN RECOMPUTE ONE FOR AN ALTERED RECORD.
      *      - SEAL: PASS THE RECORD ABOUT TO BE WRITTEN IN
      *        ACH-RECORD-IMAGE, GET BACK THE PREVIOUS AND NEW CHAIN
      *        HASH TO MOVE INTO ITS CHAIN-SEAL GROUP JUST BEFORE THE
      *        WRITE. THE EMPLOYEE'S CHAIN STAYS ENQUEUED UNTIL THE
      *        CALLER'S UNIT OF WORK ENDS, SO TWO TASKS CANNOT BOTH
      *        CHAIN ONTO THE SAME ENTRY.
      *      - VERIFY: PASS A RECORD AS READ, GET BACK WHETHER ITS
      *        STORED CHAIN HASH IS THE ONE ITS CONTENT AND ITS OWN
      *        PREVIOUS HASH SHOULD CARRY - THE VERIFIER (EAUDCVP)
      *        USES IT. ONLY THE VERDICT COMES BACK (ACH-CHAIN-HASH IS
      *        RETURNED BLANK), SO IT CANNOT BE USED TO MINT A SEAL
      *        FOR AN ALTERED RECORD.
      *      - RECHAIN: PASS ACH-EMPLOYEE-ID AND, IN ACH-RECHAIN-
      *        REQUEST, THE USER WHO ASKED FOR IT, THE DUPLICATE WHOSE
      *        ENTRIES WERE MOVED ONTO THE EMPLOYEE, AND THE MOST TIMES
      *        ANY ONE MOVED ENTRY'S TIMESTAMP WAS NUDGED FORWARD TO
      *        MISS A COLLISION. EVERY ENTRY ON THE TRAIL IS FIRST
      *        CHECKED AGAINST ITS OLD SEAL AND LINK - THE EMPLOYEE'S
      *        OWN AS THEY STAND, THE MOVED ONES AS THEY STOOD UNDER
      *        THE DUPLICATE - THEN RE-SEALED IN KEY ORDER, AND AN
      *        EAUDIT ENTRY ('C' OR 'T') RECORDS THAT IT WAS. ANY
      *        ENTRY THAT FAILS THE CHECK STOPS THE RECHAIN WITH
      *        ACH-REQUEST-FAILED, AND THE CALLER MUST BACK OUT.
      *        ONLY EMRGP, RUNNING UNDER ITS OWN TRANSACTION, MAY ASK
      *        (RE-KEYING A DUPLICATE'S ENTRIES ONTO THE SURVIVOR) -
      *        ANY OTHER CALLER IS REFUSED WITH ACH-REQUEST-FAILED.
      ******************************************************************
       01 AUDIT-CHAIN-COMMAREA.
          05 ACH-REQUEST-TYPE          PIC X(1).
             88 ACH-SEAL                        VALUE 'S'.
             88 ACH-VERIFY                      VALUE 'V'.
             88 ACH-RECHAIN                     VALUE 'R'.
          05 ACH-TRAIL-CODE            PIC X(1).
             88 ACH-AUDIT-TRAIL                 VALUE 'A'.
             88 ACH-DETAIL-TRAIL                VALUE 'D'.
          05 ACH-RETURN-CODE           PIC X(1).
             88 ACH-REQUEST-OK                  VALUE '0'.
      *         VERIFY ONLY - THE STORED SEAL DOES NOT MATCH.
             88 ACH-SEAL-MISMATCH               VALUE '1'.
             88 ACH-REQUEST-FAILED              VALUE '9'.
          05 ACH-EMPLOYEE-ID           PIC 9(8).
          05 ACH-RECORD-IMAGE          PIC X(200).
          05 ACH-RECHAIN-REQUEST REDEFINES ACH-RECORD-IMAGE.
             10 ACH-RECHAIN-USER-ID    PIC X(8).
             10 ACH-RECHAIN-DUPLICATE-ID
                                       PIC 9(8).
             10 ACH-RECHAIN-MAX-NUDGE  PIC 9(4).
             10 FILLER                 PIC X(180).
          05 ACH-PREV-CHAIN-HASH       PIC X(16).
          05 ACH-CHAIN-HASH            PIC X(16).
