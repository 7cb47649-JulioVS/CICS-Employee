      *      - WHILE TODAY FALLS INSIDE THE DATE RANGE, THE DELEGATE
      *        CARRIES THE DELEGATOR'S DEPARTMENT SCOPE WHEREVER
      *        MANAGER SCOPE APPLIES (EPENDP REVIEW, ELVAPP LEAVE
      *        APPROVALS, EABSNP, EABCALP, ESRWP RETURN-TO-WORK
      *        INTERVIEWS) - SO THE CLAIMS MANAGER'S
      *        QUEUE NO LONGER SITS UNTOUCHED FOR TWO WEEKS OF
      *        VACATION. DECISIONS TAKEN UNDER A DELEGATION ARE
      *        STAMPED ON THE AUDIT TRAIL NAMING BOTH USERS.
