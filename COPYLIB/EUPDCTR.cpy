          05 UPD-FILE-FLAG          PIC X(1).
             88 UPD-RECORD-FOUND            VALUE 'R'.
             88 UPD-NOT-SET                 VALUE SPACE.
          05 UPD-EMPLOYEE-RECORD    PIC X(263).
      *
      *    THE DEPARTMENT THE RECORD CARRIED WHEN IT WAS LOOKED UP,
      *    AND AN OPTIONAL FUTURE EFFECTIVE DATE FOR A DEPARTMENT
      *
          05 UPD-ORIGINAL-DEPT-ID   PIC 9(8).
          05 UPD-TRANSFER-EFF-DATE  PIC X(8).
      *
      *    THE END DATE THE RECORD CARRIED WHEN IT WAS LOOKED UP AND
      *    THE EMPLOYEE'S EXIT-INTERVIEW RECORD (SEE EEXITR.CPY) - A
      *    NEWLY ENTERED OR CHANGED END DATE MUST COME WITH A LEAVING
      *    REASON AND REGRETTED FLAG, SAVED ALONGSIDE THE MASTER.
      *
          05 UPD-ORIGINAL-END-DATE  PIC X(8).
          05 UPD-EXIT-FLAG          PIC X(1).
             88 UPD-EXIT-ON-FILE            VALUE 'Y'.
             88 UPD-EXIT-NOT-ON-FILE        VALUE SPACE.
          05 UPD-EXIT-RECORD        PIC X(80).
      *
      *    THE PRIMARY NAME THE RECORD CARRIED WHEN IT WAS LOOKED UP,
      *    AND THE EFFECTIVE DATE AND REASON KEYED WITH A LEGAL NAME
      *    CHANGE - THE OLD NAME GOES TO THE NAME-HISTORY FILE (SEE
      *    ENAMHST.CPY) SO SEARCHES ON IT STILL FIND THE EMPLOYEE.
      *
          05 UPD-ORIGINAL-NAME      PIC X(38).
          05 UPD-NAME-EFF-DATE      PIC X(8).
          05 UPD-NAME-REASON        PIC X(1).
