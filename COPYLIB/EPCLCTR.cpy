      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PAYROLL CUT-OFF CALENDAR ADMINISTRATION CONTAINER
      *        (PSEUDO-CONVERSATIONAL STATE PASSED BETWEEN EPCLADM
      *        INVOCATIONS).
      ******************************************************************
       01 PAYCAL-ADMIN-CONTAINER.
          05 PCA-STATE-FLAG           PIC X(1).
             88 PCA-NOT-SET                 VALUE SPACE.
             88 PCA-RECORD-FOUND            VALUE 'F'.
          05 PCA-MODE-FLAG            PIC X(1).
             88 PCA-ADDING-NEW-ROW          VALUE 'A'.
             88 PCA-EDITING-EXISTING        VALUE 'E'.
          05 PCA-PAYCAL-RECORD        PIC X(27).
