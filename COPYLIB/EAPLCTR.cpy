      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - APPLICANT ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EAPLP INVOCATIONS).
      ******************************************************************
       01 APPLICANT-ADMIN-CONTAINER.
          05 APA-STATE-FLAG           PIC X(1).
             88 APA-NOT-SET                 VALUE SPACE.
             88 APA-RECORD-FOUND            VALUE 'F'.
          05 APA-MODE-FLAG            PIC X(1).
             88 APA-ADDING-NEW-APPLICANT    VALUE 'A'.
             88 APA-EDITING-EXISTING-APL    VALUE 'E'.
          05 APA-APPLICANT-RECORD     PIC X(170).
