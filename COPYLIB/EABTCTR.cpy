      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ABSENCE-TYPE-TABLE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EABTADM
      *        INVOCATIONS).
      ******************************************************************
       01 ABS-TYPE-ADMIN-CONTAINER.
          05 ATA-FILE-FLAG          PIC X(1).
             88 ATA-RECORD-FOUND            VALUE 'R'.
             88 ATA-NOT-SET                 VALUE SPACE.
          05 ATA-ADD-MODE-FLAG      PIC X(1).
             88 ATA-ADDING-NEW-TYPE        VALUE 'N'.
             88 ATA-EDITING-EXISTING-TYPE  VALUE SPACE.
          05 ATA-ABSENCE-TYPE-RECORD    PIC X(40).
