      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EXTRACT FORMAT CONTAINER.
      *      - PASSED BY ELISTP AND ESFEXP TO EXFMTP TO BUILD EXPORT
      *        ROWS TO A NAMED EXTRACT LAYOUT (SEE EXLAYT.CPY):
      *           'L' - LOAD THE LAYOUT (RETURNED IN XFC-LAYOUT-RECORD,
      *                 TO BE HANDED BACK ON EVERY LATER CALL).
      *           'H' - BUILD THE HEADER ROW OF FIELD NAMES.
      *           'D' - BUILD THE DETAIL ROW FOR XFC-EMPLOYEE-ID.
      *      - XFC-USER-CATEGORY IS THE REQUESTING USER'S TYPE: 'STD'
      *        GETS THE EXTERNAL ID AND BIRTH DATE MASKED.
      ******************************************************************
       01 EXTRACT-FORMAT-CONTAINER.
          05 XFC-FUNCTION           PIC X(1).
             88 XFC-LOAD-LAYOUT             VALUE 'L'.
             88 XFC-FORMAT-HEADER           VALUE 'H'.
             88 XFC-FORMAT-DETAIL           VALUE 'D'.
          05 XFC-LAYOUT-NAME        PIC X(8).
          05 XFC-USER-CATEGORY      PIC X(3).
          05 XFC-EMPLOYEE-ID        PIC 9(8).
          05 XFC-RESPONSE           PIC X(1).
             88 XFC-PROCESSED-OK            VALUE SPACE.
             88 XFC-LAYOUT-NOT-FOUND        VALUE 'N'.
             88 XFC-PROCESSING-ERROR        VALUE 'E'.
          05 XFC-MESSAGE            PIC X(79).
          05 XFC-LAYOUT-RECORD      PIC X(120).
          05 XFC-LINE-LENGTH        PIC S9(4) USAGE IS BINARY.
          05 XFC-OUTPUT-LINE        PIC X(600).
