      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SESSION ENROLLMENT CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EENRP INVOCATIONS).
      ******************************************************************
       01 ENROLLMENT-ENTRY-CONTAINER.
          05 BKA-FILE-FLAG          PIC X(1).
             88 BKA-RECORD-FOUND            VALUE 'R'.
             88 BKA-NOT-SET                 VALUE SPACE.
          05 BKA-ADD-MODE-FLAG      PIC X(1).
             88 BKA-ADDING-NEW-BOOKING      VALUE 'N'.
             88 BKA-EDITING-EXISTING        VALUE SPACE.
          05 BKA-USER-ID            PIC X(8).
          05 BKA-PRIMARY-NAME       PIC X(38).
          05 BKA-COURSE-DESC        PIC X(29).
          05 BKA-VALIDITY-MONTHS    PIC 9(3).
          05 BKA-LOCATION-NAME      PIC X(30).
          05 BKA-BOOKED-COUNT       PIC 9(3).
          05 BKA-WAITLIST-COUNT     PIC 9(3).
      *
      *    STATUS OF THE BOOKING AS IT STOOD ON FILE WHEN LOCATED -
      *    THE KEYED STATUS IS CHECKED AS A CHANGE FROM THIS.
      *
          05 BKA-PRIOR-STATUS       PIC X(1).
          05 BKA-SESSION-RECORD     PIC X(100).
          05 BKA-ENROLL-RECORD      PIC X(64).
