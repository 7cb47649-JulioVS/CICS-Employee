      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SESSION WAITLIST CONTAINER.
      *      - PASSED BY ESESADM AND EENRP TO EWAITP, EITHER JUST TO
      *        COUNT A SESSION'S PLACES OR ALSO TO PROMOTE WAITLISTED
      *        BOOKINGS INTO WHATEVER PLACES ARE FREE.
      ******************************************************************
       01 WAITLIST-CONTAINER.
          05 WPC-SESSION-KEY.
             10 WPC-COURSE-CODE     PIC X(8).
             10 WPC-SESSION-NUMBER  PIC 9(4).
          05 WPC-CAPACITY           PIC 9(3).
          05 WPC-USER-ID            PIC X(8).
          05 WPC-FUNCTION           PIC X(1).
             88 WPC-COUNT-ONLY              VALUE 'C'.
             88 WPC-PROMOTE                 VALUE 'P'.
          05 WPC-RESPONSE           PIC X(1).
             88 WPC-PROCESSED-OK            VALUE SPACE.
             88 WPC-PROCESSING-ERROR        VALUE 'E'.
      *
      *    PLACES HELD = BOOKED, COMPLETED OR NO-SHOW BOOKINGS.
      *
          05 WPC-BOOKED-COUNT       PIC 9(3).
          05 WPC-WAITLIST-COUNT     PIC 9(3).
          05 WPC-PROMOTED-COUNT     PIC 9(3).
          05 WPC-MESSAGE            PIC X(79).
