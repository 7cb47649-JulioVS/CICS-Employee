      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - TRAINING SESSION ENROLLMENT RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY ENR-ENROLL-KEY (APP-ENROLL-FILE-NAME): THE
      *        SESSION KEY (SEE ESESSN.CPY) + EMPLOYEE, SO A GENERIC
      *        BROWSE ON THE SESSION KEY WALKS ITS WHOLE CLASS LIST.
      *      - ENTERED ON EENRP. A BOOKING MADE WHEN THE SESSION IS
      *        FULL IS WAITLISTED; EWAITP PROMOTES WAITLISTED
      *        BOOKINGS, OLDEST REQUEST FIRST, AS PLACES OPEN.
      *      - MARKING A BOOKING COMPLETED WRITES OR RENEWS THE
      *        EMPLOYEE'S CERTIFICATION (SEE EECERT.CPY).
      ******************************************************************
       01 ENROLLMENT-RECORD.
          05 ENR-ENROLL-KEY.
             10 ENR-SESSION-KEY.
                15 ENR-COURSE-CODE  PIC X(8).
                15 ENR-SESSION-NUMBER
                                    PIC 9(4).
             10 ENR-EMPLOYEE-ID     PIC 9(8).
          05 ENR-STATUS             PIC X(1).
             88 ENR-BOOKED                  VALUE 'B'.
             88 ENR-WAITLISTED              VALUE 'W'.
             88 ENR-COMPLETED               VALUE 'C'.
             88 ENR-NO-SHOW                 VALUE 'N'.
             88 ENR-CANCELLED               VALUE 'X'.
             88 ENR-HOLDS-PLACE             VALUE 'B' 'C' 'N'.
             88 ENR-STATUS-VALID            VALUE 'B' 'W' 'C' 'N' 'X'.
      *
      *    WHEN THE BOOKING WAS (RE)REQUESTED - THE WAITLIST ORDER.
      *
          05 ENR-REQUESTED-STAMP.
             10 ENR-REQUESTED-DATE  PIC X(8).
             10 ENR-REQUESTED-TIME  PIC X(6).
          05 ENR-LAST-UPDATED-BY    PIC X(8).
          05 ENR-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(13).
