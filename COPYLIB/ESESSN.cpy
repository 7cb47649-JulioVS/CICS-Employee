      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - TRAINING COURSE SESSION RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY SES-SESSION-KEY (APP-SESSION-FILE-NAME):
      *        COURSE CODE + SESSION NUMBER, SO ALL THE SCHEDULED
      *        CLASSES OF ONE COURSE SIT TOGETHER.
      *      - MAINTAINED ON ESESADM; BOOKINGS AGAINST A SESSION ARE
      *        KEPT ON THE ENROLLMENT FILE (SEE EENROL.CPY) AND
      *        ENTERED ON EENRP.
      ******************************************************************
       01 COURSE-SESSION-RECORD.
          05 SES-SESSION-KEY.
             10 SES-COURSE-CODE     PIC X(8).
             10 SES-SESSION-NUMBER  PIC 9(4).
          05 SES-SESSION-DATE       PIC X(8).
      *
      *    WHERE THE CLASS IS HELD - A CODE ON THE WORK-LOCATION
      *    TABLE (SEE ELOCATN.CPY).
      *
          05 SES-LOCATION-CODE      PIC X(6).
      *
      *    BOOKINGS BEYOND CAPACITY GO ON THE SESSION'S WAITLIST AND
      *    ARE PROMOTED IN ORDER AS PLACES OPEN (SEE EWAITP).
      *
          05 SES-CAPACITY           PIC 9(3).
          05 SES-INSTRUCTOR         PIC X(30).
      *
      *    A CANCELLED SESSION STAYS ON FILE WITH ITS BOOKINGS, BUT
      *    TAKES NO NEW ONES.
      *
          05 SES-STATUS             PIC X(1).
             88 SES-SCHEDULED               VALUE 'S' SPACE.
             88 SES-CANCELLED               VALUE 'X'.
          05 SES-LAST-UPDATED-BY    PIC X(8).
          05 SES-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(24).
