      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SUCCESSION NOMINATION RECORD (VSAM KSDS).
      *      - KEYED BY SUC-NOMINATION-KEY (APP-SUCCESSION-FILE-NAME):
      *        DEPARTMENT + NOMINEE, SO EVERY SUCCESSOR NAMED FOR ONE
      *        DEPARTMENT'S MANAGER POSITION SITS TOGETHER AND THE
      *        SAME PERSON CANNOT BE NOMINATED TWICE FOR ONE POST.
      *      - MAINTAINED ON ESUCP; THE QUARTERLY ESUCRP RUN LISTS
      *        EVERY MANAGER WITH NO READY-NOW SUCCESSOR, EVERY NOMINEE
      *        WHO HAS SINCE LEFT OR BEEN SOFT-DELETED, AND EVERY
      *        NOMINATION PAST ITS REVIEW DATE.
      ******************************************************************
       01 SUCCESSION-NOMINATION-RECORD.
          05 SUC-NOMINATION-KEY.
             10 SUC-DEPARTMENT-ID   PIC 9(8).
             10 SUC-NOMINEE-ID      PIC 9(8).
          05 SUC-READINESS          PIC X(1).
             88 SUC-READY-NOW               VALUE 'R'.
             88 SUC-READY-1-2-YEARS         VALUE '1'.
             88 SUC-READY-3-PLUS-YEARS      VALUE '3'.
             88 SUC-READINESS-VALID         VALUE 'R' '1' '3'.
      *
      *    YYYYMMDD - THE DATE BY WHICH HR MEANS TO LOOK AT THE
      *    NOMINATION AGAIN.
      *
          05 SUC-REVIEW-DATE        PIC X(8).
          05 SUC-NOMINATED-DATE     PIC X(8).
          05 SUC-LAST-UPDATED-BY    PIC X(8).
          05 SUC-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(31).
