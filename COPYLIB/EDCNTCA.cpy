      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE DEPARTMENT HEADCOUNT COUNTER PROGRAM
      *        (EDCNTP - SEE EDEPCNT.CPY), LINKED WITH
      *        LENGTH OF DEPT-COUNTER-COMMAREA.
      *      - INQUIRE: PASS DCA-DEPARTMENT-ID, GET BACK THE ACTIVE
      *        HEADS AND FTE-WEIGHTED SUM IN DCA-ACTIVE-HEADS AND
      *        DCA-ACTIVE-FTE-PCT.
      *      - ADJUST: PASS ONE EMPLOYEE'S DEPARTMENT, DELETE FLAG AND
      *        FTE AS READ FOR UPDATE (BEFORE) AND AS REWRITTEN
      *        (AFTER), LINKED STRAIGHT AFTER THE EMPMAST WRITE OR
      *        REWRITE SO THE COUNTERS MOVE IN THE SAME UNIT OF WORK.
      *        A NEW HIRE LEAVES THE BEFORE IMAGE INITIALIZED - A ZERO
      *        DEPARTMENT ON EITHER SIDE IS NOT COUNTED.
      ******************************************************************
       01 DEPT-COUNTER-COMMAREA.
          05 DCA-REQUEST-TYPE          PIC X(1).
             88 DCA-INQUIRE                     VALUE 'I'.
             88 DCA-ADJUST                      VALUE 'A'.
          05 DCA-RETURN-CODE           PIC X(1).
             88 DCA-REQUEST-OK                  VALUE '0'.
             88 DCA-REQUEST-FAILED              VALUE '9'.
          05 DCA-DEPARTMENT-ID         PIC 9(8).
          05 DCA-ACTIVE-HEADS          PIC 9(5).
          05 DCA-ACTIVE-FTE-PCT        PIC 9(7).
          05 DCA-BEFORE-IMAGE.
             10 DCA-BEFORE-DEPARTMENT-ID
                                       PIC 9(8).
             10 DCA-BEFORE-DELETE-FLAG PIC X(1).
             10 DCA-BEFORE-FTE-PERCENT PIC X(3).
          05 DCA-AFTER-IMAGE.
             10 DCA-AFTER-DEPARTMENT-ID
                                       PIC 9(8).
             10 DCA-AFTER-DELETE-FLAG  PIC X(1).
             10 DCA-AFTER-FTE-PERCENT  PIC X(3).
