      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EXIT-INTERVIEW RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY EXR-EMPLOYEE-ID (APP-EXITREC-FILE-NAME), A ONE-
      *        PER-EMPLOYEE CHILD OF THE EMPLOYEE MASTER - WHY THE
      *        EMPLOYEE LEFT, CAPTURED ON EUPDP IN THE SAME SAVE THAT
      *        ENTERS THE END DATE.
      *      - THE REASON CODE IS ONE OF THE LEAVING-REASON TABLE'S
      *        (SEE EEXRSN.CPY); ITS VOLUNTARY/INVOLUNTARY CATEGORY IS
      *        COPIED ON AT CAPTURE TIME.
      *      - THE EXIT-INTERVIEW ANSWERS ARE CODED SO THEY CAN BE
      *        COUNTED: 1 (VERY DISSATISFIED) TO 5 (VERY SATISFIED),
      *        BLANK WHERE THE QUESTION WAS NOT ASKED OR ANSWERED.
      *      - EEXTRP'S QUARTERLY REPORT BREAKS LEAVERS DOWN BY REASON
      *        AND DEPARTMENT AND TOTALS REGRETTED VOLUNTARY LOSSES BY
      *        APPRAISAL RATING.
      *      - ALL DATES ARE YYYYMMDD.
      ******************************************************************
       01 EXIT-INTERVIEW-RECORD.
          05 EXR-EMPLOYEE-ID        PIC 9(8).
          05 EXR-END-DATE           PIC X(8).
          05 EXR-DEPARTMENT-ID      PIC 9(8).
          05 EXR-REASON-CODE        PIC X(4).
          05 EXR-REASON-CATEGORY    PIC X(1).
             88 EXR-VOLUNTARY               VALUE 'V'.
             88 EXR-INVOLUNTARY             VALUE 'I'.
      *
      *    A REGRETTED LOSS IS SOMEONE THE BUSINESS WOULD HAVE KEPT.
      *
          05 EXR-REGRETTED-FLAG     PIC X(1).
             88 EXR-REGRETTED               VALUE 'Y'.
             88 EXR-NOT-REGRETTED           VALUE 'N'.
             88 EXR-REGRET-VALID            VALUE 'Y' 'N'.
          05 EXR-ANS-MANAGER        PIC X(1).
             88 EXR-ANS-MANAGER-VALID       VALUE SPACE '1' THRU '5'.
          05 EXR-ANS-PAY            PIC X(1).
             88 EXR-ANS-PAY-VALID           VALUE SPACE '1' THRU '5'.
          05 EXR-ANS-GROWTH         PIC X(1).
             88 EXR-ANS-GROWTH-VALID        VALUE SPACE '1' THRU '5'.
          05 EXR-ANS-WORKLOAD       PIC X(1).
             88 EXR-ANS-WORKLOAD-VALID      VALUE SPACE '1' THRU '5'.
          05 EXR-ANS-WOULD-RETURN   PIC X(1).
             88 EXR-ANS-RETURN-VALID        VALUE SPACE 'Y' 'N'.
          05 EXR-RECORDED-BY        PIC X(8).
          05 EXR-RECORDED-DATE      PIC X(8).
          05 FILLER                 PIC X(29).
