      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - HR KPI SUMMARY RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY KPI-SCOPE-KEY (APP-KPI-FILE-NAME): THE
      *        DEPARTMENT THE FIGURES COVER - ZERO IS THE COMPANY-WIDE
      *        RECORD. EVERY DEPARTMENT'S FIGURES INCLUDE THE
      *        DEPARTMENTS BENEATH IT, SO A DIVISION'S RECORD IS THE
      *        WHOLE DIVISION.
      *      - REBUILT EVERY NIGHT BY EKPIXP; READ BY THE EKPIVP
      *        SCORECARD SCREEN, WHICH NEVER TOUCHES THE SOURCE FILES.
      *        THE PARENT AND NAME ARE CARRIED HERE SO THE SCREEN CAN
      *        DRILL DOWN WITHOUT READING DEPTMAST. A RECORD LEFT
      *        BEHIND BY A DEPARTMENT SINCE RETIRED KEEPS AN OLDER
      *        KPI-AS-OF-DATE THAN THE COMPANY RECORD AND IS SKIPPED.
      *      - PERCENTAGES AND AVERAGES CARRY ONE ASSUMED DECIMAL;
      *        ZERO WHERE THERE IS NOTHING TO DIVIDE BY.
      ******************************************************************
       01 KPI-SUMMARY-RECORD.
          05 KPI-SCOPE-KEY.
             10 KPI-DEPARTMENT-ID      PIC 9(8).
          05 KPI-PARENT-DEPARTMENT-ID  PIC 9(8).
          05 KPI-DEPARTMENT-NAME       PIC X(30).
          05 KPI-AS-OF-DATE            PIC X(8).
      *
      *    HEADCOUNT AND FTE FROM THE NIGHT'S SWEEP - ACTIVE
      *    EMPLOYEES, CONTRACTORS EXCLUDED (AS EHDSNP COUNTS THEM).
      *
          05 KPI-HEADCOUNT             PIC 9(5).
          05 KPI-FTE                   PIC 9(5)V99.
      *
      *    MONTH-ON-MONTH FROM EHDCNT - THE LATEST SNAPSHOT PERIOD ON
      *    FILE AGAINST THE ONE BEFORE IT (FTE-WEIGHTED, AS EHDCNT IS).
      *
          05 KPI-SNAPSHOT-PERIOD       PIC X(6).
          05 KPI-SNAPSHOT-FTE          PIC 9(5)V99.
          05 KPI-PRIOR-SNAPSHOT-FTE    PIC 9(5)V99.
          05 KPI-MONTH-CHANGE          PIC S9(5)V99.
      *
      *    ROLLING TWELVE-MONTH TURNOVER - LEAVERS OVER THE LAST
      *    TWELVE SNAPSHOT PERIODS AGAINST THEIR AVERAGE HEADCOUNT.
      *
          05 KPI-LEAVERS-12M           PIC 9(5).
          05 KPI-AVERAGE-HEADCOUNT     PIC 9(5)V99.
          05 KPI-TURNOVER-PERCENT      PIC 9(3)V9.
      *
      *    SICKNESS - DAYS OF ABSENCE WHOSE TYPE COUNTS AS SICKNESS,
      *    STARTED IN THE ROLLING WINDOW, PER ACTIVE HEAD.
      *
          05 KPI-SICK-DAYS             PIC 9(6)V9.
          05 KPI-SICK-DAYS-PER-HEAD    PIC 9(3)V9.
      *
      *    RECRUITMENT - REQUISITIONS STILL OPEN OR OFFERED, AND THE
      *    AVERAGE OPENED-TO-FILLED DAYS OF THOSE FILLED IN THE
      *    ROLLING WINDOW.
      *
          05 KPI-OPEN-REQUISITIONS     PIC 9(5).
          05 KPI-FILLED-REQUISITIONS   PIC 9(5).
          05 KPI-AVERAGE-DAYS-TO-FILL  PIC 9(4)V9.
      *
      *    THE CURRENT APPRAISAL CYCLE (EAPRCYC) - ACTIVE EMPLOYEES
      *    WITH AN APPRAISAL INSIDE THE CYCLE WINDOW, AS EAPCRP
      *    COUNTS THEM. ALL ZERO WHEN NO CYCLE WINDOW IS SET.
      *
          05 KPI-APPRAISAL-ROSTER      PIC 9(5).
          05 KPI-APPRAISAL-DONE        PIC 9(5).
          05 KPI-APPRAISAL-PERCENT     PIC 9(3)V9.
      *
      *    AVERAGE COMPA-RATIO (IN-EFFECT SALARY AGAINST THE GRADE'S
      *    BAND MIDPOINT, AS A PERCENTAGE - SAME RATIO AS ESALDP)
      *    OVER THE EMPLOYEES WHOSE GRADE HAS A BAND.
      *
          05 KPI-COMPA-COUNT           PIC 9(5).
          05 KPI-AVERAGE-COMPA-RATIO   PIC 9(3)V9.
          05 FILLER                    PIC X(20).
