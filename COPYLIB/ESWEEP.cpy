      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - NIGHTLY SWEEP WORK FILE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY SWP-SWEEP-KEY (APP-SWEEP-FILE-NAME), A COMPOUND
      *        KEY OF THE SWEEP'S RUN DATE + EMP-DEPARTMENT-ID +
      *        EMP-EMPLOYEE-ID, SO A BROWSE RETURNS THE EMPLOYEES
      *        SORTED BY DEPARTMENT AND A SINGLE DEPARTMENT CAN BE
      *        STARTED ON DIRECTLY. THE DATE LEADS THE KEY SO ESWPP
      *        CAN DROP A WHOLE PRIOR SWEEP WITH ONE GENERIC DELETE.
      *      - REBUILT EVERY NIGHT BY ESWPP FROM A SINGLE PASS OF
      *        EMPMAST. EVERY EMPLOYEE IS CARRIED (LEAVERS AND MERGED
      *        RECORDS TOO) SO EACH READING JOB STILL APPLIES ITS OWN
      *        SELECTION AND COUNTS WHAT IT SCANNED.
      *      - READ BY EDRPTP, EAPRDP, EPAYXP AND EANNVP IN PLACE OF
      *        THEIR OWN FULL BROWSES OF EMPMAST.
      ******************************************************************
       01 SWEEP-WORK-RECORD.
          05 SWP-SWEEP-KEY.
             10 SWP-SWEEP-DATE         PIC X(8).
             10 SWP-DEPARTMENT-ID      PIC 9(8).
             10 SWP-EMPLOYEE-ID        PIC 9(8).
      *
      *    THE EMPLOYEE MASTER RECORD AS READ - READERS MOVE IT BACK
      *    INTO EMPLOYEE-MASTER-RECORD AND KEEP THEIR EMP- LOGIC AS
      *    IT WAS. SIZED WITH ROOM FOR THE MASTER TO GROW, THE SAME
      *    WAY ECMPPND HOLDS ITS EMPCOMP IMAGE.
      *
          05 SWP-EMPLOYEE-IMAGE        PIC X(300).
      *
      *    THE EMPLOYEE'S DEPARTMENT - NAME AND OWNING LEGAL ENTITY
      *    (A BLANK DEPT-COMPANY-CODE IS STORED AS THE HOME COMPANY).
      *    SPACES WHEN THE DEPARTMENT IS NOT ON FILE.
      *
          05 SWP-DEPARTMENT-NAME       PIC X(30).
          05 SWP-COMPANY-CODE          PIC X(4).
      *
      *    THE COMPENSATION IN EFFECT ON THE SWEEP DATE (LATEST
      *    EMPCOMP RECORD DATED ON OR BEFORE IT) - ZEROES/SPACES WHEN
      *    NO COMPENSATION RECORD IS ON FILE YET.
      *
          05 SWP-ANNUAL-SALARY         PIC 9(7)V99.
          05 SWP-PAY-GRADE             PIC X(4).
          05 SWP-COMP-EFF-DATE         PIC X(8).
      *
      *    THE DESCRIPTION OF THE EMPLOYEE'S JOB-TITLE CODE - SPACES
      *    WHEN THE CODE IS BLANK OR NOT ON THE JOBTITLE TABLE.
      *
          05 SWP-JOB-TITLE-DESC        PIC X(29).
