      *      - ALTERNATE PATH BY EMP-PHONETIC-KEY (APP-EMP-MASTER-
      *        PHON-PATH-NAME), NON-UNIQUE, USED BY EVIEWP'S
      *        SOUNDS-LIKE NAME SEARCH.
      *      - ALTERNATE PATH BY EMP-WORK-LOCATION (APP-EMP-MASTER-
      *        LOC-PATH-NAME), NON-UNIQUE, USED BY EROLLP TO WALK ONE
      *        SITE'S PEOPLE FOR THE EVACUATION ROLL CALL.
      *      - ALTERNATE PATH BY EMP-SUPERVISOR-ID (APP-EMP-MASTER-
      *        SUPV-PATH-NAME), NON-UNIQUE, USED BY EMYTMP TO LIST A
      *        SUPERVISOR'S DIRECT REPORTS.
      ******************************************************************
       01 EMPLOYEE-MASTER-RECORD.
          05 EMP-EMPLOYEE-ID        PIC 9(8).
      *    (EVERY RECORD LOADED BEFORE THE FIELD EXISTED) READS AS
      *    PERMANENT. CONTRACTORS NO LONGER POLLUTE THE PAYROLL
      *    EXTRACT, THE HEADCOUNT SNAPSHOT OR THE ANNIVERSARY RUN,
      *    AND ELISTP CAN FILTER ON THE TYPE. A CONTRACTOR CARRIES
      *    ITS AGENCY / PURCHASE ORDER ENGAGEMENT ON ECTRENG (SEE
      *    ECTRENG.CPY).
      *
          05 EMP-EMPLOYEE-TYPE      PIC X(3).
             88 EMP-TYPE-PERMANENT          VALUE 'PRM' SPACES.
      *    INITIALIZED.
      *
          05 EMP-FTE-PERCENT        PIC 9(3).
      *
      *    WORK LOCATION (SITE) CODE, VALIDATED AGAINST THE WORK-
      *    LOCATION TABLE (SEE ELOCATN.CPY) ON EADDP/EUPDP. A
      *    DEPARTMENT CAN SPAN SEVERAL BUILDINGS, SO THIS - NOT
      *    EMP-DEPARTMENT-ID - IS WHAT EROLLP'S EVACUATION ROLL CALL
      *    GROUPS BY. SPACES (EVERY RECORD LOADED BEFORE THE FIELD
      *    EXISTED) READS AS NOT YET ASSIGNED.
      *
          05 EMP-WORK-LOCATION      PIC X(6).
      *
      *    REPORTS-TO SUPERVISOR (EMPLOYEE ID). DEPARTMENT MANAGERS
      *    (DEPT-MANAGER-EMPLOYEE-ID) ONLY GIVE THE REPORTING LINE AT
      *    DEPARTMENT LEVEL - THIS CARRIES THE TEAM LEAD INSIDE THE
      *    DEPARTMENT. MAINTAINED ON EUPDP, WHICH REFUSES ANYONE NOT
      *    ACTIVE AND ANY CHAIN THAT WOULD LOOP BACK ON ITSELF.
      *    ZERO OR SPACES (EVERY RECORD LOADED BEFORE THE FIELD
      *    EXISTED) READS AS NO SUPERVISOR RECORDED.
      *
          05 EMP-SUPERVISOR-ID      PIC 9(8).
      *
      *    WORKING-PATTERN CODE, VALIDATED AGAINST THE WORKING-
      *    PATTERN TABLE (SEE EWKPATN.CPY) ON EUPDP. ABSENCE DAY
      *    COUNTS AND EABCALP'S GRID TAKE THE EMPLOYEE'S WORKING WEEK
      *    FROM IT, SO A PART-TIMER OR SHIFT WORKER IS ONLY CHARGED
      *    FOR DAYS THEY WOULD HAVE WORKED. SPACES (EVERY RECORD
      *    LOADED BEFORE THE FIELD EXISTED) READS AS THE STANDARD
      *    MONDAY-TO-FRIDAY WEEK.
      *
          05 EMP-WORK-PATTERN       PIC X(4).
      *
      *    KEY VERSION EMP-EXTERNAL-ID IS ENCIPHERED UNDER (SEE
      *    ECIPHP AND EFLDKEY.CPY). THE LAST FOUR CHARACTERS STAY AS
      *    KEYED - THEY ARE ALL THE MASKED DISPLAYS SHOW - AND THE
      *    REST IS ENCIPHERED, THE SAME VALUE ALWAYS GIVING THE SAME
      *    RESULT SO THE EMPEXID PATH STILL CATCHES A DUPLICATE.
      *    ONLY EUPDP'S AUDITED UNMASK AND THE EXTRACTS THAT MUST
      *    SEND THE REAL VALUE DECIPHER IT. SPACES (EVERY RECORD
      *    LOADED BEFORE THE FIELD EXISTED) MEANS STILL IN THE CLEAR
      *    UNTIL THE ONE-TIME ECNVEP CONVERSION HAS RUN.
      *
          05 EMP-FIELD-KEY-VERSION  PIC X(1).
