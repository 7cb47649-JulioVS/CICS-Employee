      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - LEGAL-ENTITY (COMPANY CODE) TABLE RECORD LAYOUT (VSAM
      *        KSDS).
      *      - KEYED BY ENT-COMPANY-CODE (APP-ENTITY-FILE-NAME).
      *      - DEPT-COMPANY-CODE ON THE DEPARTMENT MASTER CARRIES ONE
      *        OF THESE CODES, SO EVERY DEPARTMENT (AND THROUGH IT
      *        EVERY EMPLOYEE) BELONGS TO EXACTLY ONE LEGAL ENTITY.
      *      - MAINTAINED ON EENTADM; VALIDATED ON EDEPADM; DRIVES
      *        THE PER-ENTITY PAYROLL AND GL EXTRACTS (EPAYXP AND
      *        EGLALCP) AND THE ENTITY BREAKS ON EDRPTP AND EHDSNP.
      ******************************************************************
       01 LEGAL-ENTITY-RECORD.
          05 ENT-COMPANY-CODE       PIC X(4).
          05 ENT-COMPANY-NAME       PIC X(30).
      *
      *    THE ENTITY'S STATUTORY REGISTRATION NUMBER AND THE
      *    PAYROLL BUREAU THAT PICKS UP ITS EXTRACT - BOTH FREE TEXT,
      *    FOR THE PEOPLE RECONCILING THE FEEDS.
      *
          05 ENT-REGISTRATION-NO    PIC X(15).
          05 ENT-PAYROLL-BUREAU     PIC X(20).
      *
      *    AN INACTIVE ENTITY STAYS ON FILE (ITS DEPARTMENTS STILL
      *    CARRY IT AND ITS EXTRACT STILL RUNS UNTIL THEY MOVE) BUT
      *    IS REFUSED ON NEW DEPARTMENT ENTRY.
      *
          05 ENT-STATUS             PIC X(1).
             88 ENT-ACTIVE                  VALUE 'A' SPACE.
             88 ENT-INACTIVE                VALUE 'I'.
          05 FILLER                 PIC X(10).
