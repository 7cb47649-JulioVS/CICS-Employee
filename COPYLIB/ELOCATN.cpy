      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - WORK-LOCATION (SITE) TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY LOC-LOCATION-CODE (APP-LOCATION-FILE-NAME).
      *      - EMP-WORK-LOCATION ON THE EMPLOYEE MASTER CARRIES ONE OF
      *        THESE CODES, SO "WHO IS IN BUILDING C" CAN BE ANSWERED
      *        EVEN WHEN A DEPARTMENT SPANS SEVERAL BUILDINGS.
      *      - VALIDATED ON EADDP AND EUPDP; MAINTAINED ON ELOCADM;
      *        DRIVES EROLLP'S EVACUATION ROLL-CALL REPORT.
      ******************************************************************
       01 LOCATION-RECORD.
          05 LOC-LOCATION-CODE      PIC X(6).
          05 LOC-LOCATION-NAME      PIC X(30).
          05 LOC-ADDRESS            PIC X(30).
      *
      *    AN INACTIVE SITE STAYS ON FILE (EXISTING EMPLOYEES STILL
      *    CARRY IT AND STILL APPEAR ON ITS ROLL CALL) BUT IS REFUSED
      *    ON NEW ENTRY.
      *
          05 LOC-STATUS             PIC X(1).
             88 LOC-ACTIVE                  VALUE 'A' SPACE.
             88 LOC-INACTIVE                VALUE 'I'.
          05 FILLER                 PIC X(13).
