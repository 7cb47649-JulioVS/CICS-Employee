      *        (TWO ASSUMED DECIMALS). MAINTAINED ON EBENADM;
      *        VALIDATED ON EBENP'S ENROLLMENT SCREEN; THE EMPLOYEE
      *        CONTRIBUTION RIDES EPAYXP'S EXTRACT AS A DEDUCTION.
      *      - A PLAN MAY REQUIRE COVERED DEPENDANTS AND/OR NAMED
      *        BENEFICIARIES (SEE EDEPNDT.CPY) BEFORE EBENP WILL SAVE
      *        AN ENROLLMENT IN IT.
      ******************************************************************
       01 BENEFIT-PLAN-RECORD.
          05 BPL-PLAN-CODE          PIC X(4).
          05 BPL-STATUS             PIC X(1).
             88 BPL-ACTIVE                  VALUE 'A' SPACE.
             88 BPL-INACTIVE                VALUE 'I'.
      *
      *    SPACES (PLANS SET UP BEFORE THESE FLAGS EXISTED) MEAN NOT
      *    REQUIRED.
      *
          05 BPL-REQUIRES-DEPENDANTS    PIC X(1).
             88 BPL-DEPENDANTS-REQUIRED     VALUE 'Y'.
          05 BPL-REQUIRES-BENEFICIARIES PIC X(1).
             88 BPL-BENEFICIARIES-REQUIRED  VALUE 'Y'.
