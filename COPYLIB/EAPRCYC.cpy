      *        REPORTS AND THE WINDOW AN APPRAISAL MUST FALL IN TO
      *        COUNT AS DONE THIS CYCLE. MAINTAINED ON EAPCADM;
      *        READ BY EAPCRP'S MANAGER-COMPLETION REPORT.
      *      - CYC-OBJECTIVES-DUE-DATE IS THE DATE EVERY ACTIVE
      *        EMPLOYEE SHOULD HAVE THIS CYCLE'S OBJECTIVES SET BY
      *        (SEE EOBJCTV.CPY) - FROM THEN ON EAPCRP LISTS THOSE
      *        WITHOUT. SPACES MEANS NO DATE HAS BEEN AGREED YET.
      ******************************************************************
       01 APPRAISAL-CYCLE-RECORD.
          05 CYC-CYCLE-NAME          PIC X(20).
          05 CYC-WINDOW-START        PIC X(8).
          05 CYC-WINDOW-END          PIC X(8).
          05 CYC-OBJECTIVES-DUE-DATE PIC X(8).
