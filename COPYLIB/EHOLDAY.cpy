      *      - COMPANY HOLIDAY CALENDAR RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY HOL-HOLIDAY-DATE (APP-HOLIDAY-FILE-NAME).
      *      - THE BUSINESS-DAY CALENDAR THE DATE LOGIC WAS MISSING:
      *        THE ABSENCE DAY COUNTING (EABSNP, ELVAPP, EABFDP) SKIPS
      *        ACTIVE HOLIDAYS AS WELL AS THE EMPLOYEE'S DAYS OFF (SEE
      *        EWKPATN.CPY), AND THE ABSENCE AND TRANSFER-SCHEDULING
      *        SCREENS WARN WHEN A KEYED DATE ISN'T A WORKING DAY.
      *      - MAINTAINED ON EHOLADM.
      ******************************************************************
