      *      - FIRST AID, REGULATORY LICENCES AND THE REST OF THE
      *        COMPLIANCE CATALOGUE - NO MORE SPREADSHEET. VALIDATED
      *        ON ECERTP; MAINTAINED ON ECRSADM.
      *      - CLASSROOM SESSIONS OF A COURSE ARE SCHEDULED ON ESESADM
      *        (SEE ESESSN.CPY); COMPLETING ONE ON EENRP WRITES OR
      *        RENEWS THE CERTIFICATION, USING THE VALIDITY PERIOD
      *        BELOW TO SET ITS EXPIRY DATE.
      ******************************************************************
       01 COURSE-RECORD.
          05 CRS-COURSE-CODE        PIC X(8).
          05 CRS-STATUS             PIC X(1).
             88 CRS-ACTIVE                  VALUE 'A' SPACE.
             88 CRS-INACTIVE                VALUE 'I'.
      *
      *    HOW LONG A CERTIFICATION EARNED ON THIS COURSE STAYS VALID,
      *    IN MONTHS FROM THE AWARD DATE. ZERO = NEVER EXPIRES.
      *
          05 CRS-VALIDITY-MONTHS    PIC 9(3).
