      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SKILL CODE TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY SKL-SKILL-CODE (APP-SKILL-FILE-NAME).
      *      - EVERYDAY SKILLS THAT CARRY NO EXPIRY DATE (LANGUAGES
      *        SPOKEN, SYSTEMS KNOWN, FIRST-AID VOLUNTEERS) - FORMAL
      *        CERTIFICATIONS STAY ON THE COURSE TABLE (EECRSTB.CPY).
      *        VALIDATED ON ESKLP AND ESKSP; MAINTAINED ON ESKLADM.
      ******************************************************************
       01 SKILL-RECORD.
          05 SKL-SKILL-CODE         PIC X(8).
          05 SKL-SKILL-DESC         PIC X(29).
          05 SKL-CATEGORY           PIC X(1).
             88 SKL-CAT-LANGUAGE            VALUE 'L'.
             88 SKL-CAT-SYSTEM              VALUE 'S'.
             88 SKL-CAT-VOLUNTEER           VALUE 'V'.
             88 SKL-CAT-OTHER               VALUE 'O'.
             88 SKL-CAT-VALID               VALUE 'L' 'S' 'V' 'O'.
      *
      *    AN INACTIVE CODE STAYS ON FILE (EXISTING EMPLOYEE SKILLS
      *    STILL CARRY IT) BUT IS REFUSED ON NEW ENTRY.
      *
          05 SKL-STATUS             PIC X(1).
             88 SKL-ACTIVE                  VALUE 'A' SPACE.
             88 SKL-INACTIVE                VALUE 'I'.
          05 FILLER                 PIC X(21).
