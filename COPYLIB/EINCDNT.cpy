      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - HEALTH AND SAFETY INCIDENT RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY INC-INCIDENT-KEY (APP-INCIDENT-FILE-NAME): THE
      *        DATE THE INCIDENT HAPPENED + A SEQUENCE RUNNING FROM 1
      *        WITHIN THAT DATE, SO A MONTH'S INCIDENTS SIT TOGETHER
      *        AND EINCRP'S MONTHLY RUN BROWSES JUST THAT STRETCH.
      *      - ONE RECORD PER WORKPLACE ACCIDENT OR NEAR MISS, TIED TO
      *        THE EMPLOYEE INVOLVED AND THE WORK LOCATION (SEE
      *        ELOCATN.CPY), AND OPTIONALLY TO THE SICKNESS ABSENCE IT
      *        CAUSED (SEE EABSENC.CPY) - THE LINKED ABSENCE'S DAYS ARE
      *        THE INCIDENT'S LOST DAYS.
      *      - MAINTAINED ON EINCP, GATED THROUGH THE EPERMTX MATRIX.
      *      - ALL DATES ARE YYYYMMDD.
      ******************************************************************
       01 INCIDENT-RECORD.
          05 INC-INCIDENT-KEY.
             10 INC-INCIDENT-DATE      PIC X(8).
             10 INC-INCIDENT-SEQ       PIC 9(3).
          05 INC-EMPLOYEE-ID           PIC 9(8).
          05 INC-LOCATION-CODE         PIC X(6).
          05 INC-LOCATION-DETAIL       PIC X(30).
      *
      *    'NI' (NO INJURY) GOES WITH A NEAR MISS AND NOTHING ELSE.
      *
          05 INC-INJURY-TYPE           PIC X(2).
             88 INC-INJ-CUT                  VALUE 'CU'.
             88 INC-INJ-FRACTURE             VALUE 'FR'.
             88 INC-INJ-SPRAIN               VALUE 'SP'.
             88 INC-INJ-BURN                 VALUE 'BU'.
             88 INC-INJ-CRUSH                VALUE 'CR'.
             88 INC-INJ-EYE                  VALUE 'EY'.
             88 INC-INJ-AMPUTATION           VALUE 'AM'.
             88 INC-INJ-RESPIRATORY          VALUE 'RS'.
             88 INC-INJ-ELECTRIC             VALUE 'EL'.
             88 INC-INJ-OTHER                VALUE 'OT'.
             88 INC-INJ-NONE                 VALUE 'NI'.
             88 INC-INJURY-VALID             VALUE 'CU' 'FR' 'SP'
                                                   'BU' 'CR' 'EY'
                                                   'AM' 'RS' 'EL'
                                                   'OT' 'NI'.
      *
      *    MAJOR INJURIES AND FATALITIES ARE ALWAYS EXTERNALLY
      *    REPORTABLE; THE OTHERS ONLY WHEN THE FLAG BELOW SAYS SO.
      *
          05 INC-SEVERITY              PIC X(1).
             88 INC-SEV-NEAR-MISS            VALUE 'N'.
             88 INC-SEV-FIRST-AID            VALUE 'F'.
             88 INC-SEV-LOST-TIME            VALUE 'L'.
             88 INC-SEV-MAJOR                VALUE 'M'.
             88 INC-SEV-FATAL                VALUE 'D'.
             88 INC-SEV-VALID                VALUE 'N' 'F' 'L' 'M'
                                                   'D'.
             88 INC-SEV-ALWAYS-REPORTABLE    VALUE 'M' 'D'.
          05 INC-REPORTABLE-FLAG       PIC X(1).
             88 INC-EXTERNALLY-REPORTABLE    VALUE 'Y'.
             88 INC-NOT-REPORTABLE           VALUE 'N'.
          05 INC-DESCRIPTION           PIC X(50).
      *
      *    THE LINKED SICKNESS ABSENCE - ITS KEY IS INC-EMPLOYEE-ID +
      *    THIS ENTRY TIMESTAMP. THE START DATE IS KEPT ALONGSIDE AS
      *    THE SCREEN SHOWS AND ACCEPTS IT.
      *
          05 INC-ABS-ENTRY-TIMESTAMP   PIC X(14).
             88 INC-NO-ABSENCE-LINKED        VALUE SPACES.
          05 INC-ABS-START-DATE        PIC X(8).
          05 INC-REPORTED-BY           PIC X(8).
          05 INC-ENTERED-DATE          PIC X(8).
          05 INC-LAST-UPDATED-BY       PIC X(8).
          05 INC-LAST-UPDATED-DATE     PIC X(8).
          05 FILLER                    PIC X(37).
