      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - FIELD-CIPHER KEY RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY FKY-KEY-VERSION (APP-FIELD-KEY-FILE-NAME), ONE
      *        RECORD PER KEY VERSION. LOADED BY SECURITY
      *        ADMINISTRATION, NOT BY ANY SCREEN, AND DEFINED TO CICS
      *        SO THAT ONLY ECIPHP CAN READ IT.
      *      - NO KEY MATERIAL IS HELD HERE. FKY-KEY-LABEL NAMES THE
      *        AES DATA KEY IN THE ICSF CKDS THAT ECIPHP PASSES TO THE
      *        FORMAT-PRESERVING ENCRYPTION SERVICES; THE KEY ITSELF
      *        IS GENERATED AND GUARDED BY ICSF. A RETIRED VERSION
      *        (AND ITS CKDS KEY) IS KEPT UNTIL ECNVEP HAS RE-
      *        ENCIPHERED EVERY RECORD STILL CARRYING IT.
      ******************************************************************
       01 FIELD-KEY-RECORD.
          05 FKY-KEY-VERSION        PIC X(1).
          05 FKY-KEY-LABEL          PIC X(64).
          05 FKY-CREATED-DATE       PIC X(8).
          05 FKY-CREATED-BY-USER-ID PIC X(8).
          05 FILLER                 PIC X(19).
