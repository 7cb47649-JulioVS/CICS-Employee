             88 MON-AC-SIGN-OFF             VALUE 'O'.
             88 MON-AC-NOTIFY               VALUE 'N'.
             88 MON-AC-FAILED-ATTEMPT       VALUE 'A'.
             88 MON-AC-WINDOW-CHECK         VALUE 'W'.
             88 MON-AC-ELEVATE              VALUE 'B'.
          05 MON-RESPONSE           PIC X(1).
             88 MON-ST-NOT-SET              VALUE SPACE.
             88 MON-ST-IN-PROCESS           VALUE 'I'.
             88 MON-ST-CONCURRENT-SESSION   VALUE 'C'.
             88 MON-ST-SESSION-EXPIRED      VALUE 'X'.
             88 MON-PROCESSING-ERROR        VALUE 'E'.
             88 MON-ST-OUTSIDE-WINDOW       VALUE 'W'.
             88 MON-ST-ELEVATION-REFUSED    VALUE 'R'.
          05 MON-MESSAGE            PIC X(79).
      *
      *    SESSION-WIDE PASSWORD-AGE POLICY, ECHOED BACK ON EVERY
      *    THEMSELVES JUST TO ENFORCE PASSWORD EXPIRATION.
      *
          05 MON-PASSWORD-AGE-DAYS  PIC 9(4).
      *
      *    BREAK-GLASS ELEVATION (MON-AC-ELEVATE, FROM EBRKGP ONLY) -
      *    THE CALLER SUPPLIES THE MANDATORY REASON; EACTMON RETURNS
      *    THE TIMESTAMP THE ELEVATION RUNS OUT. WHILE IT RUNS, EVERY
      *    ROUTINE PING GETS 'ADM' BACK IN MON-USER-CATEGORY.
      *
          05 MON-ELEVATION-REASON   PIC X(60).
          05 MON-ELEVATED-UNTIL     PIC X(14).
