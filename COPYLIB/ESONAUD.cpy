      *        QUEUES (WHICH EPURGP DELETES AND A RECYCLE WIPES) IS
      *        NOW ALSO WRITTEN HERE PERMANENTLY: SIGN-ONS, FAILED
      *        ATTEMPTS, LOCKOUTS, SIGN-OFFS, IDLE EXPIRIES, FORCED
      *        SIGN-OFFS, ATTEMPTS AGAINST INACTIVE ACCOUNTS, SIGN-ONS
      *        REFUSED OUTSIDE THE USER'S PERMITTED WINDOW AND SESSIONS
      *        ENDED WHEN THAT WINDOW CLOSED (SEE ESONWIN.CPY) - SO
      *        "WHO TRIED TO SIGN ON AS ADMIN01 LAST WEEKEND" HAS AN
      *        ANSWER ON FILE. REPORTED DAILY BY ESONVP.
      *      - BREAK-GLASS ELEVATIONS (SEE EBRKGP) AND THEIR EXPIRY ARE
      *        RECORDED HERE TOO, AND REVIEWED THE NEXT DAY BY EBRKRP.
      *      - SO ARE THE FILE OPENS, CLOSES, ENABLES AND DISABLES AN
      *        OPERATOR MAKES FROM THE EOPSP HEALTH DASHBOARD.
      ******************************************************************
       01 SIGNON-AUDIT-RECORD.
          05 SNA-AUDIT-KEY.
             88 SNA-INACTIVE-ATTEMPT         VALUE 'I'.
             88 SNA-FORCED-OFF               VALUE 'K'.
             88 SNA-TERMINAL-REFUSED         VALUE 'T'.
             88 SNA-WINDOW-REFUSED           VALUE 'W'.
             88 SNA-WINDOW-CLOSED            VALUE 'C'.
             88 SNA-ELEVATED                 VALUE 'B'.
             88 SNA-ELEVATION-ENDED          VALUE 'E'.
             88 SNA-FILE-ACTION              VALUE 'A'.
          05 SNA-ATTEMPT-COUNT         PIC 9(2).
      *
      *    FOR FORCED SIGN-OFFS ('K') ONLY: THE TERMINAL THE FORCE
      *    CAME FROM AND THE REASON THE OPERATOR KEYED ON THE EWHOP
      *    DASHBOARD. FILE ACTIONS ('A') FILL THEM THE SAME WAY FROM
      *    THE EOPSP DASHBOARD. SPACES FOR EVERY OTHER RESULT.
      *
          05 SNA-FORCED-BY-TERMINAL    PIC X(4).
          05 SNA-FORCED-REASON         PIC X(20).
      *
      *    FOR BREAK-GLASS ELEVATIONS ('B') ONLY: THE REASON THE USER
      *    KEYED AND WHEN THE ELEVATION RUNS OUT. SPACES FOR EVERY
      *    OTHER RESULT.
      *
          05 SNA-ELEVATION-REASON      PIC X(60).
          05 SNA-ELEVATED-UNTIL        PIC X(14).
      *
      *    FOR FILE ACTIONS ('A') ONLY: THE FILE ACTED ON AND WHAT WAS
      *    DONE TO IT (OPEN, CLOSE, ENABLE OR DISABLE). SPACES FOR
      *    EVERY OTHER RESULT.
      *
          05 SNA-OPS-FILE-NAME         PIC X(8).
          05 SNA-OPS-FILE-ACTION       PIC X(8).
