      *        ROLLED OUT ONE TRANSACTION AT A TIME), BUT ONCE ANY
      *        ROW EXISTS THE ENTERING TERMINAL MUST APPEAR WITH AN
      *        ACTIVE ROW. REFUSED ATTEMPTS ARE WRITTEN TO ESONAUD.
      *      - THE EOPSP HEALTH DASHBOARD ITSELF RUNS FROM ANYWHERE,
      *        BUT ITS FILE OPEN/CLOSE/ENABLE/DISABLE ACTIONS ARE ONLY
      *        TAKEN FROM A TERMINAL WITH AN ACTIVE ROW FOR ITS
      *        TRANSACTION - NO ROWS AT ALL MEANS NO ACTIONS, NOT
      *        ACTIONS FROM ANYWHERE.
      *      - MAINTAINED ON ETRMADM (ADMINISTRATORS ONLY).
      ******************************************************************
       01 TERMINAL-AUTH-RECORD.
