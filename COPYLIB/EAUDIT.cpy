      *        EMPMAST'S EMPDEPT PATH - SO THE COMPLIANCE QUESTION
      *        "SHOW ME EVERYTHING USER X CHANGED LAST WEEK" (EAUDQP)
      *        NO LONGER MEANS SCANNING THE WHOLE FILE.
      *      - EVERY ENTRY IS SEALED ONTO ITS EMPLOYEE'S CHAIN BY
      *        EAUDHP BEFORE IT IS WRITTEN (SEE AUD-CHAIN-SEAL), AND
      *        EAUDCVP WALKS THE CHAINS TO PROVE NOTHING WAS ALTERED
      *        OR REMOVED.
      ******************************************************************
       01 AUDIT-LOG-RECORD.
          05 AUD-AUDIT-KEY.
      *       EXTERNAL ID ON SCREEN (SEE EUPDP PF6) - WHO LOOKED,
      *       AND WHEN, FOR THE PRIVACY AUDIT.
             88 AUD-ACTION-UNMASK              VALUE 'X'.
      *
      *       'C' (EAUDIT TRAIL) AND 'T' (EAUDDTL TRAIL) RECORD EAUDHP
      *       RE-SEALING THE EMPLOYEE'S WHOLE CHAIN AFTER A MERGE
      *       (EMRGP) - BOOK-KEEPING, NOT A CHANGE, LIKE 'X'. EAUDCVP
      *       REPORTS EACH ONE AS A KNOWN RESEAL BOUNDARY.
             88 AUD-ACTION-RECHAIN             VALUE 'C' 'T'.
             88 AUD-ACTION-RECHAIN-AUDIT       VALUE 'C'.
             88 AUD-ACTION-RECHAIN-DETAIL      VALUE 'T'.
          05 AUD-CHANGED-BY-USER-ID    PIC X(8).
          05 AUD-SOURCE-PROGRAM        PIC X(8).
      *
      *       SET ONLY ON THE RECORDS A MASS-UPDATE RUN WRITES (SEE
      *       APP-RUNID-* IN ECONST) - SPACES FOR ONE-AT-A-TIME
      *       CHANGES. EREVRP FINDS A WHOLE RUN BY IT.
          05 AUD-RUN-ID                PIC X(16).
      *
      *       TAMPER-EVIDENT CHAIN - AUD-CHAIN-HASH IS A KEYED MAC
      *       COMPUTED BY EAUDHP OVER EVERYTHING ABOVE PLUS
      *       AUD-PREV-CHAIN-HASH, WHICH IS THE CHAIN HASH OF THE
      *       EMPLOYEE'S PREVIOUS ENTRY (SPACES FOR THE FIRST). EVERY
      *       SEAL STARTS WITH 'K'. SPACES IN BOTH MEANS THE ENTRY
      *       PREDATES THE CHAIN (SEE APP-AUDCHN-GO-LIVE-TS). KEEP
      *       THIS GROUP LAST - ANY NEW FIELD GOES ABOVE IT SO THE
      *       HASH COVERS IT.
          05 AUD-CHAIN-SEAL.
             10 AUD-PREV-CHAIN-HASH    PIC X(16).
             10 AUD-CHAIN-HASH         PIC X(16).
