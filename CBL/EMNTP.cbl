      *          - 'EMNT OFF' CLEARS IT,
      *          - 'EMNT'     JUST SHOWS THE CURRENT STATE.
      *      - WHILE SET, THE UPDATING SCREENS (EADDP, EUPDP, EDELP,
      *        EABSNP, ECOMPP, EBLKHP, EBFCP) REFUSE WITH A CLEAR
      *        MESSAGE WHILE EVERY INQUIRY KEEPS WORKING, AND EMENUA
      *        SHOWS THE STATE - FLIPPED BEFORE AN EARCHP ARCHIVAL OR
      *        AN EMASSP/ERESTRP REORG SO NO REWRITE LANDS MID-RUN.
      *      - THE RECORD KEEPS WHO FLIPPED IT AND WHEN; A DIRECT-
      *        ENTRY TASK CARRIES NO SIGNED-ON USER, SO 'WHO' IS THE
      *        TERMINAL, SAME CONVENTION AS ESONAUD'S 'T-' ROWS.
