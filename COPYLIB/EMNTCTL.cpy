      *      - AN ADMINISTRATOR FLIPS IT WITH THE EMNT TRANSACTION
      *        BEFORE AN EARCHP ARCHIVAL OR AN EMASSP/ERESTRP REORG:
      *        WHILE SET, THE UPDATING SCREENS (EADDP, EUPDP, EDELP,
      *        EABSNP, ECOMPP, EBLKHP, EBFCP) REFUSE WITH A CLEAR
      *        MESSAGE WHILE EVERY INQUIRY KEEPS WORKING, AND EMENUA
      *        SHOWS THE STATE SO NOBODY IS SURPRISED.
      ******************************************************************
       01 MAINTENANCE-CONTROL-RECORD.
          05 MNT-STATE               PIC X(1).
