      *
          05 RU-FORCE-CHANGE-FLAG    PIC X(1).
             88 RU-FORCE-PASSWORD-CHANGE       VALUE 'F'.
      *
      *    'Y' PRE-AUTHORIZES A STANDARD OR MANAGER USER TO TAKE
      *    BREAK-GLASS EMERGENCY ELEVATION ON EBRKGP - A TIME-LIMITED
      *    RAISE OF THEIR SESSION TO ADMINISTRATOR. SPACE OR 'N' (THE
      *    DEFAULT FOR EVERY EXISTING USER) MEANS NOT AUTHORIZED.
      *    GRANTED ON EUSRADM.
      *
          05 RU-BREAK-GLASS-FLAG     PIC X(1).
             88 RU-BREAK-GLASS-ALLOWED         VALUE 'Y'.
             88 RU-BREAK-GLASS-NOT-ALLOWED     VALUE 'N' SPACE.
          05 FILLER                  PIC X(44).
