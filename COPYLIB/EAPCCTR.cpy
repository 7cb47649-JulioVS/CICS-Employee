             88 CYA-RECORD-LOADED           VALUE 'L'.
          05 CYA-RECORD-ON-FILE-FLAG  PIC X(1).
             88 CYA-RECORD-ON-FILE          VALUE 'Y'.
          05 CYA-CYCLE-RECORD         PIC X(44).
