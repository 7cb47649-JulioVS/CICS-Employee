          05 RPT-MODE-FLAG          PIC X(1).
             88 RPT-SHOWING-PICKLIST        VALUE SPACE.
             88 RPT-VIEWING-REPORT          VALUE 'V'.
          05 RPT-QUEUE-NAME         PIC X(9).
      *
      *    THE QUEUE ITEM NUMBER OF THE FIRST LINE ON THE CURRENT
      *    PAGE - PF7/PF8 MOVE IT BY A PAGE AT A TIME.
      *    CURRENTLY PAGING. PAGES NEVER STRADDLE VOLUMES; PF8 AT
      *    THE END OF A VOLUME MOVES TO THE NEXT ONE'S FIRST PAGE.
      *
          05 RPT-BASE-QUEUE-NAME    PIC X(9).
          05 RPT-VOLUME-NUMBER      PIC 9(1).
