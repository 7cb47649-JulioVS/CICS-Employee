      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MAIL GATEWAY INBOUND RECORD - THE FIXED-FORMAT RECORDS
      *        ENTFDP APPENDS TO THE GATEWAY'S INBOUND QUEUE
      *        (APP-MAIL-GATEWAY-QUEUE-NAME), WHICH THE SITE'S MAIL
      *        GATEWAY DRAINS CONTINUOUSLY - ENTFDP ONLY EVER APPENDS.
      *      - ONE MESSAGE IS A HEADER ('H' - ADDRESS AND TEMPLATE),
      *        A SUBJECT ('S' - THE TEMPLATE'S FIRST LINE), ITS BODY
      *        LINES ('B') AND AN END RECORD ('E' - BODY LINE COUNT),
      *        ALL CARRYING THE SAME MESSAGE ID (THE OUTBOX KEY). THE
      *        DISPATCHER IS THE ONLY WRITER, SO A MESSAGE'S RECORDS
      *        ARE NEVER INTERLEAVED WITH ANOTHER'S.
      ******************************************************************
       01 MAIL-GATEWAY-RECORD.
          05 MGW-RECORD-TYPE           PIC X(1).
             88 MGW-HEADER                      VALUE 'H'.
             88 MGW-SUBJECT                     VALUE 'S'.
             88 MGW-BODY-LINE                   VALUE 'B'.
             88 MGW-END-OF-MESSAGE              VALUE 'E'.
          05 MGW-MESSAGE-ID            PIC X(24).
          05 MGW-RECORD-DATA           PIC X(70).
          05 MGW-HEADER-DATA REDEFINES MGW-RECORD-DATA.
             10 MGW-TO-ADDRESS         PIC X(40).
             10 MGW-TEMPLATE-ID        PIC X(8).
             10 FILLER                 PIC X(22).
          05 MGW-END-DATA REDEFINES MGW-RECORD-DATA.
             10 MGW-BODY-LINE-COUNT    PIC 9(3).
             10 FILLER                 PIC X(67).
