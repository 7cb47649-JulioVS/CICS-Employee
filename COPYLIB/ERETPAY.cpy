      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RETRO PAYMENT RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY RTP-RETRO-KEY (APP-RETRO-FILE-NAME), A
      *        COMPOUND KEY OF EMP-EMPLOYEE-ID + A 14-CHARACTER RAISED
      *        TIMESTAMP - SAME SHAPE ECMPPND USES.
      *      - RAISED BY EARRCP WHENEVER ECOMPP SAVES, OR ECMPRVP
      *        RELEASES, A COMPENSATION RECORD EFFECTIVE ON OR BEFORE
      *        THE END OF THE LAST PAY PERIOD EPAYXP EXTRACTED: ONE
      *        ONE-OFF PAYMENT CARRYING THE ARREARS FOR THE PERIODS
      *        ALREADY PAID AT THE OLD RATE, PRORATED BY THE
      *        EMPLOYEE'S FTE. A BACK-DATED CUT GIVES A NEGATIVE
      *        AMOUNT - AN OVERPAYMENT FOR PAYROLL TO RECOVER.
      *      - WRITTEN PENDING ('P'); EPAYXP SENDS IT ONCE AS AN 'R'
      *        RECORD AND MARKS IT EXTRACTED ('X') WITH ITS RUN DATE.
      *        EARRRP IS THE MONTHLY REPORT OF EVERY ONE RAISED.
      *      - ALL DATES ARE YYYYMMDD.
      ******************************************************************
       01 RETRO-PAYMENT-RECORD.
          05 RTP-RETRO-KEY.
             10 RTP-EMPLOYEE-ID        PIC 9(8).
             10 RTP-RAISED-TIMESTAMP.
                15 RTP-RAISED-DATE     PIC X(8).
                15 RTP-RAISED-TIME     PIC X(6).
      *
      *    THE ARREARS WINDOW - FROM THE NEW RATE'S EFFECTIVE DATE
      *    (OR THE EMPLOYEE'S START, IF LATER) THROUGH THE LAST
      *    EXTRACTED PERIOD, OR THE DAY BEFORE A LATER COMPENSATION
      *    RECORD TOOK OVER.
      *
          05 RTP-EFFECTIVE-DATE        PIC X(8).
          05 RTP-THROUGH-DATE          PIC X(8).
          05 RTP-OLD-SALARY            PIC 9(7)V99.
          05 RTP-NEW-SALARY            PIC 9(7)V99.
          05 RTP-FTE-PERCENT           PIC 9(3).
          05 RTP-PERIODS               PIC 9(3).
          05 RTP-PERIOD-DIFFERENCE     PIC S9(7)V99.
          05 RTP-ARREARS-AMOUNT        PIC S9(7)V99.
          05 RTP-SOURCE-PROGRAM        PIC X(8).
          05 RTP-RAISED-BY-USER-ID     PIC X(8).
          05 RTP-STATUS                PIC X(1).
             88 RTP-ST-PENDING               VALUE 'P'.
             88 RTP-ST-EXTRACTED             VALUE 'X'.
          05 RTP-EXTRACTED-DATE        PIC X(8).
          05 FILLER                    PIC X(10).
