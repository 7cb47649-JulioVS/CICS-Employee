      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE BANK-CHANGE CONFIRMATION LETTER
      *        PROGRAM (EBNKLTP), LINKED WITH LENGTH OF
      *        BANK-LETTER-COMMAREA BY EBNKP AND EBKRVP WHEN A BANK
      *        CHANGE'S COOLING-OFF HOLD STARTS.
      *      - PASS THE EMPLOYEE, THE NEW BANK CODE, THE MASKED NEW
      *        ACCOUNT AND THE HOLD-UNTIL DATE. THE LETTER GOES TO THE
      *        LETTERS QUEUE FOR EPRNTP, AND COMES BACK WITH:
      *          '0' LETTER WRITTEN.
      *          '1' NO CONTACT ADDRESS ON FILE - NOTHING WRITTEN.
      *          '2' NO 'BNKCHG' TEMPLATE ON FILE - NOTHING WRITTEN.
      *          '9' THE LETTER COULD NOT BE WRITTEN.
      *        ANYTHING BUT '0' LEAVES A READY-MADE SCREEN MESSAGE IN
      *        BLT-WARNING-TEXT. THE HOLD STANDS EITHER WAY.
      ******************************************************************
       01 BANK-LETTER-COMMAREA.
          05 BLT-EMPLOYEE-ID           PIC 9(8).
          05 BLT-BANK-CODE             PIC X(9).
          05 BLT-MASKED-ACCOUNT        PIC X(17).
          05 BLT-HOLD-UNTIL-DATE       PIC X(8).
          05 BLT-RETURN-CODE           PIC X(1).
             88 BLT-LETTER-WRITTEN              VALUE '0'.
             88 BLT-NO-ADDRESS                  VALUE '1'.
             88 BLT-NO-TEMPLATE                 VALUE '2'.
             88 BLT-NOT-WRITTEN                 VALUE '9'.
          05 BLT-WARNING-TEXT          PIC X(79).
