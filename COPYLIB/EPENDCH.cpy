      *        ADMINISTRATOR TO APPLY OR REJECT ON EPENDP. APPLYING
      *        GOES THROUGH THE SAME REWRITE/TRANSFER/AUDIT SEQUENCE
      *        EUPDP'S OWN 3000-REWRITE-MASTER-RECORD PERFORMS.
      *      - A LEGAL NAME CHANGE CARRIES ITS EFFECTIVE DATE AND
      *        REASON CODE (SEE ENAMHST.CPY) ALONGSIDE THE IMAGE, SO
      *        THE NAME-HISTORY RECORD CAN BE WRITTEN WHEN IT IS
      *        APPLIED. BOTH ARE BLANK WHEN THE NAME IS UNCHANGED.
      ******************************************************************
       01 PENDING-CHANGE-RECORD.
          05 PCH-PENDING-KEY.
             10 PCH-ENTRY-TIMESTAMP.
                15 PCH-ENTRY-DATE      PIC X(8).
                15 PCH-ENTRY-TIME      PIC X(6).
          05 PCH-PROPOSED-RECORD       PIC X(263).
          05 PCH-REQUESTED-BY-USER-ID  PIC X(8).
          05 PCH-NAME-EFF-DATE         PIC X(8).
          05 PCH-NAME-REASON           PIC X(1).
