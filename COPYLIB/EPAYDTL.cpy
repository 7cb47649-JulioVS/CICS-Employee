      *        CHANGE WRITES AN EAUDIT/EAUDDTL TRAIL.
      *      - CARRIED ON EPAYXP'S EXTRACT DETAIL SO PAYROLL CAN DROP
      *        THEIR PARALLEL BANK-ACCOUNT FILE.
      *      - THE ACCOUNT NUMBER IS HELD ENCIPHERED (SEE ECIPHP)
      *        UNDER THE KEY VERSION IN PAY-FIELD-KEY-VERSION, ALL BUT
      *        ITS LAST FOUR CHARACTERS. ONLY EBNKP'S AUDITED UNMASK
      *        AND EPAYXP'S EXTRACT DECIPHER IT. SPACES THERE MEANS A
      *        RECORD STILL IN THE CLEAR, AWAITING ECNVEP.
      ******************************************************************
       01 PAYMENT-DETAILS-RECORD.
          05 PAY-EMPLOYEE-ID        PIC 9(8).
          05 PAY-PAYMENT-METHOD     PIC X(1).
             88 PAY-MT-DEPOSIT              VALUE 'D'.
             88 PAY-MT-CHECK                VALUE 'C'.
          05 PAY-FIELD-KEY-VERSION  PIC X(1).
          05 FILLER                 PIC X(14).
