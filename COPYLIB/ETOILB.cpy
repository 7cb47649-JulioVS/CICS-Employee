      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - TIME-OFF-IN-LIEU (TOIL) BALANCE RECORD LAYOUT (VSAM
      *        KSDS).
      *      - KEYED BY TLB-EMPLOYEE-ID (APP-TOIL-BALANCE-FILE-NAME),
      *        ONE RECORD PER EMPLOYEE, KEPT APART FROM THE EMPLEAVE
      *        VACATION BALANCE AND NOT TIED TO A LEAVE YEAR.
      *      - CREATED BY EOTAPP ON THE EMPLOYEE'S FIRST APPROVED TOIL
      *        CLAIM AND CREDITED WITH EVERY ONE AFTER; DRAWN DOWN BY
      *        EABSNP WHEN A 'T' (TIME OFF IN LIEU) ABSENCE IS
      *        RECORDED, AT APP-TOIL-HOURS-PER-DAY HOURS PER DAY
      *        TAKEN, AND CREDITED BACK WHEN ONE IS AMENDED OR
      *        CANCELLED.
      ******************************************************************
       01 TOIL-BALANCE-RECORD.
          05 TLB-EMPLOYEE-ID           PIC 9(8).
      *
      *    HOURS, HALF-HOUR GRANULARITY - THE BALANCE LEFT IS EARNED
      *    LESS TAKEN.
      *
          05 TLB-HOURS-EARNED          PIC 9(4)V9.
          05 TLB-HOURS-TAKEN           PIC 9(4)V9.
          05 TLB-LAST-UPDATED-BY       PIC X(8).
          05 TLB-LAST-UPDATED-DATE     PIC X(8).
          05 FILLER                    PIC X(6).
