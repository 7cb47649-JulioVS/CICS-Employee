      *        TIMESTAMP - SAME SHAPE DEPTTRN USES - SO REPEATED
      *        ABSENCES FOR THE SAME EMPLOYEE DON'T COLLIDE.
      *      - WRITTEN BY EABSNP; VACATION ABSENCES ALSO DECREMENT
      *        THE EMPLOYEE'S LEAVE BALANCE (SEE ELEAVE.CPY), AND TIME
      *        OFF IN LIEU ('T') ABSENCES DRAW ON THE BANKED OVERTIME
      *        HOURS INSTEAD (SEE ETOILB.CPY).
      *      - A SICK ABSENCE ALSO OPENS A RETURN-TO-WORK INTERVIEW
      *        ITEM FOR THE LINE MANAGER (SEE ESRWITM.CPY / ESRWCP).
      ******************************************************************
       01 ABSENCE-RECORD.
          05 ABS-ABSENCE-KEY.
                15 ABS-ENTRY-TIME      PIC X(6).
          05 ABS-START-DATE            PIC X(8).
          05 ABS-END-DATE              PIC X(8).
      *
      *    ANY CODE ON THE ABSENCE-TYPE TABLE (SEE EABSTYP.CPY,
      *    MAINTAINED ON EABTADM) - HOW A TYPE BEHAVES COMES FROM ITS
      *    TABLE ROW. THE 88-LEVELS NAME THE SEEDED CODES ONLY.
          05 ABS-ABSENCE-TYPE          PIC X(1).
             88 ABS-TYPE-VACATION            VALUE 'V'.
             88 ABS-TYPE-SICK                VALUE 'S'.
             88 ABS-TYPE-UNPAID              VALUE 'U'.
             88 ABS-TYPE-TOIL                VALUE 'T'.
      *
      *    HALF-DAY GRANULARITY - THE ASSUMED DECIMAL CARRIES .0 OR
      *    .5, SO A HALF-DAY APPOINTMENT NO LONGER ROUNDS TO A FULL
