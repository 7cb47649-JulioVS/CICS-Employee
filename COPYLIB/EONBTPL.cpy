          05 OTP-STATUS             PIC X(1).
             88 OTP-ACTIVE                  VALUE 'A' SPACE.
             88 OTP-INACTIVE                VALUE 'I'.
      *
      *    THE OWNING TEAM'S CONTACT (EMPLOYEE ID), TOLD BY EMAIL
      *    THROUGH THE NOTIFICATION OUTBOX (SEE ENTFOBX.CPY) WHENEVER
      *    THE TASK IS SPAWNED FOR A NEW STARTER. ZERO OR SPACES
      *    (EVERY ROW LOADED BEFORE THE FIELD EXISTED) SENDS NOTHING.
      *
          05 OTP-NOTIFY-EMPLOYEE-ID PIC 9(8).
