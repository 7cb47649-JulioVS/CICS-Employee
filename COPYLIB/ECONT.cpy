      *        ENTERED DIRECTLY BY TRANSACTION ID.
      *      - THE MAILING ADDRESS RIDES ALONG ON EPAYXP'S EXTRACT
      *        DETAIL FOR THE BENEFITS PROVIDER.
      *      - THE EMAIL ADDRESS IS WHERE ENTFDP DELIVERS OUTBOX
      *        NOTIFICATIONS (SEE ENTFOBX.CPY).
      ******************************************************************
       01 EMPLOYEE-CONTACT-RECORD.
          05 CNT-EMPLOYEE-ID        PIC 9(8).
          05 CNT-ADDRESS-LINE-3     PIC X(30).
          05 CNT-PHONE-NUMBER       PIC X(15).
          05 CNT-EMAIL-ADDRESS      PIC X(40).
      *
      *    OPT-OUTS FROM THE NON-MANDATORY EMAIL NOTIFICATIONS, SET
      *    ON ECONTP - 'Y' STOPS THAT TYPE; SPACE (EVERY RECORD
      *    WRITTEN BEFORE THE FIELDS EXISTED) KEEPS IT. LOCKOUTS,
      *    PROBATION REVIEWS DUE AND CERTIFICATIONS EXPIRING ARE
      *    MANDATORY AND HAVE NO FLAG.
      *
          05 CNT-OPT-OUT-LEAVE      PIC X(1).
             88 CNT-NO-LEAVE-NOTICES        VALUE 'Y'.
          05 CNT-OPT-OUT-ONBOARD    PIC X(1).
             88 CNT-NO-ONBOARD-NOTICES      VALUE 'Y'.
