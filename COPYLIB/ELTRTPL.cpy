      *      - KEYED BY LTR-TEMPLATE-KEY (APP-LETTER-TEMPLATE-FILE-
      *        NAME): TEMPLATE ID + LINE SEQUENCE, SO A TEMPLATE'S
      *        LINES SIT TOGETHER IN ORDER.
      *      - FOUR TEMPLATES ARE IN USE: 'EMPVER' (THE BASIC
      *        EMPLOYMENT VERIFICATION), 'EMPVERS' (THE WITH-
      *        SALARY VARIANT, ADMINISTRATOR-RELEASED ONLY),
      *        'TOTRWD' (THE ANNUAL TOTAL REWARDS STATEMENT) AND
      *        'BNKCHG' (THE BANK-CHANGE CONFIRMATION).
      *      - A LINE MAY CARRY ONE SUBSTITUTION SLOT: &NAME, &TITLE,
      *        &SDATE OR &SALARY - FILLED BY ELTRGP FROM EMPMAST AND
      *        THE IN-EFFECT EMPCOMP RECORD. 'TOTRWD' LINES ARE
      *        FILLED BY ETRSXP INSTEAD: &NAME, &TITLE, &DEPT, &YEAR
      *        AND &MILESTN, PLUS &SALHIST, &BENEFIT AND &LEAVE,
      *        WHICH REPLACE THEIR LINE WITH A BLOCK OF DETAIL LINES.
      *        'BNKCHG' LINES ARE FILLED BY EBNKLTP: &NAME, &BANK,
      *        &ACCOUNT (MASKED) AND &HOLDEND.
      *      - THE NOTIFICATION TEMPLATES (THE APP-NTF-* IDS) LIVE
      *        HERE TOO: THE FIRST LINE IS THE EMAIL SUBJECT, THE REST
      *        THE BODY, FILLED BY ENTFDP FROM &NAME AND &VALUE1 -
      *        &VALUE3 (SEE ENTFOBX.CPY).
      *      - MAINTAINED BY ADMINISTRATORS ON ELTRADM.
      ******************************************************************
       01 LETTER-TEMPLATE-RECORD.
