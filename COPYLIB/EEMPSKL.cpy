      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMPLOYEE SKILL RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY ESK-SKILL-KEY (APP-EMPSKILL-FILE-NAME):
      *        EMPLOYEE + SKILL CODE, SO ONE EMPLOYEE'S SKILLS SIT
      *        TOGETHER.
      *      - NON-UNIQUE ALTERNATE INDEX ON ESK-SKILL-CODE
      *        (APP-EMPSKILL-CODE-PATH-NAME) SO ESKSP CAN FIND
      *        EVERYONE HOLDING A GIVEN SKILL WITHOUT READING THE
      *        WHOLE FILE.
      *      - ENTERED ON ESKLP (REACHED FROM EVIEWP'S DETAIL SCREEN
      *        OR DIRECTLY); CODES COME FROM THE SKILL TABLE (SEE
      *        ESKILTB.CPY).
      ******************************************************************
       01 EMPLOYEE-SKILL-RECORD.
          05 ESK-SKILL-KEY.
             10 ESK-EMPLOYEE-ID     PIC 9(8).
             10 ESK-SKILL-CODE      PIC X(8).
      *
      *    SELF-ASSESSED OR MANAGER-ASSESSED, 1 (LOWEST) TO 5.
      *
          05 ESK-PROFICIENCY        PIC 9(1).
             88 ESK-PROF-BASIC              VALUE 1.
             88 ESK-PROF-WORKING            VALUE 2.
             88 ESK-PROF-PROFICIENT         VALUE 3.
             88 ESK-PROF-ADVANCED           VALUE 4.
             88 ESK-PROF-EXPERT             VALUE 5.
             88 ESK-PROF-VALID              VALUE 1 THRU 5.
          05 ESK-LAST-UPDATED-BY    PIC X(8).
          05 ESK-LAST-UPDATED-DATE  PIC X(8).
          05 FILLER                 PIC X(15).
