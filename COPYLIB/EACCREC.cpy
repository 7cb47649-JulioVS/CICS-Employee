      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACCESS RECERTIFICATION ITEM (VSAM KSDS).
      *      - KEYED BY ACR-ITEM-KEY (APP-ACCREC-FILE-NAME): THE
      *        QUARTER'S CAMPAIGN ID (YYYYQN, E.G. 2026Q4) + THE SIGN-ON
      *        UNDER REVIEW, SO EACH ACCOUNT HAS AT MOST ONE ITEM PER
      *        QUARTER AND A RERUN OF THE CAMPAIGN JOB ADDS ONLY THE
      *        ACCOUNTS REGISTERED SINCE.
      *      - OPENED BY ERCTCP FOR EVERY ACTIVE EREGUSR ACCOUNT:
      *          'M' ROUTED TO THE MANAGER OF THE LINKED EMPLOYEE'S
      *              DEPARTMENT (THE PARENT DEPARTMENT'S MANAGER WHEN
      *              THE EMPLOYEE RUNS THEIR OWN DEPARTMENT, AS ESRWCP).
      *          'S' ROUTED TO THE SECURITY ADMINISTRATOR - AN
      *              UNLINKED (SYSTEM OR VENDOR) ACCOUNT, OR A LINKED
      *              ONE WITH NO MANAGER ANYWHERE UP THE CHAIN.
      *      - DECIDED ON ERCTVP BY THE MANAGER (OR ANYONE ABOVE THEM,
      *        OR AN IN-FORCE EDELEG DELEGATE, WHO IS STAMPED WITH THE
      *        DELEGATOR'S USER ID) OR BY AN ADMINISTRATOR:
      *          'K' KEEP      - NOTHING CHANGES ON EREGUSR.
      *          'D' DOWNGRADE - RU-USER-TYPE BECOMES ACR-NEW-USER-TYPE.
      *          'R' REVOKE    - THE ACCOUNT IS SET INACTIVE.
      *      - ITEMS STILL OPEN ON OR AFTER ACR-DEADLINE-DATE ARE
      *        LISTED BY ERCTXP, WHICH STAMPS THE FIRST ESCALATION.
      *      - NEVER DELETED - THE DECIDED ITEMS ARE THE EVIDENCE THE
      *        AUDITORS ASK FOR EACH QUARTER.
      ******************************************************************
       01 ACCESS-RECERT-ITEM.
          05 ACR-ITEM-KEY.
             10 ACR-CAMPAIGN-ID        PIC X(6).
             10 ACR-USER-ID            PIC X(8).
          05 ACR-ROUTED-TO             PIC X(1).
             88 ACR-TO-MANAGER               VALUE 'M'.
             88 ACR-TO-SECURITY-ADMIN        VALUE 'S'.
          05 ACR-REVIEWER-EMPLOYEE-ID  PIC 9(8).
          05 ACR-REVIEWER-USER-ID      PIC X(8).
          05 ACR-EMPLOYEE-ID           PIC 9(8).
          05 ACR-DEPARTMENT-ID         PIC 9(8).
          05 ACR-CAMPAIGN-USER-TYPE    PIC X(3).
          05 ACR-CREATED-DATE          PIC X(8).
          05 ACR-DEADLINE-DATE         PIC X(8).
          05 ACR-STATUS                PIC X(1).
             88 ACR-OPEN                     VALUE 'O'.
             88 ACR-DECIDED                  VALUE 'D'.
          05 ACR-DECISION              PIC X(1).
             88 ACR-KEEP                     VALUE 'K'.
             88 ACR-DOWNGRADE                VALUE 'D'.
             88 ACR-REVOKE                   VALUE 'R'.
             88 ACR-DECISION-VALID           VALUE 'K' 'D' 'R'.
          05 ACR-NEW-USER-TYPE         PIC X(3).
          05 ACR-COMMENT               PIC X(40).
          05 ACR-DECIDED-BY-USER-ID    PIC X(8).
          05 ACR-ON-BEHALF-OF-USER-ID  PIC X(8).
          05 ACR-DECIDED-DATE          PIC X(8).
          05 ACR-ESCALATED-DATE        PIC X(8).
          05 FILLER                    PIC X(20).
