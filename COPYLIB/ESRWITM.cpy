      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SICKNESS RETURN-TO-WORK INTERVIEW ITEM (VSAM KSDS).
      *      - KEYED BY RWI-ITEM-KEY (APP-RTWITEM-FILE-NAME) - THE SAME
      *        EMPLOYEE + ENTRY TIMESTAMP AS THE TYPE 'S' ABSENCE IT
      *        FOLLOWS UP (SEE EABSENC.CPY), SO EVERY SICK SPELL HAS AT
      *        MOST ONE ITEM.
      *      - ALTERNATE INDEX PATH APP-RTWITEM-MGR-PATH-NAME (NON-
      *        UNIQUE) OVER RWI-MANAGER-EMPLOYEE-ID, FOR THE WEEKLY
      *        OVERDUE REPORT'S MANAGER GROUPING.
      *      - OPENED BY ESRWCP WHEN THE ABSENCE IS RECORDED, FOR THE
      *        DEPT-MANAGER-EMPLOYEE-ID OF THE EMPLOYEE'S DEPARTMENT
      *        (THE PARENT DEPARTMENT'S MANAGER WHEN THE EMPLOYEE RUNS
      *        THEIR OWN DEPARTMENT). A CORRECTED SPELL REFRESHES THE
      *        OPEN ITEM'S DATES; A CANCELLED ONE, OR ONE CORRECTED TO
      *        ANOTHER ABSENCE TYPE, WITHDRAWS IT. AN ITEM ALREADY
      *        INTERVIEWED IS NEVER TOUCHED AGAIN.
      *      - THE INTERVIEW IS RECORDED ON ESRWP BY THE MANAGER (OR
      *        ANYONE ABOVE THEM, OR AN IN-FORCE EDELEG DELEGATE, WHO
      *        IS STAMPED WITH THE DELEGATOR'S USER ID).
      ******************************************************************
       01 RETURN-TO-WORK-ITEM.
          05 RWI-ITEM-KEY.
             10 RWI-EMPLOYEE-ID        PIC 9(8).
             10 RWI-ABSENCE-TIMESTAMP  PIC X(14).
          05 RWI-MANAGER-EMPLOYEE-ID   PIC 9(8).
          05 RWI-DEPARTMENT-ID         PIC 9(8).
          05 RWI-SICK-START-DATE       PIC X(8).
          05 RWI-SICK-END-DATE         PIC X(8).
          05 RWI-DAYS-TAKEN            PIC 9(2)V9.
          05 RWI-STATUS                PIC X(1).
             88 RWI-OPEN                     VALUE 'O'.
             88 RWI-INTERVIEWED              VALUE 'I'.
          05 RWI-CREATED-DATE          PIC X(8).
          05 RWI-INTERVIEW-DATE        PIC X(8).
          05 RWI-OUTCOME               PIC X(1).
             88 RWI-OUT-FIT                  VALUE 'F'.
             88 RWI-OUT-ADJUSTMENTS          VALUE 'A'.
             88 RWI-OUT-PHASED-RETURN        VALUE 'P'.
             88 RWI-OUT-ATTENDANCE-CONCERN   VALUE 'C'.
             88 RWI-OUTCOME-VALID            VALUE 'F' 'A' 'P' 'C'.
          05 RWI-REFERRAL              PIC X(1).
             88 RWI-REF-NONE                 VALUE 'N'.
             88 RWI-REF-OCCUPATIONAL-HEALTH  VALUE 'O'.
             88 RWI-REF-EMPLOYEE-ASSISTANCE  VALUE 'E'.
             88 RWI-REF-MEDICAL              VALUE 'M'.
             88 RWI-REFERRAL-VALID           VALUE 'N' 'O' 'E' 'M'.
          05 RWI-NOTES                 PIC X(60).
          05 RWI-RECORDED-BY-USER-ID   PIC X(8).
          05 RWI-ON-BEHALF-OF-USER-ID  PIC X(8).
          05 RWI-RECORDED-DATE         PIC X(8).
          05 FILLER                    PIC X(20).
