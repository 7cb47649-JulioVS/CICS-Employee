      *        EMPLOYEE - PLUS A TRAILER RECORD CARRYING THE EXTRACTED
      *        RECORD COUNT - TO A QUEUE FOR A DOWNSTREAM PAYROLL OR
      *        BENEFITS SYSTEM TO PICK UP, SAME STYLE AS EDRPTP/EAPRDP.
      *      - ONE EXTRACT PER LEGAL ENTITY (SEE ELGLENT.CPY): THE
      *        WHOLE PIPELINE - DETAILS, DEDUCTIONS, BENEFITS,
      *        APPROVED OVERTIME AND THEIR TRAILERS, VOLUMES AND
      *        MANIFEST - RUNS ONCE FOR EACH ENTITY INTO ITS OWN QUEUE
      *        (PREFIX PLUS COMPANY CODE), TAKING ONLY THE EMPLOYEES
      *        WHOSE DEPARTMENT BELONGS TO IT. THE PAYEXT QUEUE ITSELF
      *        CARRIES AN INDEX OF THE ENTITY QUEUES AND THEIR COUNTS.
      *      - THE FULL BASELINE READS ITS EMPLOYEES, AND THEIR
      *        SALARY IN EFFECT, FROM THE NIGHTLY SWEEP WORK FILE
      *        (ESWPP - SEE ESWEEP.CPY) RATHER THAN BROWSING EMPMAST
      *        AND EMPCOMP, SO IT IS REFUSED UNTIL A CURRENT SWEEP HAS
      *        COMPLETED. THE DELTA STILL READS EMPMAST DIRECTLY.
      *      - AN 'UNPAID' DEDUCTION IS ANY ABSENCE WHOSE TYPE THE
      *        ABSENCE-TYPE TABLE FLAGS AS FEEDING THE PAY DEDUCTION
      *        (LOOKED UP VIA EABTCP).
      *      - PAYROLL NEEDS THE REAL BANK ACCOUNT, SO IT IS
      *        DECIPHERED THROUGH ECIPHP FOR THE DETAIL RECORD. ONE
      *        THAT CANNOT BE DECIPHERED GOES OUT BLANK (PAYROLL
      *        CHASES IT LIKE A MISSING ONE) AND THE REPLY SAYS HOW
      *        MANY.
      *      - RETRO PAYMENTS RAISED FOR BACK-DATED SALARY CHANGES
      *        (SEE ERETPAY.CPY) GO OUT ONCE EACH AS AN 'R' RECORD WITH
      *        THEIR OWN 'S' TRAILER, AND ARE MARKED EXTRACTED SO THE
      *        NEXT RUN DOESN'T PAY THEM AGAIN. A FORCED RERUN THE SAME
      *        DAY SENDS THAT DAY'S AGAIN, SINCE IT REPLACES THE
      *        EXTRACT THAT CARRIED THEM.
      *      - A BANK-DETAIL CHANGE WHOSE COOLING-OFF HOLD HAS ENDED
      *        (SEE EBNKPND.CPY) IS APPLIED TO EPAYDTL BEFORE ANY
      *        EXTRACT IS BUILT, SO THIS RUN ALREADY PAYS THE NEW
      *        ACCOUNT. EACH ONE IS AUDITED UNDER THIS PROGRAM'S NAME,
      *        WHICH ALSO PUTS THE EMPLOYEE ON THIS RUN'S DELTA.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - NIGHTLY SWEEP WORK FILE RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - LEGAL-ENTITY TABLE RECORD.
      *      - ABSENCE-TYPE CODE TABLE RECORD AND LOOKUP COMM-AREA.
      *      - FIELD CIPHER COMM-AREA.
      *      - RETRO PAYMENT RECORD.
      *      - PENDING BANK-CHANGE RECORD.
      *      - AUDIT DETAIL RECORD AND AUDIT-TRAIL CHAINING COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY ESWEEP.
       COPY DEPTMAST.
       COPY ELGLENT.
       COPY ECOMP.
       COPY ECONT.
       COPY EPAYDTL.
       COPY EABSENC.
       COPY EABSTYP.
       COPY EABTCA.
       COPY EBENENR.
       COPY EBENPLN.
       COPY EDEPNDT.
       COPY EOTCLM.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY ERUNCTL.
       COPY ERUNHST.
       COPY ECIPHCA.
       COPY ERETPAY.
       COPY EBNKPND.
      ******************************************************************
      *   DEFINE MY EXTRACT RECORD LAYOUTS - A LEADING RECORD-TYPE
      *   BYTE LETS THE DOWNSTREAM SYSTEM TELL A DETAIL RECORD FROM
      *
          05 WS-DTL-ACTION-CODE        PIC X(1)   VALUE SPACES.
      *
      *    THE LEGAL ENTITY WHOSE EXTRACT CARRIES THE RECORD.
      *
          05 WS-DTL-COMPANY-CODE       PIC X(4)   VALUE SPACES.
      *
      *
      *    UNPAID-ABSENCE DEDUCTION RECORD ('U') - ONE PER UNPAID
      *    ABSENCE TOUCHING THE PAY PERIOD, SO PAYROLL DOCKS THE DAYS
      *    AND BOTH CONTRIBUTIONS, SO THE BENEFITS PROVIDER'S
      *    HAND-BUILT SPREADSHEET RETIRES. ITS OWN 'Y' TRAILER
      *    CARRIES THE COUNT FOR RECONCILIATION.
      *    WHEN THE PLAN REQUIRES DEPENDANTS OR BENEFICIARIES (SEE
      *    EBENPLN.CPY) THE RECORD ALSO CARRIES UP TO TEN PEOPLE FROM
      *    EDEPNDT - THE COVERED DEPENDANTS AND/OR THOSE WITH A
      *    BENEFICIARY SHARE - SO THE CARRIER KNOWS WHO IS COVERED.
      *    UNUSED SLOTS GO OUT BLANK WITH A ZERO SHARE.
      *
       01 WS-BENEFIT-DETAIL-LINE.
          05 WS-BEN-RECORD-TYPE         PIC X(1)   VALUE 'B'.
          05 WS-BEN-PLAN-CODE           PIC X(4)   VALUE SPACES.
          05 WS-BEN-EMPLOYEE-CONTRIB    PIC 9(5)V99 VALUE ZEROES.
          05 WS-BEN-EMPLOYER-CONTRIB    PIC 9(5)V99 VALUE ZEROES.
          05 WS-BEN-DEPENDANT-COUNT     PIC 9(2)   VALUE ZEROES.
          05 WS-BEN-DEPENDANT-LIST.
             10 WS-BEN-DEPENDANT OCCURS 10 TIMES
                   INDEXED BY WS-BDP-IDX.
                15 WS-BEN-DPN-NAME         PIC X(38).
                15 WS-BEN-DPN-RELATIONSHIP PIC X(15).
                15 WS-BEN-DPN-BIRTH-DATE   PIC X(8).
                15 WS-BEN-DPN-COVERED      PIC X(1).
                15 WS-BEN-DPN-SHARE        PIC 9(3).
      *
       01 WS-BENEFIT-TRAILER-LINE.
          05 WS-BTR-RECORD-TYPE         PIC X(1)   VALUE 'Y'.
       01 WS-DEDUCTION-TRAILER-LINE.
          05 WS-DTR-RECORD-TYPE         PIC X(1)   VALUE 'X'.
          05 WS-DTR-RECORD-COUNT        PIC 9(8)   VALUE ZEROES.
      *
      *    APPROVED OVERTIME RECORD ('O') - ONE PER PAY-AS-OVERTIME
      *    CLAIM APPROVED ON EOTAPP DURING THE PAY PERIOD, SO PAYROLL
      *    PAYS THE HOURS WITHOUT A PAPER CLAIM FORM. TIME-OFF-IN-LIEU
      *    CLAIMS ARE BANKED, NOT PAID, AND NEVER GO OUT. ITS OWN 'Q'
      *    TRAILER CARRIES THE COUNT FOR RECONCILIATION.
      *
       01 WS-OVERTIME-DETAIL-LINE.
          05 WS-OVT-RECORD-TYPE         PIC X(1)   VALUE 'O'.
          05 WS-OVT-EMPLOYEE-ID         PIC 9(8).
          05 WS-OVT-WORKED-DATE         PIC X(8)   VALUE SPACES.
          05 WS-OVT-HOURS               PIC 9(2)V9 VALUE ZEROES.
          05 WS-OVT-APPROVED-DATE       PIC X(8)   VALUE SPACES.
      *
       01 WS-OVERTIME-TRAILER-LINE.
          05 WS-OTR-RECORD-TYPE         PIC X(1)   VALUE 'Q'.
          05 WS-OTR-RECORD-COUNT        PIC 9(8)   VALUE ZEROES.
      *
      *    RETRO PAYMENT RECORD ('R') - ONE PER ARREARS PAYMENT RAISED
      *    BY EARRCP FOR A BACK-DATED SALARY CHANGE, A ONE-OFF ON TOP
      *    OF THE REGULAR PAY. A NEGATIVE AMOUNT IS AN OVERPAYMENT TO
      *    RECOVER. ITS OWN 'S' TRAILER CARRIES THE COUNT.
      *
       01 WS-RETRO-DETAIL-LINE.
          05 WS-RET-RECORD-TYPE         PIC X(1)   VALUE 'R'.
          05 WS-RET-EMPLOYEE-ID         PIC 9(8).
          05 WS-RET-EFFECTIVE-DATE      PIC X(8)   VALUE SPACES.
          05 WS-RET-THROUGH-DATE        PIC X(8)   VALUE SPACES.
          05 WS-RET-PERIODS             PIC 9(3)   VALUE ZEROES.
          05 WS-RET-ARREARS-AMOUNT      PIC S9(7)V99 VALUE ZEROES
                                         SIGN IS LEADING SEPARATE.
          05 WS-RET-RAISED-DATE         PIC X(8)   VALUE SPACES.
      *
       01 WS-RETRO-TRAILER-LINE.
          05 WS-RTR-RECORD-TYPE         PIC X(1)   VALUE 'S'.
          05 WS-RTR-RECORD-COUNT        PIC 9(8)   VALUE ZEROES.
      *
       01 WS-EXTRACT-TRAILER-LINE.
          05 WS-TRL-RECORD-TYPE         PIC X(1)   VALUE 'T'.
      *    BASELINE) OR 'D' DELTA (CHANGED EMPLOYEES ONLY).
      *
          05 WS-TRL-RUN-MODE            PIC X(1)   VALUE 'F'.
          05 WS-TRL-COMPANY-CODE        PIC X(4)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-EMPLOYEES-SCANNED       PIC 9(5)  VALUE ZEROES.
          05 WS-EMPLOYEES-EXTRACTED     PIC 9(5)  VALUE ZEROES.
          05 WS-ACCOUNTS-WITHHELD       PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-SCANNED           PIC ZZZZ9.
          05 WS-REPLY-EXTRACTED         PIC ZZZZ9.
          05 WS-REPLY-WITHHELD          PIC ZZZZ9.
      *
       01 WS-BROWSE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                        VALUE 'Y'.
      *
       01 WS-DED-SCAN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-DED-SCAN-DONE                      VALUE 'Y'.
      *
      *    ABSENCE-TYPE ROWS ALREADY LOOKED UP THIS RUN (SEE
      *    EABSTYP.CPY) - THE DEDUCTION SWEEP READS EVERY ABSENCE
      *    ON FILE ONCE PER ENTITY, SO EACH CODE IS ONLY LINKED FOR
      *    ONCE. A TABLE WITH MORE CODES THAN THE CACHE HOLDS JUST
      *    LINKS FOR THE OVERFLOW EACH TIME.
       01 WS-TYPE-CACHE.
          05 WS-TYPE-CACHE-COUNT     PIC S9(4) USAGE IS BINARY
                                               VALUE ZEROES.
          05 WS-TYPE-CACHE-ENTRY     OCCURS 40 TIMES.
             10 WS-TYC-CODE          PIC X(1).
             10 WS-TYC-RETURN-CODE   PIC X(1).
             10 WS-TYC-RECORD        PIC X(40).
       01 WS-TYPE-CACHE-SUB          PIC S9(4) USAGE IS BINARY.
       01 WS-TYPE-CACHE-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-TYPE-CACHED                    VALUE 'Y'.
      *
       01 WS-BENEFITS-WRITTEN            PIC 9(5)  VALUE ZEROES.
       01 WS-BEN-SCAN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-BEN-SCAN-DONE                      VALUE 'Y'.
       01 WS-DPN-SCAN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-DPN-SCAN-DONE                      VALUE 'Y'.
      *
       01 WS-OVERTIME-WRITTEN            PIC 9(5)  VALUE ZEROES.
       01 WS-OVT-SCAN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-OVT-SCAN-DONE                      VALUE 'Y'.
      *
      *    THE RETRO PAYMENTS SENT ON THIS ENTITY'S EXTRACT, COLLECTED
      *    DURING THE BROWSE AND MARKED EXTRACTED AFTER IT - SAME
      *    COLLECT-THEN-REWRITE SHAPE AS ECNVEP. A FULL TABLE ENDS
      *    THE SCAN, SO THE REST WAIT FOR THE NEXT RUN RATHER THAN
      *    GO OUT UNMARKED AND GET PAID TWICE.
       01 WS-RETRO-WRITTEN               PIC 9(5)  VALUE ZEROES.
       01 WS-RET-SCAN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-RET-SCAN-DONE                      VALUE 'Y'.
       01 WS-RETRO-KEY-TABLE-AREA.
          05 WS-RETRO-KEY-COUNT         PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-RETRO-KEY-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-RTK-IDX  PIC X(22).
      *
      *    DELTA MODE (OPERATOR TYPES 'EPAY DELTA') EXTRACTS ONLY THE
      *    EMPLOYEES WITH AN EAUDIT ENTRY SINCE THE LAST SUCCESSFUL
       01 WS-DELTA-EMPLOYEE-ID           PIC 9(8)  VALUE ZEROES.
       01 WS-DELTA-CHANGED-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-DELTA-EMP-CHANGED                  VALUE 'Y'.
      *
      *    BANK-DETAIL CHANGES WHOSE HOLD HAS ENDED. THE KEYS ARE
      *    COLLECTED FIRST AND APPLIED ONCE THE BROWSE IS CLOSED, THE
      *    WAY THE RETRO PAYMENTS ARE MARKED; ANY PAST 500 WAIT FOR
      *    THE NEXT RUN.
       01 WS-BNK-SCAN-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-BNK-SCAN-DONE                      VALUE 'Y'.
       01 WS-BANK-KEY-TABLE-AREA.
          05 WS-BANK-KEY-COUNT          PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-BANK-KEY-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-BKK-IDX  PIC 9(8).
       01 WS-BANK-CHANGE-IMAGE.
          05 FILLER                     PIC X(8).
          05 WS-BCI-BANK-CODE           PIC X(9).
          05 WS-BCI-ACCOUNT-NUMBER      PIC X(17).
          05 FILLER                     PIC X(1).
          05 WS-BCI-KEY-VERSION         PIC X(1).
          05 FILLER                     PIC X(64).
       01 WS-BANK-MASKED-ACCOUNT.
          05 FILLER                     PIC X(13) VALUE '*************'.
          05 WS-BANK-MSK-LAST-FOUR      PIC X(4)  VALUE SPACES.

      *
      *    MULTI-VOLUME SPILL CONTROL (SEE THE EXTRACT-VOLUME NOTES
          05 WS-MAN-TOTAL-ITEMS         PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(50) VALUE SPACES.

      *
      *    THE LEGAL ENTITIES THIS RUN EXTRACTS FOR - EVERY ACTIVE
      *    ENTITY ON ELGLENT, PLUS THE HOME COMPANY AND ANY INACTIVE
      *    ENTITY A DEPARTMENT STILL POINTS AT. 50 ENTRIES IS ROOM TO
      *    SPARE; A DEPARTMENT WHOSE ENTITY CAN'T BE LISTED FALLS
      *    BACK TO THE HOME COMPANY RATHER THAN DROP OFF THE PAYROLL.
      *
       01 WS-ENTITY-TABLE-AREA.
          05 WS-ENTITY-COUNT            PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-ENTITY-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-ENT-IDX WS-ENT-SCAN-IDX.
             10 WS-TBL-COMPANY-CODE     PIC X(4).
             10 WS-TBL-ENTITY-QUEUE     PIC X(8).
             10 WS-TBL-ENTITY-EXTRACTED PIC 9(5).
      *
      *    EACH DEPARTMENT'S ENTITY, LOADED ONCE SO THE PER-ENTITY
      *    PASSES DON'T RE-READ DEPTMAST FOR EVERY EMPLOYEE - SAME
      *    200-ENTRY CAP AS EDRPTP'S TABLE; A DEPARTMENT PAST THE CAP
      *    IS SIMPLY READ DIRECTLY.
      *
       01 WS-DEPT-TABLE-AREA.
          05 WS-DEPT-COUNT              PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-TBL-DEPARTMENT-ID    PIC 9(8).
             10 WS-TBL-DEPT-COMPANY     PIC X(4).
      *
       01 WS-ENT-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-ENT-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-DEPT-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-DEPT-SCAN-DONE                    VALUE 'Y'.
      *
       01 WS-ENTRY-FOUND-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-ENTRY-FOUND                       VALUE 'Y'.
      *
       01 WS-CURRENT-COMPANY-CODE       PIC X(4)  VALUE SPACES.
       01 WS-EMP-COMPANY-CODE           PIC X(4)  VALUE SPACES.
       01 WS-LOOKUP-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-LOOKUP-DEPARTMENT-ID       PIC 9(8)  VALUE ZEROES.
       01 WS-ENTITY-EXTRACTED           PIC 9(5)  VALUE ZEROES.
      *
       01 WS-ENTITY-INDEX-LINE.
          05 FILLER                     PIC X(7)  VALUE 'ENTITY '.
          05 WS-IDX-COMPANY-CODE        PIC X(4)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE ' QUEUE '.
          05 WS-IDX-QUEUE-NAME          PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(11) VALUE ' EXTRACTED '.
          05 WS-IDX-EXTRACTED           PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(35) VALUE SPACES.
      *
       01 WS-ENTITY-INDEX-TOTAL-LINE.
          05 FILLER                     PIC X(9)  VALUE 'ENTITIES '.
          05 WS-IDX-TOTAL-ENTITIES      PIC 9(2)  VALUE ZEROES.
          05 FILLER                     PIC X(17)
                                         VALUE ' TOTAL EXTRACTED '.
          05 WS-IDX-TOTAL-EXTRACTED     PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(44) VALUE SPACES.
      *
       01 WS-REPLY-ENTITIES             PIC Z9.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

      ******************************************************************
      *   THE NIGHTLY SWEEP (ESWPP - SEE ESWEEP.CPY) THIS RUN READS IN
      *   PLACE OF ITS OWN BROWSE OF EMPMAST.
      ******************************************************************
       01 WS-SWEEP-CHECK-VARS.
          05 WS-SWEEP-DATE           PIC X(8).
          05 WS-SWEEP-OLDEST-DATE    PIC 9(8).
          05 WS-SWEEP-TODAY-DAYS     PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 1700-LOAD-ENTITY-TABLE.
           PERFORM 1800-LOAD-DEPARTMENT-TABLE.
           PERFORM 2050-EXTRACT-ONE-ENTITY
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT.
           PERFORM 2950-WRITE-ENTITY-INDEX.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.
              PERFORM 1600-FIND-LAST-GOOD-RUN
           END-IF.

      *    ONLY THE FULL BASELINE WALKS EVERY EMPLOYEE, SO ONLY IT
      *    NEEDS THE NIGHT'S SWEEP - THE DELTA READS THE CHANGED
      *    EMPLOYEES STRAIGHT FROM EMPMAST.
           IF NOT WS-DELTA-MODE
              PERFORM 1550-CHECK-SWEEP-READY
           END-IF.

      *    A REFUSED RUN HAS RETURNED BY NOW, SO MATURED BANK CHANGES
      *    ARE ONLY EVER APPLIED BY A RUN THAT GOES ON TO PAY THEM.
           PERFORM 1900-APPLY-MATURED-BANK-CHANGES.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER ENTITY INDEX - QIDERR
      *    JUST MEANS THERE WAS NOTHING LEFT OVER TO CLEAR. EACH
      *    ENTITY'S OWN QUEUES ARE CLEARED AS ITS PASS STARTS.
           EXEC CICS DELETEQ TS
                QNAME(APP-PAYEXT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1700-LOAD-ENTITY-TABLE.
      *    EVERY ACTIVE ENTITY GETS AN EXTRACT, EMPTY OR NOT, SO EACH
      *    BUREAU ALWAYS FINDS ITS TRAILER. THE HOME COMPANY IS
      *    LISTED EVEN BEFORE ANY ENTITY IS ON FILE.
           MOVE ZERO TO WS-ENTITY-COUNT.
           MOVE SPACE TO WS-ENT-SCAN-SWITCH.

           MOVE APP-HOME-COMPANY-CODE TO WS-EMP-COMPANY-CODE.
           PERFORM 1850-LIST-ENTITY.

           MOVE LOW-VALUES TO ENT-COMPANY-CODE.

           EXEC CICS STARTBR
                FILE(APP-ENTITY-FILE-NAME)
                RIDFLD(ENT-COMPANY-CODE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1710-LIST-NEXT-ENTITY
                 UNTIL WS-ENT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-ENTITY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1710-LIST-NEXT-ENTITY.
           EXEC CICS READNEXT
                FILE(APP-ENTITY-FILE-NAME)
                RIDFLD(ENT-COMPANY-CODE)
                INTO (LEGAL-ENTITY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-ENT-SCAN-DONE TO TRUE
           WHEN ENT-ACTIVE
                MOVE ENT-COMPANY-CODE TO WS-EMP-COMPANY-CODE
                PERFORM 1850-LIST-ENTITY
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       1800-LOAD-DEPARTMENT-TABLE.
      *    EACH DEPARTMENT'S ENTITY (BLANK = HOME COMPANY). AN
      *    INACTIVE ENTITY A DEPARTMENT STILL POINTS AT JOINS THE
      *    ENTITY LIST HERE, SO ITS PEOPLE ARE STILL PAID.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE SPACE TO WS-DEPT-SCAN-SWITCH.

           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1810-STORE-NEXT-DEPARTMENT
                 UNTIL WS-DEPT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-DEPT-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1810-STORE-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-DEPT-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF DEPT-COMPANY-CODE IS EQUAL TO SPACES
              MOVE APP-HOME-COMPANY-CODE TO WS-EMP-COMPANY-CODE
           ELSE
              MOVE DEPT-COMPANY-CODE TO WS-EMP-COMPANY-CODE
           END-IF.

           PERFORM 1850-LIST-ENTITY.

           IF WS-DEPT-COUNT IS LESS THAN 200
              ADD 1 TO WS-DEPT-COUNT
              SET WS-DPT-IDX TO WS-DEPT-COUNT
              MOVE DEPT-DEPARTMENT-ID
                 TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
              MOVE WS-EMP-COMPANY-CODE
                 TO WS-TBL-DEPT-COMPANY(WS-DPT-IDX)
           END-IF.

       1850-LIST-ENTITY.
      *    ADDS WS-EMP-COMPANY-CODE TO THE ENTITY LIST UNLESS IT IS
      *    ALREADY THERE (OR THE LIST IS FULL).
           PERFORM 1860-FIND-LISTED-ENTITY.

           IF NOT WS-ENTRY-FOUND AND
              WS-ENTITY-COUNT IS LESS THAN 50
              ADD 1 TO WS-ENTITY-COUNT
              SET WS-ENT-SCAN-IDX TO WS-ENTITY-COUNT
              INITIALIZE WS-ENTITY-ENTRY(WS-ENT-SCAN-IDX)
              MOVE WS-EMP-COMPANY-CODE
                 TO WS-TBL-COMPANY-CODE(WS-ENT-SCAN-IDX)
           END-IF.

       1860-FIND-LISTED-ENTITY.
           MOVE SPACE TO WS-ENTRY-FOUND-SWITCH.

           SET WS-ENT-SCAN-IDX TO 1.
           SEARCH WS-ENTITY-ENTRY VARYING WS-ENT-SCAN-IDX
              AT END
                 CONTINUE
              WHEN WS-ENT-SCAN-IDX IS GREATER THAN WS-ENTITY-COUNT
                 CONTINUE
              WHEN WS-TBL-COMPANY-CODE(WS-ENT-SCAN-IDX) IS EQUAL TO
                   WS-EMP-COMPANY-CODE
                 SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       1900-APPLY-MATURED-BANK-CHANGES.
      *    A CHANGE ON HOLD WHOSE HOLD-UNTIL DATE HAS COME REPLACES
      *    THE EPAYDTL RECORD (OR BECOMES IT, IF THE DETAILS HAVE
      *    SINCE GONE). ONE STILL AWAITING RELEASE ON EBKRVP, OR
      *    STILL INSIDE ITS HOLD, IS LEFT ALONE.
           MOVE SPACE TO WS-BNK-SCAN-SWITCH.
           MOVE ZERO TO WS-BANK-KEY-COUNT.
           INITIALIZE PENDING-BANK-RECORD.

           EXEC CICS STARTBR
                FILE(APP-BANK-PENDING-FILE-NAME)
                RIDFLD(PBK-EMPLOYEE-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1910-SCAN-NEXT-BANK-CHANGE
                 UNTIL WS-BNK-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-BANK-KEY-COUNT IS GREATER THAN ZERO
              PERFORM 1920-APPLY-ONE-BANK-CHANGE
                 VARYING WS-BKK-IDX FROM 1 BY 1
                 UNTIL WS-BKK-IDX IS GREATER THAN WS-BANK-KEY-COUNT
           END-IF.

       1910-SCAN-NEXT-BANK-CHANGE.
           EXEC CICS READNEXT
                FILE(APP-BANK-PENDING-FILE-NAME)
                RIDFLD(PBK-EMPLOYEE-ID)
                INTO (PENDING-BANK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-BNK-SCAN-DONE TO TRUE
           WHEN NOT PBK-ON-HOLD
                CONTINUE
           WHEN PBK-HOLD-UNTIL-DATE IS GREATER THAN WS-RUN-DATE
                CONTINUE
           WHEN WS-BANK-KEY-COUNT IS NOT LESS THAN 500
                SET WS-BNK-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-BANK-KEY-COUNT
                SET WS-BKK-IDX TO WS-BANK-KEY-COUNT
                MOVE PBK-EMPLOYEE-ID TO WS-BANK-KEY-ENTRY(WS-BKK-IDX)
           END-EVALUATE.

       1920-APPLY-ONE-BANK-CHANGE.
      *    RE-READ FOR UPDATE AND RE-CHECKED - EBKRVP MAY HAVE
      *    REJECTED IT SINCE THE BROWSE. ONLY THE BANK CODE AND THE
      *    (ENCIPHERED) ACCOUNT ARE TAKEN OVER - A PAYMENT METHOD
      *    SAVED ON EBNKP SINCE THE CHANGE PARKED STANDS. A CHANGE
      *    THAT CANNOT BE WRITTEN STAYS PENDING FOR THE NEXT RUN.
           MOVE WS-BANK-KEY-ENTRY(WS-BKK-IDX) TO PBK-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-BANK-PENDING-FILE-NAME)
                INTO (PENDING-BANK-RECORD)
                RIDFLD(PBK-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           IF NOT PBK-ON-HOLD OR
              PBK-HOLD-UNTIL-DATE IS GREATER THAN WS-RUN-DATE
              EXEC CICS UNLOCK
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           MOVE PBK-PROPOSED-PAYMENT TO WS-BANK-CHANGE-IMAGE.
           MOVE PBK-EMPLOYEE-ID TO PAY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                INTO (PAYMENT-DETAILS-RECORD)
                RIDFLD(PAY-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE WS-BCI-BANK-CODE TO PAY-BANK-CODE
                MOVE WS-BCI-ACCOUNT-NUMBER TO PAY-ACCOUNT-NUMBER
                MOVE WS-BCI-KEY-VERSION TO PAY-FIELD-KEY-VERSION
                EXEC CICS REWRITE
                     FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                     FROM (PAYMENT-DETAILS-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                MOVE WS-BANK-CHANGE-IMAGE TO PAYMENT-DETAILS-RECORD
                EXEC CICS WRITE
                     FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                     FROM (PAYMENT-DETAILS-RECORD)
                     RIDFLD(PAY-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           END-EVALUATE.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-BANK-PENDING-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 1930-WRITE-BANK-AUDIT.

       1930-WRITE-BANK-AUDIT.
      *    THE SAME TRAIL EBNKP WRITES FOR A DIRECT SAVE - THE MASKED
      *    ACCOUNT NOW PAID - UNDER THIS PROGRAM'S NAME. THE EAUDIT
      *    TIMESTAMP FALLS INSIDE THIS RUN, SO THE DELTA TAKES IT.
           INITIALIZE AUDIT-LOG-RECORD.
           MOVE PAY-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE APP-PAYEXT-PROGRAM-NAME TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-PAYEXT-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.
           PERFORM 1940-SEAL-AUDIT-RECORD.
           MOVE ACH-PREV-CHAIN-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE PAY-ACCOUNT-NUMBER(14:4) TO WS-BANK-MSK-LAST-FOUR.

           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE 'PAYMENT DETAILS' TO ADT-FIELD-NAME.
           MOVE SPACES TO ADT-OLD-VALUE.
           MOVE WS-BANK-MASKED-ACCOUNT TO ADT-NEW-VALUE.

           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.
           PERFORM 1940-SEAL-AUDIT-RECORD.
           MOVE ACH-PREV-CHAIN-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1940-SEAL-AUDIT-RECORD.
      *    CHAIN THE RECORD IN ACH-RECORD-IMAGE ONTO THE EMPLOYEE'S
      *    TRAIL (EAUDHP). A FAILED LINK LEAVES IT UNSEALED - STILL
      *    AUDITED, AND EAUDCVP REPORTS THE GAP.
           SET ACH-SEAL TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2050-EXTRACT-ONE-ENTITY.
      *    ONE COMPLETE EXTRACT FOR THE ENTITY AT WS-ENT-IDX, ON ITS
      *    OWN QUEUE - EXACTLY THE SHAPE A SINGLE-COMPANY RUN USED TO
      *    PRODUCE, SO EACH BUREAU'S PICKUP IS UNCHANGED APART FROM
      *    THE QUEUE NAME.
           MOVE WS-TBL-COMPANY-CODE(WS-ENT-IDX)
              TO WS-CURRENT-COMPANY-CODE.
           MOVE ZEROES TO WS-ENTITY-EXTRACTED.
           MOVE ZEROES TO WS-DEDUCTIONS-WRITTEN.
           MOVE ZEROES TO WS-BENEFITS-WRITTEN.
           MOVE ZEROES TO WS-OVERTIME-WRITTEN.
           MOVE ZEROES TO WS-RETRO-WRITTEN.
           INITIALIZE WS-VOLUME-COUNT-TABLE.
           SET WS-NOT-END-OF-FILE TO TRUE.

           MOVE SPACES TO WS-VOLUME-BASE-NAME.
           STRING APP-PAYEXT-ENTITY-PREFIX WS-CURRENT-COMPANY-CODE
              DELIMITED BY SIZE
              INTO WS-VOLUME-BASE-NAME
           END-STRING.
           MOVE WS-VOLUME-BASE-NAME TO WS-TBL-ENTITY-QUEUE(WS-ENT-IDX).

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE SO LAST RUN'S
      *    EXTRACT DOESN'T GET APPENDED TO THIS ONE - QIDERR JUST MEANS
      *    THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(WS-VOLUME-BASE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE EXTRACT MAY SPILL ACROSS CONTINUATION VOLUMES - CLEAR
      *    ANY LEFT FROM A PRIOR RUN AND OPEN VOLUME ONE.
           PERFORM 9040-SET-UP-VOLUME-CONTROL.

           IF WS-DELTA-MODE
              PERFORM 2600-BUILD-DELTA-EXTRACT
           ELSE
              PERFORM 2000-BUILD-PAYROLL-EXTRACT
           END-IF.
           PERFORM 2700-BUILD-DEDUCTION-RECORDS.
           PERFORM 2750-BUILD-BENEFIT-RECORDS.
           PERFORM 2780-BUILD-OVERTIME-RECORDS.
           PERFORM 2795-BUILD-RETRO-RECORDS.
           PERFORM 2500-WRITE-TRAILER-RECORD.
           PERFORM 9060-WRITE-VOLUME-MANIFEST.

           MOVE WS-ENTITY-EXTRACTED
              TO WS-TBL-ENTITY-EXTRACTED(WS-ENT-IDX).

       1600-FIND-LAST-GOOD-RUN.
      *    THE DELTA STARTS WHERE THE LAST *SUCCESSFUL* RUN STARTED -
      *    SCAN THIS JOB'S RUN HISTORY AND KEEP THE LATEST COMPLETED
              MOVE SPACE TO WS-DELTA-CHANGED-SWITCH
           END-IF.

      *    AN UNMASK-VIEW ENTRY ('X') RECORDS A LOOK, AND A RESEAL
      *    ENTRY ('C'/'T') A RE-SEALED AUDIT CHAIN, NOT A CHANGE -
      *    NEITHER MAY RE-EXTRACT THE EMPLOYEE, AND THEIR CODES ARE
      *    NOT IN THE TRAILER CONTRACT DOWNSTREAM PARSES.
           IF AUD-AUDIT-TIMESTAMP IS GREATER THAN WS-SINCE-TIMESTAMP
              AND NOT AUD-ACTION-UNMASK
              AND NOT AUD-ACTION-RECHAIN
              SET WS-DELTA-EMP-CHANGED TO TRUE
              MOVE AUD-ACTION-CODE TO WS-CURRENT-ACTION-CODE
           END-IF.
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
      *       EVERY ENTITY'S PASS READS THE SAME EMPLOYEES - COUNT
      *       THEM ON THE FIRST PASS ONLY.
              IF WS-ENT-IDX IS EQUAL TO 1
                 ADD 1 TO WS-EMPLOYEES-SCANNED
              END-IF
      *       CONTRACTORS STAY OFF THE EXTRACT IN DELTA MODE TOO.
              IF NOT EMP-TYPE-CONTRACTOR
                 PERFORM 2300-WRITE-EXTRACT-DETAIL
           END-IF.

       2100-START-BROWSING.
      *    THE NIGHT'S SWEEP WORK FILE STANDS IN FOR A FULL BROWSE OF
      *    EMPMAST - DEPARTMENT ZERO POSITIONS THE BROWSE AT THE FIRST
      *    RECORD OF THE SWEEP 1550 ACCEPTED.
           INITIALIZE SWEEP-WORK-RECORD.
           MOVE WS-SWEEP-DATE TO SWP-SWEEP-DATE.

           EXEC CICS STARTBR
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Sweep Work File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                INTO (SWEEP-WORK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    A RECORD FROM ANY OTHER SWEEP DATE IS PAST THE END OF THE
      *    SWEEP THIS RUN ACCEPTED.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              SWP-SWEEP-DATE IS NOT EQUAL TO WS-SWEEP-DATE
              SET WS-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SWP-EMPLOYEE-IMAGE TO EMPLOYEE-MASTER-RECORD
                IF WS-ENT-IDX IS EQUAL TO 1
                   ADD 1 TO WS-EMPLOYEES-SCANNED
                END-IF
      *         A PROCESSED LEAVER DROPS OUT OF THE EXTRACT ONCE
      *         THEIR END DATE HAS PASSED - UNTIL THEN THEY ARE STILL
      *         ON THE PAYROLL AND STILL EXTRACTED. CONTRACTORS ARE
           END-EVALUATE.

       2300-WRITE-EXTRACT-DETAIL.
      *    ONLY THIS PASS'S ENTITY - THE OTHER ENTITIES' PASSES PICK
      *    UP EVERYONE ELSE.
           MOVE EMP-DEPARTMENT-ID TO WS-LOOKUP-DEPARTMENT-ID.
           PERFORM 2860-FIND-DEPARTMENT-ENTITY.

           IF WS-EMP-COMPANY-CODE IS NOT EQUAL TO
              WS-CURRENT-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EMPLOYEES-EXTRACTED.
           ADD 1 TO WS-ENTITY-EXTRACTED.

           MOVE 'D'                TO WS-DTL-RECORD-TYPE.
           MOVE EMP-EMPLOYEE-ID    TO WS-DTL-EMPLOYEE-ID.
           MOVE EMP-DEPARTMENT-ID  TO WS-DTL-DEPARTMENT-ID.
           MOVE EMP-START-DATE     TO WS-DTL-START-DATE.

      *    THE SWEEP ALREADY CARRIES THE COMPENSATION IN EFFECT ON
      *    ITS OWN DATE, WHICH IS GOOD ENOUGH WHEN IT WAS TAKEN TODAY.
      *    A DELTA RUN (NO SWEEP), OR A SWEEP TAKEN BEFORE MIDNIGHT,
      *    STILL SCANS EMPCOMP SO A RAISE EFFECTIVE TODAY IS NOT MISSED.
           IF NOT WS-DELTA-MODE AND
              WS-SWEEP-DATE IS EQUAL TO WS-RUN-DATE
              MOVE SWP-ANNUAL-SALARY TO WS-DTL-ANNUAL-SALARY
              MOVE SWP-PAY-GRADE     TO WS-DTL-PAY-GRADE
              MOVE SWP-COMP-EFF-DATE TO WS-DTL-COMP-EFF-DATE
           ELSE
              PERFORM 2310-GET-IN-EFFECT-COMPENSATION
           END-IF.
           PERFORM 2330-GET-MAILING-ADDRESS.
           PERFORM 2340-GET-PAYMENT-DETAILS.

              MOVE SPACE TO WS-DTL-ACTION-CODE
           END-IF.

           MOVE WS-CURRENT-COMPANY-CODE TO WS-DTL-COMPANY-CODE.

      *    THE QUEUE IS AUXILIARY (NO 'MAIN' OPTION), SO WITH THE
      *    QUEUE DEFINED RECOVERABLE THE NIGHT'S OUTPUT SURVIVES A
      *    CICS RESTART INSTEAD OF VANISHING BEFORE MORNING PICKUP.
      *    DATE, SO A FORWARD SCAN OF THE EMPLOYEE'S RECORDS LEAVES
      *    THE LATEST ONE DATED ON OR BEFORE THE RUN DATE - THE ONE
      *    "IN EFFECT" TODAY - AS THE LAST ONE TAKEN. A SECOND BROWSE
      *    ON A DIFFERENT FILE IS FINE WHILE THE EMPLOYEE BROWSE IS
      *    STILL OPEN.
           MOVE ZEROES TO WS-DTL-ANNUAL-SALARY.
           MOVE SPACES TO WS-DTL-PAY-GRADE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE PAY-BANK-CODE TO WS-DTL-BANK-CODE
              PERFORM 2345-DECIPHER-ACCOUNT-NUMBER
              MOVE PAY-PAYMENT-METHOD TO WS-DTL-PAYMENT-METHOD
           END-IF.

       2345-DECIPHER-ACCOUNT-NUMBER.
      *    THE PAYMENT FILE HOLDS THE ACCOUNT ENCIPHERED (A BLANK KEY
      *    VERSION MEANS IT IS STILL CLEAR AND COMES BACK AS IT IS).
           IF PAY-ACCOUNT-NUMBER IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-DECIPHER TO TRUE.
           SET FCA-ACCOUNT-NUMBER TO TRUE.
           MOVE PAY-FIELD-KEY-VERSION TO FCA-KEY-VERSION.
           MOVE PAY-ACCOUNT-NUMBER TO FCA-FIELD-VALUE.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              FCA-REQUEST-OK
              MOVE FCA-FIELD-VALUE TO WS-DTL-ACCOUNT-NUMBER
           ELSE
              ADD 1 TO WS-ACCOUNTS-WITHHELD
           END-IF.

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(APP-SWEEP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DED-SCAN-DONE TO TRUE
           WHEN ABS-END-DATE IS LESS THAN WS-PERIOD-START-DATE
                CONTINUE
           WHEN ABS-START-DATE IS GREATER THAN WS-RUN-DATE
      *         DEDUCTION - IT GOES OUT WHEN ITS PERIOD COMES.
                CONTINUE
           WHEN OTHER
      *         ONLY TYPES THE ABSENCE-TYPE TABLE FLAGS AS FEEDING THE
      *         PAY DEDUCTION GO OUT.
                PERFORM 8800-LOOKUP-ABSENCE-TYPE
                IF ABT-FEEDS-PAY-DEDUCTION
                   PERFORM 2720-WRITE-DEDUCTION-DETAIL
                END-IF
           END-EVALUATE.

       2720-WRITE-DEDUCTION-DETAIL.
           MOVE ABS-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
           PERFORM 2850-FIND-EMPLOYEE-ENTITY.

           IF WS-EMP-COMPANY-CODE IS NOT EQUAL TO
              WS-CURRENT-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEDUCTIONS-WRITTEN.

           MOVE 'U' TO WS-DED-RECORD-TYPE.
              EXIT PARAGRAPH
           END-IF.

           MOVE BEN-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
           PERFORM 2850-FIND-EMPLOYEE-ENTITY.

           IF WS-EMP-COMPANY-CODE IS NOT EQUAL TO
              WS-CURRENT-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BENEFITS-WRITTEN.

           MOVE 'B' TO WS-BEN-RECORD-TYPE.
           MOVE BPL-EMPLOYEE-CONTRIB TO WS-BEN-EMPLOYEE-CONTRIB.
           MOVE BPL-EMPLOYER-CONTRIB TO WS-BEN-EMPLOYER-CONTRIB.

           PERFORM 2775-ADD-PLAN-DEPENDANTS.

           PERFORM 9050-CHECK-VOLUME-SPILL.

           EXEC CICS WRITEQ TS

           ADD 1 TO WS-VOLUME-ITEM-COUNT.

       2775-ADD-PLAN-DEPENDANTS.
      *    ONLY A PLAN THAT ASKS FOR DEPENDANTS OR BENEFICIARIES GETS
      *    THEM - A PLAN SET UP BEFORE THE FLAGS EXISTED READS BLANK
      *    AND GOES OUT WITH AN EMPTY LIST, AS BEFORE.
           MOVE ZERO TO WS-BEN-DEPENDANT-COUNT.
           INITIALIZE WS-BEN-DEPENDANT-LIST.
           SET WS-BDP-IDX TO 1.

           IF NOT BPL-DEPENDANTS-REQUIRED AND
              NOT BPL-BENEFICIARIES-REQUIRED
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-DPN-SCAN-SWITCH.
           MOVE BEN-EMPLOYEE-ID TO DPN-EMPLOYEE-ID.
           MOVE ZERO TO DPN-SEQUENCE.

           EXEC CICS STARTBR
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2776-SCAN-NEXT-DEPENDANT
                 UNTIL WS-DPN-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-DEPENDANT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2776-SCAN-NEXT-DEPENDANT.
           EXEC CICS READNEXT
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                INTO (DEPENDANT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DPN-SCAN-DONE TO TRUE
           WHEN DPN-EMPLOYEE-ID IS NOT EQUAL TO BEN-EMPLOYEE-ID
                SET WS-DPN-SCAN-DONE TO TRUE
           WHEN WS-BEN-DEPENDANT-COUNT IS NOT LESS THAN 10
                SET WS-DPN-SCAN-DONE TO TRUE
           WHEN BPL-DEPENDANTS-REQUIRED AND DPN-COVERED
                PERFORM 2777-LIST-DEPENDANT
           WHEN BPL-BENEFICIARIES-REQUIRED AND
                DPN-BENEFICIARY-PCT IS NUMERIC AND
                DPN-BENEFICIARY-PCT IS GREATER THAN ZERO
                PERFORM 2777-LIST-DEPENDANT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2777-LIST-DEPENDANT.
           ADD 1 TO WS-BEN-DEPENDANT-COUNT.
           MOVE DPN-DEPENDANT-NAME TO WS-BEN-DPN-NAME (WS-BDP-IDX).
           MOVE DPN-RELATIONSHIP
              TO WS-BEN-DPN-RELATIONSHIP (WS-BDP-IDX).
           MOVE DPN-BIRTH-DATE TO WS-BEN-DPN-BIRTH-DATE (WS-BDP-IDX).
           MOVE DPN-COVERED-FLAG TO WS-BEN-DPN-COVERED (WS-BDP-IDX).
           MOVE DPN-BENEFICIARY-PCT TO WS-BEN-DPN-SHARE (WS-BDP-IDX).
           SET WS-BDP-IDX UP BY 1.

       2780-BUILD-OVERTIME-RECORDS.
      *    SWEEP THE OVERTIME CLAIM FILE FOR PAY-AS-OVERTIME CLAIMS
      *    APPROVED DURING THE PAY PERIOD - THE SAME WINDOW 2700 SET
      *    UP FOR THE DEDUCTIONS - AND EMIT ONE 'O' RECORD EACH,
      *    FOLLOWED BY THEIR OWN 'Q' TRAILER COUNT. THE APPROVAL DATE
      *    DECIDES THE PERIOD, SO A CLAIM APPROVED LATE STILL GOES
      *    OUT ONCE, IN THE PERIOD IT WAS APPROVED IN.
           MOVE SPACE TO WS-OVT-SCAN-SWITCH.
           INITIALIZE OVERTIME-CLAIM-RECORD.

           EXEC CICS STARTBR
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                RIDFLD(OTC-CLAIM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2785-SCAN-NEXT-CLAIM
                 UNTIL WS-OVT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE WS-OVERTIME-WRITTEN TO WS-OTR-RECORD-COUNT.

           PERFORM 9050-CHECK-VOLUME-SPILL.

           EXEC CICS WRITEQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                FROM (WS-OVERTIME-TRAILER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-VOLUME-ITEM-COUNT.

       2785-SCAN-NEXT-CLAIM.
           EXEC CICS READNEXT
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                RIDFLD(OTC-CLAIM-KEY)
                INTO (OVERTIME-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-OVT-SCAN-DONE TO TRUE
           WHEN NOT OTC-ST-APPROVED
                CONTINUE
           WHEN NOT OTC-COMP-PAY
      *         TIME OFF IN LIEU - BANKED ON ETOILB, NOT PAID.
                CONTINUE
           WHEN OTC-DECIDED-DATE IS LESS THAN WS-PERIOD-START-DATE
                CONTINUE
           WHEN OTC-DECIDED-DATE IS GREATER THAN WS-RUN-DATE
                CONTINUE
           WHEN OTHER
                PERFORM 2790-WRITE-OVERTIME-DETAIL
           END-EVALUATE.

       2790-WRITE-OVERTIME-DETAIL.
           MOVE OTC-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
           PERFORM 2850-FIND-EMPLOYEE-ENTITY.

           IF WS-EMP-COMPANY-CODE IS NOT EQUAL TO
              WS-CURRENT-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OVERTIME-WRITTEN.

           MOVE 'O' TO WS-OVT-RECORD-TYPE.
           MOVE OTC-EMPLOYEE-ID TO WS-OVT-EMPLOYEE-ID.
           MOVE OTC-WORKED-DATE TO WS-OVT-WORKED-DATE.
           MOVE OTC-HOURS-CLAIMED TO WS-OVT-HOURS.
           MOVE OTC-DECIDED-DATE TO WS-OVT-APPROVED-DATE.

           PERFORM 9050-CHECK-VOLUME-SPILL.

           EXEC CICS WRITEQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                FROM (WS-OVERTIME-DETAIL-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-VOLUME-ITEM-COUNT.

       2795-BUILD-RETRO-RECORDS.
      *    SWEEP THE RETRO PAYMENT FILE FOR ARREARS NOT YET SENT -
      *    PLUS ANY THIS SAME DAY'S RUN ALREADY SENT, SINCE A FORCED
      *    RERUN REPLACES THAT EXTRACT - AND EMIT ONE 'R' RECORD EACH,
      *    FOLLOWED BY THEIR OWN 'S' TRAILER COUNT. THE ONES SENT ARE
      *    MARKED EXTRACTED ONCE THE BROWSE IS CLOSED.
           MOVE SPACE TO WS-RET-SCAN-SWITCH.
           MOVE ZERO TO WS-RETRO-KEY-COUNT.
           INITIALIZE RETRO-PAYMENT-RECORD.

           EXEC CICS STARTBR
                FILE(APP-RETRO-FILE-NAME)
                RIDFLD(RTP-RETRO-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2796-SCAN-NEXT-RETRO
                 UNTIL WS-RET-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-RETRO-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-RETRO-KEY-COUNT IS GREATER THAN ZERO
              PERFORM 2798-MARK-RETRO-EXTRACTED
                 VARYING WS-RTK-IDX FROM 1 BY 1
                 UNTIL WS-RTK-IDX IS GREATER THAN WS-RETRO-KEY-COUNT
           END-IF.

           MOVE WS-RETRO-WRITTEN TO WS-RTR-RECORD-COUNT.

           PERFORM 9050-CHECK-VOLUME-SPILL.

           EXEC CICS WRITEQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                FROM (WS-RETRO-TRAILER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-VOLUME-ITEM-COUNT.

       2796-SCAN-NEXT-RETRO.
           EXEC CICS READNEXT
                FILE(APP-RETRO-FILE-NAME)
                RIDFLD(RTP-RETRO-KEY)
                INTO (RETRO-PAYMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-RET-SCAN-DONE TO TRUE
           WHEN RTP-ST-PENDING
                PERFORM 2797-WRITE-RETRO-DETAIL
           WHEN RTP-ST-EXTRACTED AND
                RTP-EXTRACTED-DATE IS EQUAL TO WS-RUN-DATE
                PERFORM 2797-WRITE-RETRO-DETAIL
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2797-WRITE-RETRO-DETAIL.
           MOVE RTP-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
           PERFORM 2850-FIND-EMPLOYEE-ENTITY.

           IF WS-EMP-COMPANY-CODE IS NOT EQUAL TO
              WS-CURRENT-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           IF WS-RETRO-KEY-COUNT IS NOT LESS THAN 500
              SET WS-RET-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RETRO-KEY-COUNT.
           SET WS-RTK-IDX TO WS-RETRO-KEY-COUNT.
           MOVE RTP-RETRO-KEY TO WS-RETRO-KEY-ENTRY(WS-RTK-IDX).

           ADD 1 TO WS-RETRO-WRITTEN.

           MOVE 'R' TO WS-RET-RECORD-TYPE.
           MOVE RTP-EMPLOYEE-ID TO WS-RET-EMPLOYEE-ID.
           MOVE RTP-EFFECTIVE-DATE TO WS-RET-EFFECTIVE-DATE.
           MOVE RTP-THROUGH-DATE TO WS-RET-THROUGH-DATE.
           MOVE RTP-PERIODS TO WS-RET-PERIODS.
           MOVE RTP-ARREARS-AMOUNT TO WS-RET-ARREARS-AMOUNT.
           MOVE RTP-RAISED-DATE TO WS-RET-RAISED-DATE.

           PERFORM 9050-CHECK-VOLUME-SPILL.

           EXEC CICS WRITEQ TS
                QNAME(WS-VOLUME-QUEUE-NAME)
                FROM (WS-RETRO-DETAIL-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-VOLUME-ITEM-COUNT.

       2798-MARK-RETRO-EXTRACTED.
           MOVE WS-RETRO-KEY-ENTRY(WS-RTK-IDX) TO RTP-RETRO-KEY.

           EXEC CICS READ
                FILE(APP-RETRO-FILE-NAME)
                INTO (RETRO-PAYMENT-RECORD)
                RIDFLD(RTP-RETRO-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           SET RTP-ST-EXTRACTED TO TRUE.
           MOVE WS-RUN-DATE TO RTP-EXTRACTED-DATE.

           EXEC CICS REWRITE
                FILE(APP-RETRO-FILE-NAME)
                FROM (RETRO-PAYMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2500-WRITE-TRAILER-RECORD.
      *    TRAILER IS ALWAYS WRITTEN, EVEN WHEN NO ACTIVE EMPLOYEES
      *    WERE FOUND, SO THE DOWNSTREAM SYSTEM CAN ALWAYS RELY ON A
      *    ZERO-OR-MORE COUNT RECORD BEING THE LAST ITEM ON THE QUEUE.
           MOVE WS-ENTITY-EXTRACTED TO WS-TRL-RECORD-COUNT.
           MOVE WS-CURRENT-COMPANY-CODE TO WS-TRL-COMPANY-CODE.

           IF WS-DELTA-MODE
              MOVE 'D' TO WS-TRL-RUN-MODE

           ADD 1 TO WS-VOLUME-ITEM-COUNT.

       2850-FIND-EMPLOYEE-ENTITY.
      *    THE ENTITY OF WS-LOOKUP-EMPLOYEE-ID'S DEPARTMENT. NO
      *    EMPLOYEE BROWSE IS OPEN WHEN THE DEDUCTION AND BENEFIT
      *    SWEEPS CALL THIS, SO THE MASTER RECORD AREA IS FREE. AN
      *    EMPLOYEE NO LONGER ON FILE GOES TO THE HOME COMPANY SO THE
      *    RECORD STILL REACHES A BUREAU.
           MOVE WS-LOOKUP-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-DEPARTMENT-ID TO WS-LOOKUP-DEPARTMENT-ID
              PERFORM 2860-FIND-DEPARTMENT-ENTITY
           ELSE
              MOVE APP-HOME-COMPANY-CODE TO WS-EMP-COMPANY-CODE
           END-IF.

       2860-FIND-DEPARTMENT-ENTITY.
      *    THE ENTITY OF WS-LOOKUP-DEPARTMENT-ID, INTO
      *    WS-EMP-COMPANY-CODE - FROM THE TABLE, OR A DIRECT READ FOR
      *    A DEPARTMENT PAST THE TABLE'S CAP. A DEPARTMENT NOT ON FILE,
      *    OR ONE WHOSE ENTITY ISN'T ON THIS RUN'S LIST, GOES TO THE
      *    HOME COMPANY.
           MOVE SPACE TO WS-ENTRY-FOUND-SWITCH.

           SET WS-DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT
                 CONTINUE
              WHEN WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   WS-LOOKUP-DEPARTMENT-ID
                 SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

           IF WS-ENTRY-FOUND
              MOVE WS-TBL-DEPT-COMPANY(WS-DPT-IDX)
                 TO WS-EMP-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE APP-HOME-COMPANY-CODE TO WS-EMP-COMPANY-CODE.
           MOVE WS-LOOKUP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              DEPT-COMPANY-CODE IS NOT EQUAL TO SPACES
              MOVE DEPT-COMPANY-CODE TO WS-EMP-COMPANY-CODE
              PERFORM 1860-FIND-LISTED-ENTITY
              IF NOT WS-ENTRY-FOUND
                 MOVE APP-HOME-COMPANY-CODE TO WS-EMP-COMPANY-CODE
              END-IF
           END-IF.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-EMPLOYEES-SCANNED   TO WS-REPLY-SCANNED.
           MOVE WS-EMPLOYEES-EXTRACTED TO WS-REPLY-EXTRACTED.
           MOVE WS-ENTITY-COUNT        TO WS-REPLY-ENTITIES.

           STRING 'Payroll Extract Done - '
                  FUNCTION TRIM(WS-REPLY-EXTRACTED)
                  ' Of '
                  FUNCTION TRIM(WS-REPLY-SCANNED)
                  ' Extracted, '
                  FUNCTION TRIM(WS-REPLY-ENTITIES)
                  ' Entities - Index '
                  APP-PAYEXT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

      *    A BLANK ACCOUNT MEANS SOMEONE GOES UNPAID - THAT MATTERS
      *    MORE THAN THE COUNTS, SO IT TAKES THE WHOLE LINE.
           IF WS-ACCOUNTS-WITHHELD IS GREATER THAN ZERO THEN
              MOVE WS-ACCOUNTS-WITHHELD TO WS-REPLY-WITHHELD
              MOVE SPACES TO WS-REPLY-TEXT
              STRING 'Payroll Extract Written - '
                     FUNCTION TRIM(WS-REPLY-WITHHELD)
                     ' Bank Account(s) Not Deciphered - Call Support!'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       2950-WRITE-ENTITY-INDEX.
      *    ONE LINE PER ENTITY QUEUE WITH ITS EXTRACTED COUNT, THE
      *    GRAND TOTAL LAST - WHAT A REPORT VIEWER OR THE MORNING
      *    RECONCILIATION SEES WHEN IT OPENS PAYEXT.
           PERFORM 2955-WRITE-ONE-INDEX-LINE
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX IS GREATER THAN WS-ENTITY-COUNT.

           MOVE WS-ENTITY-COUNT TO WS-IDX-TOTAL-ENTITIES.
           MOVE WS-EMPLOYEES-EXTRACTED TO WS-IDX-TOTAL-EXTRACTED.

           EXEC CICS WRITEQ TS
                QNAME(APP-PAYEXT-QUEUE-NAME)
                FROM (WS-ENTITY-INDEX-TOTAL-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2955-WRITE-ONE-INDEX-LINE.
           MOVE WS-TBL-COMPANY-CODE(WS-ENT-IDX)
              TO WS-IDX-COMPANY-CODE.
           MOVE WS-TBL-ENTITY-QUEUE(WS-ENT-IDX) TO WS-IDX-QUEUE-NAME.
           MOVE WS-TBL-ENTITY-EXTRACTED(WS-ENT-IDX)
              TO WS-IDX-EXTRACTED.

           EXEC CICS WRITEQ TS
                QNAME(APP-PAYEXT-QUEUE-NAME)
                FROM (WS-ENTITY-INDEX-LINE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       8800-LOOKUP-ABSENCE-TYPE.
      *    THE TYPE ROW FOR ABS-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS COUNTED ON A
      *    GUESS.
           MOVE SPACE TO WS-TYPE-CACHE-SWITCH.

           PERFORM 8810-SCAN-TYPE-CACHE
              VARYING WS-TYPE-CACHE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-CACHE-SUB IS GREATER THAN
                    WS-TYPE-CACHE-COUNT
                 OR WS-TYPE-CACHED.

           IF WS-TYPE-CACHED
              MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           IF WS-TYPE-CACHE-COUNT IS LESS THAN 40
              ADD 1 TO WS-TYPE-CACHE-COUNT
              MOVE ATL-TYPE-CODE
                 TO WS-TYC-CODE(WS-TYPE-CACHE-COUNT)
              MOVE ATL-RETURN-CODE
                 TO WS-TYC-RETURN-CODE(WS-TYPE-CACHE-COUNT)
              MOVE ATL-TYPE-RECORD
                 TO WS-TYC-RECORD(WS-TYPE-CACHE-COUNT)
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

       8810-SCAN-TYPE-CACHE.
           IF WS-TYC-CODE(WS-TYPE-CACHE-SUB) IS EQUAL TO
              ABS-ABSENCE-TYPE
              SET WS-TYPE-CACHED TO TRUE
              MOVE WS-TYC-RETURN-CODE(WS-TYPE-CACHE-SUB)
                 TO ATL-RETURN-CODE
              MOVE WS-TYC-RECORD(WS-TYPE-CACHE-SUB)
                 TO ATL-TYPE-RECORD
           END-IF.

       9040-SET-UP-VOLUME-CONTROL.
      *    CALLED ONCE PER EXTRACT WITH WS-VOLUME-BASE-NAME SET -
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       1550-CHECK-SWEEP-READY.
      *    THE EMPLOYEES COME FROM THE NIGHTLY SWEEP WORK FILE, NOT A
      *    BROWSE OF EMPMAST - REFUSE TO RUN UNLESS ESWPP'S RUN-CONTROL
      *    RECORD SHOWS A COMPLETED SWEEP FROM TODAY OR YESTERDAY (A
      *    WINDOW THAT STARTED BEFORE MIDNIGHT). A REFUSED RUN LEAVES
      *    ITS HISTORY ENTRY AS A FAILURE AND ITS OWN RUN-CONTROL
      *    RECORD UNTOUCHED, SO IT IS SIMPLY RE-ENTERED ONCE THE
      *    SWEEP HAS RUN.
           MOVE WS-RUN-TODAY TO WS-SWEEP-OLDEST-DATE.
           COMPUTE WS-SWEEP-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-SWEEP-OLDEST-DATE).
           COMPUTE WS-SWEEP-OLDEST-DATE =
              FUNCTION DATE-OF-INTEGER(WS-SWEEP-TODAY-DAYS - 1).

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-SWEEP)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT RNC-ST-COMPLETE OR
              RNC-LAST-RUN-DATE IS NOT NUMERIC
              MOVE 'Nightly Sweep Not Complete - Run ESWP First!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           MOVE RNC-LAST-RUN-DATE TO WS-SWEEP-DATE.

           IF WS-SWEEP-DATE IS LESS THAN WS-SWEEP-OLDEST-DATE
              MOVE 'Nightly Sweep Is Out Of Date - Run ESWP First!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
