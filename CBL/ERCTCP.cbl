       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERCTCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'ACCESS RECERTIFICATION CAMPAIGN' QUARTERLY BATCH
      *        TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR SCHEDULED VIA
      *        CICS INTERVAL CONTROL) ONCE A QUARTER - SAME MOLD AS
      *        EUDEACP.
      *      - SWEEPS EVERY REGISTERED USER AND OPENS ONE REVIEW ITEM
      *        (SEE EACCREC.CPY) PER ACTIVE ACCOUNT UNDER THE CURRENT
      *        QUARTER'S CAMPAIGN ID, DUE APP-ACCREC-WINDOW-DAYS FROM
      *        TODAY. A LINKED ACCOUNT IS ROUTED TO THE MANAGER OF ITS
      *        EMPLOYEE'S DEPARTMENT, AN UNLINKED ONE (OR ONE WHOSE
      *        DEPARTMENT CHAIN HAS NO MANAGER) TO THE SECURITY
      *        ADMINISTRATOR.
      *      - THE ITEM KEY IS CAMPAIGN + USER, SO RUNNING AGAIN IN THE
      *        SAME QUARTER ONLY OPENS ITEMS FOR ACCOUNTS REGISTERED
      *        SINCE - EVERYTHING ALREADY OPENED IS LEFT AS IT IS.
      *      - EACH ITEM OPENED GOES ON THE CAMPAIGN REPORT QUEUE SO
      *        THE SECURITY TEAM CAN SEE WHO HAS WHAT TO REVIEW.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - REGISTERED USER RECORD.
      *      - ACCESS RECERTIFICATION ITEM RECORD.
      *      - EMPLOYEE MASTER AND DEPARTMENT MASTER RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY EREGUSR.
       COPY EACCREC.
       COPY EMPMAST.
       COPY DEPTMAST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                     PIC X(32)
                         VALUE 'ACCESS RECERTIFICATION CAMPAIGN '.
          05 WS-TTL-CAMPAIGN-ID         PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(12)
                                         VALUE ' - DUE BY '.
          05 WS-TTL-DEADLINE            PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(20) VALUE SPACES.
      *
       01 WS-ITEM-DETAIL-LINE.
          05 WS-DTL-ACTION              PIC X(8)  VALUE SPACES.
          05 WS-DTL-USER-ID             PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-USER-TYPE           PIC X(3)  VALUE SPACES.
          05 FILLER                     PIC X(10)
                                         VALUE ' EMPLOYEE '.
          05 WS-DTL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(4)  VALUE ' -> '.
          05 WS-DTL-ROUTED-TO           PIC X(38) VALUE SPACES.
      *
       01 WS-REPORT-TOTALS-LINE.
          05 FILLER                     PIC X(14)
                                         VALUE 'ITEMS OPENED  '.
          05 WS-TOT-OPENED              PIC ZZZZ9.
          05 FILLER                     PIC X(18)
                                         VALUE '  TO MANAGERS     '.
          05 WS-TOT-MANAGERS            PIC ZZZZ9.
          05 FILLER                     PIC X(18)
                                         VALUE '  TO SECURITY ADM '.
          05 WS-TOT-SECADM              PIC ZZZZ9.
          05 FILLER                     PIC X(15) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-USERS-SCANNED           PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-OPENED            PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-TO-MANAGERS       PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-TO-SECADM         PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-ON-FILE           PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-FAILED            PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-OPENED            PIC ZZZZ9.
          05 WS-REPLY-ON-FILE           PIC ZZZZ9.
      *
       01 WS-BROWSE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                       VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                   VALUE 'N'.
      *
      *    THE QUARTER'S CAMPAIGN ID (YYYYQN) AND ITS DEADLINE.
       01 WS-TODAY-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-TODAY-NUM                  PIC 9(8)  VALUE ZEROES.
       01 WS-TODAY-MONTH                PIC 9(2)  VALUE ZEROES.
       01 WS-DEADLINE-NUM               PIC 9(8)  VALUE ZEROES.
       01 WS-DEADLINE-DAYS              PIC S9(8) USAGE IS BINARY.
       01 WS-CAMPAIGN-ID.
          05 WS-CAMPAIGN-YEAR           PIC X(4)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE 'Q'.
          05 WS-CAMPAIGN-QUARTER        PIC 9(1)  VALUE ZERO.
      *
      *    MANAGER LOOKUP UP THE DEPARTMENT CHAIN - THE SAME WALK
      *    ESRWCP USES TO ROUTE A RETURN-TO-WORK ITEM.
       01 WS-ITEM-DEPARTMENT-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-ITEM-MANAGER-ID            PIC 9(8)  VALUE ZEROES.
       01 WS-MGR-WALK-DEPT              PIC 9(8)  VALUE ZEROES.
       01 WS-MGR-WALK-DEPTH             PIC S9(4) USAGE IS BINARY.
       01 WS-MGR-WALK-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-MGR-WALK-DONE                     VALUE 'Y'.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-SWEEP-REGISTERED-USERS.
           PERFORM 2800-WRITE-REPORT-TOTALS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM.

      *    JANUARY-MARCH IS Q1, APRIL-JUNE Q2, AND SO ON.
           MOVE WS-TODAY-DATE(1:4) TO WS-CAMPAIGN-YEAR.
           MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-MONTH.
           COMPUTE WS-CAMPAIGN-QUARTER =
              (WS-TODAY-MONTH - 1) / 3 + 1.

           COMPUTE WS-DEADLINE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              + APP-ACCREC-WINDOW-DAYS.
           COMPUTE WS-DEADLINE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DEADLINE-DAYS).

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-ACCRCMP-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-CAMPAIGN-ID TO WS-TTL-CAMPAIGN-ID.
           MOVE WS-DEADLINE-NUM TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-DEADLINE.
           MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-SWEEP-REGISTERED-USERS.
           PERFORM 2100-START-BROWSING.
           IF NOT WS-END-OF-FILE
              PERFORM 2200-CHECK-NEXT-USER
                 UNTIL WS-END-OF-FILE
              PERFORM 2400-END-BROWSING
           END-IF.

       2100-START-BROWSING.
      *    LOW KEY POSITIONS THE BROWSE AT THE FIRST REGISTERED USER
      *    ON FILE - SAME IDIOM EPURGP USES AGAINST EREGUSR.
           MOVE LOW-VALUES TO RU-USER-ID.

           EXEC CICS STARTBR
                FILE(AC-REG-USER-FILE-NAME)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Registered Users!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-CHECK-NEXT-USER.
           EXEC CICS READNEXT
                FILE(AC-REG-USER-FILE-NAME)
                RIDFLD(RU-USER-ID)
                INTO (REG-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE ITEMS GO TO ANOTHER FILE, SO THEY CAN BE WRITTEN AS THE
      *    BROWSE GOES - NOTHING ON EREGUSR ITSELF IS UPDATED HERE.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-USERS-SCANNED
                IF RU-ST-ACTIVE
                   PERFORM 2300-OPEN-ONE-ITEM
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Registered User!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-OPEN-ONE-ITEM.
           MOVE ZEROES TO WS-ITEM-DEPARTMENT-ID.
           MOVE ZEROES TO WS-ITEM-MANAGER-ID.

           IF RU-EMPLOYEE-ID IS GREATER THAN ZERO
              PERFORM 2310-FIND-MANAGER
           END-IF.

           INITIALIZE ACCESS-RECERT-ITEM.
           MOVE WS-CAMPAIGN-ID TO ACR-CAMPAIGN-ID.
           MOVE RU-USER-ID TO ACR-USER-ID.
           MOVE RU-EMPLOYEE-ID TO ACR-EMPLOYEE-ID.
           MOVE WS-ITEM-DEPARTMENT-ID TO ACR-DEPARTMENT-ID.
           MOVE RU-USER-TYPE TO ACR-CAMPAIGN-USER-TYPE.
           MOVE WS-TODAY-DATE TO ACR-CREATED-DATE.
           MOVE WS-DEADLINE-NUM TO ACR-DEADLINE-DATE.
           SET ACR-OPEN TO TRUE.

      *    NO MANAGER TO SEND IT TO - LINKED OR NOT, THE SECURITY
      *    ADMINISTRATOR PICKS IT UP.
           IF WS-ITEM-MANAGER-ID IS GREATER THAN ZERO
              SET ACR-TO-MANAGER TO TRUE
              MOVE WS-ITEM-MANAGER-ID TO ACR-REVIEWER-EMPLOYEE-ID
           ELSE
              SET ACR-TO-SECURITY-ADMIN TO TRUE
              MOVE APP-ACCREC-SECADM-USER-ID TO ACR-REVIEWER-USER-ID
           END-IF.

           EXEC CICS WRITE
                FILE(APP-ACCREC-FILE-NAME)
                FROM (ACCESS-RECERT-ITEM)
                RIDFLD(ACR-ITEM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    DUPREC IS AN ACCOUNT ALREADY OPENED EARLIER THIS QUARTER -
      *    ITS ITEM, DECIDED OR NOT, STANDS.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-ITEMS-OPENED
                PERFORM 2350-REPORT-ONE-ITEM
           WHEN DFHRESP(DUPREC)
                ADD 1 TO WS-ITEMS-ON-FILE
           WHEN OTHER
                ADD 1 TO WS-ITEMS-FAILED
           END-EVALUATE.

       2310-FIND-MANAGER.
           MOVE RU-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              EMP-DEPARTMENT-ID IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO WS-ITEM-DEPARTMENT-ID.
           MOVE EMP-DEPARTMENT-ID TO WS-MGR-WALK-DEPT.
           MOVE ZERO TO WS-MGR-WALK-DEPTH.
           MOVE SPACE TO WS-MGR-WALK-SWITCH.

           PERFORM 2320-WALK-ONE-DEPARTMENT
              UNTIL WS-MGR-WALK-DONE.

       2320-WALK-ONE-DEPARTMENT.
           ADD 1 TO WS-MGR-WALK-DEPTH.

      *    THE SAME DEPTH CAP AS THE MANAGER-SCOPE WALKS, AGAINST A
      *    MIS-KEYED PARENT CYCLE.
           IF WS-MGR-WALK-DEPTH IS GREATER THAN 10 OR
              WS-MGR-WALK-DEPT IS EQUAL TO ZERO
              SET WS-MGR-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-MGR-WALK-DEPT TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-MGR-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    NOBODY RECERTIFIES THEIR OWN ACCESS - A MANAGER'S ACCOUNT
      *    GOES ONE LEVEL UP.
           IF DEPT-MANAGER-EMPLOYEE-ID IS NUMERIC AND
              DEPT-MANAGER-EMPLOYEE-ID IS GREATER THAN ZERO AND
              DEPT-MANAGER-EMPLOYEE-ID IS NOT EQUAL TO
              RU-EMPLOYEE-ID THEN
              MOVE DEPT-MANAGER-EMPLOYEE-ID TO WS-ITEM-MANAGER-ID
              SET WS-MGR-WALK-DONE TO TRUE
           ELSE
              MOVE DEPT-PARENT-DEPARTMENT-ID TO WS-MGR-WALK-DEPT
           END-IF.

       2350-REPORT-ONE-ITEM.
           INITIALIZE WS-ITEM-DETAIL-LINE.
           MOVE 'OPENED' TO WS-DTL-ACTION.
           MOVE ACR-USER-ID TO WS-DTL-USER-ID.
           MOVE ACR-CAMPAIGN-USER-TYPE TO WS-DTL-USER-TYPE.
           MOVE ACR-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID.

           IF ACR-TO-MANAGER
              ADD 1 TO WS-ITEMS-TO-MANAGERS
              MOVE ACR-REVIEWER-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
              PERFORM 2360-READ-EMPLOYEE-NAME
              STRING 'MANAGER '
                     EMP-FULL-NAME
                 DELIMITED BY SIZE
                 INTO WS-DTL-ROUTED-TO
              END-STRING
           ELSE
              ADD 1 TO WS-ITEMS-TO-SECADM
              STRING 'SECURITY ADMIN '
                     ACR-REVIEWER-USER-ID
                 DELIMITED BY SIZE
                 INTO WS-DTL-ROUTED-TO
              END-STRING
           END-IF.

           MOVE WS-ITEM-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2360-READ-EMPLOYEE-NAME.
      *    THE CALLER PUTS THE ID IN EMP-EMPLOYEE-ID.
           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE EMPLOYEE-MASTER-RECORD
              MOVE '*** NOT ON EMPLOYEE MASTER ***' TO EMP-FULL-NAME
           END-IF.

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(AC-REG-USER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-ITEMS-OPENED TO WS-TOT-OPENED.
           MOVE WS-ITEMS-TO-MANAGERS TO WS-TOT-MANAGERS.
           MOVE WS-ITEMS-TO-SECADM TO WS-TOT-SECADM.
           MOVE WS-REPORT-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-ITEMS-OPENED TO WS-REPLY-OPENED.
           MOVE WS-ITEMS-ON-FILE TO WS-REPLY-ON-FILE.

           IF WS-ITEMS-FAILED IS GREATER THAN ZERO
              MOVE 'Error Writing Recertification Items - Check The Item
      -            ' File Is Open!'
                 TO WS-REPLY-TEXT
              EXIT PARAGRAPH
           END-IF.

           STRING 'Recertification '
                  WS-CAMPAIGN-ID
                  ' - '
                  FUNCTION TRIM(WS-REPLY-OPENED)
                  ' Opened, '
                  FUNCTION TRIM(WS-REPLY-ON-FILE)
                  ' Already On File - Queue '
                  APP-ACCRCMP-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-ACCRCMP-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                MAIN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
