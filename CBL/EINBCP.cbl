       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINBCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'APPROVALS INBOX BUILDER' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE EINBCA COMM-AREA
      *        BY THE INBOX SCREEN (EINBP) AND BY EMENUA AT SIGN-ON,
      *        SO BOTH SEE EXACTLY THE SAME ITEMS AND COUNT.
      *      - GATHERS EVERYTHING WAITING ON THE SIGNED-ON USER FROM
      *        THE FOUR FILES THE APPROVAL SCREENS WORK FROM, EACH
      *        UNDER THE SAME GATE ITS OWNING PROGRAM APPLIES:
      *          - PENDING LEAVE REQUESTS (ELVREQ - ELVAPP, 'LVAPPRV',
      *            ADMINISTRATORS AND MANAGERS).
      *          - STANDARD USERS' PARKED CHANGES (EPENDCH - EPENDP,
      *            'PENDAPPR', ADMINISTRATORS AND MANAGERS).
      *          - PROBATION REVIEWS STILL PENDING AND DUE WITHIN THE
      *            WEEK, SAME WINDOW AS EPRBDP (EPROBTN - EPROBP,
      *            ADMINISTRATORS AND MANAGERS).
      *          - SALARY CHANGES AWAITING RELEASE (ECMPPND - ECMPRVP,
      *            'COMPAPPR', ADMINISTRATORS) - NOT THE USER'S OWN,
      *            WHICH ECMPRVP WILL NOT LET THEM RELEASE.
      *      - ADMINISTRATORS SEE EVERY ITEM; ANYONE ELSE ONLY THE
      *        ITEMS WHOSE EMPLOYEE'S CURRENT DEPARTMENT IS IN THEIR
      *        MANAGER SCOPE - THE SAME 8600 WALK (AND IN-FORCE
      *        DELEGATIONS) THE OWNING SCREENS APPLY AT DECISION TIME.
      *      - THE OLDEST ITEMS BY RAISED DATE ARE HANDED BACK, AS
      *        MANY AS THE COMM-AREA HOLDS; THE COUNT COVERS THEM ALL.
      *        EACH HELD ITEM'S AGE IS COUNTED IN BUSINESS DAYS ON THE
      *        STANDARD WEEK, HOLIDAYS SKIPPED.
      *      - READ-ONLY - NOTHING IS UPDATED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - LEAVE REQUEST RECORD.
      *      - PENDING EMPLOYEE-CHANGE RECORD.
      *      - PROBATION REVIEW RECORD.
      *      - PENDING COMPENSATION CHANGE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - HOLIDAY CALENDAR RECORD.
      *      - PERMISSION MATRIX RECORD.
      *      - DEPARTMENT MASTER, REGISTERED USER AND DELEGATION
      *        RECORDS FOR THE MANAGER-SCOPE WALK.
      *      - APPROVALS INBOX COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY ELVREQ.
       COPY EPENDCH.
       COPY EPROBTN.
       COPY ECMPPND.
       COPY EMPMAST.
       COPY EHOLDAY.
       COPY EPERMTX.
       COPY DEPTMAST.
       COPY EREGUSR.
       COPY EDELEG.
       COPY EINBCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-TODAY-DATE              PIC X(8)  VALUE SPACES.
          05 WS-DATE-WORK-NUM           PIC 9(8)  VALUE ZEROES.
          05 WS-PROB-LIMIT-NUM          PIC 9(8)  VALUE ZEROES.
          05 WS-PROB-LIMIT-DATE         PIC X(8)  VALUE SPACES.
      *
      *    WHICH OF THE FOUR SOURCES THIS USER MAY DECIDE ON.
       01 WS-SOURCE-SWITCHES.
          05 WS-LEAVE-SWITCH            PIC X(1)  VALUE SPACES.
             88 WS-SEES-LEAVE                     VALUE 'Y'.
          05 WS-CHANGE-SWITCH           PIC X(1)  VALUE SPACES.
             88 WS-SEES-CHANGES                   VALUE 'Y'.
          05 WS-PROBATION-SWITCH        PIC X(1)  VALUE SPACES.
             88 WS-SEES-PROBATION                 VALUE 'Y'.
          05 WS-RELEASE-SWITCH          PIC X(1)  VALUE SPACES.
             88 WS-SEES-RELEASES                  VALUE 'Y'.
      *
       01 WS-SCAN-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-SCAN-DONE                         VALUE 'Y'.
      *
      *    THE CANDIDATE ITEM - SAME SHAPE AS ONE IBA-ITEM, SO IT
      *    DROPS INTO ITS SLOT WITH ONE MOVE.
       01 WS-NEW-ITEM.
          05 WS-NEW-TYPE                PIC X(1)  VALUE SPACES.
             88 WS-NEW-LEAVE-REQUEST              VALUE 'L'.
             88 WS-NEW-PENDING-CHANGE             VALUE 'C'.
             88 WS-NEW-PROBATION-REVIEW           VALUE 'P'.
             88 WS-NEW-SALARY-RELEASE             VALUE 'S'.
          05 WS-NEW-KEY.
             10 WS-NEW-EMPLOYEE-ID      PIC 9(8)  VALUE ZEROES.
             10 WS-NEW-TIMESTAMP        PIC X(14) VALUE SPACES.
          05 WS-NEW-RAISED-DATE         PIC X(8)  VALUE SPACES.
          05 WS-NEW-AGE-DAYS            PIC 9(3)  VALUE ZEROES.
          05 WS-NEW-ON-BEHALF-OF        PIC X(8)  VALUE SPACES.
      *
       01 WS-ITEM-IN-SCOPE-FLAG         PIC X(1)  VALUE SPACES.
          88 WS-ITEM-IN-SCOPE                     VALUE 'Y'.
      *
      *    OLDEST-FIRST INSERTION INTO THE HELD ITEMS.
       01 WS-INSERT-SUB                 PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-SUB                   PIC S9(4) USAGE IS BINARY.
       01 WS-SHIFT-SUB                  PIC S9(4) USAGE IS BINARY.
       01 WS-AGE-SUB                    PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-SLOT-FOUND                        VALUE 'Y'.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 1 FOR MONDAY
      *    THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE                   PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK            PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG                   PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                    VALUE 'Y'.
      *
      *    AN INBOX AGE IS THE APPROVER'S CALENDAR, NOT THE
      *    EMPLOYEE'S - ALWAYS THE STANDARD WEEK, MONDAY FIRST.
       01 WS-PATTERN-WEEK               PIC X(7)  VALUE 'FFFFFOO'.
       01 WS-PATTERN-DAYS REDEFINES WS-PATTERN-WEEK.
          05 WS-PATTERN-DAY             PIC X(1)  OCCURS 7 TIMES.
       01 WS-PATTERN-DAY-SUB            PIC S9(4) USAGE IS BINARY.
      *
       01 WS-BUSDAY-COUNT               PIC 9(5)  VALUE ZEROES.
       01 WS-BUSDAY-WALK-INT            PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-END-INT             PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-SPAN                PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-WEEKS               PIC S9(8) USAGE IS BINARY.
      *
      *    DEPARTMENT-SCOPED MANAGER AUTHORITY (SEE DEPTMAST) - THE
      *    SIGNED-ON MANAGER'S RU-EMPLOYEE-ID IS MATCHED AGAINST
      *    DEPT-MANAGER-EMPLOYEE-ID UP THE TARGET DEPARTMENT'S
      *    PARENT CHAIN, SO A DIVISION MANAGER COVERS THE CHILD
      *    DEPARTMENTS TOO. ADMINISTRATORS NEVER REACH THE CHECK.
       01 WS-SCOPE-USER-ID              PIC X(8)  VALUE SPACES.
       01 WS-SCOPE-TARGET-DEPT          PIC 9(8)  VALUE ZEROES.
       01 WS-SCOPE-MANAGER-EMP          PIC 9(8)  VALUE ZEROES.
       01 WS-SCOPE-WALK-DEPT            PIC 9(8)  VALUE ZEROES.
       01 WS-SCOPE-DEPTH                PIC S9(4) USAGE IS BINARY.
       01 WS-SCOPE-FLAG                 PIC X(1)  VALUE SPACES.
          88 WS-MANAGER-IN-SCOPE                  VALUE 'Y'.
       01 WS-SCOPE-WALK-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-SCOPE-WALK-DONE                   VALUE 'Y'.
      *
      *    DELEGATION SUPPORT (SEE EDELEG.CPY) - WHEN THE DIRECT
      *    SCOPE WALK FAILS, IN-FORCE DELEGATIONS NAMING THIS USER
      *    AS DELEGATE ARE TRIED WITH THE DELEGATOR'S SCOPE; A GRANT
      *    REMEMBERS WHOSE BEHALF IT WAS ON.
       01 WS-SCOPE-DELEGATOR-ID         PIC X(8)  VALUE SPACES.
       01 WS-SCOPE-VIA-FLAG             PIC X(1)  VALUE SPACES.
          88 WS-SCOPE-VIA-DELEGATE                VALUE 'Y'.
       01 WS-DLG-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-DLG-SCAN-DONE                     VALUE 'Y'.
       01 WS-SCOPE-TODAY                PIC X(8)  VALUE SPACES.
      *
      *    TABLE-DRIVEN PERMISSION GATE (SEE EPERMTX.CPY) - 'A'/'N'
      *    FROM THE MATRIX DECIDES; NO ROW FALLS BACK TO THE LEGACY
      *    HARDCODED RULE AT THE CALL SITE.
       01 WS-PERM-FUNCTION              PIC X(8)  VALUE SPACES.
       01 WS-PERM-USER-TYPE             PIC X(3)  VALUE SPACES.
       01 WS-PERM-RESULT                PIC X(1)  VALUE SPACES.
          88 WS-PERM-ALLOWED                      VALUE 'A'.
          88 WS-PERM-DENIED                       VALUE 'D'.
          88 WS-PERM-USE-LEGACY                   VALUE SPACE.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE EINBCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(606).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF APPROVAL-INBOX-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO APPROVAL-INBOX-COMMAREA.
           SET IBA-REQUEST-OK TO TRUE.
           MOVE ZERO TO IBA-ITEM-COUNT.
           MOVE ZERO TO IBA-ITEMS-HELD.
           INITIALIZE IBA-ITEM-TABLE.

           IF IBA-USER-ID IS EQUAL TO SPACES
              SET IBA-REQUEST-FAILED TO TRUE
           ELSE
              PERFORM 1000-BUILD-INBOX
           END-IF.

           MOVE APPROVAL-INBOX-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-BUILD-INBOX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

      *    'DUE' REACHES A WEEK AHEAD, AS ON EPRBDP'S REPORT.
           MOVE WS-TODAY-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-PROB-LIMIT-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) + 7).
           MOVE WS-PROB-LIMIT-NUM TO WS-PROB-LIMIT-DATE.

           PERFORM 1100-SETTLE-SOURCES.

           IF WS-SEES-LEAVE
              PERFORM 2000-GATHER-LEAVE-REQUESTS
           END-IF.

           IF WS-SEES-CHANGES
              PERFORM 2100-GATHER-PENDING-CHANGES
           END-IF.

           IF WS-SEES-PROBATION
              PERFORM 2200-GATHER-PROBATION-REVIEWS
           END-IF.

           IF WS-SEES-RELEASES
              PERFORM 2300-GATHER-SALARY-RELEASES
           END-IF.

      *    AGES ARE ONLY WORTH WALKING FOR THE ITEMS HANDED BACK.
           PERFORM 1700-AGE-ONE-HELD-ITEM
              VARYING WS-AGE-SUB FROM 1 BY 1
              UNTIL WS-AGE-SUB IS GREATER THAN IBA-ITEMS-HELD.

       1100-SETTLE-SOURCES.
      *    EACH SOURCE IS OPEN TO THIS USER EXACTLY WHEN ITS OWNING
      *    SCREEN WOULD LET THEM DECIDE ON IT.
           INITIALIZE WS-SOURCE-SWITCHES.
           MOVE IBA-USER-CATEGORY TO WS-PERM-USER-TYPE.

           MOVE 'LVAPPRV' TO WS-PERM-FUNCTION.
           PERFORM 8500-CHECK-PERMISSION.
           IF WS-PERM-ALLOWED OR (WS-PERM-USE-LEGACY AND
              (IBA-UC-ADMINISTRATOR OR IBA-UC-MANAGER))
              SET WS-SEES-LEAVE TO TRUE
           END-IF.

           MOVE 'PENDAPPR' TO WS-PERM-FUNCTION.
           PERFORM 8500-CHECK-PERMISSION.
           IF WS-PERM-ALLOWED OR (WS-PERM-USE-LEGACY AND
              (IBA-UC-ADMINISTRATOR OR IBA-UC-MANAGER))
              SET WS-SEES-CHANGES TO TRUE
           END-IF.

           IF IBA-UC-ADMINISTRATOR OR IBA-UC-MANAGER
              SET WS-SEES-PROBATION TO TRUE
           END-IF.

           MOVE 'COMPAPPR' TO WS-PERM-FUNCTION.
           PERFORM 8500-CHECK-PERMISSION.
           IF WS-PERM-ALLOWED OR (WS-PERM-USE-LEGACY AND
              IBA-UC-ADMINISTRATOR)
              SET WS-SEES-RELEASES TO TRUE
           END-IF.

       1700-AGE-ONE-HELD-ITEM.
      *    BUSINESS DAYS AFTER THE RAISED DATE UP TO AND INCLUDING
      *    TODAY - RAISED TODAY (OR A REVIEW NOT YET DUE) IS AGE 0.
           MOVE ZERO TO IBA-AGE-DAYS(WS-AGE-SUB).

           IF IBA-RAISED-DATE(WS-AGE-SUB) IS NOT NUMERIC OR
              IBA-RAISED-DATE(WS-AGE-SUB) IS NOT LESS THAN
              WS-TODAY-DATE
              EXIT PARAGRAPH
           END-IF.

           MOVE IBA-RAISED-DATE(WS-AGE-SUB) TO WS-DATE-WORK-NUM.

           COMPUTE WS-BUSDAY-WALK-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) + 1.
           MOVE WS-TODAY-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-BUSDAY-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).

           PERFORM 8720-COUNT-BUSINESS-DAYS.

           IF WS-BUSDAY-COUNT IS GREATER THAN 999
              MOVE 999 TO IBA-AGE-DAYS(WS-AGE-SUB)
           ELSE
              MOVE WS-BUSDAY-COUNT TO IBA-AGE-DAYS(WS-AGE-SUB)
           END-IF.

       1800-OFFER-ITEM.
      *    THE CALLER FILLS WS-NEW-ITEM. OUT-OF-SCOPE ITEMS ARE NOT
      *    WAITING ON THIS USER AT ALL; IN-SCOPE ONES ARE COUNTED AND
      *    SLOTTED IN RAISED-DATE ORDER, THE NEWEST FALLING OFF THE
      *    END ONCE THE TABLE IS FULL.
           PERFORM 1900-CHECK-ITEM-IN-SCOPE.

           IF NOT WS-ITEM-IN-SCOPE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO IBA-ITEM-COUNT.

           MOVE IBA-ITEMS-HELD TO WS-INSERT-SUB.
           ADD 1 TO WS-INSERT-SUB.
           MOVE SPACE TO WS-SLOT-SWITCH.

           PERFORM 1810-TEST-ONE-SLOT
              VARYING WS-SLOT-SUB FROM 1 BY 1
              UNTIL WS-SLOT-SUB IS GREATER THAN IBA-ITEMS-HELD OR
                    WS-SLOT-FOUND.

           IF WS-INSERT-SUB IS GREATER THAN 14
              EXIT PARAGRAPH
           END-IF.

           IF IBA-ITEMS-HELD IS LESS THAN 14
              ADD 1 TO IBA-ITEMS-HELD
           END-IF.

           PERFORM 1820-SHIFT-ONE-DOWN
              VARYING WS-SHIFT-SUB FROM IBA-ITEMS-HELD BY -1
              UNTIL WS-SHIFT-SUB IS NOT GREATER THAN WS-INSERT-SUB.

           MOVE WS-NEW-ITEM TO IBA-ITEM(WS-INSERT-SUB).

       1810-TEST-ONE-SLOT.
      *    EQUAL DATES KEEP THEIR FILE ORDER - THE NEW ITEM GOES
      *    AFTER THEM.
           IF IBA-RAISED-DATE(WS-SLOT-SUB) IS GREATER THAN
              WS-NEW-RAISED-DATE
              MOVE WS-SLOT-SUB TO WS-INSERT-SUB
              SET WS-SLOT-FOUND TO TRUE
           END-IF.

       1820-SHIFT-ONE-DOWN.
           MOVE IBA-ITEM(WS-SHIFT-SUB - 1) TO IBA-ITEM(WS-SHIFT-SUB).

       1900-CHECK-ITEM-IN-SCOPE.
      *    ADMINISTRATORS KEEP GLOBAL REACH. FOR ANYONE ELSE THE
      *    EMPLOYEE'S *CURRENT* DEPARTMENT DECIDES, AS IT DOES ON THE
      *    OWNING SCREENS - NO MASTER RECORD, NO SCOPE.
           MOVE SPACE TO WS-ITEM-IN-SCOPE-FLAG.
           MOVE SPACES TO WS-NEW-ON-BEHALF-OF.

           IF IBA-UC-ADMINISTRATOR
              SET WS-ITEM-IN-SCOPE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           MOVE IBA-USER-ID TO WS-SCOPE-USER-ID.
           MOVE EMP-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT.
           PERFORM 8600-CHECK-MANAGER-SCOPE.

           IF WS-MANAGER-IN-SCOPE
              SET WS-ITEM-IN-SCOPE TO TRUE
              IF WS-SCOPE-VIA-DELEGATE
                 MOVE WS-SCOPE-DELEGATOR-ID TO WS-NEW-ON-BEHALF-OF
              END-IF
           END-IF.

       2000-GATHER-LEAVE-REQUESTS.
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO LRQ-REQUEST-KEY.

           EXEC CICS STARTBR
                FILE(APP-LEAVE-REQUEST-FILE-NAME)
                RIDFLD(LRQ-REQUEST-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2010-SCAN-NEXT-LEAVE-REQUEST
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-LEAVE-REQUEST-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2010-SCAN-NEXT-LEAVE-REQUEST.
           EXEC CICS READNEXT
                FILE(APP-LEAVE-REQUEST-FILE-NAME)
                RIDFLD(LRQ-REQUEST-KEY)
                INTO (LEAVE-REQUEST-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN LRQ-ST-PENDING
                INITIALIZE WS-NEW-ITEM
                SET WS-NEW-LEAVE-REQUEST TO TRUE
                MOVE LRQ-REQUEST-KEY TO WS-NEW-KEY
                MOVE LRQ-ENTRY-DATE TO WS-NEW-RAISED-DATE
                PERFORM 1800-OFFER-ITEM
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2100-GATHER-PENDING-CHANGES.
      *    EVERY RECORD ON THE PENDING-CHANGE FILE IS WAITING - AN
      *    APPLIED OR REJECTED CHANGE IS DELETED BY EPENDP.
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO PCH-PENDING-KEY.

           EXEC CICS STARTBR
                FILE(APP-PENDING-CHANGE-FILE-NAME)
                RIDFLD(PCH-PENDING-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2110-SCAN-NEXT-PENDING-CHANGE
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-PENDING-CHANGE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2110-SCAN-NEXT-PENDING-CHANGE.
           EXEC CICS READNEXT
                FILE(APP-PENDING-CHANGE-FILE-NAME)
                RIDFLD(PCH-PENDING-KEY)
                INTO (PENDING-CHANGE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-NEW-ITEM.
           SET WS-NEW-PENDING-CHANGE TO TRUE.
           MOVE PCH-PENDING-KEY TO WS-NEW-KEY.
           MOVE PCH-ENTRY-DATE TO WS-NEW-RAISED-DATE.
           PERFORM 1800-OFFER-ITEM.

       2200-GATHER-PROBATION-REVIEWS.
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO PROBATION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-PROBATION-FILE-NAME)
                RIDFLD(PRB-EMPLOYEE-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2210-SCAN-NEXT-PROBATION
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-PROBATION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2210-SCAN-NEXT-PROBATION.
           EXEC CICS READNEXT
                FILE(APP-PROBATION-FILE-NAME)
                RIDFLD(PRB-EMPLOYEE-ID)
                INTO (PROBATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    A REVIEW IS RAISED ON ITS REVIEW DATE - ONE DUE LATER IN
      *    THE WEEK SHOWS ALREADY, AT AGE 0.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN NOT PRB-OC-PENDING
                CONTINUE
           WHEN PRB-REVIEW-DATE IS GREATER THAN WS-PROB-LIMIT-DATE
                CONTINUE
           WHEN OTHER
                INITIALIZE WS-NEW-ITEM
                SET WS-NEW-PROBATION-REVIEW TO TRUE
                MOVE PRB-EMPLOYEE-ID TO WS-NEW-EMPLOYEE-ID
                MOVE PRB-REVIEW-DATE TO WS-NEW-RAISED-DATE
                PERFORM 1800-OFFER-ITEM
           END-EVALUATE.

       2300-GATHER-SALARY-RELEASES.
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO PCM-PENDING-KEY.

           EXEC CICS STARTBR
                FILE(APP-COMP-PENDING-FILE-NAME)
                RIDFLD(PCM-PENDING-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2310-SCAN-NEXT-SALARY-RELEASE
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-COMP-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2310-SCAN-NEXT-SALARY-RELEASE.
           EXEC CICS READNEXT
                FILE(APP-COMP-PENDING-FILE-NAME)
                RIDFLD(PCM-PENDING-KEY)
                INTO (PENDING-COMP-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE REQUESTER'S OWN CHANGE WAITS ON A SECOND PAIR OF
      *    HANDS, NOT ON THEM.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN PCM-REQUESTED-BY-USER-ID IS EQUAL TO IBA-USER-ID
                CONTINUE
           WHEN OTHER
                INITIALIZE WS-NEW-ITEM
                SET WS-NEW-SALARY-RELEASE TO TRUE
                MOVE PCM-PENDING-KEY TO WS-NEW-KEY
                MOVE PCM-ENTRY-DATE TO WS-NEW-RAISED-DATE
                PERFORM 1800-OFFER-ITEM
           END-EVALUATE.

       8500-CHECK-PERMISSION.
      *    CALLERS SET WS-PERM-FUNCTION AND WS-PERM-USER-TYPE. A
      *    MATRIX ROW SETTLES IT; NO ROW LEAVES THE LEGACY RULE IN
      *    CHARGE AT THE CALL SITE.
           MOVE SPACE TO WS-PERM-RESULT.
           MOVE WS-PERM-USER-TYPE TO PRM-USER-TYPE.
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION-CODE.

           EXEC CICS READ
                FILE(APP-PERM-MATRIX-FILE-NAME)
                INTO (PERMISSION-MATRIX-RECORD)
                RIDFLD(PRM-PERM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PRM-ALLOW-YES
                 SET WS-PERM-ALLOWED TO TRUE
              ELSE
                 SET WS-PERM-DENIED TO TRUE
              END-IF
           END-IF.

       8600-CHECK-MANAGER-SCOPE.
      *    CALLERS SET WS-SCOPE-USER-ID AND WS-SCOPE-TARGET-DEPT.
      *    THE SIGN-ON'S EMPLOYEE LINK NAMES THE MANAGER; THE TARGET
      *    DEPARTMENT'S PARENT CHAIN IS WALKED UPWARDS AND ANY
      *    MANAGED ANCESTOR GRANTS SCOPE. NO LINK, OR NO MATCH, IS
      *    OUT OF SCOPE.
           INITIALIZE WS-SCOPE-FLAG.
           INITIALIZE WS-SCOPE-VIA-FLAG.
           MOVE SPACES TO WS-SCOPE-DELEGATOR-ID.
           MOVE ZEROES TO WS-SCOPE-MANAGER-EMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCOPE-TODAY.

           MOVE WS-SCOPE-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE RU-EMPLOYEE-ID TO WS-SCOPE-MANAGER-EMP.

           MOVE WS-SCOPE-TARGET-DEPT TO WS-SCOPE-WALK-DEPT.
           MOVE ZERO TO WS-SCOPE-DEPTH.
           MOVE SPACE TO WS-SCOPE-WALK-SWITCH.

           PERFORM 8610-WALK-ONE-ANCESTOR
              UNTIL WS-SCOPE-WALK-DONE OR WS-MANAGER-IN-SCOPE.

      *    NO DIRECT SCOPE - AN IN-FORCE DELEGATION NAMING THIS USER
      *    AS DELEGATE MAY STILL GRANT IT ON THE DELEGATOR'S BEHALF.
           IF NOT WS-MANAGER-IN-SCOPE
              PERFORM 8620-TRY-DELEGATIONS
           END-IF.

       8610-WALK-ONE-ANCESTOR.
           ADD 1 TO WS-SCOPE-DEPTH.

      *    A DEPTH CAP KEEPS A MIS-KEYED PARENT CYCLE FROM LOOPING
      *    THE TASK FOREVER.
           IF WS-SCOPE-DEPTH IS GREATER THAN 10 OR
              WS-SCOPE-WALK-DEPT IS EQUAL TO ZERO
              SET WS-SCOPE-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCOPE-WALK-DEPT TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCOPE-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF DEPT-MANAGER-EMPLOYEE-ID IS EQUAL TO
              WS-SCOPE-MANAGER-EMP
              SET WS-MANAGER-IN-SCOPE TO TRUE
           ELSE
              MOVE DEPT-PARENT-DEPARTMENT-ID TO WS-SCOPE-WALK-DEPT
           END-IF.

       8620-TRY-DELEGATIONS.
      *    THE DELEGATION FILE IS KEYED DELEGATOR-FIRST, SO FINDING
      *    THIS USER'S DELEGATIONS MEANS A SCAN - THE FILE IS TINY.
           MOVE SPACE TO WS-DLG-SCAN-SWITCH.

           INITIALIZE DELEGATION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DELEGATION-FILE-NAME)
                RIDFLD(DLG-DELEGATION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 8630-TRY-ONE-DELEGATION
                 UNTIL WS-DLG-SCAN-DONE OR WS-MANAGER-IN-SCOPE

              EXEC CICS ENDBR
                   FILE(APP-DELEGATION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8630-TRY-ONE-DELEGATION.
           EXEC CICS READNEXT
                FILE(APP-DELEGATION-FILE-NAME)
                RIDFLD(DLG-DELEGATION-KEY)
                INTO (DELEGATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DLG-SCAN-DONE TO TRUE
           WHEN DLG-DELEGATE-USER-ID IS NOT EQUAL TO
                WS-SCOPE-USER-ID
                CONTINUE
           WHEN DLG-START-DATE IS GREATER THAN WS-SCOPE-TODAY
                CONTINUE
           WHEN DLG-END-DATE IS LESS THAN WS-SCOPE-TODAY
                CONTINUE
           WHEN OTHER
                PERFORM 8640-WALK-AS-DELEGATOR
           END-EVALUATE.

       8640-WALK-AS-DELEGATOR.
      *    RE-RUN THE ANCESTOR WALK WITH THE DELEGATOR'S EMPLOYEE
      *    LINK IN PLACE OF THE CALLER'S.
           MOVE DLG-DELEGATOR-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE RU-EMPLOYEE-ID TO WS-SCOPE-MANAGER-EMP.

           MOVE WS-SCOPE-TARGET-DEPT TO WS-SCOPE-WALK-DEPT.
           MOVE ZERO TO WS-SCOPE-DEPTH.
           MOVE SPACE TO WS-SCOPE-WALK-SWITCH.

           PERFORM 8610-WALK-ONE-ANCESTOR
              UNTIL WS-SCOPE-WALK-DONE OR WS-MANAGER-IN-SCOPE.

           IF WS-MANAGER-IN-SCOPE
              SET WS-SCOPE-VIA-DELEGATE TO TRUE
              MOVE DLG-DELEGATOR-USER-ID TO WS-SCOPE-DELEGATOR-ID
           END-IF.

       8700-CHECK-WORKING-DAY.
      *    THE CALLER PUTS THE DATE IN WS-WDY-DATE. A DAY OFF IN THE
      *    STANDARD WEEK OR AN ACTIVE ROW ON THE HOLIDAY CALENDAR
      *    MAKES IT A NON-WORKING DAY; A CALENDAR FILE THAT ISN'T
      *    THERE JUST MEANS NO HOLIDAYS ARE RECORDED.
           SET WS-DAY-IS-WORKING TO TRUE.

           COMPUTE WS-WDY-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-WDY-DATE), 7).

           IF WS-WDY-DAY-OF-WEEK IS EQUAL TO 0
              MOVE 7 TO WS-PATTERN-DAY-SUB
           ELSE
              MOVE WS-WDY-DAY-OF-WEEK TO WS-PATTERN-DAY-SUB
           END-IF.

           IF WS-PATTERN-DAY(WS-PATTERN-DAY-SUB) IS EQUAL TO 'O'
              MOVE SPACE TO WS-WDY-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-WDY-DATE TO HOL-HOLIDAY-DATE.

           EXEC CICS READ
                FILE(APP-HOLIDAY-FILE-NAME)
                INTO (HOLIDAY-RECORD)
                RIDFLD(HOL-HOLIDAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              HOL-ACTIVE
              MOVE SPACE TO WS-WDY-FLAG
           END-IF.

       8720-COUNT-BUSINESS-DAYS.
      *    THE CALLER SETS WS-BUSDAY-WALK-INT AND WS-BUSDAY-END-INT.
      *    ONLY THE LAST SPAN-CAP DAYS (PLUS A PART WEEK) ARE WALKED
      *    A DAY AT A TIME AGAINST THE CALENDAR; WHOLE WEEKS BEFORE
      *    THAT COUNT FIVE DAYS EACH, SO A LONG-FORGOTTEN ITEM STILL
      *    GETS A TRUE-ENOUGH AGE WITHOUT A READ FOR EVERY DAY.
           MOVE ZERO TO WS-BUSDAY-COUNT.
           MOVE APP-STANDARD-WORK-WEEK TO WS-PATTERN-WEEK.

           COMPUTE WS-BUSDAY-SPAN =
              WS-BUSDAY-END-INT - WS-BUSDAY-WALK-INT + 1.

           IF WS-BUSDAY-SPAN IS GREATER THAN APP-BUSDAY-SPAN-CAP
              COMPUTE WS-BUSDAY-WEEKS =
                 (WS-BUSDAY-SPAN - APP-BUSDAY-SPAN-CAP) / 7
              COMPUTE WS-BUSDAY-COUNT = WS-BUSDAY-WEEKS * 5
              COMPUTE WS-BUSDAY-WALK-INT =
                 WS-BUSDAY-WALK-INT + (WS-BUSDAY-WEEKS * 7)
           END-IF.

           PERFORM 8730-WALK-ONE-DAY
              UNTIL WS-BUSDAY-WALK-INT IS GREATER THAN
                    WS-BUSDAY-END-INT.

       8730-WALK-ONE-DAY.
           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-BUSDAY-WALK-INT).

           PERFORM 8700-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD 1 TO WS-BUSDAY-COUNT
           END-IF.

           ADD 1 TO WS-BUSDAY-WALK-INT.
