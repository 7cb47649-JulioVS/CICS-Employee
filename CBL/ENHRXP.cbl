       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENHRXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'STATE NEW-HIRE REGISTRY FILE' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EACH WEEK - SAME
      *        MOLD AS EPRBDP.
      *      - EVERY NEW HIRE AND REHIRE HAS TO REACH THE STATE
      *        NEW-HIRE REGISTRY WITHIN 20 DAYS. THIS RUN COLLECTS
      *        THEM FROM EAUDIT - ADD ('A', WHICH INCLUDES EVERY
      *        EBLKHP BULK-HIRE LOAD) AND REACTIVATE ('R') ENTRIES -
      *        JOINS EACH TO ITS EMPMAST IDENTITY FIELDS, EMPCONT
      *        MAILING ADDRESS AND LEGAL-ENTITY EMPLOYER DETAILS, AND
      *        WRITES THE AGENCY'S FIXED-FORMAT FILE (HEADER, ONE
      *        DETAIL PER HIRE, TRAILER) TO THE QUEUE BELOW.
      *      - THE WINDOW RUNS FROM THE START OF THE LAST SUCCESSFUL
      *        RUN TO THE START OF THIS ONE (SAME RUN-HISTORY LOOKUP
      *        AS EPAYXP'S DELTA), SO A MISSED WEEK IS PICKED UP BY
      *        THE NEXT RUN AND NO HIRE IS SENT IN TWO WEEKS' FILES.
      *        A FORCED SAME-DAY RERUN REBUILDS TODAY'S FILE OVER THE
      *        SAME WINDOW RATHER THAN SENDING AN EMPTY ONE.
      *      - THE AGENCY NEEDS THE REAL EXTERNAL ID, SO IT IS
      *        DECIPHERED THROUGH ECIPHP FOR THE DETAIL RECORD. ONE
      *        THAT CANNOT BE DECIPHERED GOES OUT BLANK AND THE REPLY
      *        SAYS HOW MANY, SO THEY CAN BE SENT BY HAND.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - AUDIT LOG RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - EMPLOYEE CONTACT DETAILS RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - LEGAL-ENTITY TABLE RECORD.
      *      - RUN-CONTROL AND RUN-HISTORY RECORDS.
      *      - FIELD CIPHER COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EAUDIT.
       COPY EMPMAST.
       COPY ECONT.
       COPY DEPTMAST.
       COPY ELGLENT.
       COPY ERUNCTL.
       COPY ERUNHST.
       COPY ECIPHCA.
      ******************************************************************
      *   DEFINE THE AGENCY'S RECORD LAYOUTS - A LEADING RECORD-TYPE
      *   BYTE TELLS THE HEADER ('H'), EACH HIRE ('D') AND THE
      *   TRAILER ('T') APART. DATES ARE YYYYMMDD THROUGHOUT.
      ******************************************************************
       01 WS-REGISTRY-HEADER-LINE.
          05 WS-HDR-RECORD-TYPE         PIC X(1)   VALUE 'H'.
      *
      *    THE TRANSMITTER IS THE HOME COMPANY - EACH DETAIL STILL
      *    NAMES ITS OWN EMPLOYING ENTITY.
      *
          05 WS-HDR-TRANSMITTER-REG-NO  PIC X(15)  VALUE SPACES.
          05 WS-HDR-TRANSMITTER-NAME    PIC X(30)  VALUE SPACES.
          05 WS-HDR-CREATED-DATE        PIC X(8)   VALUE SPACES.
          05 WS-HDR-PERIOD-FROM-DATE    PIC X(8)   VALUE SPACES.
          05 WS-HDR-PERIOD-TO-DATE      PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(10)  VALUE SPACES.
      *
       01 WS-REGISTRY-DETAIL-LINE.
          05 WS-DTL-RECORD-TYPE         PIC X(1)   VALUE 'D'.
      *
      *    'N' A NEW HIRE, 'R' A REHIRE OR REINSTATEMENT.
      *
          05 WS-DTL-HIRE-TYPE           PIC X(1)   VALUE SPACES.
      *
      *    THE GOVERNMENT IDENTIFIER GOES OUT IN FULL - THE AGENCY
      *    MATCHES ON IT - SO THE QUEUE IS AS SENSITIVE AS EMPMAST.
      *
          05 WS-DTL-EXTERNAL-ID         PIC X(12)  VALUE SPACES.
          05 WS-DTL-EMPLOYEE-ID         PIC 9(8).
          05 WS-DTL-PRIMARY-NAME        PIC X(38)  VALUE SPACES.
          05 WS-DTL-FULL-NAME           PIC X(38)  VALUE SPACES.
          05 WS-DTL-BIRTH-DATE          PIC X(8)   VALUE SPACES.
          05 WS-DTL-HIRE-DATE           PIC X(8)   VALUE SPACES.
      *
      *    SPACES WHEN NO CONTACT RECORD IS ON FILE YET.
      *
          05 WS-DTL-ADDRESS-LINE-1      PIC X(30)  VALUE SPACES.
          05 WS-DTL-ADDRESS-LINE-2      PIC X(30)  VALUE SPACES.
          05 WS-DTL-ADDRESS-LINE-3      PIC X(30)  VALUE SPACES.
      *
      *    THE EMPLOYING LEGAL ENTITY, THROUGH THE EMPLOYEE'S
      *    DEPARTMENT (BLANK COMPANY CODE = HOME COMPANY).
      *
          05 WS-DTL-EMPLOYER-CODE       PIC X(4)   VALUE SPACES.
          05 WS-DTL-EMPLOYER-REG-NO     PIC X(15)  VALUE SPACES.
          05 WS-DTL-EMPLOYER-NAME       PIC X(30)  VALUE SPACES.
      *
       01 WS-REGISTRY-TRAILER-LINE.
          05 WS-TRL-RECORD-TYPE         PIC X(1)   VALUE 'T'.
          05 WS-TRL-RECORD-COUNT        PIC 9(8)   VALUE ZEROES.
          05 WS-TRL-NEW-HIRE-COUNT      PIC 9(8)   VALUE ZEROES.
          05 WS-TRL-REHIRE-COUNT        PIC 9(8)   VALUE ZEROES.
          05 FILLER                     PIC X(10)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-AUDIT-ENTRIES-READ      PIC 9(8)  VALUE ZEROES.
          05 WS-HIRES-REPORTED          PIC 9(5)  VALUE ZEROES.
          05 WS-NEW-HIRES-REPORTED      PIC 9(5)  VALUE ZEROES.
          05 WS-REHIRES-REPORTED        PIC 9(5)  VALUE ZEROES.
          05 WS-IDS-WITHHELD            PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-NEW-HIRES         PIC ZZZZ9.
          05 WS-REPLY-REHIRES           PIC ZZZZ9.
          05 WS-REPLY-WITHHELD          PIC ZZZZ9.
      *
       01 WS-AUD-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-AUD-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
      *
      *    THE REPORTING WINDOW - AUDIT ENTRIES AFTER THE SINCE
      *    TIMESTAMP AND NO LATER THAN THIS RUN'S OWN START. AN ENTRY
      *    WRITTEN WHILE THE RUN IS UNDER WAY FALLS TO NEXT WEEK.
      *
       01 WS-SINCE-TIMESTAMP            PIC X(14) VALUE SPACES.
       01 WS-UNTIL-TIMESTAMP            PIC X(14) VALUE SPACES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-DAYS             PIC S9(8) USAGE IS BINARY.
      *
      *    EAUDIT IS KEYED EMPLOYEE + TIMESTAMP, SO ONE EMPLOYEE'S
      *    ENTRIES ARRIVE TOGETHER AND EACH HIRE IS REPORTED ONCE,
      *    FROM THE LAST HIRE-TYPE ENTRY IN THE WINDOW.
      *
       01 WS-HIRE-EMPLOYEE-ID           PIC 9(8)  VALUE ZEROES.
       01 WS-HIRE-ACTION-CODE           PIC X(1)  VALUE SPACES.
       01 WS-HIRE-AUDIT-DATE            PIC X(8)  VALUE SPACES.
       01 WS-HIRE-SEEN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-HIRE-SEEN                         VALUE 'Y'.
      *
       01 WS-EMP-COMPANY-CODE           PIC X(4)  VALUE SPACES.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-TERMINAL-INPUT       PIC X(20).
          05 WS-TERMINAL-INPUT-LEN   PIC S9(4) USAGE IS BINARY.
          05 WS-FORCE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
          05 WS-GAP-SAVE-TEXT        PIC X(79).
          05 WS-RUNGAP-NUM-DATE      PIC 9(8).
          05 WS-RUNGAP-LAST-DAYS     PIC S9(8) USAGE IS BINARY.
          05 WS-RUNGAP-TODAY-DAYS    PIC S9(8) USAGE IS BINARY.
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.
      *
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-WRITE-HEADER-RECORD.
           PERFORM 2100-SCAN-AUDIT-FILE.
           PERFORM 2500-WRITE-TRAILER-RECORD.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 1600-FIND-LAST-GOOD-RUN.
           MOVE WS-RUN-START-TS TO WS-UNTIL-TIMESTAMP.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-NEWHIRE-RPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1600-FIND-LAST-GOOD-RUN.
      *    THE WINDOW STARTS WHERE THE LAST *SUCCESSFUL* RUN STARTED -
      *    SCAN THIS JOB'S RUN HISTORY AND KEEP THE LATEST COMPLETED
      *    START TIMESTAMP FROM BEFORE TODAY, SO A FORCED RERUN COVERS
      *    THE SAME HIRES AS THE RUN IT REPLACES. THE VERY FIRST RUN
      *    REACHES BACK ONE WEEK.
           MOVE LOW-VALUES TO WS-SINCE-TIMESTAMP.
           MOVE SPACE TO WS-AUD-SCAN-SWITCH.

           MOVE APP-NEWHIRE-RPT-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE LOW-VALUES TO RNH-START-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-RUNHIST-FILE-NAME)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1610-SCAN-NEXT-OWN-RUN
                 UNTIL WS-AUD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-RUNHIST-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE SPACE TO WS-AUD-SCAN-SWITCH.

           IF WS-SINCE-TIMESTAMP IS EQUAL TO LOW-VALUES
              MOVE WS-RUN-TODAY TO WS-DATE-WORK-NUM
              COMPUTE WS-DATE-WORK-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) - 7
              COMPUTE WS-DATE-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-DAYS)
              MOVE WS-DATE-WORK-NUM TO WS-SINCE-TIMESTAMP(1:8)
              MOVE '000000' TO WS-SINCE-TIMESTAMP(9:6)
           END-IF.

       1610-SCAN-NEXT-OWN-RUN.
           EXEC CICS READNEXT
                FILE(APP-RUNHIST-FILE-NAME)
                RIDFLD(RNH-HISTORY-KEY)
                INTO (RUN-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-AUD-SCAN-DONE TO TRUE
           WHEN RNH-JOB-NAME IS NOT EQUAL TO
                APP-NEWHIRE-RPT-PROGRAM-NAME
                SET WS-AUD-SCAN-DONE TO TRUE
           WHEN RNH-START-TIMESTAMP(1:8) IS NOT LESS THAN
                WS-RUN-TODAY
                SET WS-AUD-SCAN-DONE TO TRUE
           WHEN RNH-ST-COMPLETE
                MOVE RNH-START-TIMESTAMP TO WS-SINCE-TIMESTAMP
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2000-WRITE-HEADER-RECORD.
      *    THE HOME COMPANY'S ENTITY RECORD CARRIES THE TRANSMITTER'S
      *    REGISTRATION - NOT YET ON FILE SIMPLY LEAVES IT BLANK.
           MOVE APP-HOME-COMPANY-CODE TO ENT-COMPANY-CODE.

           EXEC CICS READ
                FILE(APP-ENTITY-FILE-NAME)
                INTO (LEGAL-ENTITY-RECORD)
                RIDFLD(ENT-COMPANY-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE ENT-REGISTRATION-NO TO WS-HDR-TRANSMITTER-REG-NO
              MOVE ENT-COMPANY-NAME TO WS-HDR-TRANSMITTER-NAME
           END-IF.

           MOVE WS-RUN-DATE TO WS-HDR-CREATED-DATE.
           MOVE WS-SINCE-TIMESTAMP(1:8) TO WS-HDR-PERIOD-FROM-DATE.
           MOVE WS-UNTIL-TIMESTAMP(1:8) TO WS-HDR-PERIOD-TO-DATE.

           EXEC CICS WRITEQ TS
                QNAME(APP-NEWHIRE-RPT-QUEUE-NAME)
                FROM (WS-REGISTRY-HEADER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2100-SCAN-AUDIT-FILE.
      *    ONE PASS OVER THE WHOLE AUDIT FILE, SETTLING EACH EMPLOYEE
      *    AS THE BROWSE CROSSES INTO THE NEXT ONE'S ENTRIES.
           MOVE ZEROES TO WS-HIRE-EMPLOYEE-ID.
           MOVE SPACE TO WS-HIRE-SEEN-SWITCH.
           MOVE SPACE TO WS-AUD-SCAN-SWITCH.

           INITIALIZE AUDIT-LOG-RECORD.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2110-SCAN-NEXT-AUDIT-ENTRY
                 UNTIL WS-AUD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-AUDIT-LOG-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

      *    DON'T FORGET THE LAST EMPLOYEE ON THE FILE.
           IF WS-HIRE-SEEN
              PERFORM 2200-WRITE-HIRE-DETAIL
           END-IF.

       2110-SCAN-NEXT-AUDIT-ENTRY.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-AUD-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AUDIT-ENTRIES-READ.

      *    CROSSING INTO THE NEXT EMPLOYEE'S ENTRIES - SETTLE THE
      *    PREVIOUS ONE FIRST.
           IF AUD-EMPLOYEE-ID IS NOT EQUAL TO WS-HIRE-EMPLOYEE-ID
              IF WS-HIRE-SEEN
                 PERFORM 2200-WRITE-HIRE-DETAIL
              END-IF
              MOVE AUD-EMPLOYEE-ID TO WS-HIRE-EMPLOYEE-ID
              MOVE SPACE TO WS-HIRE-SEEN-SWITCH
           END-IF.

           IF AUD-AUDIT-TIMESTAMP IS GREATER THAN WS-SINCE-TIMESTAMP
              AND AUD-AUDIT-TIMESTAMP IS NOT GREATER THAN
                  WS-UNTIL-TIMESTAMP
              AND (AUD-ACTION-ADD OR AUD-ACTION-REACTIVATE)
              SET WS-HIRE-SEEN TO TRUE
              MOVE AUD-ACTION-CODE TO WS-HIRE-ACTION-CODE
              MOVE AUD-AUDIT-DATE TO WS-HIRE-AUDIT-DATE
           END-IF.

       2200-WRITE-HIRE-DETAIL.
           MOVE WS-HIRE-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

      *    CONTRACTORS ARE NOT ON THE PAYROLL AND ARE NOT THE
      *    REGISTRY'S BUSINESS; A RECORD MERGED AWAY AS A DUPLICATE
      *    WAS NEVER A SEPARATE HIRE. A HIRE SINCE DELETED IS STILL
      *    REPORTED - THE OBLIGATION AROSE WHEN THEY WERE TAKEN ON.
           IF EMP-TYPE-CONTRACTOR OR EMP-MERGED-AWAY
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-REGISTRY-DETAIL-LINE.
           MOVE 'D'                TO WS-DTL-RECORD-TYPE.
           PERFORM 2205-DECIPHER-EXTERNAL-ID.
           MOVE EMP-EMPLOYEE-ID    TO WS-DTL-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME   TO WS-DTL-PRIMARY-NAME.
           MOVE EMP-FULL-NAME      TO WS-DTL-FULL-NAME.
           MOVE EMP-BIRTH-DATE     TO WS-DTL-BIRTH-DATE.

      *    A REHIRE THROUGH EADDP CARRIES ITS NEW START AS THE REHIRE
      *    DATE; A REINSTATEMENT ON EDELP HAS NONE, SO THE DAY IT WAS
      *    KEYED STANDS IN.
           IF WS-HIRE-ACTION-CODE IS EQUAL TO 'R'
              MOVE 'R' TO WS-DTL-HIRE-TYPE
              ADD 1 TO WS-REHIRES-REPORTED
              IF EMP-REHIRE-DATE IS EQUAL TO SPACES
                 MOVE WS-HIRE-AUDIT-DATE TO WS-DTL-HIRE-DATE
              ELSE
                 MOVE EMP-REHIRE-DATE TO WS-DTL-HIRE-DATE
              END-IF
           ELSE
              MOVE 'N' TO WS-DTL-HIRE-TYPE
              ADD 1 TO WS-NEW-HIRES-REPORTED
              MOVE EMP-START-DATE TO WS-DTL-HIRE-DATE
           END-IF.

           PERFORM 2210-GET-MAILING-ADDRESS.
           PERFORM 2220-GET-EMPLOYER-DETAILS.

           ADD 1 TO WS-HIRES-REPORTED.

           EXEC CICS WRITEQ TS
                QNAME(APP-NEWHIRE-RPT-QUEUE-NAME)
                FROM (WS-REGISTRY-DETAIL-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2205-DECIPHER-EXTERNAL-ID.
      *    THE MASTER HOLDS THE ID ENCIPHERED (A BLANK KEY VERSION
      *    MEANS IT IS STILL CLEAR AND COMES BACK AS IT IS).
           IF EMP-EXTERNAL-ID IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-DECIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           MOVE EMP-FIELD-KEY-VERSION TO FCA-KEY-VERSION.
           MOVE EMP-EXTERNAL-ID TO FCA-FIELD-VALUE.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              FCA-REQUEST-OK
              MOVE FCA-FIELD-VALUE TO WS-DTL-EXTERNAL-ID
           ELSE
              ADD 1 TO WS-IDS-WITHHELD
           END-IF.

       2210-GET-MAILING-ADDRESS.
      *    STRAIGHT ONE-PER-EMPLOYEE READ, AS ON EPAYXP'S EXTRACT.
           MOVE EMP-EMPLOYEE-ID TO CNT-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-CONTACT-FILE-NAME)
                INTO (EMPLOYEE-CONTACT-RECORD)
                RIDFLD(CNT-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE CNT-ADDRESS-LINE-1 TO WS-DTL-ADDRESS-LINE-1
              MOVE CNT-ADDRESS-LINE-2 TO WS-DTL-ADDRESS-LINE-2
              MOVE CNT-ADDRESS-LINE-3 TO WS-DTL-ADDRESS-LINE-3
           END-IF.

       2220-GET-EMPLOYER-DETAILS.
      *    DEPARTMENT FIRST FOR ITS COMPANY CODE, THEN THE ENTITY. A
      *    DEPARTMENT OR ENTITY NOT ON FILE FALLS BACK TO THE HOME
      *    COMPANY / BLANK DETAILS RATHER THAN DROP THE HIRE.
           MOVE APP-HOME-COMPANY-CODE TO WS-EMP-COMPANY-CODE.
           MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              DEPT-COMPANY-CODE IS NOT EQUAL TO SPACES
              MOVE DEPT-COMPANY-CODE TO WS-EMP-COMPANY-CODE
           END-IF.

           MOVE WS-EMP-COMPANY-CODE TO WS-DTL-EMPLOYER-CODE.
           MOVE WS-EMP-COMPANY-CODE TO ENT-COMPANY-CODE.

           EXEC CICS READ
                FILE(APP-ENTITY-FILE-NAME)
                INTO (LEGAL-ENTITY-RECORD)
                RIDFLD(ENT-COMPANY-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE ENT-REGISTRATION-NO TO WS-DTL-EMPLOYER-REG-NO
              MOVE ENT-COMPANY-NAME TO WS-DTL-EMPLOYER-NAME
           END-IF.

       2500-WRITE-TRAILER-RECORD.
      *    THE TRAILER'S COUNTS LET THE AGENCY (AND ANYONE
      *    RECONCILING THE FILE) PROVE NOTHING WAS LOST IN TRANSIT.
           MOVE WS-HIRES-REPORTED TO WS-TRL-RECORD-COUNT.
           MOVE WS-NEW-HIRES-REPORTED TO WS-TRL-NEW-HIRE-COUNT.
           MOVE WS-REHIRES-REPORTED TO WS-TRL-REHIRE-COUNT.

           EXEC CICS WRITEQ TS
                QNAME(APP-NEWHIRE-RPT-QUEUE-NAME)
                FROM (WS-REGISTRY-TRAILER-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-NEW-HIRES-REPORTED TO WS-REPLY-NEW-HIRES.
           MOVE WS-REHIRES-REPORTED TO WS-REPLY-REHIRES.

           STRING 'New-Hire Registry File Complete - '
                  FUNCTION TRIM(WS-REPLY-NEW-HIRES)
                  ' New, '
                  FUNCTION TRIM(WS-REPLY-REHIRES)
                  ' Rehire(s) - Queue '
                  APP-NEWHIRE-RPT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

      *    A MISSED WEEK IS ALREADY INSIDE THIS RUN'S WINDOW - THE
      *    WARNING JUST SAYS WHY THE FILE IS BIGGER THAN USUAL.
           IF WS-RUN-GAP-SEEN THEN
              MOVE WS-REPLY-TEXT TO WS-GAP-SAVE-TEXT
              MOVE SPACES TO WS-REPLY-TEXT
              STRING FUNCTION TRIM(WS-GAP-SAVE-TEXT)
                     ' (Warn: Prior Week Missed!)'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

      *    A BLANK EXTERNAL ID WOULD BE BOUNCED BY THE AGENCY - THAT
      *    MATTERS MORE THAN THE COUNTS, SO IT TAKES THE WHOLE LINE.
           IF WS-IDS-WITHHELD IS GREATER THAN ZERO THEN
              MOVE WS-IDS-WITHHELD TO WS-REPLY-WITHHELD
              MOVE SPACES TO WS-REPLY-TEXT
              STRING 'New-Hire Registry File Written - '
                     FUNCTION TRIM(WS-REPLY-WITHHELD)
                     ' External ID(s) Not Deciphered - Call Support!'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID. A WEEKLY RUN MORE THAN
      *    SEVEN DAYS AFTER THE LAST ONE IS WARNED ABOUT IN THE REPLY
      *    TEXT.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL.
           IF EIBCALEN IS EQUAL TO ZERO
              EXEC CICS RECEIVE
                   INTO (WS-TERMINAL-INPUT)
                   LENGTH (WS-TERMINAL-INPUT-LEN)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE ZERO TO WS-FORCE-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FORCE-COUNT FOR ALL 'FORCE'.
           IF WS-FORCE-COUNT IS GREATER THAN ZERO
              SET WS-FORCED-RUN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Rerun 
      -              '(Output Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF

              IF RNC-LAST-RUN-DATE IS NUMERIC AND
                 RNC-LAST-RUN-DATE IS LESS THAN WS-RUN-TODAY THEN
                 MOVE RNC-LAST-RUN-DATE TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-LAST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 MOVE WS-RUN-TODAY TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-TODAY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 IF WS-RUNGAP-TODAY-DAYS - WS-RUNGAP-LAST-DAYS
                    IS GREATER THAN 7 THEN
                    SET WS-RUN-GAP-SEEN TO TRUE
                 END-IF
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-NEWHIRE)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP. ONLY NOW DOES THIS RUN'S START BECOME
      *    THE NEXT RUN'S WINDOW START.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-NEWHIRE-RPT-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-UPDATE-RUN-CONTROL.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-NEWHIRE)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-NEWHIRE-RPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-NEWHIRE-RPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-NEWHIRE)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-NEWHIRE-RPT-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE FUNCTION CURRENT-DATE(1:14) TO RNH-END-TIMESTAMP
              MOVE WS-AUDIT-ENTRIES-READ TO RNH-RECORDS-READ
              MOVE WS-HIRES-REPORTED TO RNH-RECORDS-WRITTEN
              SET RNH-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
