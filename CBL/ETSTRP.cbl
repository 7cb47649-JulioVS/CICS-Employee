       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETSTRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'MASKED TEST-REGION REFRESH' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID IN PRODUCTION WHEN
      *        THE TEST REGION IS DUE A REFRESH - SAME MOLD AS ERETNP.
      *        THE PASSWORD EVERY TEST SIGN-ON IS RESET TO IS KEYED
      *        AFTER THE TRANSACTION ID (E.G. 'ETRF TESTPW01'), SO IT
      *        IS NEVER HELD IN THE SOURCE.
      *      - UNLOADS EMPMAST, EMPCONT, EPAYDTL, EMPCOMP AND EREGUSR,
      *        WITH THE CHILD FILES THAT HOLD NAMES, BIRTH DATES OR
      *        ACCOUNT NUMBERS (ENAMHST, EEMRCON, EDEPNDT, EBNKPND)
      *        AND THE PENDING COMPENSATION CHANGES (ECMPPND), AS
      *        RECORD IMAGES IN KEY ORDER TO ONE OFFLOAD QUEUE PER
      *        FILE. NOTHING IN PRODUCTION IS UPDATED.
      *      - ON THE WAY OUT:
      *          - NAMES BECOME PSEUDONYMS BUILT FROM THE EMPLOYEE ID,
      *            SO ONE PERSON GETS THE SAME PSEUDONYM IN EVERY FILE
      *            AND ON EVERY REFRESH; THE SOUNDEX KEYS ARE REBUILT
      *            FROM THEM SO THE SOUNDS-LIKE PATHS STILL MATCH.
      *          - EMP-EXTERNAL-ID AND THE ACCOUNT NUMBERS ARE
      *            REPLACED BY VALUES BUILT FROM THE EMPLOYEE ID, SO
      *            THEY STAY UNIQUE. THEY GO OUT IN THE CLEAR WITH A
      *            BLANK KEY VERSION - PRODUCTION'S FIELD KEY NEVER
      *            LEAVES PRODUCTION, AND ECNVEP ENCIPHERS THEM UNDER
      *            THE TEST REGION'S OWN KEY AFTER THE RELOAD.
      *          - BIRTH DATES (THE EMPLOYEE'S AND THEIR DEPENDANTS')
      *            MOVE BY A FIXED NUMBER OF DAYS PER EMPLOYEE, UP TO
      *            90 EITHER WAY, SO AGES STAY REALISTIC.
      *          - SALARIES (EVERY EMPCOMP RECORD AND EVERY PROPOSED
      *            ECMPPND IMAGE) ARE SCALED BY A FIXED PERCENTAGE PER
      *            EMPLOYEE, UP TO 10 EITHER WAY AND NEVER NONE. ONE
      *            PERSON'S HISTORY AND PENDING CHANGES ALL MOVE BY
      *            THE SAME PERCENTAGE, SO EACH CHANGE KEEPS ITS SHAPE
      *            AND THE PAYROLL AND ARREARS JOBS STILL SEE REAL
      *            RAISES. A SALARY INSIDE ITS PAY-GRADE BAND IS KEPT
      *            INSIDE IT; ONE ALREADY OUTSIDE IS LEFT OUTSIDE, SO
      *            THE OUT-OF-BAND REPORTS STILL HAVE CASES TO FIND.
      *          - ADDRESSES, PHONE NUMBERS AND E-MAIL ADDRESSES ARE
      *            REPLACED BY TEST VALUES ON .INVALID, SO NOTHING
      *            SENT FROM TEST REACHES A REAL PERSON.
      *          - EVERY PASSWORD IS RESET TO THE KEYED ONE, HASHED AS
      *            EUSRADM HASHES IT, AND FLAGGED FOR A CHANGE AT THE
      *            FIRST SIGN-ON.
      *      - KEYS ARE NEVER TOUCHED, SO EVERY RELATIONSHIP BETWEEN
      *        THE FILES SURVIVES AND THE EMPNAME, EMPDEPT, EMPEXID
      *        AND EMPPHON PATHS REBUILD CLEANLY FROM THE RELOAD.
      *      - THE OFFLOAD QUEUES ARE CLEARED FIRST (A REFRESH IS A
      *        WHOLE SNAPSHOT - A PART OF AN EARLIER ONE IS NO USE)
      *        AND WRITTEN TO AUXILIARY STORAGE, SAME AS ERETNP'S
      *        EXTRACT. THE PER-FILE COUNTS GO ON THE REFRESH QUEUE
      *        FOR THE RELOAD TO BE CHECKED AGAINST.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER, CONTACT, PAYMENT-DETAIL AND
      *        COMPENSATION RECORDS.
      *      - REGISTERED USER RECORD.
      *      - NAME-HISTORY, EMERGENCY-CONTACT AND DEPENDANT RECORDS.
      *      - PENDING BANK-DETAIL AND COMPENSATION CHANGE RECORDS.
      *      - PAY-GRADE TABLE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY ECONT.
       COPY EPAYDTL.
       COPY ECOMP.
       COPY EREGUSR.
       COPY ENAMHST.
       COPY EEMRCON.
       COPY EDEPNDT.
       COPY EBNKPND.
       COPY ECMPPND.
       COPY EPAYGRD.
      ******************************************************************
      *   THE TEST PASSWORD, KEYED AFTER THE TRANSACTION ID - THE
      *   SAME KEYWORD-AFTER-TRANSID CONVENTION ERETNP USES.
      ******************************************************************
       01 WS-TERMINAL-INPUT             PIC X(20) VALUE SPACES.
       01 WS-TERMINAL-INPUT-LEN         PIC S9(4) USAGE IS BINARY.
       01 WS-INPUT-TRANSID              PIC X(20) VALUE SPACES.
       01 WS-INPUT-PASSWORD             PIC X(20) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                     PIC X(30)
                         VALUE 'MASKED TEST-REGION REFRESH OF '.
          05 WS-TTL-TODAY               PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(40) VALUE SPACES.
      *
       01 WS-COUNT-LINE.
          05 WS-CNT-FILE-NAME           PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(4)  VALUE ' -> '.
          05 WS-CNT-QUEUE-NAME          PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WS-CNT-RECORDS             PIC ZZZZ9.
          05 FILLER                     PIC X(8)  VALUE ' RECORDS'.
          05 FILLER                     PIC X(45) VALUE SPACES.
      *
       01 WS-REPORT-TOTALS-LINE.
          05 FILLER                     PIC X(22)
                                    VALUE 'TOTAL RECORDS UNLOADED'.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WS-TOT-RECORDS             PIC ZZZZZZ9.
          05 FILLER                     PIC X(49) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-FILE-UNLOADED           PIC 9(5)  VALUE ZEROES.
          05 WS-TOTAL-UNLOADED          PIC 9(7)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-TOTAL             PIC ZZZZZZ9.
      *
       01 WS-BROWSE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                       VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                   VALUE 'N'.
      *
      *    EVERY RECORD IMAGE LEAVES THROUGH ONE WRITE PARAGRAPH -
      *    THE CALLER SETS THE QUEUE, THE IMAGE AND ITS LENGTH.
       01 WS-BROWSE-FILE-NAME           PIC X(8)  VALUE SPACES.
       01 WS-OFFLOAD-QUEUE-NAME         PIC X(8)  VALUE SPACES.
       01 WS-OFFLOAD-LENGTH             PIC S9(4) USAGE IS BINARY.
       01 WS-OFFLOAD-IMAGE              PIC X(400) VALUE SPACES.
      *
       01 WS-TODAY-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-TEST-PASSWORD-HASH         PIC X(8)  VALUE SPACES.
      *
      *    PSEUDONYM TABLES - A PERSON'S GIVEN NAME AND SURNAME ARE
      *    PICKED BY THEIR EMPLOYEE ID, SO 2,500 CONSECUTIVE IDS NEVER
      *    SHARE A NAME. A VARIANT NUMBER SHIFTS THE PICK FOR THE
      *    PEOPLE AROUND THEM (FORMER NAMES, NEXT OF KIN, DEPENDANTS).
       01 WS-GIVEN-NAME-VALUES.
          05 FILLER                     PIC X(50) VALUE
             'Olivia    James     Amelia    Oliver    Isla      '.
          05 FILLER                     PIC X(50) VALUE
             'Noah      Ava       Jack      Mia       Harry     '.
          05 FILLER                     PIC X(50) VALUE
             'Grace     Leo       Sophia    Arthur    Ella      '.
          05 FILLER                     PIC X(50) VALUE
             'George    Lily      Thomas    Freya     Henry     '.
          05 FILLER                     PIC X(50) VALUE
             'Emily     Oscar     Chloe     Samuel    Ruby      '.
          05 FILLER                     PIC X(50) VALUE
             'Daniel    Hannah    Joseph    Alice     William   '.
          05 FILLER                     PIC X(50) VALUE
             'Evie      Adam      Lucy      Ethan     Poppy     '.
          05 FILLER                     PIC X(50) VALUE
             'Isaac     Erin      Lucas     Martha    Max       '.
          05 FILLER                     PIC X(50) VALUE
             'Zara      Edward    Rose      Ryan      Maya      '.
          05 FILLER                     PIC X(50) VALUE
             'Luke      Anna      David     Clara     Peter     '.
       01 WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
          05 WS-GIVEN-NAME              PIC X(10) OCCURS 50 TIMES.
      *
       01 WS-SURNAME-VALUES.
          05 FILLER                     PIC X(50) VALUE
             'Smith     Jones     Taylor    Brown     Williams  '.
          05 FILLER                     PIC X(50) VALUE
             'Wilson    Johnson   Davies    Robinson  Wright    '.
          05 FILLER                     PIC X(50) VALUE
             'Thompson  Evans     Walker    White     Roberts   '.
          05 FILLER                     PIC X(50) VALUE
             'Green     Hall      Wood      Jackson   Clarke    '.
          05 FILLER                     PIC X(50) VALUE
             'Harris    Lewis     Martin    Cooper    King      '.
          05 FILLER                     PIC X(50) VALUE
             'Baker     Hughes    Turner    Hill      Moore     '.
          05 FILLER                     PIC X(50) VALUE
             'Ward      Morris    Parker    Bennett   Carter    '.
          05 FILLER                     PIC X(50) VALUE
             'Mitchell  Bailey    Cook      Murphy    Bell      '.
          05 FILLER                     PIC X(50) VALUE
             'Kelly     Price     Fisher    Marshall  Young     '.
          05 FILLER                     PIC X(50) VALUE
             'Palmer    Mason     Fletcher  Russell   Shaw      '.
       01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
          05 WS-SURNAME                 PIC X(10) OCCURS 50 TIMES.
      *
       01 WS-PSEUDONYM-WORK.
          05 WS-PSN-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
          05 WS-PSN-VARIANT             PIC 9(3)  VALUE ZEROES.
          05 WS-PSN-GIVEN-SUB           PIC S9(4) USAGE IS BINARY.
          05 WS-PSN-SURNAME-SUB         PIC S9(4) USAGE IS BINARY.
          05 WS-PSN-GIVEN               PIC X(10) VALUE SPACES.
          05 WS-PSN-SURNAME             PIC X(10) VALUE SPACES.
          05 WS-PSN-NAME                PIC X(38) VALUE SPACES.
      *
      *    SCRAMBLED IDENTIFIERS - A TYPE LETTER PLUS THE EMPLOYEE ID
      *    WRITTEN BACKWARDS, ZERO-FILLED TO THE FIELD'S WIDTH: ONE
      *    PER EMPLOYEE, SO AS UNIQUE AS THE KEY ITSELF.
       01 WS-SCRAMBLE-WORK.
          05 WS-SCR-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
          05 WS-SCR-REVERSED-ID         PIC X(8)  VALUE SPACES.
          05 WS-SCR-HOUSE-NUMBER        PIC ZZ9.
       01 WS-SCRAMBLED-EXTERNAL-ID.
          05 FILLER                     PIC X(4)  VALUE 'TX00'.
          05 WS-SXI-REVERSED-ID         PIC X(8)  VALUE SPACES.
       01 WS-SCRAMBLED-ACCOUNT.
          05 WS-SAC-TYPE                PIC X(2)  VALUE 'TA'.
          05 FILLER                     PIC X(7)  VALUE '0000000'.
          05 WS-SAC-REVERSED-ID         PIC X(8)  VALUE SPACES.
      *
      *    BIRTH-DATE SHIFT - THE SAME NUMBER OF DAYS FOR EVERYTHING
      *    BELONGING TO ONE EMPLOYEE, BETWEEN 90 EARLIER AND 90 LATER.
       01 WS-SHIFT-WORK.
          05 WS-SHIFT-EMPLOYEE-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-SHIFT-DATE              PIC X(8)  VALUE SPACES.
          05 WS-SHIFT-DATE-NUM          PIC 9(8)  VALUE ZEROES.
          05 WS-SHIFT-OFFSET            PIC S9(4) USAGE IS BINARY.
          05 WS-SHIFT-DAYS              PIC S9(8) USAGE IS BINARY.
      *
      *    SALARY PERTURBATION - THE SAME PERCENTAGE FOR EVERY AMOUNT
      *    BELONGING TO ONE EMPLOYEE, BETWEEN 10 LESS AND 10 MORE. THE
      *    BAND OF THE LAST GRADE LOOKED UP IS KEPT, AS RECORDS OF ONE
      *    EMPLOYEE MOSTLY SHARE A GRADE.
       01 WS-PERTURB-WORK.
          05 WS-PTB-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
          05 WS-PTB-GRADE-CODE          PIC X(4)  VALUE SPACES.
          05 WS-PTB-SALARY              PIC 9(7)V99 VALUE ZEROES.
          05 WS-PTB-PERCENT             PIC S9(4) USAGE IS BINARY.
          05 WS-PTB-NEW-SALARY          PIC 9(9)V99 VALUE ZEROES.
          05 WS-PTB-LAST-GRADE-CODE     PIC X(4)  VALUE LOW-VALUES.
          05 WS-PTB-MIN-SALARY          PIC 9(7)V99 VALUE ZEROES.
          05 WS-PTB-MAX-SALARY          PIC 9(7)V99 VALUE ZEROES.
       01 WS-PTB-BAND-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-PTB-INSIDE-BAND                   VALUE 'Y'.
          88 WS-PTB-OUTSIDE-BAND                  VALUE 'N'.
      *
      *    NAME-HISTORY ENTRIES OF ONE EMPLOYEE ARE NUMBERED IN KEY
      *    ORDER, EACH FORMER NAME TAKING ITS OWN SURNAME VARIANT.
       01 WS-NMH-LAST-EMPLOYEE-ID       PIC 9(8)  VALUE ZEROES.
       01 WS-NMH-ENTRY-NUMBER           PIC 9(3)  VALUE ZEROES.
      *
      *    ONE-WAY PASSWORD HASH WORK FIELDS (SEE 1300-HASH-A-
      *    PASSWORD).
       01 WS-HASH-VARS.
          05 WS-HASH-INPUT              PIC X(8)  VALUE SPACES.
          05 WS-HASH-OUTPUT             PIC X(8)  VALUE SPACES.
          05 WS-HASH-DIGITS             PIC 9(8)  VALUE ZEROES.
          05 WS-HASH-ACCUMULATOR        PIC 9(10) USAGE IS BINARY.
          05 WS-HASH-CHAR-VALUE         PIC S9(4) USAGE IS BINARY.
          05 WS-HASH-POS                PIC S9(4) USAGE IS BINARY.
      *
      *    SCRATCH AREA FOR REBUILDING A PHONETIC KEY (SEE
      *    8300-BUILD-PHONETIC-KEY) FROM A PSEUDONYM.
       01 WS-PHONETIC-WORK.
          05 WS-PHON-SOURCE-NAME        PIC X(38) VALUE SPACES.
          05 WS-PHON-CODED-NAME         PIC X(38) VALUE SPACES.
          05 WS-PHON-BUILT-KEY          PIC X(4)  VALUE SPACES.
          05 WS-PHON-PREV-CODE          PIC X(1)  VALUE SPACES.
          05 WS-PHON-IN-SUB             PIC S9(4) USAGE IS BINARY.
          05 WS-PHON-OUT-SUB            PIC S9(4) USAGE IS BINARY.
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
           PERFORM 2000-UNLOAD-EMPLOYEE-MASTER.
           PERFORM 2100-UNLOAD-CONTACTS.
           PERFORM 2200-UNLOAD-PAYMENT-DETAILS.
           PERFORM 2300-UNLOAD-COMPENSATION.
           PERFORM 2400-UNLOAD-REGISTERED-USERS.
           PERFORM 2500-UNLOAD-NAME-HISTORY.
           PERFORM 2600-UNLOAD-EMERGENCY-CONTACTS.
           PERFORM 2700-UNLOAD-DEPENDANTS.
           PERFORM 2800-UNLOAD-PENDING-BANK.
           PERFORM 2850-UNLOAD-PENDING-COMP.
           PERFORM 2950-WRITE-REPORT-TOTALS.
           PERFORM 2990-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

      *    NO PASSWORD KEYED, NO REFRESH - EVERY TEST SIGN-ON NEEDS
      *    ONE, AND A BLANK ONE WOULD LET ANYBODY IN.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           EXEC CICS RECEIVE
                INTO (WS-TERMINAL-INPUT)
                LENGTH (WS-TERMINAL-INPUT-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           UNSTRING WS-TERMINAL-INPUT
              DELIMITED BY ALL SPACES
              INTO WS-INPUT-TRANSID WS-INPUT-PASSWORD
           END-UNSTRING.

           IF WS-INPUT-PASSWORD IS EQUAL TO SPACES
              MOVE 'Key The Test Password After The Transaction ID (E.G.
      -            ' ETRF TESTPW01)!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           MOVE WS-INPUT-PASSWORD TO WS-HASH-INPUT.
           PERFORM 1300-HASH-A-PASSWORD.
           MOVE WS-HASH-OUTPUT TO WS-TEST-PASSWORD-HASH.

      *    A REFRESH IS A WHOLE SNAPSHOT - WHATEVER AN EARLIER RUN
      *    LEFT ON THE QUEUES IS CLEARED FIRST. QIDERR JUST MEANS
      *    THERE WAS NOTHING TO CLEAR.
           MOVE APP-TSTREF-QUEUE-NAME TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-EMPMAST-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-EMPCONT-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-PAYDTL-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-EMPCOMP-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-REGUSR-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-NAMHST-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-EMRCON-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-DEPNDT-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-BNKPND-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.
           MOVE APP-TSTREF-CMPPND-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           PERFORM 1100-DELETE-ONE-QUEUE.

           MOVE WS-TODAY-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-TODAY.
           MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       1100-DELETE-ONE-QUEUE.
           EXEC CICS DELETEQ TS
                QNAME(WS-OFFLOAD-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1300-HASH-A-PASSWORD.
      *    SAME ONE-WAY HASH AS ESONP'S 3415-HASH-A-PASSWORD AND
      *    EUSRADM'S 2170-HASH-A-PASSWORD - THE THREE MUST STAY IN
      *    STEP OR NOBODY SIGNS ON TO THE REFRESHED REGION.
           MOVE 74023 TO WS-HASH-ACCUMULATOR.

           PERFORM 1310-HASH-ONE-CHARACTER
              VARYING WS-HASH-POS FROM 1 BY 1
              UNTIL WS-HASH-POS IS GREATER THAN 8.

           MOVE WS-HASH-ACCUMULATOR TO WS-HASH-DIGITS.
           MOVE WS-HASH-DIGITS TO WS-HASH-OUTPUT.

       1310-HASH-ONE-CHARACTER.
           COMPUTE WS-HASH-CHAR-VALUE =
              FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1)).
           COMPUTE WS-HASH-ACCUMULATOR =
              FUNCTION MOD((WS-HASH-ACCUMULATOR * 31)
                 + (WS-HASH-CHAR-VALUE * WS-HASH-POS)
                 + 17, 99999989).

       2000-UNLOAD-EMPLOYEE-MASTER.
           MOVE APP-EMP-MASTER-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-EMPMAST-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE ZEROES TO EMP-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2010-UNLOAD-NEXT-EMPLOYEE
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2010-UNLOAD-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO WS-PSN-EMPLOYEE-ID.
           MOVE ZERO TO WS-PSN-VARIANT.
           PERFORM 8000-BUILD-PSEUDONYM.

           MOVE WS-PSN-NAME TO EMP-PRIMARY-NAME.
           MOVE WS-PSN-NAME TO EMP-FULL-NAME.
           MOVE WS-PSN-GIVEN TO EMP-SHORT-NAME.

           MOVE FUNCTION UPPER-CASE(EMP-PRIMARY-NAME)
              TO WS-PHON-SOURCE-NAME.
           PERFORM 8300-BUILD-PHONETIC-KEY.
           MOVE WS-PHON-BUILT-KEY TO EMP-PHONETIC-KEY.

      *    AN EMPLOYEE WITH NO EXTERNAL ID RECORDED KEEPS NONE.
           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES
              MOVE EMP-EMPLOYEE-ID TO WS-SCR-EMPLOYEE-ID
              PERFORM 8100-REVERSE-EMPLOYEE-ID
              MOVE WS-SCR-REVERSED-ID TO WS-SXI-REVERSED-ID
              MOVE WS-SCRAMBLED-EXTERNAL-ID TO EMP-EXTERNAL-ID
           END-IF.
           MOVE SPACE TO EMP-FIELD-KEY-VERSION.

           MOVE EMP-EMPLOYEE-ID TO WS-SHIFT-EMPLOYEE-ID.
           MOVE EMP-BIRTH-DATE TO WS-SHIFT-DATE.
           PERFORM 8400-SHIFT-BIRTH-DATE.
           MOVE WS-SHIFT-DATE TO EMP-BIRTH-DATE.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF EMPLOYEE-MASTER-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2100-UNLOAD-CONTACTS.
           MOVE APP-EMP-CONTACT-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-EMPCONT-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE ZEROES TO CNT-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-EMP-CONTACT-FILE-NAME)
                RIDFLD(CNT-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2110-UNLOAD-NEXT-CONTACT
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-EMP-CONTACT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2110-UNLOAD-NEXT-CONTACT.
           EXEC CICS READNEXT
                FILE(APP-EMP-CONTACT-FILE-NAME)
                RIDFLD(CNT-EMPLOYEE-ID)
                INTO (EMPLOYEE-CONTACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

      *    A TEST ADDRESS ON ONE OF THE PSEUDONYM SURNAMES, A NUMBER
      *    THAT RINGS NOBODY AND A MAILBOX ON .INVALID.
           MOVE CNT-EMPLOYEE-ID TO WS-PSN-EMPLOYEE-ID.
           MOVE 7 TO WS-PSN-VARIANT.
           PERFORM 8000-BUILD-PSEUDONYM.

           MOVE CNT-EMPLOYEE-ID TO WS-SCR-EMPLOYEE-ID.
           COMPUTE WS-SCR-HOUSE-NUMBER =
              FUNCTION MOD(CNT-EMPLOYEE-ID, 200) + 1.

           MOVE SPACES TO CNT-ADDRESS-LINE-1.
           STRING FUNCTION TRIM(WS-SCR-HOUSE-NUMBER)
                  ' '
                  FUNCTION TRIM(WS-PSN-SURNAME)
                  ' Road'
              DELIMITED BY SIZE
              INTO CNT-ADDRESS-LINE-1
           END-STRING.
           MOVE 'Testville' TO CNT-ADDRESS-LINE-2.
           MOVE SPACES TO CNT-ADDRESS-LINE-3.

           IF CNT-PHONE-NUMBER IS NOT EQUAL TO SPACES
              MOVE SPACES TO CNT-PHONE-NUMBER
              STRING '0100'
                     WS-SCR-EMPLOYEE-ID
                 DELIMITED BY SIZE
                 INTO CNT-PHONE-NUMBER
              END-STRING
           END-IF.

           IF CNT-EMAIL-ADDRESS IS NOT EQUAL TO SPACES
              MOVE SPACES TO CNT-EMAIL-ADDRESS
              STRING 'e'
                     WS-SCR-EMPLOYEE-ID
                     '@test.invalid'
                 DELIMITED BY SIZE
                 INTO CNT-EMAIL-ADDRESS
              END-STRING
           END-IF.

           MOVE EMPLOYEE-CONTACT-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF EMPLOYEE-CONTACT-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2200-UNLOAD-PAYMENT-DETAILS.
           MOVE APP-PAYMENT-DETAIL-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-PAYDTL-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE ZEROES TO PAY-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                RIDFLD(PAY-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2210-UNLOAD-NEXT-PAYMENT
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2210-UNLOAD-NEXT-PAYMENT.
           EXEC CICS READNEXT
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                RIDFLD(PAY-EMPLOYEE-ID)
                INTO (PAYMENT-DETAILS-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'TA' TO WS-SAC-TYPE.
           PERFORM 2220-SCRAMBLE-ACCOUNT.

           MOVE PAYMENT-DETAILS-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF PAYMENT-DETAILS-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2220-SCRAMBLE-ACCOUNT.
      *    THE CALLER SETS WS-SAC-TYPE - 'TA' FOR THE ACCOUNT ON FILE,
      *    'TP' FOR ONE STILL PENDING, SO THE TWO NEVER COLLIDE. A
      *    CHEQUE-PAID EMPLOYEE WITH NO ACCOUNT KEEPS NONE.
           IF PAY-ACCOUNT-NUMBER IS NOT EQUAL TO SPACES
              MOVE PAY-EMPLOYEE-ID TO WS-SCR-EMPLOYEE-ID
              PERFORM 8100-REVERSE-EMPLOYEE-ID
              MOVE WS-SCR-REVERSED-ID TO WS-SAC-REVERSED-ID
              MOVE WS-SCRAMBLED-ACCOUNT TO PAY-ACCOUNT-NUMBER
           END-IF.
           MOVE SPACE TO PAY-FIELD-KEY-VERSION.

       2300-UNLOAD-COMPENSATION.
      *    DEPARTMENT, JOB AND HIRE DATE STILL POINT AT A PERSON, SO
      *    NO REAL SALARY GOES ACROSS - EACH IS PERTURBED (SEE
      *    8600-PERTURB-SALARY) BUT STAYS REALISTIC FOR THE PAYROLL
      *    JOBS.
           MOVE APP-EMP-COMP-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-EMPCOMP-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE LOW-VALUES TO CMP-COMP-KEY.

           EXEC CICS STARTBR
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2310-UNLOAD-NEXT-COMPENSATION
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-EMP-COMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2310-UNLOAD-NEXT-COMPENSATION.
           EXEC CICS READNEXT
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                INTO (COMPENSATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2320-PERTURB-COMPENSATION.

           MOVE COMPENSATION-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF COMPENSATION-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2320-PERTURB-COMPENSATION.
      *    SHARED WITH THE PENDING CHANGES - THE CALLER HAS THE
      *    RECORD (OR THE PROPOSED IMAGE) IN COMPENSATION-RECORD.
           MOVE CMP-EMPLOYEE-ID TO WS-PTB-EMPLOYEE-ID.
           MOVE CMP-PAY-GRADE TO WS-PTB-GRADE-CODE.
           MOVE CMP-ANNUAL-SALARY TO WS-PTB-SALARY.
           PERFORM 8600-PERTURB-SALARY.
           MOVE WS-PTB-SALARY TO CMP-ANNUAL-SALARY.

       2400-UNLOAD-REGISTERED-USERS.
           MOVE AC-REG-USER-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-REGUSR-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE LOW-VALUES TO RU-USER-ID.

           EXEC CICS STARTBR
                FILE(AC-REG-USER-FILE-NAME)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2410-UNLOAD-NEXT-USER
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(AC-REG-USER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2410-UNLOAD-NEXT-USER.
           EXEC CICS READNEXT
                FILE(AC-REG-USER-FILE-NAME)
                RIDFLD(RU-USER-ID)
                INTO (REG-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

      *    THE KEYED PASSWORD, HASHED, AS A TEMPORARY ONE - EXACTLY
      *    WHAT EUSRADM STORES FOR AN ADMINISTRATOR-SET PASSWORD. THE
      *    TEST REGION HAS NO EXTERNAL SECURITY MANAGER PROFILES, SO
      *    EVERY ACCOUNT SIGNS ON AGAINST EREGUSR THERE.
           MOVE WS-TEST-PASSWORD-HASH TO RU-USER-PASSWORD.
           SET RU-PW-HASHED TO TRUE.
           MOVE WS-TODAY-DATE TO RU-PASSWORD-CHANGED-DATE.
           SET RU-FORCE-PASSWORD-CHANGE TO TRUE.
           SET RU-AUTH-VSAM TO TRUE.

           MOVE REG-USER-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF REG-USER-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2500-UNLOAD-NAME-HISTORY.
           MOVE APP-NAME-HISTORY-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-NAMHST-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE ZEROES TO WS-NMH-LAST-EMPLOYEE-ID.
           MOVE LOW-VALUES TO NMH-HISTORY-KEY.

           EXEC CICS STARTBR
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RIDFLD(NMH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2510-UNLOAD-NEXT-NAME-CHANGE
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-NAME-HISTORY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2510-UNLOAD-NEXT-NAME-CHANGE.
           EXEC CICS READNEXT
                FILE(APP-NAME-HISTORY-FILE-NAME)
                RIDFLD(NMH-HISTORY-KEY)
                INTO (NAME-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

           IF NMH-EMPLOYEE-ID IS NOT EQUAL TO WS-NMH-LAST-EMPLOYEE-ID
              MOVE NMH-EMPLOYEE-ID TO WS-NMH-LAST-EMPLOYEE-ID
              MOVE ZERO TO WS-NMH-ENTRY-NUMBER
           END-IF.
           ADD 1 TO WS-NMH-ENTRY-NUMBER.

      *    THE NAME TAKEN IS THE PERSON'S PSEUDONYM AS IT STANDS ON
      *    THE MASTER; THE NAME GIVEN UP KEEPS THE GIVEN NAME UNDER
      *    ANOTHER SURNAME, AS A MARRIAGE OR DEED POLL WOULD.
           MOVE NMH-EMPLOYEE-ID TO WS-PSN-EMPLOYEE-ID.
           MOVE ZERO TO WS-PSN-VARIANT.
           PERFORM 8000-BUILD-PSEUDONYM.
           MOVE WS-PSN-NAME TO NMH-NEW-NAME.

           MOVE WS-NMH-ENTRY-NUMBER TO WS-PSN-VARIANT.
           PERFORM 8010-PICK-SURNAME.
           PERFORM 8020-ASSEMBLE-NAME.
           MOVE WS-PSN-NAME TO NMH-PREVIOUS-NAME.

           MOVE FUNCTION UPPER-CASE(NMH-PREVIOUS-NAME)
              TO WS-PHON-SOURCE-NAME.
           PERFORM 8300-BUILD-PHONETIC-KEY.
           MOVE WS-PHON-BUILT-KEY TO NMH-PREVIOUS-PHONETIC-KEY.

           MOVE NAME-HISTORY-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF NAME-HISTORY-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2600-UNLOAD-EMERGENCY-CONTACTS.
           MOVE APP-EMRCON-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-EMRCON-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE LOW-VALUES TO EMC-CONTACT-KEY.

           EXEC CICS STARTBR
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2610-UNLOAD-NEXT-EMERGENCY
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-EMRCON-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2610-UNLOAD-NEXT-EMERGENCY.
           EXEC CICS READNEXT
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                INTO (EMERGENCY-CONTACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMC-EMPLOYEE-ID TO WS-PSN-EMPLOYEE-ID.
           COMPUTE WS-PSN-VARIANT = 10 + EMC-PRIORITY.
           PERFORM 8000-BUILD-PSEUDONYM.
           MOVE WS-PSN-NAME TO EMC-CONTACT-NAME.

           MOVE EMC-EMPLOYEE-ID TO WS-SCR-EMPLOYEE-ID.
           MOVE SPACES TO EMC-PRIMARY-PHONE.
           STRING '02'
                  EMC-PRIORITY
                  WS-SCR-EMPLOYEE-ID
              DELIMITED BY SIZE
              INTO EMC-PRIMARY-PHONE
           END-STRING.

           IF EMC-ALTERNATE-PHONE IS NOT EQUAL TO SPACES
              MOVE SPACES TO EMC-ALTERNATE-PHONE
              STRING '03'
                     EMC-PRIORITY
                     WS-SCR-EMPLOYEE-ID
                 DELIMITED BY SIZE
                 INTO EMC-ALTERNATE-PHONE
              END-STRING
           END-IF.

           MOVE EMERGENCY-CONTACT-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF EMERGENCY-CONTACT-RECORD
              TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2700-UNLOAD-DEPENDANTS.
           MOVE APP-DEPENDANT-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-DEPNDT-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE LOW-VALUES TO DPN-DEPENDANT-KEY.

           EXEC CICS STARTBR
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2710-UNLOAD-NEXT-DEPENDANT
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-DEPENDANT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2710-UNLOAD-NEXT-DEPENDANT.
           EXEC CICS READNEXT
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                INTO (DEPENDANT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

      *    A DEPENDANT SHARES THE EMPLOYEE'S PSEUDONYM SURNAME UNDER A
      *    GIVEN NAME OF THEIR OWN, AND THE EMPLOYEE'S DATE SHIFT.
           MOVE DPN-EMPLOYEE-ID TO WS-PSN-EMPLOYEE-ID.
           MOVE ZERO TO WS-PSN-VARIANT.
           PERFORM 8010-PICK-SURNAME.
           COMPUTE WS-PSN-VARIANT = 20 + DPN-SEQUENCE.
           PERFORM 8005-PICK-GIVEN-NAME.
           PERFORM 8020-ASSEMBLE-NAME.
           MOVE WS-PSN-NAME TO DPN-DEPENDANT-NAME.

           MOVE DPN-EMPLOYEE-ID TO WS-SHIFT-EMPLOYEE-ID.
           MOVE DPN-BIRTH-DATE TO WS-SHIFT-DATE.
           PERFORM 8400-SHIFT-BIRTH-DATE.
           MOVE WS-SHIFT-DATE TO DPN-BIRTH-DATE.

           MOVE DEPENDANT-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF DEPENDANT-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2800-UNLOAD-PENDING-BANK.
           MOVE APP-BANK-PENDING-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-BNKPND-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE ZEROES TO PBK-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-BANK-PENDING-FILE-NAME)
                RIDFLD(PBK-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2810-UNLOAD-NEXT-PENDING-BANK
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2810-UNLOAD-NEXT-PENDING-BANK.
           EXEC CICS READNEXT
                FILE(APP-BANK-PENDING-FILE-NAME)
                RIDFLD(PBK-EMPLOYEE-ID)
                INTO (PENDING-BANK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

      *    THE PROPOSAL IS A PAYMENT-DETAIL IMAGE - SCRAMBLED THE SAME
      *    WAY, UNDER ITS OWN TYPE LETTER.
           MOVE PBK-PROPOSED-PAYMENT TO PAYMENT-DETAILS-RECORD.
           MOVE 'TP' TO WS-SAC-TYPE.
           PERFORM 2220-SCRAMBLE-ACCOUNT.
           MOVE PAYMENT-DETAILS-RECORD TO PBK-PROPOSED-PAYMENT.

           MOVE PENDING-BANK-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF PENDING-BANK-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2850-UNLOAD-PENDING-COMP.
           MOVE APP-COMP-PENDING-FILE-NAME TO WS-BROWSE-FILE-NAME.
           MOVE APP-TSTREF-CMPPND-QUEUE TO WS-OFFLOAD-QUEUE-NAME.
           MOVE ZEROES TO WS-FILE-UNLOADED.
           MOVE LOW-VALUES TO PCM-PENDING-KEY.

           EXEC CICS STARTBR
                FILE(APP-COMP-PENDING-FILE-NAME)
                RIDFLD(PCM-PENDING-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8200-CHECK-START-BROWSE.
           IF NOT WS-END-OF-FILE
              PERFORM 2860-UNLOAD-NEXT-PENDING-COMP
                 UNTIL WS-END-OF-FILE
              EXEC CICS ENDBR
                   FILE(APP-COMP-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 2900-WRITE-COUNT-LINE.

       2860-UNLOAD-NEXT-PENDING-COMP.
           EXEC CICS READNEXT
                FILE(APP-COMP-PENDING-FILE-NAME)
                RIDFLD(PCM-PENDING-KEY)
                INTO (PENDING-COMP-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8210-CHECK-READ-NEXT.
           IF WS-END-OF-FILE
              EXIT PARAGRAPH
           END-IF.

      *    THE PROPOSED SALARY MOVES BY THE SAME PERCENTAGE AS THE
      *    EMPLOYEE'S EMPCOMP HISTORY, SO THE CHANGE AWAITING RELEASE
      *    STILL READS AS THE SAME RAISE OR CUT.
           MOVE PCM-PROPOSED-COMP TO COMPENSATION-RECORD.
           PERFORM 2320-PERTURB-COMPENSATION.
           MOVE COMPENSATION-RECORD TO PCM-PROPOSED-COMP.

           MOVE PENDING-COMP-RECORD TO WS-OFFLOAD-IMAGE.
           MOVE LENGTH OF PENDING-COMP-RECORD TO WS-OFFLOAD-LENGTH.
           PERFORM 8500-WRITE-OFFLOAD-IMAGE.

       2900-WRITE-COUNT-LINE.
           MOVE WS-BROWSE-FILE-NAME TO WS-CNT-FILE-NAME.
           MOVE WS-OFFLOAD-QUEUE-NAME TO WS-CNT-QUEUE-NAME.
           MOVE WS-FILE-UNLOADED TO WS-CNT-RECORDS.
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2950-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-UNLOADED TO WS-TOT-RECORDS.
           MOVE WS-REPORT-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2990-BUILD-REPLY-TEXT.
           MOVE WS-TOTAL-UNLOADED TO WS-REPLY-TOTAL.

           STRING 'Test Refresh Unloaded - '
                  FUNCTION TRIM(WS-REPLY-TOTAL)
                  ' Masked Records - Counts On Queue '
                  APP-TSTREF-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       8000-BUILD-PSEUDONYM.
      *    THE CALLER SETS WS-PSN-EMPLOYEE-ID AND WS-PSN-VARIANT
      *    (ZERO FOR THE EMPLOYEE THEMSELF).
           PERFORM 8005-PICK-GIVEN-NAME.
           PERFORM 8010-PICK-SURNAME.
           PERFORM 8020-ASSEMBLE-NAME.

       8005-PICK-GIVEN-NAME.
           COMPUTE WS-PSN-GIVEN-SUB =
              FUNCTION MOD(WS-PSN-EMPLOYEE-ID
                 + (WS-PSN-VARIANT * 13), 50) + 1.
           MOVE WS-GIVEN-NAME(WS-PSN-GIVEN-SUB) TO WS-PSN-GIVEN.

       8010-PICK-SURNAME.
           COMPUTE WS-PSN-SURNAME-SUB =
              FUNCTION MOD((WS-PSN-EMPLOYEE-ID / 50)
                 + (WS-PSN-VARIANT * 17), 50) + 1.
           MOVE WS-SURNAME(WS-PSN-SURNAME-SUB) TO WS-PSN-SURNAME.

       8020-ASSEMBLE-NAME.
           MOVE SPACES TO WS-PSN-NAME.
           STRING WS-PSN-GIVEN DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PSN-SURNAME DELIMITED BY SPACE
              INTO WS-PSN-NAME
           END-STRING.

       8100-REVERSE-EMPLOYEE-ID.
           MOVE WS-SCR-EMPLOYEE-ID TO WS-SCR-REVERSED-ID.
           MOVE FUNCTION REVERSE(WS-SCR-REVERSED-ID)
              TO WS-SCR-REVERSED-ID.

       8200-CHECK-START-BROWSE.
      *    AN EMPTY FILE JUST UNLOADS NOTHING; ANY OTHER FAILURE ENDS
      *    THE REFRESH - A TEST REGION RELOADED WITH A FILE MISSING
      *    WOULD BE WORSE THAN THE OLD COPY.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-NOT-END-OF-FILE TO TRUE
           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                STRING 'Error Starting Browse Of '
                       WS-BROWSE-FILE-NAME
                       ' - Refresh Incomplete!'
                   DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
                END-STRING
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       8210-CHECK-READ-NEXT.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                STRING 'Error Reading Next '
                       WS-BROWSE-FILE-NAME
                       ' Record - Refresh Incomplete!'
                   DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
                END-STRING
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       8300-BUILD-PHONETIC-KEY.
      *    AMERICAN SOUNDEX, THE SAME ROUTINE AS EADDP'S 3160-BUILD-
      *    PHONETIC-KEY - THE CALLER PUTS THE UPPER-CASED NAME IN
      *    WS-PHON-SOURCE-NAME AND GETS THE KEY IN WS-PHON-BUILT-KEY.
           MOVE WS-PHON-SOURCE-NAME TO WS-PHON-CODED-NAME.

           INSPECT WS-PHON-CODED-NAME
              CONVERTING 'BFPVCGJKQSXZDTLMNR'
                      TO '111122222222334556'.

           MOVE ALL '0' TO WS-PHON-BUILT-KEY.
           MOVE WS-PHON-SOURCE-NAME(1:1) TO WS-PHON-BUILT-KEY(1:1).
           MOVE WS-PHON-CODED-NAME(1:1) TO WS-PHON-PREV-CODE.
           MOVE 2 TO WS-PHON-OUT-SUB.

           PERFORM 8310-CODE-ONE-LETTER
              VARYING WS-PHON-IN-SUB FROM 2 BY 1
              UNTIL WS-PHON-IN-SUB IS GREATER THAN 38
                 OR WS-PHON-OUT-SUB IS GREATER THAN 4.

       8310-CODE-ONE-LETTER.
           IF WS-PHON-CODED-NAME(WS-PHON-IN-SUB:1)
                 IS GREATER THAN OR EQUAL TO '1' AND
              WS-PHON-CODED-NAME(WS-PHON-IN-SUB:1)
                 IS LESS THAN OR EQUAL TO '6' THEN
              IF WS-PHON-CODED-NAME(WS-PHON-IN-SUB:1)
                    IS NOT EQUAL TO WS-PHON-PREV-CODE THEN
                 MOVE WS-PHON-CODED-NAME(WS-PHON-IN-SUB:1)
                    TO WS-PHON-BUILT-KEY(WS-PHON-OUT-SUB:1)
                 ADD 1 TO WS-PHON-OUT-SUB
              END-IF
           END-IF.

           MOVE WS-PHON-CODED-NAME(WS-PHON-IN-SUB:1)
              TO WS-PHON-PREV-CODE.

       8400-SHIFT-BIRTH-DATE.
      *    THE CALLER SETS WS-SHIFT-EMPLOYEE-ID AND WS-SHIFT-DATE. A
      *    DATE NOT RECORDED, OR NOT A REAL DATE, GOES AS IT IS.
           IF WS-SHIFT-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SHIFT-DATE TO WS-SHIFT-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SHIFT-DATE-NUM)
                 IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SHIFT-OFFSET =
              FUNCTION MOD(WS-SHIFT-EMPLOYEE-ID * 7, 181) - 90.
           IF WS-SHIFT-OFFSET IS EQUAL TO ZERO
              MOVE 45 TO WS-SHIFT-OFFSET
           END-IF.

           COMPUTE WS-SHIFT-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-SHIFT-DATE-NUM)
              + WS-SHIFT-OFFSET.
           COMPUTE WS-SHIFT-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-SHIFT-DAYS).
           MOVE WS-SHIFT-DATE-NUM TO WS-SHIFT-DATE.

       8500-WRITE-OFFLOAD-IMAGE.
      *    AUXILIARY STORAGE (NO MAIN OPTION), SAME AS ERETNP'S
      *    EXTRACT - THE IMAGES MUST SURVIVE A RECYCLE UNTIL THE
      *    OFFLOAD JOB HAS DRAINED THEM. A FAILED WRITE ENDS THE
      *    REFRESH; A HALF-WRITTEN QUEUE MUST NOT BE RELOADED.
           EXEC CICS WRITEQ TS
                QNAME(WS-OFFLOAD-QUEUE-NAME)
                FROM (WS-OFFLOAD-IMAGE)
                LENGTH (WS-OFFLOAD-LENGTH)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              STRING 'Error Writing Offload Queue '
                     WS-OFFLOAD-QUEUE-NAME
                     ' - Refresh Incomplete!'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           ADD 1 TO WS-FILE-UNLOADED.
           ADD 1 TO WS-TOTAL-UNLOADED.

       8600-PERTURB-SALARY.
      *    THE CALLER SETS WS-PTB-EMPLOYEE-ID, WS-PTB-GRADE-CODE AND
      *    WS-PTB-SALARY, AND GETS THE PERTURBED SALARY BACK IN
      *    WS-PTB-SALARY. A SALARY NOT RECORDED STAYS NOT RECORDED.
           IF WS-PTB-SALARY IS NOT NUMERIC OR
              WS-PTB-SALARY IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PTB-PERCENT =
              FUNCTION MOD(WS-PTB-EMPLOYEE-ID * 11, 21) - 10.
           IF WS-PTB-PERCENT IS EQUAL TO ZERO
              MOVE 6 TO WS-PTB-PERCENT
           END-IF.

           PERFORM 8610-LOAD-GRADE-BAND.

      *    ZERO BOUNDS ARE NOT ENFORCED (SEE EPAYGRD.CPY).
           SET WS-PTB-INSIDE-BAND TO TRUE.
           IF WS-PTB-MIN-SALARY IS GREATER THAN ZERO AND
              WS-PTB-SALARY IS LESS THAN WS-PTB-MIN-SALARY
              SET WS-PTB-OUTSIDE-BAND TO TRUE
           END-IF.
           IF WS-PTB-MAX-SALARY IS GREATER THAN ZERO AND
              WS-PTB-SALARY IS GREATER THAN WS-PTB-MAX-SALARY
              SET WS-PTB-OUTSIDE-BAND TO TRUE
           END-IF.

           COMPUTE WS-PTB-NEW-SALARY ROUNDED =
              WS-PTB-SALARY * (100 + WS-PTB-PERCENT) / 100.

           IF WS-PTB-INSIDE-BAND
              IF WS-PTB-MIN-SALARY IS GREATER THAN ZERO AND
                 WS-PTB-NEW-SALARY IS LESS THAN WS-PTB-MIN-SALARY
                 MOVE WS-PTB-MIN-SALARY TO WS-PTB-NEW-SALARY
              END-IF
              IF WS-PTB-MAX-SALARY IS GREATER THAN ZERO AND
                 WS-PTB-NEW-SALARY IS GREATER THAN WS-PTB-MAX-SALARY
                 MOVE WS-PTB-MAX-SALARY TO WS-PTB-NEW-SALARY
              END-IF
           END-IF.

           IF WS-PTB-NEW-SALARY IS GREATER THAN 9999999.99
              MOVE 9999999.99 TO WS-PTB-NEW-SALARY
           END-IF.

           MOVE WS-PTB-NEW-SALARY TO WS-PTB-SALARY.

       8610-LOAD-GRADE-BAND.
      *    A GRADE NOT ON THE TABLE (OR NONE RECORDED) HAS NO BAND TO
      *    KEEP TO.
           IF WS-PTB-GRADE-CODE IS EQUAL TO WS-PTB-LAST-GRADE-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-PTB-GRADE-CODE TO WS-PTB-LAST-GRADE-CODE.
           MOVE ZEROES TO WS-PTB-MIN-SALARY.
           MOVE ZEROES TO WS-PTB-MAX-SALARY.

           IF WS-PTB-GRADE-CODE IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-PTB-GRADE-CODE TO PGR-GRADE-CODE.

           EXEC CICS READ
                FILE(APP-PAYGRADE-FILE-NAME)
                INTO (PAY-GRADE-RECORD)
                RIDFLD(PGR-GRADE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE PGR-MIN-SALARY TO WS-PTB-MIN-SALARY
              MOVE PGR-MAX-SALARY TO WS-PTB-MAX-SALARY
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-TSTREF-QUEUE-NAME)
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
