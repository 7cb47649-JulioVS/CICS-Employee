       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECIPHP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FIELD CIPHER' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE ECIPHCA COMM-AREA
      *        BY EVERY PROGRAM THAT STORES, LOOKS UP OR MUST SEE THE
      *        REAL VALUE OF PAY-ACCOUNT-NUMBER OR EMP-EXTERNAL-ID -
      *        BOTH ARE HELD ENCIPHERED ON THEIR VSAM CLUSTERS, AND SO
      *        IN EVERY BACKUP, INSTEAD OF IN THE CLEAR.
      *      - THE ENCIPHERMENT ITSELF IS DONE BY ICSF FORMAT-
      *        PRESERVING ENCRYPTION - THE CSNBFPEE (ENCIPHER) AND
      *        CSNBFPED (DECIPHER) CALLABLE SERVICES - UNDER AN AES
      *        KEY HELD IN THE CKDS. THIS PROGRAM NEVER SEES KEY
      *        MATERIAL: THE FIELD-KEY FILE (SEE EFLDKEY.CPY) ONLY
      *        NAMES THE CKDS KEY LABEL FOR EACH KEY VERSION, AND
      *        ACCESS TO THE KEY ITSELF IS CONTROLLED BY THE CSFKEYS
      *        PROFILES FOR THAT LABEL.
      *      - FORMAT-PRESERVING, SO NO RECORD LAYOUT, MAP OR EXTRACT
      *        CHANGES SHAPE:
      *          - THE LAST FOUR POSITIONS STAY AS KEYED. THEY ARE ALL
      *            ANY MASKED DISPLAY SHOWS, SO THE MASKED SCREENS,
      *            EXPORTS AND PRINTS NEVER NEED TO DECIPHER.
      *          - THE KEYED CHARACTERS BEFORE THEM ARE ENCIPHERED TO
      *            THE SAME NUMBER OF CHARACTERS FROM THE SAME SET.
      *          - THE SAME VALUE ALWAYS ENCIPHERS THE SAME WAY UNDER
      *            ONE KEY VERSION, SO THE EMPEXID PATH STILL REFUSES
      *            A DUPLICATE AND AN EXTERNAL-ID SEARCH ENCIPHERS
      *            WHAT WAS KEYED AND READS THE PATH WITH THAT.
      *      - THE KEY LABEL IS READ FROM THE FIELD-KEY FILE ON EACH
      *        REQUEST - ENCIPHER UNDER THE CURRENT APP-FIELD-KEY-
      *        VERSION, DECIPHER UNDER WHATEVER VERSION THE CALLER'S
      *        RECORD CARRIES. A MISSING LABEL, OR A KEY ICSF CANNOT
      *        FIND, FAILS THE REQUEST; CALLERS MUST NEVER FALL BACK
      *        TO STORING THE CLEAR VALUE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - FIELD-CIPHER KEY RECORD.
      *      - FIELD CIPHER COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EFLDKEY.
       COPY ECIPHCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-FIELD-LENGTH            PIC S9(4) USAGE IS BINARY.
          05 WS-CIPHER-LENGTH           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-WORK-VALUE                 PIC X(17) VALUE SPACES.
      ******************************************************************
      *   ICSF FORMAT-PRESERVING ENCRYPTION - SERVICE NAMES AND THE
      *   PARAMETER LIST SHARED BY CSNBFPEE AND CSNBFPED (SEE THE
      *   ICSF APPLICATION PROGRAMMER'S GUIDE). LENGTHS AND CODES ARE
      *   FULLWORDS; THE RULE ARRAY IS 8-BYTE KEYWORDS.
      ******************************************************************
       01 WS-ICSF-ENCIPHER-SERVICE      PIC X(8)  VALUE 'CSNBFPEE'.
       01 WS-ICSF-DECIPHER-SERVICE      PIC X(8)  VALUE 'CSNBFPED'.
      *
       01 WS-ICSF-PARAMETERS.
          05 WS-ICSF-RETURN-CODE        PIC S9(8) USAGE IS BINARY.
             88 WS-ICSF-OK                        VALUE 0 4.
          05 WS-ICSF-REASON-CODE        PIC S9(8) USAGE IS BINARY.
      *         KEY LABEL NOT FOUND IN THE CKDS.
             88 WS-ICSF-KEY-NOT-FOUND             VALUE 10012.
          05 WS-ICSF-EXIT-DATA-LENGTH   PIC S9(8) USAGE IS BINARY
                                                  VALUE ZERO.
          05 WS-ICSF-EXIT-DATA          PIC X(4)  VALUE SPACES.
          05 WS-ICSF-RULE-ARRAY-COUNT   PIC S9(8) USAGE IS BINARY
                                                  VALUE 2.
          05 WS-ICSF-RULE-ARRAY.
             10 WS-ICSF-RULE-METHOD     PIC X(8)  VALUE 'VFPE    '.
             10 WS-ICSF-RULE-CHARSET    PIC X(8)  VALUE 'EBCDIC  '.
          05 WS-ICSF-KEY-ID-LENGTH      PIC S9(8) USAGE IS BINARY
                                                  VALUE 64.
          05 WS-ICSF-KEY-IDENTIFIER     PIC X(64) VALUE SPACES.
          05 WS-ICSF-SOURCE-LENGTH      PIC S9(8) USAGE IS BINARY.
          05 WS-ICSF-SOURCE-TEXT        PIC X(17) VALUE SPACES.
          05 WS-ICSF-TARGET-LENGTH      PIC S9(8) USAGE IS BINARY.
          05 WS-ICSF-TARGET-TEXT        PIC X(17) VALUE SPACES.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE ECIPHCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(21).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF FIELD-CIPHER-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO FIELD-CIPHER-COMMAREA.
           SET FCA-REQUEST-OK TO TRUE.

           EVALUATE TRUE
           WHEN FCA-ACCOUNT-NUMBER
                MOVE 17 TO WS-FIELD-LENGTH
           WHEN FCA-EXTERNAL-ID
                MOVE 12 TO WS-FIELD-LENGTH
           WHEN OTHER
                SET FCA-REQUEST-FAILED TO TRUE
           END-EVALUATE.

           IF FCA-REQUEST-OK
              EVALUATE TRUE
              WHEN FCA-ENCIPHER
                   PERFORM 1000-ENCIPHER-VALUE
              WHEN FCA-DECIPHER
                   PERFORM 2000-DECIPHER-VALUE
              WHEN OTHER
                   SET FCA-REQUEST-FAILED TO TRUE
              END-EVALUATE
           END-IF.

           MOVE FIELD-CIPHER-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-ENCIPHER-VALUE.
           MOVE APP-FIELD-KEY-VERSION TO FCA-KEY-VERSION.
           PERFORM 3000-LOAD-KEY-LABEL.

           IF NOT FCA-REQUEST-OK
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-SET-CIPHER-LENGTH.

      *    A VALUE NO LONGER THAN ITS CLEAR TAIL HAS NOTHING TO HIDE.
           IF WS-CIPHER-LENGTH IS GREATER THAN ZERO
              PERFORM 3200-LOAD-SOURCE-TEXT
              CALL WS-ICSF-ENCIPHER-SERVICE USING
                   WS-ICSF-RETURN-CODE
                   WS-ICSF-REASON-CODE
                   WS-ICSF-EXIT-DATA-LENGTH
                   WS-ICSF-EXIT-DATA
                   WS-ICSF-RULE-ARRAY-COUNT
                   WS-ICSF-RULE-ARRAY
                   WS-ICSF-KEY-ID-LENGTH
                   WS-ICSF-KEY-IDENTIFIER
                   WS-ICSF-SOURCE-LENGTH
                   WS-ICSF-SOURCE-TEXT
                   WS-ICSF-TARGET-LENGTH
                   WS-ICSF-TARGET-TEXT
              END-CALL
              PERFORM 3300-TAKE-TARGET-TEXT
           END-IF.

           IF FCA-REQUEST-OK
              MOVE WS-WORK-VALUE TO FCA-FIELD-VALUE
           END-IF.

       2000-DECIPHER-VALUE.
      *    NO VERSION - NEVER ENCIPHERED (A RECORD NOT YET THROUGH
      *    ECNVEP). THE VALUE GOES BACK UNTOUCHED.
           IF FCA-KEY-VERSION IS EQUAL TO SPACE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-LOAD-KEY-LABEL.

           IF NOT FCA-REQUEST-OK
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-SET-CIPHER-LENGTH.

           IF WS-CIPHER-LENGTH IS GREATER THAN ZERO
              PERFORM 3200-LOAD-SOURCE-TEXT
              CALL WS-ICSF-DECIPHER-SERVICE USING
                   WS-ICSF-RETURN-CODE
                   WS-ICSF-REASON-CODE
                   WS-ICSF-EXIT-DATA-LENGTH
                   WS-ICSF-EXIT-DATA
                   WS-ICSF-RULE-ARRAY-COUNT
                   WS-ICSF-RULE-ARRAY
                   WS-ICSF-KEY-ID-LENGTH
                   WS-ICSF-KEY-IDENTIFIER
                   WS-ICSF-SOURCE-LENGTH
                   WS-ICSF-SOURCE-TEXT
                   WS-ICSF-TARGET-LENGTH
                   WS-ICSF-TARGET-TEXT
              END-CALL
              PERFORM 3300-TAKE-TARGET-TEXT
           END-IF.

           IF FCA-REQUEST-OK
              MOVE WS-WORK-VALUE TO FCA-FIELD-VALUE
           END-IF.

       3000-LOAD-KEY-LABEL.
      *    THE VERSION'S RECORD NAMES THE CKDS LABEL TO USE - A
      *    MISSING RECORD OR A BLANK LABEL MEANS NO KEY.
           MOVE FCA-KEY-VERSION TO FKY-KEY-VERSION.

           EXEC CICS READ
                FILE(APP-FIELD-KEY-FILE-NAME)
                INTO (FIELD-KEY-RECORD)
                RIDFLD(FKY-KEY-VERSION)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              FKY-KEY-LABEL IS EQUAL TO SPACES
              SET FCA-KEY-NOT-AVAILABLE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE FKY-KEY-LABEL TO WS-ICSF-KEY-IDENTIFIER.

           MOVE SPACES TO WS-WORK-VALUE.
           MOVE FCA-FIELD-VALUE(1:WS-FIELD-LENGTH)
              TO WS-WORK-VALUE(1:WS-FIELD-LENGTH).

       3100-SET-CIPHER-LENGTH.
      *    EVERYTHING BEFORE THE LAST FOUR POSITIONS, LESS ANY
      *    TRAILING SPACES OF A SHORT VALUE - ONLY KEYED CHARACTERS
      *    GO TO ICSF.
           COMPUTE WS-CIPHER-LENGTH = WS-FIELD-LENGTH - 4.

           PERFORM 3110-DROP-TRAILING-SPACE
              UNTIL WS-CIPHER-LENGTH IS EQUAL TO ZERO OR
                    WS-WORK-VALUE(WS-CIPHER-LENGTH:1)
                       IS NOT EQUAL TO SPACE.

       3110-DROP-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-CIPHER-LENGTH.

       3200-LOAD-SOURCE-TEXT.
           MOVE ZERO TO WS-ICSF-RETURN-CODE.
           MOVE ZERO TO WS-ICSF-REASON-CODE.
           MOVE SPACES TO WS-ICSF-SOURCE-TEXT.
           MOVE SPACES TO WS-ICSF-TARGET-TEXT.
           MOVE WS-WORK-VALUE(1:WS-CIPHER-LENGTH)
              TO WS-ICSF-SOURCE-TEXT(1:WS-CIPHER-LENGTH).
           MOVE WS-CIPHER-LENGTH TO WS-ICSF-SOURCE-LENGTH.
           MOVE LENGTH OF WS-ICSF-TARGET-TEXT TO WS-ICSF-TARGET-LENGTH.

       3300-TAKE-TARGET-TEXT.
      *    FORMAT-PRESERVING: THE RESULT MUST COME BACK THE SAME
      *    LENGTH AS WHAT WENT IN, OR IT CANNOT TAKE ITS PLACE.
           EVALUATE TRUE
           WHEN WS-ICSF-OK AND
                WS-ICSF-TARGET-LENGTH IS EQUAL TO WS-CIPHER-LENGTH
                MOVE WS-ICSF-TARGET-TEXT(1:WS-CIPHER-LENGTH)
                   TO WS-WORK-VALUE(1:WS-CIPHER-LENGTH)
           WHEN WS-ICSF-KEY-NOT-FOUND
                SET FCA-KEY-NOT-AVAILABLE TO TRUE
           WHEN OTHER
                SET FCA-REQUEST-FAILED TO TRUE
           END-EVALUATE.
