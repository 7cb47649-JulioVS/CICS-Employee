      *        RECORD ONCE ALL REQUIRED FIELDS VALIDATE.
      *      - THE TABLE FEEDS ECERTP'S COURSE VALIDATION ON THE
      *        CERTIFICATION SCREEN - SEE EECRSTB.CPY.
      *      - THE VALIDITY PERIOD (MONTHS, ZERO = NEVER EXPIRES)
      *        SETS THE EXPIRY DATE WHEN EENRP MARKS A SESSION
      *        COMPLETED AND WRITES OR RENEWS THE CERTIFICATION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
                WHEN DFHRESP(NORMAL)
                     SET CRA-RECORD-FOUND TO TRUE
                     SET CRA-EDITING-EXISTING TO TRUE
      *              RECORDS WRITTEN BEFORE THE VALIDITY PERIOD
      *              EXISTED CARRY NO NUMBER THERE - NEVER EXPIRES.
                     IF CRS-VALIDITY-MONTHS IS NOT NUMERIC THEN
                        MOVE ZERO TO CRS-VALIDITY-MONTHS
                     END-IF
                     MOVE COURSE-RECORD TO CRA-COURSE-RECORD
                     MOVE 'Record Found! Edit Description or Status,
      -                    'then PF4=Save/Continue or PF3=Save/Exit.'
              MOVE CRSTATI TO CRS-STATUS
           END-IF.

           IF CRVALML IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(CRVALMI)
                   LENGTH(LENGTH OF CRVALMI)
                   END-EXEC
              MOVE CRVALMI TO CRS-VALIDITY-MONTHS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE COURSE-RECORD TO CRA-COURSE-RECORD.

                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO CRSTATL
           WHEN CRS-VALIDITY-MONTHS IS NOT NUMERIC
                MOVE 'Validation Error: Validity must be 0 to 999 months
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO CRVALML
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
              MOVE CRS-COURSE-CODE TO CRCODEO
              MOVE CRS-COURSE-DESC TO CRDESCO
              MOVE CRS-STATUS TO CRSTATO
              MOVE CRS-VALIDITY-MONTHS TO CRVALMO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
