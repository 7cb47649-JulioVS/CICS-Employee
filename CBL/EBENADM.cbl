      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A PLAN CODE ON THE BENEFITS PLAN TABLE. IF
      *        FOUND, LETS THE OPERATOR CHANGE THE DESCRIPTION, THE
      *        EMPLOYEE AND EMPLOYER CONTRIBUTIONS, THE STATUS OR THE
      *        DEPENDANTS / BENEFICIARIES REQUIRED FLAGS (Y/N) AND
      *        REWRITES THE RECORD. IF NOT FOUND, TREATS THE CODE AS
      *        A NEW PLAN TO ADD AND WRITES A NEW RECORD ONCE ALL
      *        REQUIRED FIELDS VALIDATE.
                     MOVE ZEROES TO BPL-EMPLOYEE-CONTRIB
                     MOVE ZEROES TO BPL-EMPLOYER-CONTRIB
                     MOVE 'A' TO BPL-STATUS
                     MOVE 'N' TO BPL-REQUIRES-DEPENDANTS
                     MOVE 'N' TO BPL-REQUIRES-BENEFICIARIES
                     MOVE BENEFIT-PLAN-RECORD TO BNA-BENEFIT-PLAN-RECORD
                     MOVE 'New Plan - Enter Description And Contribu
      -                   'tions, then PF4=Save or PF3=Save/Exit.'
              MOVE BPSTATI TO BPL-STATUS
           END-IF.

           IF BPDEPRL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(BPDEPRI)
                 TO BPL-REQUIRES-DEPENDANTS
           END-IF.

           IF BPBENRL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(BPBENRI)
                 TO BPL-REQUIRES-BENEFICIARIES
           END-IF.

      *    A PLAN SET UP BEFORE THE DEPENDANT / BENEFICIARY FLAGS
      *    EXISTED READS BACK WITH THEM BLANK - SHOW THAT AS 'N'.
           IF BPL-REQUIRES-DEPENDANTS IS EQUAL TO SPACES OR
              BPL-REQUIRES-DEPENDANTS IS EQUAL TO LOW-VALUES THEN
              MOVE 'N' TO BPL-REQUIRES-DEPENDANTS
           END-IF.

           IF BPL-REQUIRES-BENEFICIARIES IS EQUAL TO SPACES OR
              BPL-REQUIRES-BENEFICIARIES IS EQUAL TO LOW-VALUES THEN
              MOVE 'N' TO BPL-REQUIRES-BENEFICIARIES
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE BENEFIT-PLAN-RECORD TO BNA-BENEFIT-PLAN-RECORD.

                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO BPSTATL
           WHEN BPL-REQUIRES-DEPENDANTS IS NOT EQUAL TO 'Y' AND
                BPL-REQUIRES-DEPENDANTS IS NOT EQUAL TO 'N'
                MOVE 'Validation Error: Dependants Required must be Y or
      -              ' N!'
                   TO WS-MESSAGE
                MOVE -1 TO BPDEPRL
           WHEN BPL-REQUIRES-BENEFICIARIES IS NOT EQUAL TO 'Y' AND
                BPL-REQUIRES-BENEFICIARIES IS NOT EQUAL TO 'N'
                MOVE 'Validation Error: Beneficiaries Required must be Y
      -              ' or N!'
                   TO WS-MESSAGE
                MOVE -1 TO BPBENRL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
              MOVE BPL-EMPLOYER-CONTRIB TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO BPEMRCO
              MOVE BPL-STATUS TO BPSTATO
              MOVE BPL-REQUIRES-DEPENDANTS TO BPDEPRO
              MOVE BPL-REQUIRES-BENEFICIARIES TO BPBENRO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
