      *        TO RESUME FROM THE LAST REASSIGNED EMPLOYEE INSTEAD OF
      *        LEAVING THE REORG SPLIT ACROSS TWO DEPARTMENTS.
      *      - STATE SPACE MEANS NO REASSIGNMENT IS IN FLIGHT.
      *      - CKP-RUN-ID KEEPS THE INTERRUPTED RUN'S ID, SO A
      *        RESUMED RUN STAMPS ITS RECORDS WITH THE SAME ONE.
      *      - EBFCP'S BULK FIELD CORRECTIONS USE THE SAME SHAPE IN
      *        THEIR OWN SLOT (APP-BULKFIX-CKPT-RRN): CKP-NEXT-INDEX IS
      *        THE NEXT LOAD-QUEUE ITEM TO APPLY, CKP-EMPLOYEE-COUNT
      *        THE NUMBER OF ITEMS THE LOAD HELD, AND THE DEPARTMENT
      *        AND ID-LIST FIELDS ARE LEFT EMPTY.
      ******************************************************************
       01 MASS-CHECKPOINT-RECORD.
          05 CKP-STATE               PIC X(1).
          05 CKP-EMPLOYEE-ID OCCURS 2000 TIMES
                INDEXED BY CKP-EMP-INDEX
                                     PIC 9(8).
          05 CKP-RUN-ID              PIC X(16).
