      *        AND REWRITES THE RECORD. IF NOT FOUND, TREATS THE ID AS
      *        A NEW DEPARTMENT TO ADD AND WRITES A NEW RECORD ONCE
      *        ALL REQUIRED FIELDS VALIDATE.
      *      - THE COMPANY CODE MUST BE A LEGAL ENTITY ON ELGLENT
      *        (ACTIVE, FOR A NEW DEPARTMENT) - BLANK MEANS THE HOME
      *        COMPANY.
      *      - A DEPARTMENT MAY ONLY BE RETIRED WHEN NO ACTIVE
      *        EMPLOYEES REMAIN ASSIGNED TO IT - CHECKED AGAINST THE
      *        EMPLOYEE MASTER'S DEPARTMENT PATH (EMPDEPT), THE SAME
      *      - DEPARTMENT ADMINISTRATION CONTAINER.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - LEGAL-ENTITY TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EDEPCTR.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ELGLENT.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
          88 MANAGER-NOT-ON-FILE              VALUE 'N'.
          88 MANAGER-NOT-ACTIVE               VALUE 'D'.
          88 MANAGER-NOT-IN-DEPARTMENT        VALUE 'W'.
      *
       01 WS-ENTITY-CHECK           PIC X(1)  VALUE SPACES.
          88 ENTITY-OK                        VALUE SPACES.
          88 ENTITY-NOT-FOUND                 VALUE 'N'.
          88 ENTITY-INACTIVE                  VALUE 'I'.
      *
       01 WS-PARENT-LOOKUP-RECORD.
          05 WS-PARENT-DEPARTMENT-ID
              MOVE AUTHHCI TO DEPT-AUTHORIZED-HEADCOUNT
           END-IF.

           IF CMPYCDL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(CMPYCDI) TO DEPT-COMPANY-CODE
           END-IF.

      *    A NONZERO PARENT MUST BE A REAL DEPARTMENT ON FILE SO A
      *    BOGUS DIVISION ID CAN BE REJECTED BELOW.
           PERFORM 2155-VALIDATE-PARENT-DEPARTMENT.
      *    BELOW.
           PERFORM 2157-VALIDATE-MANAGER-EMPLOYEE.

      *    A NON-BLANK COMPANY CODE MUST BE A LEGAL ENTITY ON FILE -
      *    AND AN ACTIVE ONE FOR A NEW DEPARTMENT - SO PAYROLL NEVER
      *    ROUTES A DEPARTMENT TO A BUREAU THAT ISN'T THERE.
           PERFORM 2158-VALIDATE-COMPANY-CODE.

      *    WHEN THE OPERATOR IS RETIRING THE DEPARTMENT, MAKE SURE NO
      *    ACTIVE EMPLOYEES ARE STILL ASSIGNED TO IT SO THE RETIREMENT
      *    CAN BE REFUSED BELOW.
      -              'epartment!'
                   TO WS-MESSAGE
                MOVE -1 TO MGRIDL
           WHEN ENTITY-NOT-FOUND
                MOVE 'Validation Error: Company Code not on the Entity
      -              ' Table (see EENT)!'
                   TO WS-MESSAGE
                MOVE -1 TO CMPYCDL
           WHEN ENTITY-INACTIVE
                MOVE 'Validation Error: Company Code is Inactive - Not
      -              ' allowed on a New Department!'
                   TO WS-MESSAGE
                MOVE -1 TO CMPYCDL
           WHEN DEPT-RETIRED AND DEPT-HAS-ACTIVE-EMPLOYEES
                MOVE 'Validation Error: Department Still Has Active Em
      -              'ployees - Cannot Retire!'
              END-EVALUATE
           END-IF.

       2158-VALIDATE-COMPANY-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2158-VALIDATE-COMPANY-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AN EXISTING DEPARTMENT MAY STAY IN AN ENTITY THAT HAS SINCE
      *    GONE INACTIVE (ITS EXTRACT STILL RUNS UNTIL IT MOVES) - ONLY
      *    A NEW DEPARTMENT IS REFUSED ONE.
           SET ENTITY-OK TO TRUE.

           IF DEPT-COMPANY-CODE IS NOT EQUAL TO SPACES THEN
              MOVE DEPT-COMPANY-CODE TO ENT-COMPANY-CODE
              EXEC CICS READ
                   FILE(APP-ENTITY-FILE-NAME)
                   INTO (LEGAL-ENTITY-RECORD)
                   RIDFLD(ENT-COMPANY-CODE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EVALUATE TRUE
              WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   SET ENTITY-NOT-FOUND TO TRUE
              WHEN ENT-INACTIVE AND DPA-ADDING-NEW-DEPT
                   SET ENTITY-INACTIVE TO TRUE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

       2160-CHECK-FOR-ACTIVE-EMPLOYEES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-CHECK-FOR-ACTIVE-EMPLOYEES' TO WS-DEBUG-AID.
              MOVE DEPT-COST-CENTER TO COSTCO
              MOVE DEPT-MANAGER-EMPLOYEE-ID TO MGRIDO
              MOVE DEPT-AUTHORIZED-HEADCOUNT TO AUTHHCO
              MOVE DEPT-COMPANY-CODE TO CMPYCDO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
