      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMPLOYEE INQUIRY SERVICE RESPONSE CONTAINER.
      *      - PUT BACK ON APP-EMPINQ-CHANNEL-NAME BY EINQSP FOR EVERY
      *        CALL, WHATEVER THE OUTCOME - THE CALLER TESTS THE
      *        RETURN CODE FIRST; THE SUMMARY IS ONLY FILLED IN ON A
      *        '00' OR '04'.
      *      - THE EXTERNAL ID IS ALWAYS MASKED TO ITS LAST FOUR
      *        CHARACTERS, AS ON EVERY INQUIRY SCREEN.
      *      - THE MANAGER IS THE REPORTS-TO SUPERVISOR WHERE ONE IS
      *        RECORDED, OTHERWISE THE DEPARTMENT MANAGER.
      ******************************************************************
       01 EMPLOYEE-INQUIRY-RESPONSE.
          05 EIR-RETURN-CODE        PIC X(2).
             88 EIR-FOUND                   VALUE '00'.
             88 EIR-FOUND-NOT-UNIQUE        VALUE '04'.
             88 EIR-NOT-FOUND               VALUE '08'.
             88 EIR-ACCESS-DENIED           VALUE '12'.
             88 EIR-INVALID-REQUEST         VALUE '16'.
             88 EIR-SERVICE-ERROR           VALUE '20'.
          05 EIR-MESSAGE            PIC X(79).
          05 EIR-EMPLOYEE-SUMMARY.
             10 EIR-EMPLOYEE-ID     PIC 9(8).
             10 EIR-PRIMARY-NAME    PIC X(38).
             10 EIR-HONORIFIC       PIC X(6).
             10 EIR-JOB-TITLE       PIC X(29).
             10 EIR-MASKED-EXTERNAL-ID
                                    PIC X(12).
             10 EIR-DEPARTMENT-ID   PIC 9(8).
             10 EIR-DEPARTMENT-NAME PIC X(30).
             10 EIR-MANAGER-ID      PIC 9(8).
             10 EIR-MANAGER-NAME    PIC X(38).
             10 EIR-LOCATION-CODE   PIC X(6).
             10 EIR-LOCATION-NAME   PIC X(30).
             10 EIR-ACTIVE-STATUS   PIC X(1).
                88 EIR-EMPLOYEE-ACTIVE      VALUE 'A'.
                88 EIR-EMPLOYEE-LEFT        VALUE 'L'.
                88 EIR-EMPLOYEE-DELETED     VALUE 'D'.
                88 EIR-EMPLOYEE-MERGED      VALUE 'M'.
             10 EIR-END-DATE        PIC X(8).
