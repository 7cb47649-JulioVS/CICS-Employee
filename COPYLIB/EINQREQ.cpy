      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMPLOYEE INQUIRY SERVICE REQUEST CONTAINER.
      *      - PUT ON APP-EMPINQ-CHANNEL-NAME BY ANOTHER CICS
      *        APPLICATION (FACILITIES BOOKING, IT SERVICE DESK ...)
      *        BEFORE IT LINKS TO EINQSP; THE ANSWER COMES BACK IN
      *        THE RESPONSE CONTAINER ON THE SAME CHANNEL (SEE
      *        EINQRSP.CPY).
      *      - EIQ-CALLER-ID NAMES THE CALLING APPLICATION. IT MUST BE
      *        REGISTERED ON EREGUSR AS AN ACTIVE SIGN-ON OF ITS OWN -
      *        ITS USER TYPE IS THE ROLE THE EPERMTX CHECK AND THE
      *        MASKING RULES ARE APPLIED FOR, EXACTLY AS FOR A PERSON
      *        ON THE SCREENS, AND ITS CALLS ARE TALLIED UNDER THAT ID
      *        IN THE USAGE STATISTICS.
      *      - SEARCH BY EMPLOYEE ID (NUMERIC, LEFT-ALIGNED), BY
      *        EXTERNAL ID (ADMINISTRATOR AND MANAGER ROLES ONLY, AND
      *        LOGGED LIKE AN UNMASK - SAME AS EVIEWP) OR BY PRIMARY
      *        NAME (EXACT MATCH ON THE NAME PATH).
      ******************************************************************
       01 EMPLOYEE-INQUIRY-REQUEST.
          05 EIQ-CALLER-ID          PIC X(8).
          05 EIQ-SEARCH-TYPE        PIC X(1).
             88 EIQ-BY-EMPLOYEE-ID          VALUE 'I'.
             88 EIQ-BY-EXTERNAL-ID          VALUE 'X'.
             88 EIQ-BY-NAME                 VALUE 'N'.
          05 EIQ-SEARCH-VALUE       PIC X(38).
