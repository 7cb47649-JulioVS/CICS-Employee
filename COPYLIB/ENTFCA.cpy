      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE NOTIFICATION OUTBOX WRITER (ENTFCP -
      *        SEE ENTFOBX.CPY), LINKED WITH LENGTH OF NOTIFY-COMMAREA
      *        BY ANY PROGRAM THAT WANTS A PERSON TOLD SOMETHING.
      *      - PASS THE RECIPIENT EMPLOYEE, THE TEMPLATE ID (ONE OF
      *        THE APP-NTF-* CONSTANTS) AND UP TO THREE SUBSTITUTION
      *        VALUES, WITH THE CALLING PROGRAM'S NAME. THE MESSAGE IS
      *        QUEUED, NOT SENT - ADDRESSES AND OPT-OUTS ARE RESOLVED
      *        LATER BY THE DISPATCHER.
      *      - A FAILURE IS ONLY REPORTED BACK; THE CALLER'S OWN WORK
      *        IS NEVER UNDONE FOR THE SAKE OF A NOTIFICATION.
      ******************************************************************
       01 NOTIFY-COMMAREA.
          05 NTA-RETURN-CODE           PIC X(1).
             88 NTA-REQUEST-OK                  VALUE '0'.
             88 NTA-REQUEST-FAILED              VALUE '9'.
          05 NTA-RECIPIENT-ID          PIC 9(8).
          05 NTA-TEMPLATE-ID           PIC X(8).
          05 NTA-VALUE-1               PIC X(30).
          05 NTA-VALUE-2               PIC X(30).
          05 NTA-VALUE-3               PIC X(30).
          05 NTA-SOURCE-PROGRAM        PIC X(8).
