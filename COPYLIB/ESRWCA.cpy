      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE RETURN-TO-WORK ITEM PROGRAM (ESRWCP -
      *        SEE ESRWITM.CPY), LINKED WITH LENGTH OF RTW-ITEM-COMMAREA
      *        STRAIGHT AFTER THE ABSENCE WRITE, REWRITE OR DELETE, SO
      *        THE ITEM MOVES IN THE SAME UNIT OF WORK.
      *      - OPEN: PASS THE SICK ABSENCE'S KEY, DATES AND DAYS - A NEW
      *        ITEM IS OPENED FOR THE MANAGER, OR AN OPEN ONE REFRESHED.
      *      - WITHDRAW: PASS THE ABSENCE KEY - AN OPEN ITEM IS REMOVED
      *        (THE SPELL WAS CANCELLED OR IS NO LONGER SICKNESS). NO
      *        ITEM ON FILE IS NOT AN ERROR.
      ******************************************************************
       01 RTW-ITEM-COMMAREA.
          05 RWA-REQUEST-TYPE          PIC X(1).
             88 RWA-OPEN                        VALUE 'O'.
             88 RWA-WITHDRAW                    VALUE 'W'.
          05 RWA-RETURN-CODE           PIC X(1).
             88 RWA-REQUEST-OK                  VALUE '0'.
             88 RWA-REQUEST-FAILED              VALUE '9'.
          05 RWA-ABSENCE-KEY.
             10 RWA-EMPLOYEE-ID        PIC 9(8).
             10 RWA-ABSENCE-TIMESTAMP  PIC X(14).
          05 RWA-SICK-START-DATE       PIC X(8).
          05 RWA-SICK-END-DATE         PIC X(8).
          05 RWA-DAYS-TAKEN            PIC 9(2)V9.
