      *      - MAINTAINED ON ECOMPP (ADMINISTRATORS ONLY); PICKED UP
      *        BY EPAYXP INTO THE PAYROLL EXTRACT DETAIL SO PAYROLL
      *        STOPS KEEPING A PARALLEL SALARY FILE.
      *      - CMP-RUN-ID CARRIES THE ESALRVP RUN ID ON AN ANNUAL
      *        REVIEW RECORD (SPACES OTHERWISE), SO EREVRP CAN TAKE A
      *        WRONG PAY ROUND BACK OUT.
      *      - CMP-ENTERED-TIMESTAMP IS WHEN THE RECORD WAS LAST KEYED
      *        (OR RELEASED), AS OPPOSED TO WHEN IT TAKES EFFECT, SO
      *        ECUTRP CAN LIST THE CHANGES MADE SINCE THE LAST PAYROLL
      *        CUT-OFF, BACKDATED ONES INCLUDED.
      ******************************************************************
       01 COMPENSATION-RECORD.
          05 CMP-COMP-KEY.
          05 CMP-PAY-GRADE             PIC X(4).
          05 CMP-CHANGE-REASON         PIC X(20).
          05 CMP-ENTERED-BY-USER-ID    PIC X(8).
          05 CMP-RUN-ID                PIC X(16).
          05 CMP-ENTERED-TIMESTAMP     PIC X(14).
