      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE ABSENCE-TYPE LOOKUP PROGRAM (EABTCP -
      *        SEE EABSTYP.CPY), LINKED WITH LENGTH OF
      *        ABS-TYPE-LOOKUP-COMMAREA.
      *      - PASS THE CODE; THE TYPE ROW COMES BACK IN ATL-TYPE-RECORD
      *        (MOVED BY THE CALLER TO ABSENCE-TYPE-RECORD) WITH:
      *          '0' ACTIVE TYPE.
      *          '1' INACTIVE TYPE - THE ROW IS STILL RETURNED, SO
      *              ABSENCES ALREADY ON FILE KEEP THEIR BEHAVIOUR;
      *              NEW ENTRY REFUSES IT.
      *          '9' UNKNOWN CODE - THE ROW COMES BACK AS SPACES, SO
      *              EVERY FLAG READS AS 'NO'.
      ******************************************************************
       01 ABS-TYPE-LOOKUP-COMMAREA.
          05 ATL-TYPE-CODE             PIC X(1).
          05 ATL-RETURN-CODE           PIC X(1).
             88 ATL-TYPE-FOUND                  VALUE '0'.
             88 ATL-TYPE-INACTIVE               VALUE '1'.
             88 ATL-TYPE-UNKNOWN                VALUE '9'.
          05 ATL-TYPE-RECORD           PIC X(40).
