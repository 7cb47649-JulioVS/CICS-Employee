      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - LEAVING-REASON CODE TABLE RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY LRS-REASON-CODE (APP-EXITRSN-FILE-NAME).
      *      - EACH REASON IS CLASSIFIED VOLUNTARY (THE EMPLOYEE CHOSE
      *        TO GO - RESIGNATION, RETIREMENT, RELOCATION) OR
      *        INVOLUNTARY (THE COMPANY ENDED IT - DISMISSAL,
      *        REDUNDANCY, END OF CONTRACT). THE CATEGORY IS COPIED
      *        ONTO THE EXIT RECORD WHEN IT IS CAPTURED, SO A LATER
      *        RECLASSIFICATION DOES NOT REWRITE HISTORY.
      *      - VALIDATED ON EUPDP WHEN AN END DATE IS ENTERED;
      *        MAINTAINED ON EXRSADM.
      ******************************************************************
       01 LEAVING-REASON-RECORD.
          05 LRS-REASON-CODE        PIC X(4).
          05 LRS-REASON-DESC        PIC X(30).
          05 LRS-CATEGORY           PIC X(1).
             88 LRS-VOLUNTARY               VALUE 'V'.
             88 LRS-INVOLUNTARY             VALUE 'I'.
             88 LRS-CATEGORY-VALID          VALUE 'V' 'I'.
      *
      *    AN INACTIVE CODE STAYS ON FILE (EXISTING EXIT RECORDS STILL
      *    CARRY IT) BUT IS REFUSED ON NEW ENTRY.
      *
          05 LRS-STATUS             PIC X(1).
             88 LRS-ACTIVE                  VALUE 'A' SPACE.
             88 LRS-INACTIVE                VALUE 'I'.
