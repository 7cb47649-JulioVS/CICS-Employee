      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - COMM-AREA FOR THE FIELD CIPHER PROGRAM (ECIPHP),
      *        LINKED WITH LENGTH OF FIELD-CIPHER-COMMAREA.
      *      - ENCIPHER: PASS THE FIELD TYPE AND THE CLEAR VALUE, GET
      *        BACK THE ENCIPHERED VALUE AND, IN FCA-KEY-VERSION, THE
      *        VERSION TO STORE BESIDE IT.
      *      - DECIPHER: PASS THE FIELD TYPE, THE STORED VALUE AND
      *        THE STORED KEY VERSION. A VERSION OF SPACES IS A VALUE
      *        NEVER ENCIPHERED, AND COMES BACK AS IT WENT IN.
      *      - THE VALUE IS LEFT-ALIGNED IN FCA-FIELD-VALUE; AN
      *        EXTERNAL ID USES ITS FIRST 12 CHARACTERS.
      ******************************************************************
       01 FIELD-CIPHER-COMMAREA.
          05 FCA-REQUEST-TYPE          PIC X(1).
             88 FCA-ENCIPHER                    VALUE 'E'.
             88 FCA-DECIPHER                    VALUE 'D'.
          05 FCA-RETURN-CODE           PIC X(1).
             88 FCA-REQUEST-OK                  VALUE '0'.
             88 FCA-KEY-NOT-AVAILABLE           VALUE '8'.
             88 FCA-REQUEST-FAILED              VALUE '9'.
          05 FCA-FIELD-TYPE            PIC X(1).
             88 FCA-ACCOUNT-NUMBER              VALUE 'A'.
             88 FCA-EXTERNAL-ID                 VALUE 'X'.
          05 FCA-KEY-VERSION           PIC X(1).
          05 FCA-FIELD-VALUE           PIC X(17).
