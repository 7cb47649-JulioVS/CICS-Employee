      *        EPRMADM INSTEAD OF A CODE CHANGE AND A COMPILE.
      *      - FUNCTION CODES IN USE: ADDEMP, UPDEMP, DELEMP,
      *        MAINTAIN (MENU KEYS), PENDAPPR, COMPENTR, ABSENTRY,
      *        MERGEEMP, AUDQUERY, PAYRPT, CASENOTE, CASEFILE,
      *        INCIDENT, OTAPPRV, PAYHIST, RTWINTV, OBJMAINT, KPIVIEW,
      *        BANKAPPR, ACCRECRT, EMPINQ.
      ******************************************************************
       01 PERMISSION-MATRIX-RECORD.
          05 PRM-PERM-KEY.
