      *
          05 DEPT-AUTHORIZED-HEADCOUNT
                                     PIC 9(5).
      *
      *    THE LEGAL ENTITY (COMPANY CODE, SEE ELGLENT.CPY) THE
      *    DEPARTMENT BELONGS TO - MAINTAINED ON EDEPADM, WHICH
      *    VALIDATES IT AGAINST THE ENTITY TABLE. EPAYXP AND EGLALCP
      *    SPLIT THEIR OUTPUT ONE QUEUE PER ENTITY BY IT, AND EDRPTP
      *    AND EHDSNP BREAK THEIR TOTALS ON IT. SPACES MEAN THE HOME
      *    COMPANY (APP-HOME-COMPANY-CODE) SO EVERY RECORD LOADED
      *    BEFORE THIS FIELD EXISTED STAYS WHERE IT ALWAYS WAS.
      *
          05 DEPT-COMPANY-CODE      PIC X(4).
