      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - LEGAL NAME-CHANGE HISTORY RECORD LAYOUT (VSAM KSDS).
      *      - KEYED BY NMH-HISTORY-KEY (APP-NAME-HISTORY-FILE-NAME),
      *        A COMPOUND KEY OF EMP-EMPLOYEE-ID + A 14-CHARACTER
      *        DATE/TIME TIMESTAMP - SAME SHAPE AS THE APPRAISAL AND
      *        TRANSFER HISTORY FILES.
      *      - WRITTEN BY EUPDP WHENEVER A SAVE CHANGES THE PRIMARY
      *        NAME (MARRIAGE, DEED POLL ...), AND BY EPENDP WHEN IT
      *        APPLIES A STANDARD USER'S PARKED NAME CHANGE, SO THE
      *        OLD NAME IS NOT SIMPLY LOST IN THE OVERWRITE.
      *      - TWO NON-UNIQUE ALTERNATE INDEX PATHS:
      *          APP-NAME-HISTORY-PATH-NAME - NMH-PREVIOUS-NAME
      *          APP-NAME-HISTORY-PHON-PATH-NAME - NMH-PREVIOUS-
      *                                            PHONETIC-KEY
      *        BROWSED BY EVIEWP SO A SEARCH ON A FORMER NAME STILL
      *        FINDS THE EMPLOYEE. ETIMLP AND EDOSSP LIST THE HISTORY.
      ******************************************************************
       01 NAME-HISTORY-RECORD.
          05 NMH-HISTORY-KEY.
             10 NMH-EMPLOYEE-ID        PIC 9(8).
             10 NMH-CHANGE-TIMESTAMP.
                15 NMH-CHANGE-DATE     PIC X(8).
                15 NMH-CHANGE-TIME     PIC X(6).
          05 NMH-PREVIOUS-NAME         PIC X(38).
      *
      *    SOUNDEX OF THE PREVIOUS NAME - BUILT THE SAME WAY AS
      *    EMP-PHONETIC-KEY ON THE EMPLOYEE MASTER.
      *
          05 NMH-PREVIOUS-PHONETIC-KEY PIC X(4).
          05 NMH-NEW-NAME              PIC X(38).
          05 NMH-EFFECTIVE-DATE        PIC X(8).
          05 NMH-REASON-CODE           PIC X(1).
             88 NMH-REASON-MARRIAGE            VALUE 'M'.
             88 NMH-REASON-DIVORCE             VALUE 'D'.
             88 NMH-REASON-DEED-POLL           VALUE 'P'.
             88 NMH-REASON-OTHER               VALUE 'O'.
             88 NMH-REASON-VALID               VALUE 'M' 'D' 'P' 'O'.
          05 NMH-CHANGED-BY-USER-ID    PIC X(8).
