             88 ADD-UC-ADMINISTRATOR         VALUE 'ADM'.
             88 ADD-UC-MANAGER               VALUE 'MGR'.
             88 ADD-UC-STANDARD               VALUE 'STD'.
          05 ADD-EMPLOYEE-RECORD    PIC X(263).
      *
      *    WHEN THE EXTERNAL-ID UNIQUENESS CHECK MATCHES A SOFT-
      *    DELETED OR END-DATED RECORD, THE MATCH IS REMEMBERED HERE
          05 ADD-REHIRE-CANDIDATE-ID
                                    PIC 9(8).
          05 ADD-REHIRE-ORIG-START  PIC X(8).
      *
      *    THE RIGHT-TO-WORK DOCUMENT KEYED ALONGSIDE THE HIRE (SEE
      *    ERTWDOC.CPY) - WRITTEN TO ERTWDOC ONCE THE MASTER WRITE,
      *    OR THE REHIRE REWRITE, HAS GONE THROUGH.
      *
          05 ADD-RTW-DOCUMENT-RECORD
                                    PIC X(80).
      *
      *    THE APPLICANT (SEE EAPLCNT.CPY) THIS ADD WAS PRE-FILLED FROM
      *    WHEN EAPLP HANDED IT OVER - STAMPED WITH THE NEW EMPLOYEE
      *    ID ONCE THE HIRE IS WRITTEN. SPACES FOR AN ORDINARY ADD.
      *
          05 ADD-APPLICANT-KEY      PIC X(16).
