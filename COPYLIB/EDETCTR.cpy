             88 DET-END-OF-FILE             VALUE 'E'.
             88 DET-RECORD-FOUND            VALUE 'R'.
             88 DET-NOT-SET                 VALUE SPACE.
          05 DET-EMPLOYEE-RECORD    PIC X(263).
      *
      *    WHERE THE CONVERSATION CAME FROM - A DETAIL OPENED BY A
      *    ROW SELECTION ON ELISTP (OR ON ESKSP'S SKILLS SEARCH)
      *    EXITS BACK TO THAT SCREEN (WHICH RESUMES ITS SAVED PAGE)
      *    INSTEAD OF TO CICS.
      *
          05 DET-ORIGIN-FLAG        PIC X(1).
             88 DET-CAME-FROM-LIST          VALUE 'L'.
             88 DET-CAME-FROM-SKILL-SEARCH  VALUE 'S'.
             88 DET-OPENED-DIRECTLY         VALUE SPACE.
