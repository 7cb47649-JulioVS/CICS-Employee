          05 RQA-MODE-FLAG            PIC X(1).
             88 RQA-ADDING-NEW-REQ          VALUE 'A'.
             88 RQA-EDITING-EXISTING-REQ    VALUE 'E'.
          05 RQA-REQUISITION-RECORD   PIC X(41).
