           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO ADQ-USER-CATEGORY.

      *    COMPLIANCE REVIEWS ARE RESTRICTED TO ADMINISTRATORS.
           MOVE 'AUDQUERY' TO WS-PERM-FUNCTION.
           MOVE ADQ-USER-CATEGORY TO WS-PERM-USER-TYPE.
                MOVE 'MERGED' TO WS-EVENT-ACTION-TEXT
           WHEN AUD-ACTION-UNMASK
                MOVE 'ID VIEWED' TO WS-EVENT-ACTION-TEXT
           WHEN AUD-ACTION-RECHAIN
                MOVE 'RESEALED' TO WS-EVENT-ACTION-TEXT
           WHEN OTHER
                MOVE '(UNKNOWN)' TO WS-EVENT-ACTION-TEXT
           END-EVALUATE.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
