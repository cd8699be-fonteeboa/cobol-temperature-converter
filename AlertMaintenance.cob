           05 AMR-ACK-DATE            PIC X(8).
           05 AMR-CLOSE-DATE          PIC X(8).
           05 AMR-RESOLUTION          PIC X(4).
           05 AMR-ESCALATED           PIC X(1).

       WORKING-STORAGE SECTION.

               10 WS-AL-ACK-DATE      PIC X(8).
               10 WS-AL-CLOSE-DATE    PIC X(8).
               10 WS-AL-RESOLUTION    PIC X(4).
               10 WS-AL-ESCALATED     PIC X(1).
       01 WS-ALERT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ALERT-SUB            PIC 9(4) VALUE ZERO.
       01 WS-ALERT-FOUND          PIC X VALUE 'N'.
               TO WS-AL-ACK-INITIALS (WS-ALERT-COUNT)
           MOVE AMR-ACK-DATE TO WS-AL-ACK-DATE (WS-ALERT-COUNT)
           MOVE AMR-CLOSE-DATE TO WS-AL-CLOSE-DATE (WS-ALERT-COUNT)
           MOVE AMR-RESOLUTION TO WS-AL-RESOLUTION (WS-ALERT-COUNT)
           MOVE AMR-ESCALATED TO WS-AL-ESCALATED (WS-ALERT-COUNT).

       SAVE-ALERT-MASTER.
           OPEN OUTPUT ALERT-MASTER-FILE
                       TO AMR-CLOSE-DATE
                   MOVE WS-AL-RESOLUTION (WS-ALERT-SUB)
                       TO AMR-RESOLUTION
                   MOVE WS-AL-ESCALATED (WS-ALERT-SUB)
                       TO AMR-ESCALATED
                   WRITE ALERT-MASTER-RECORD
                   ADD 1 TO WS-ALERT-SUB
               END-PERFORM
               " Breached: " WS-AL-LIMIT-BREACHED (WS-ALERT-SUB)
               " Value: " WS-AL-CELSIUS-VALUE (WS-ALERT-SUB)
               " Limit: " WS-AL-LIMIT-VALUE (WS-ALERT-SUB)
           IF WS-AL-ESCALATED (WS-ALERT-SUB) = 'Y'
               DISPLAY "Escalated    : WARNING REPEATED PAST THE "
                   "ESCALATION LIMIT"
           END-IF
           EVALUATE WS-AL-STATUS (WS-ALERT-SUB)
               WHEN 'O'
                   DISPLAY "Status       : OPEN"
