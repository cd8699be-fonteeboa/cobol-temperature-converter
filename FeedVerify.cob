       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 51 TO 78 CHARACTERS.
       01  VERIFY-INPUT-RECORD.
           05 VIN-RECORD-TYPE         PIC X(1).
           05 VIN-RECORD-BODY         PIC X(77).
           05 VIN-HEADER-FIELDS REDEFINES VIN-RECORD-BODY.
               10 VIN-RUN-DATE        PIC X(8).
               10 VIN-SOURCE-SYSTEM   PIC X(8).
               10 FILLER              PIC X(61).
           05 VIN-TRAILER-FIELDS REDEFINES VIN-RECORD-BODY.
               10 VIN-TRAILER-COUNT   PIC X(9).
               10 VIN-HASH-TOTAL      PIC X(16).
               10 FILLER              PIC X(52).

       FD  VERIFY-PARM-FILE.
       01  VERIFY-PARM-RECORD.
               END-READ
               CLOSE VERIFY-PARM-FILE
           END-IF
           IF WS-VALUE-COLUMN < 2 OR WS-VALUE-COLUMN > 77
               MOVE 24 TO WS-VALUE-COLUMN
           END-IF
           IF WS-VALUE-LENGTH < 1 OR WS-VALUE-LENGTH > 16
               MOVE 10 TO WS-VALUE-LENGTH
           END-IF
           IF WS-VALUE-COLUMN + WS-VALUE-LENGTH > 79
               MOVE 24 TO WS-VALUE-COLUMN
               MOVE 10 TO WS-VALUE-LENGTH
           END-IF.
