               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-PARM-STATUS.

           SELECT REPLACEMENT-FILE ASSIGN TO "SENSRPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLACEMENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SHFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  SHIFT-PARM-RECORD.
           05 SPR-DIVERGE-MARGIN      PIC X(10).

       FD  REPLACEMENT-FILE.
       01  REPLACEMENT-RECORD.
           05 RPL-OLD-SENSOR-ID       PIC X(10).
           05 RPL-NEW-SENSOR-ID       PIC X(10).
           05 RPL-REPLACED-DATE       PIC X(8).
           05 RPL-REPLACED-TIME       PIC X(6).
           05 RPL-OPERATOR-ID         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(100).

       01 WS-SHIFT-HISTORY-STATUS PIC XX.
       01 WS-SHIFT-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-REPLACEMENT-STATUS   PIC XX.
       01 WS-END-OF-REPLACEMENTS  PIC X VALUE 'N'.
       01 WS-END-OF-HISTORY       PIC X VALUE 'N'.

       01 WS-DIVERGE-MARGIN       PIC S9(5)V999 VALUE 5.00.
       01 WS-OTHER-SUB            PIC 9(1) VALUE ZERO.
       01 WS-SHIFT-FOUND          PIC X VALUE 'N'.

       01 WS-REPLACEMENT-TABLE.
           05 WS-RP-ENTRY OCCURS 500 TIMES.
               10 WS-RP-OLD-SENSOR-ID PIC X(10).
               10 WS-RP-NEW-SENSOR-ID PIC X(10).
               10 WS-RP-REPLACED-DATE PIC X(8).
       01 WS-REPLACEMENT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-REPLACEMENT-SUB      PIC 9(4) VALUE ZERO.
       01 WS-LINK-SUB             PIC 9(4) VALUE ZERO.
       01 WS-LINK-FOUND           PIC X VALUE 'N'.
       01 WS-LINK-DEPTH           PIC 9(2) VALUE ZERO.
       01 WS-HISTORY-SENSOR-ID    PIC X(10) VALUE SPACES.

       01 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-SENSORS-FLAGGED      PIC 9(4) VALUE ZERO.
       01 WS-SENSOR-FLAGGED       PIC X VALUE 'N'.
           05 WS-SL-FLAG              PIC X(8).
           05 FILLER                  PIC X(25) VALUE SPACES.

       01 WS-REPLACED-LINE.
           05 FILLER                  PIC X(12) VALUE "  REPLACES: ".
           05 WS-RL-OLD-SENSOR-ID     PIC X(10).
           05 FILLER                  PIC X(13)
               VALUE " REPLACED ON ".
           05 WS-RL-REPLACED-DATE     PIC X(8).
           05 FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           PERFORM LOAD-SHIFT-PARAMETERS
           PERFORM LOAD-REPLACEMENTS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-ASOF-DATE-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
                   FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SFH-RUN-DATE))
               IF WS-DAYS-AGO >= ZERO AND WS-DAYS-AGO < 7
                   MOVE SFH-SENSOR-ID TO WS-HISTORY-SENSOR-ID
                   PERFORM FOLLOW-REPLACEMENTS
                   PERFORM LOOKUP-SHIFT-SENSOR
                   IF WS-SHIFT-FOUND = 'Y'
                       PERFORM ADD-TO-SHIFT-BUCKET
           MOVE 1 TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-FOUND = 'Y'
                   OR WS-SHIFT-SUB > WS-SHIFT-COUNT
               IF WS-SH-SENSOR-ID (WS-SHIFT-SUB)
                       = WS-HISTORY-SENSOR-ID
                   MOVE 'Y' TO WS-SHIFT-FOUND
               ELSE
                   ADD 1 TO WS-SHIFT-SUB
               IF WS-SHIFT-COUNT < 2000
                   ADD 1 TO WS-SHIFT-COUNT
                   MOVE WS-SHIFT-COUNT TO WS-SHIFT-SUB
                   MOVE WS-HISTORY-SENSOR-ID
                       TO WS-SH-SENSOR-ID (WS-SHIFT-SUB)
                   MOVE 1 TO WS-BUCKET-SUB
                   PERFORM UNTIL WS-BUCKET-SUB > 3
                   MOVE 'Y' TO WS-SHIFT-FOUND
               ELSE
                   DISPLAY "Shift table full - sensor ignored: "
                       WS-HISTORY-SENSOR-ID
               END-IF
           END-IF.

               END-IF
               ADD 1 TO WS-BUCKET-SUB
           END-PERFORM
           PERFORM PRINT-REPLACED-SENSORS
           IF WS-SENSOR-FLAGGED = 'Y'
               ADD 1 TO WS-SENSORS-FLAGGED
           END-IF.
           END-IF
           MOVE WS-SHIFT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       LOAD-REPLACEMENTS.
           MOVE ZERO TO WS-REPLACEMENT-COUNT
           OPEN INPUT REPLACEMENT-FILE
           IF WS-REPLACEMENT-STATUS = '00'
               PERFORM UNTIL WS-END-OF-REPLACEMENTS = 'Y'
                   READ REPLACEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-REPLACEMENTS
                       NOT AT END
                           IF WS-REPLACEMENT-COUNT < 500
                               ADD 1 TO WS-REPLACEMENT-COUNT
                               MOVE RPL-OLD-SENSOR-ID
                                   TO WS-RP-OLD-SENSOR-ID
                                   (WS-REPLACEMENT-COUNT)
                               MOVE RPL-NEW-SENSOR-ID
                                   TO WS-RP-NEW-SENSOR-ID
                                   (WS-REPLACEMENT-COUNT)
                               MOVE RPL-REPLACED-DATE
                                   TO WS-RP-REPLACED-DATE
                                   (WS-REPLACEMENT-COUNT)
                           ELSE
                               DISPLAY "Replacement table full - "
                                   "link ignored: " RPL-OLD-SENSOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLACEMENT-FILE
           END-IF.

       FOLLOW-REPLACEMENTS.
           MOVE ZERO TO WS-LINK-DEPTH
           MOVE 'Y' TO WS-LINK-FOUND
           PERFORM UNTIL WS-LINK-FOUND = 'N'
                   OR WS-LINK-DEPTH > 20
               MOVE 'N' TO WS-LINK-FOUND
               MOVE 1 TO WS-LINK-SUB
               PERFORM UNTIL WS-LINK-FOUND = 'Y'
                       OR WS-LINK-SUB > WS-REPLACEMENT-COUNT
                   IF WS-RP-OLD-SENSOR-ID (WS-LINK-SUB)
                           = WS-HISTORY-SENSOR-ID
                       MOVE 'Y' TO WS-LINK-FOUND
                       MOVE WS-RP-NEW-SENSOR-ID (WS-LINK-SUB)
                           TO WS-HISTORY-SENSOR-ID
                       ADD 1 TO WS-LINK-DEPTH
                   ELSE
                       ADD 1 TO WS-LINK-SUB
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-REPLACED-SENSORS.
           MOVE 1 TO WS-REPLACEMENT-SUB
           PERFORM UNTIL WS-REPLACEMENT-SUB > WS-REPLACEMENT-COUNT
               MOVE WS-RP-NEW-SENSOR-ID (WS-REPLACEMENT-SUB)
                   TO WS-HISTORY-SENSOR-ID
               PERFORM FOLLOW-REPLACEMENTS
               IF WS-HISTORY-SENSOR-ID = WS-SH-SENSOR-ID (WS-SHIFT-SUB)
                   MOVE WS-RP-OLD-SENSOR-ID (WS-REPLACEMENT-SUB)
                       TO WS-RL-OLD-SENSOR-ID
                   MOVE WS-RP-REPLACED-DATE (WS-REPLACEMENT-SUB)
                       TO WS-RL-REPLACED-DATE
                   MOVE WS-REPLACED-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO WS-REPLACEMENT-SUB
           END-PERFORM.
