               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-PARM-STATUS.

           SELECT REPLACEMENT-FILE ASSIGN TO "SENSRPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLACEMENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  TREND-PARM-RECORD.
           05 TPR-DRIFT-LIMIT         PIC X(10).

       FD  REPLACEMENT-FILE.
       01  REPLACEMENT-RECORD.
           05 RPL-OLD-SENSOR-ID       PIC X(10).
           05 RPL-NEW-SENSOR-ID       PIC X(10).
           05 RPL-REPLACED-DATE       PIC X(8).
           05 RPL-REPLACED-TIME       PIC X(6).
           05 RPL-OPERATOR-ID         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(80).

       01 WS-HISTORY-STATUS       PIC XX.
       01 WS-TREND-PARM-STATUS    PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-REPLACEMENT-STATUS   PIC XX.
       01 WS-END-OF-REPLACEMENTS  PIC X VALUE 'N'.
       01 WS-END-OF-HISTORY       PIC X VALUE 'N'.

       01 WS-DRIFT-LIMIT          PIC S9(5)V999 VALUE 5.00.
       01 WS-TREND-SUB            PIC 9(4) VALUE ZERO.
       01 WS-TREND-FOUND          PIC X VALUE 'N'.

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
       01 WS-AVG-7DAY             PIC S9(5)V999 VALUE ZERO.
           05 WS-TL-FLAG              PIC X(8).
           05 FILLER                  PIC X(12) VALUE SPACES.

       01 WS-REPLACED-LINE.
           05 FILLER                  PIC X(12) VALUE "  REPLACES: ".
           05 WS-RL-OLD-SENSOR-ID     PIC X(10).
           05 FILLER                  PIC X(13)
               VALUE " REPLACED ON ".
           05 WS-RL-REPLACED-DATE     PIC X(8).
           05 FILLER                  PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           PERFORM LOAD-TREND-PARAMETERS
           PERFORM LOAD-REPLACEMENTS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-ASOF-DATE-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
                   (FUNCTION NUMVAL(SHR-RUN-DATE))
               MOVE FUNCTION NUMVAL(SHR-AVG) TO WS-DAILY-AVG
               IF WS-DAYS-AGO >= ZERO AND WS-DAYS-AGO < 30
                   MOVE SHR-SENSOR-ID TO WS-HISTORY-SENSOR-ID
                   PERFORM FOLLOW-REPLACEMENTS
                   PERFORM LOOKUP-TREND-SENSOR
                   IF WS-TREND-FOUND = 'Y'
                       PERFORM ADD-TO-TREND-BUCKETS
           MOVE 1 TO WS-TREND-SUB
           PERFORM UNTIL WS-TREND-FOUND = 'Y'
                   OR WS-TREND-SUB > WS-TREND-COUNT
               IF WS-TR-SENSOR-ID (WS-TREND-SUB)
                       = WS-HISTORY-SENSOR-ID
                   MOVE 'Y' TO WS-TREND-FOUND
               ELSE
                   ADD 1 TO WS-TREND-SUB
               IF WS-TREND-COUNT < 500
                   ADD 1 TO WS-TREND-COUNT
                   MOVE WS-TREND-COUNT TO WS-TREND-SUB
                   MOVE WS-HISTORY-SENSOR-ID
                       TO WS-TR-SENSOR-ID (WS-TREND-SUB)
                   MOVE ZERO TO WS-TR-DAYS7-COUNT (WS-TREND-SUB)
                   MOVE ZERO TO WS-TR-DAYS7-SUM (WS-TREND-SUB)
                   MOVE 'Y' TO WS-TREND-FOUND
               ELSE
                   DISPLAY "Trend table full - sensor ignored: "
                       WS-HISTORY-SENSOR-ID
               END-IF
           END-IF.

           MOVE WS-AVG-30DAY TO WS-TL-AVG-30DAY
           MOVE WS-AVG-DRIFT TO WS-TL-DRIFT
           MOVE WS-TREND-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-REPLACED-SENSORS.

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
               IF WS-HISTORY-SENSOR-ID = WS-TR-SENSOR-ID (WS-TREND-SUB)
                   MOVE WS-RP-OLD-SENSOR-ID (WS-REPLACEMENT-SUB)
                       TO WS-RL-OLD-SENSOR-ID
                   MOVE WS-RP-REPLACED-DATE (WS-REPLACEMENT-SUB)
                       TO WS-RL-REPLACED-DATE
                   MOVE WS-REPLACED-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO WS-REPLACEMENT-SUB
           END-PERFORM.
