               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT REPLACEMENT-FILE ASSIGN TO "SENSRPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLACEMENT-STATUS.

           SELECT LAST-READING-FILE ASSIGN TO "TEMPLAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-READ-STATUS.

           SELECT ALERT-MASTER-FILE ASSIGN TO "ALRTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-MASTER-STATUS.

           SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
           05 MLR-BEFORE-IMAGE        PIC X(82).
           05 MLR-AFTER-IMAGE         PIC X(82).

       FD  REPLACEMENT-FILE.
       01  REPLACEMENT-RECORD.
           05 RPL-OLD-SENSOR-ID       PIC X(10).
           05 RPL-NEW-SENSOR-ID       PIC X(10).
           05 RPL-REPLACED-DATE       PIC X(8).
           05 RPL-REPLACED-TIME       PIC X(6).
           05 RPL-OPERATOR-ID         PIC X(8).

       FD  LAST-READING-FILE.
       01  LAST-READING-RECORD.
           05 LRR-SENSOR-ID           PIC X(10).
           05 LRR-CELSIUS             PIC X(10).
           05 LRR-CAPTURE-DATE        PIC X(8).
           05 LRR-CAPTURE-TIME        PIC X(6).

       FD  ALERT-MASTER-FILE.
       01  ALERT-MASTER-RECORD.
           05 AMR-ALERT-ID            PIC 9(8).
           05 AMR-SENSOR-ID           PIC X(10).
           05 AMR-RAISED-DATE         PIC X(8).
           05 AMR-LAST-DATE           PIC X(8).
           05 AMR-SEVERITY            PIC X(8).
           05 AMR-LIMIT-BREACHED      PIC X(4).
           05 AMR-CELSIUS-VALUE       PIC X(10).
           05 AMR-LIMIT-VALUE         PIC X(10).
           05 AMR-REPEAT-NIGHTS       PIC 9(3).
           05 AMR-STATUS              PIC X(1).
           05 AMR-ACK-INITIALS        PIC X(3).
           05 AMR-ACK-DATE            PIC X(8).
           05 AMR-CLOSE-DATE          PIC X(8).
           05 AMR-RESOLUTION          PIC X(4).
           05 AMR-ESCALATED           PIC X(1).

       FD  SUSPENSE-MASTER-FILE.
       01  SUSPENSE-MASTER-RECORD.
           05 SUS-SENSOR-ID           PIC X(10).
           05 SUS-CAPTURE-DATE        PIC X(8).
           05 SUS-CAPTURE-TIME        PIC X(6).
           05 SUS-SOURCE-SCALE        PIC X(1).
           05 SUS-TARGET-SCALE        PIC X(1).
           05 SUS-RAW-READING         PIC X(12).
           05 SUS-REASON-CODE         PIC X(4).
           05 SUS-FIRST-DATE          PIC X(8).
           05 SUS-STATUS              PIC X(1).
           05 SUS-RESOLVED-DATE       PIC X(8).

       WORKING-STORAGE SECTION.

       01 USER-OPTION        PIC X.
       01 WS-REWRITE-OK           PIC X VALUE 'N'.
       01 WS-HISTORY-LISTED       PIC 9(5) VALUE ZERO.

       01 WS-REPLACEMENT-STATUS   PIC XX.
       01 WS-LAST-READ-STATUS     PIC XX.
       01 WS-ALERT-MASTER-STATUS  PIC XX.
       01 WS-SUSPENSE-STATUS      PIC XX.
       01 WS-END-OF-CARRY-FILE    PIC X VALUE 'N'.
       01 WS-OLD-SENSOR-ID        PIC X(10) VALUE SPACES.
       01 WS-NEW-SENSOR-ID        PIC X(10) VALUE SPACES.
       01 WS-OLD-SENSOR-RECORD    PIC X(82) VALUE SPACES.
       01 WS-ALREADY-REPLACED     PIC X VALUE 'N'.
       01 WS-NEW-HAS-READING      PIC X VALUE 'N'.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-IMAGE OCCURS 10000 TIMES PIC X(94).
       01 WS-CARRY-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CARRY-SUB            PIC 9(5) VALUE ZERO.
       01 WS-CARRY-LOST           PIC 9(5) VALUE ZERO.
       01 WS-READINGS-MOVED       PIC 9(5) VALUE ZERO.
       01 WS-ALERTS-MOVED         PIC 9(5) VALUE ZERO.
       01 WS-SUSPENSE-MOVED       PIC 9(5) VALUE ZERO.

       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR              PIC 9(4).
           05 WS-CD-MONTH             PIC 9(2).
                       WHEN '7'
                           PERFORM SHOW-SENSOR-HISTORY
                           PERFORM ASK-REPEAT
                       WHEN '8'
                           PERFORM REPLACE-SENSOR
                           PERFORM ASK-REPEAT
                       WHEN OTHER
                           DISPLAY "Invalid option. Please try again."
                   END-EVALUATE
           DISPLAY "*                                            *"
           DISPLAY "*       SENSOR MASTER FILE MAINTENANCE       *"
           DISPLAY "*                                            *"
           DISPLAY "*  Add, retire, reinstate, replace, and      *"
           DISPLAY "*  inquire on plant-floor temperature        *"
           DISPLAY "*  sensors without editing the master        *"
           DISPLAY "*  dataset by hand.                          *"
           DISPLAY "*                                            *"
           DISPLAY "**********************************************"
           DISPLAY "Press Enter to continue..." WITH NO ADVANCING
           DISPLAY "5 - List all sensors"
           DISPLAY "6 - Set alert limits for a sensor"
           DISPLAY "7 - Change history for a sensor"
           DISPLAY "8 - Replace a sensor with a new sensor ID"
           DISPLAY "Option: " WITH NO ADVANCING.

       ASK-REPEAT.
               END-IF
           END-IF.

       REPLACE-SENSOR.
           DISPLAY "Replace a sensor"
           DISPLAY "Enter sensor ID being replaced: "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-SENSOR-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SENSOR-ID)
               TO WS-ENTRY-SENSOR-ID
           PERFORM LOOKUP-SENSOR
           IF WS-SENSOR-FOUND = 'N'
               DISPLAY "Sensor not on file: " WS-ENTRY-SENSOR-ID
           ELSE
               MOVE WS-ENTRY-SENSOR-ID TO WS-OLD-SENSOR-ID
               MOVE SENSOR-MASTER-RECORD TO WS-OLD-SENSOR-RECORD
               PERFORM CHECK-ALREADY-REPLACED
               IF WS-ALREADY-REPLACED = 'Y'
                   DISPLAY "Sensor already replaced: "
                       WS-OLD-SENSOR-ID
               ELSE
                   PERFORM GET-REPLACEMENT-SENSOR
               END-IF
           END-IF.

       CHECK-ALREADY-REPLACED.
           MOVE 'N' TO WS-ALREADY-REPLACED
           MOVE 'N' TO WS-END-OF-CARRY-FILE
           OPEN INPUT REPLACEMENT-FILE
           IF WS-REPLACEMENT-STATUS = '00'
               PERFORM UNTIL WS-END-OF-CARRY-FILE = 'Y'
                   READ REPLACEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-CARRY-FILE
                       NOT AT END
                           IF RPL-OLD-SENSOR-ID = WS-OLD-SENSOR-ID
                               MOVE 'Y' TO WS-ALREADY-REPLACED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLACEMENT-FILE
           END-IF.

       GET-REPLACEMENT-SENSOR.
           DISPLAY "Enter new sensor ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-SENSOR-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SENSOR-ID)
               TO WS-ENTRY-SENSOR-ID
           IF WS-ENTRY-SENSOR-ID = SPACES
               DISPLAY "New sensor ID is required. Sensor not "
                   "replaced."
           ELSE
               IF WS-ENTRY-SENSOR-ID = WS-OLD-SENSOR-ID
                   DISPLAY "New sensor ID must differ from the old "
                       "one. Sensor not replaced."
               ELSE
                   PERFORM LOOKUP-SENSOR
                   IF WS-SENSOR-FOUND = 'Y'
                       DISPLAY "Sensor already on file: "
                           WS-ENTRY-SENSOR-ID
                   ELSE
                       MOVE WS-ENTRY-SENSOR-ID TO WS-NEW-SENSOR-ID
                       DISPLAY "Enter native scale of new sensor "
                           "(C/F/K/R, blank for same): "
                           WITH NO ADVANCING
                       ACCEPT WS-ENTRY-NATIVE-SCALE
                       MOVE FUNCTION UPPER-CASE(WS-ENTRY-NATIVE-SCALE)
                           TO WS-ENTRY-NATIVE-SCALE
                       IF WS-ENTRY-NATIVE-SCALE = SPACES
                           MOVE WS-OLD-SENSOR-RECORD (61:1)
                               TO WS-ENTRY-NATIVE-SCALE
                       END-IF
                       IF WS-ENTRY-NATIVE-SCALE = 'C' OR 'F' OR 'K'
                               OR 'R'
                           PERFORM WRITE-REPLACEMENT-SENSOR
                       ELSE
                           DISPLAY "Invalid scale. Sensor not "
                               "replaced."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-REPLACEMENT-SENSOR.
           MOVE WS-OLD-SENSOR-RECORD TO SENSOR-MASTER-RECORD
           MOVE WS-NEW-SENSOR-ID TO SMR-SENSOR-ID
           MOVE WS-ENTRY-NATIVE-SCALE TO SMR-NATIVE-SCALE
           MOVE 'I' TO SMR-SERVICE-FLAG
           MOVE WS-OLD-SENSOR-RECORD TO WS-BEFORE-IMAGE
           MOVE SENSOR-MASTER-RECORD TO WS-AFTER-IMAGE
           WRITE SENSOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Sensor already on file: "
                       WS-NEW-SENSOR-ID
               NOT INVALID KEY
                   MOVE "RPL " TO WS-MAINT-ACTION
                   PERFORM WRITE-MAINT-LOG
                   PERFORM RETIRE-REPLACED-SENSOR
                   PERFORM WRITE-REPLACEMENT-LINK
                   PERFORM CARRY-OVER-OPEN-ITEMS
                   DISPLAY "Sensor " WS-OLD-SENSOR-ID
                       " replaced by " WS-NEW-SENSOR-ID
           END-WRITE.

       RETIRE-REPLACED-SENSOR.
           MOVE WS-OLD-SENSOR-ID TO WS-ENTRY-SENSOR-ID
           PERFORM LOOKUP-SENSOR
           IF WS-SENSOR-FOUND = 'N'
               DISPLAY "Unable to read replaced sensor: "
                   WS-OLD-SENSOR-ID
           ELSE
               MOVE 'O' TO SMR-SERVICE-FLAG
               MOVE "RPL " TO WS-MAINT-ACTION
               PERFORM REWRITE-SENSOR
           END-IF.

       WRITE-REPLACEMENT-LINK.
           OPEN EXTEND REPLACEMENT-FILE
           IF WS-REPLACEMENT-STATUS NOT = '00'
               OPEN OUTPUT REPLACEMENT-FILE
           END-IF
           IF WS-REPLACEMENT-STATUS NOT = '00'
               DISPLAY "Unable to open SENSRPLC - replacement link "
                   "not written."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-OLD-SENSOR-ID TO RPL-OLD-SENSOR-ID
               MOVE WS-NEW-SENSOR-ID TO RPL-NEW-SENSOR-ID
               MOVE WS-CURRENT-DATE (1:8) TO RPL-REPLACED-DATE
               MOVE WS-CURRENT-DATE (9:6) TO RPL-REPLACED-TIME
               MOVE WS-OPERATOR-ID TO RPL-OPERATOR-ID
               WRITE REPLACEMENT-RECORD
               CLOSE REPLACEMENT-FILE
           END-IF.

       CARRY-OVER-OPEN-ITEMS.
           PERFORM CARRY-LAST-READING
           PERFORM CARRY-OPEN-ALERTS
           PERFORM CARRY-SUSPENSE-ITEMS
           DISPLAY "Carried to " WS-NEW-SENSOR-ID
               " - last reading: " WS-READINGS-MOVED
               " open alerts: " WS-ALERTS-MOVED
               " suspense items: " WS-SUSPENSE-MOVED.

       CARRY-LAST-READING.
           MOVE ZERO TO WS-READINGS-MOVED
           MOVE ZERO TO WS-CARRY-COUNT
           MOVE ZERO TO WS-CARRY-LOST
           MOVE 'N' TO WS-NEW-HAS-READING
           MOVE 'N' TO WS-END-OF-CARRY-FILE
           OPEN INPUT LAST-READING-FILE
           IF WS-LAST-READ-STATUS NOT = '00'
               DISPLAY "TEMPLAST not found - no last reading to "
                   "carry."
           ELSE
               PERFORM UNTIL WS-END-OF-CARRY-FILE = 'Y'
                   READ LAST-READING-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-CARRY-FILE
                       NOT AT END
                           IF LRR-SENSOR-ID = WS-NEW-SENSOR-ID
                               MOVE 'Y' TO WS-NEW-HAS-READING
                           END-IF
                           IF WS-CARRY-COUNT < 10000
                               ADD 1 TO WS-CARRY-COUNT
                               MOVE LAST-READING-RECORD
                                   TO WS-CARRY-IMAGE (WS-CARRY-COUNT)
                           ELSE
                               ADD 1 TO WS-CARRY-LOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAST-READING-FILE
               IF WS-CARRY-LOST > ZERO
                   DISPLAY "TEMPLAST too large - last reading not "
                       "carried."
               ELSE
                   PERFORM REWRITE-LAST-READINGS
               END-IF
           END-IF.

       REWRITE-LAST-READINGS.
           OPEN OUTPUT LAST-READING-FILE
           IF WS-LAST-READ-STATUS NOT = '00'
               DISPLAY "Unable to open TEMPLAST - last reading not "
                   "carried."
           ELSE
               MOVE 1 TO WS-CARRY-SUB
               PERFORM UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
                   MOVE WS-CARRY-IMAGE (WS-CARRY-SUB)
                       TO LAST-READING-RECORD
                   IF LRR-SENSOR-ID = WS-OLD-SENSOR-ID
                           AND WS-NEW-HAS-READING = 'N'
                       MOVE WS-NEW-SENSOR-ID TO LRR-SENSOR-ID
                       ADD 1 TO WS-READINGS-MOVED
                   END-IF
                   WRITE LAST-READING-RECORD
                   ADD 1 TO WS-CARRY-SUB
               END-PERFORM
               CLOSE LAST-READING-FILE
           END-IF.

       CARRY-OPEN-ALERTS.
           MOVE ZERO TO WS-ALERTS-MOVED
           MOVE ZERO TO WS-CARRY-COUNT
           MOVE ZERO TO WS-CARRY-LOST
           MOVE 'N' TO WS-END-OF-CARRY-FILE
           OPEN INPUT ALERT-MASTER-FILE
           IF WS-ALERT-MASTER-STATUS NOT = '00'
               DISPLAY "ALRTMSTR not found - no open alerts to "
                   "carry."
           ELSE
               PERFORM UNTIL WS-END-OF-CARRY-FILE = 'Y'
                   READ ALERT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-CARRY-FILE
                       NOT AT END
                           IF WS-CARRY-COUNT < 10000
                               ADD 1 TO WS-CARRY-COUNT
                               MOVE ALERT-MASTER-RECORD
                                   TO WS-CARRY-IMAGE (WS-CARRY-COUNT)
                           ELSE
                               ADD 1 TO WS-CARRY-LOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-MASTER-FILE
               IF WS-CARRY-LOST > ZERO
                   DISPLAY "ALRTMSTR too large - open alerts not "
                       "carried."
               ELSE
                   PERFORM REWRITE-ALERT-MASTER
               END-IF
           END-IF.

       REWRITE-ALERT-MASTER.
           OPEN OUTPUT ALERT-MASTER-FILE
           IF WS-ALERT-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open ALRTMSTR - open alerts not "
                   "carried."
           ELSE
               MOVE 1 TO WS-CARRY-SUB
               PERFORM UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
                   MOVE WS-CARRY-IMAGE (WS-CARRY-SUB)
                       TO ALERT-MASTER-RECORD
                   IF AMR-SENSOR-ID = WS-OLD-SENSOR-ID
                           AND AMR-STATUS NOT = 'C'
                       MOVE WS-NEW-SENSOR-ID TO AMR-SENSOR-ID
                       ADD 1 TO WS-ALERTS-MOVED
                   END-IF
                   WRITE ALERT-MASTER-RECORD
                   ADD 1 TO WS-CARRY-SUB
               END-PERFORM
               CLOSE ALERT-MASTER-FILE
           END-IF.

       CARRY-SUSPENSE-ITEMS.
           MOVE ZERO TO WS-SUSPENSE-MOVED
           MOVE ZERO TO WS-CARRY-COUNT
           MOVE ZERO TO WS-CARRY-LOST
           MOVE 'N' TO WS-END-OF-CARRY-FILE
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY "SUSPMSTR not found - no suspense items to "
                   "carry."
           ELSE
               PERFORM UNTIL WS-END-OF-CARRY-FILE = 'Y'
                   READ SUSPENSE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-CARRY-FILE
                       NOT AT END
                           IF WS-CARRY-COUNT < 10000
                               ADD 1 TO WS-CARRY-COUNT
                               MOVE SUSPENSE-MASTER-RECORD
                                   TO WS-CARRY-IMAGE (WS-CARRY-COUNT)
                           ELSE
                               ADD 1 TO WS-CARRY-LOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-MASTER-FILE
               IF WS-CARRY-LOST > ZERO
                   DISPLAY "SUSPMSTR too large - suspense items not "
                       "carried."
               ELSE
                   PERFORM REWRITE-SUSPENSE-MASTER
               END-IF
           END-IF.

       REWRITE-SUSPENSE-MASTER.
           OPEN OUTPUT SUSPENSE-MASTER-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY "Unable to open SUSPMSTR - suspense items not "
                   "carried."
           ELSE
               MOVE 1 TO WS-CARRY-SUB
               PERFORM UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
                   MOVE WS-CARRY-IMAGE (WS-CARRY-SUB)
                       TO SUSPENSE-MASTER-RECORD
                   IF SUS-SENSOR-ID = WS-OLD-SENSOR-ID
                           AND SUS-STATUS = 'O'
                       MOVE WS-NEW-SENSOR-ID TO SUS-SENSOR-ID
                       ADD 1 TO WS-SUSPENSE-MOVED
                   END-IF
                   WRITE SUSPENSE-MASTER-RECORD
                   ADD 1 TO WS-CARRY-SUB
               END-PERFORM
               CLOSE SUSPENSE-MASTER-FILE
           END-IF.

       INQUIRE-SENSOR.
           DISPLAY "Inquire on a sensor"
           PERFORM GET-SENSOR-ID
