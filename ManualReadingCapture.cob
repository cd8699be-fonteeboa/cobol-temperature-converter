       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManualReadingCapture.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT PENDING-READING-FILE ASSIGN TO "MANLRDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT MANUAL-FEED-FILE ASSIGN TO "MANFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUAL-FEED-STATUS.

           SELECT MANUAL-HISTORY-FILE ASSIGN TO "MANLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUAL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
       01  SENSOR-MASTER-RECORD.
           05 SMR-SENSOR-ID           PIC X(10).
           05 SMR-DESCRIPTION         PIC X(30).
           05 SMR-LOCATION            PIC X(20).
           05 SMR-NATIVE-SCALE        PIC X(1).
           05 SMR-SERVICE-FLAG        PIC X(1).
           05 SMR-LOW-LIMIT           PIC X(10).
           05 SMR-HIGH-LIMIT          PIC X(10).

       FD  PENDING-READING-FILE.
       01  PENDING-READING-RECORD.
           05 MRD-SENSOR-ID           PIC X(10).
           05 MRD-SOURCE-SCALE        PIC X(1).
           05 MRD-TARGET-SCALE        PIC X(1).
           05 MRD-RAW-READING         PIC X(12).
           05 MRD-CAPTURE-DATE        PIC X(8).
           05 MRD-CAPTURE-TIME        PIC X(6).
           05 MRD-OPERATOR-ID         PIC X(8).
           05 MRD-ENTERED-DATE        PIC X(8).
           05 MRD-ENTERED-TIME        PIC X(6).
           05 MRD-FEED-DATE           PIC X(8).

       FD  MANUAL-FEED-FILE.
       01  MANUAL-FEED-RECORD.
           05 MFR-RECORD-TYPE         PIC X(1).
           05 MFR-DETAIL-FIELDS.
               10 MFR-SENSOR-ID       PIC X(10).
               10 MFR-SOURCE-SCALE    PIC X(1).
               10 MFR-TARGET-SCALE    PIC X(1).
               10 MFR-RAW-READING     PIC X(12).
               10 MFR-CAPTURE-DATE    PIC X(8).
               10 MFR-CAPTURE-TIME    PIC X(6).
           05 MFR-HEADER-FIELDS REDEFINES MFR-DETAIL-FIELDS.
               10 MFR-FEED-DATE       PIC X(8).
               10 MFR-SOURCE-SYSTEM   PIC X(8).
               10 FILLER              PIC X(22).
           05 MFR-TRAILER-FIELDS REDEFINES MFR-DETAIL-FIELDS.
               10 MFR-TRAILER-COUNT   PIC 9(9).
               10 MFR-HASH-TOTAL      PIC -(10)9.999.
               10 FILLER              PIC X(14).

       FD  MANUAL-HISTORY-FILE.
       01  MANUAL-HISTORY-RECORD      PIC X(68).

       WORKING-STORAGE SECTION.

       01 USER-OPTION        PIC X.
       01 REPEAT             PIC X VALUE 'Y'.

       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-PENDING-STATUS       PIC XX.
       01 WS-MANUAL-FEED-STATUS   PIC XX.
       01 WS-MANUAL-HISTORY-STATUS PIC XX.
       01 WS-END-OF-PENDING       PIC X VALUE 'N'.
       01 WS-SENSOR-FOUND         PIC X VALUE 'N'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.

       01 WS-ENTRY-SENSOR-ID      PIC X(10).
       01 WS-ENTRY-SOURCE-SCALE   PIC X(1).
       01 WS-ENTRY-TARGET-SCALE   PIC X(1).
       01 WS-ENTRY-READING        PIC X(12).
       01 WS-ENTRY-CAPTURE-DATE   PIC X(8).
       01 WS-ENTRY-CAPTURE-TIME   PIC X(6).
       01 WS-ENTRY-VALID          PIC X VALUE 'N'.
       01 WS-ENTRY-CONFIRM        PIC X VALUE 'N'.

       01 WS-READING-VALUE        PIC S9(5)V999 VALUE ZERO.
       01 WS-READING-EDIT         PIC -(5)9.999.
       01 WS-DATE-NUM             PIC 9(8) VALUE ZERO.
       01 WS-TIME-NUM             PIC 9(6) VALUE ZERO.
       01 WS-TIME-PARTS REDEFINES WS-TIME-NUM.
           05 WS-TIME-HOUR            PIC 9(2).
           05 WS-TIME-MINUTE          PIC 9(2).
           05 WS-TIME-SECOND          PIC 9(2).
       01 WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01 WS-NOW-NUM              PIC 9(6) VALUE ZERO.
       01 WS-TODAY-DATE           PIC X(8) VALUE SPACES.

       01 WS-PENDING-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PENDING-SUB          PIC 9(4) VALUE ZERO.
       01 WS-PENDING-FOUND        PIC 9(4) VALUE ZERO.
       01 WS-PENDING-KEPT         PIC 9(4) VALUE ZERO.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 2000 TIMES.
               10 WS-PR-SENSOR-ID     PIC X(10).
               10 WS-PR-SOURCE-SCALE  PIC X(1).
               10 WS-PR-TARGET-SCALE  PIC X(1).
               10 WS-PR-RAW-READING   PIC X(12).
               10 WS-PR-CAPTURE-DATE  PIC X(8).
               10 WS-PR-CAPTURE-TIME  PIC X(6).
               10 WS-PR-OPERATOR-ID   PIC X(8).
               10 WS-PR-ENTERED-DATE  PIC X(8).
               10 WS-PR-ENTERED-TIME  PIC X(6).
               10 WS-PR-FEED-DATE     PIC X(8).

       01 WS-FEED-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-FEED-HASH            PIC S9(11)V999 VALUE ZERO.
       01 WS-FEED-HASH-EDIT       PIC -(10)9.999.
       01 WS-HISTORY-WRITTEN      PIC 9(5) VALUE ZERO.

       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR              PIC 9(4).
           05 WS-CD-MONTH             PIC 9(2).
           05 WS-CD-DAY               PIC 9(2).
           05 WS-CD-HOUR              PIC 9(2).
           05 WS-CD-MINUTE            PIC 9(2).
           05 WS-CD-SECOND            PIC 9(2).
           05 FILLER                  PIC X(9).

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           OPEN INPUT SENSOR-MASTER-FILE
           IF WS-SENSOR-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open SENSMSTR - manual capture "
                   "unavailable."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LOAD-PENDING-READINGS
               PERFORM DISPLAY-WELCOME
               PERFORM GET-OPERATOR-ID
               PERFORM WITH TEST AFTER UNTIL REPEAT = 'N'
                   PERFORM DISPLAY-MENU
                   ACCEPT USER-OPTION
                   EVALUATE USER-OPTION
                       WHEN '1'
                           PERFORM ENTER-MANUAL-READING
                           PERFORM ASK-REPEAT
                       WHEN '2'
                           PERFORM LIST-PENDING-READINGS
                           PERFORM ASK-REPEAT
                       WHEN '3'
                           PERFORM DELETE-PENDING-READING
                           PERFORM ASK-REPEAT
                       WHEN '4'
                           PERFORM BUILD-MANUAL-FEED
                           PERFORM ASK-REPEAT
                       WHEN OTHER
                           DISPLAY "Invalid option. Please try again."
                   END-EVALUATE
               END-PERFORM
               CLOSE SENSOR-MASTER-FILE
               DISPLAY "Thank you! Feel free to use it again anytime!"
           END-IF
           STOP RUN.

       GET-OPERATOR-ID.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID is required for every manual "
                       "reading."
               END-IF
           END-PERFORM.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
           COMPUTE WS-NOW-NUM = WS-CD-HOUR * 10000
               + WS-CD-MINUTE * 100 + WS-CD-SECOND
           MOVE WS-TODAY-NUM TO WS-TODAY-DATE.

       DISPLAY-WELCOME.
           DISPLAY "**********************************************"
           DISPLAY "*                                            *"
           DISPLAY "*        MANUAL SENSOR READING CAPTURE       *"
           DISPLAY "*                                            *"
           DISPLAY "*  Key handheld thermometer readings taken   *"
           DISPLAY "*  while a sensor is out of service, and     *"
           DISPLAY "*  build them into the manual-site feed for  *"
           DISPLAY "*  the nightly conversion run.               *"
           DISPLAY "*                                            *"
           DISPLAY "**********************************************"
           DISPLAY "Press Enter to continue..." WITH NO ADVANCING
           ACCEPT USER-OPTION.

       DISPLAY-MENU.
           DISPLAY "MANUAL READING CAPTURE"
           DISPLAY "Select an action:"
           DISPLAY "1 - Enter a manual reading"
           DISPLAY "2 - List manual readings on hand"
           DISPLAY "3 - Delete a waiting reading"
           DISPLAY "4 - Build the manual-site feed"
           DISPLAY "Option: " WITH NO ADVANCING.

       ASK-REPEAT.
           DISPLAY "Would you like another action?".
           DISPLAY "(Y/N): " WITH NO ADVANCING
           ACCEPT REPEAT
           MOVE FUNCTION UPPER-CASE(REPEAT) TO REPEAT.

       LOAD-PENDING-READINGS.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-END-OF-PENDING
           OPEN INPUT PENDING-READING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL WS-END-OF-PENDING = 'Y'
                   READ PENDING-READING-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-PENDING
                       NOT AT END
                           PERFORM LOAD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-READING-FILE
           END-IF.

       LOAD-PENDING-ENTRY.
           IF WS-PENDING-COUNT < 2000
               ADD 1 TO WS-PENDING-COUNT
               MOVE PENDING-READING-RECORD
                   TO WS-PENDING-ENTRY (WS-PENDING-COUNT)
           ELSE
               DISPLAY "Pending reading table full - reading "
                   "dropped: " MRD-SENSOR-ID
           END-IF.

       SAVE-PENDING-READINGS.
           OPEN OUTPUT PENDING-READING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "Unable to rewrite MANLRDG - status "
                   WS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-PENDING-SUB
               PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   MOVE WS-PENDING-ENTRY (WS-PENDING-SUB)
                       TO PENDING-READING-RECORD
                   WRITE PENDING-READING-RECORD
                   ADD 1 TO WS-PENDING-SUB
               END-PERFORM
               CLOSE PENDING-READING-FILE
           END-IF.

       LOOKUP-PENDING-READING.
           MOVE ZERO TO WS-PENDING-FOUND
           MOVE 1 TO WS-PENDING-SUB
           PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   OR WS-PENDING-FOUND > ZERO
               IF WS-PR-SENSOR-ID (WS-PENDING-SUB)
                       = WS-ENTRY-SENSOR-ID
                       AND WS-PR-CAPTURE-DATE (WS-PENDING-SUB)
                       = WS-ENTRY-CAPTURE-DATE
                       AND WS-PR-CAPTURE-TIME (WS-PENDING-SUB)
                       = WS-ENTRY-CAPTURE-TIME
                   MOVE WS-PENDING-SUB TO WS-PENDING-FOUND
               END-IF
               ADD 1 TO WS-PENDING-SUB
           END-PERFORM.

       ENTER-MANUAL-READING.
           DISPLAY "Enter a manual reading"
           PERFORM SET-TODAY
           IF WS-PENDING-COUNT NOT < 2000
               DISPLAY "Pending reading table full - build the "
                   "manual-site feed first."
           ELSE
               PERFORM GET-MANUAL-SENSOR
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM GET-READING-SCALES
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM GET-READING-VALUE
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM GET-CAPTURE-DATE
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM GET-CAPTURE-TIME
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM LOOKUP-PENDING-READING
                   IF WS-PENDING-FOUND > ZERO
                       DISPLAY "A reading for this sensor at this "
                           "date and time is already waiting."
                       MOVE 'N' TO WS-ENTRY-VALID
                   END-IF
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM ADD-PENDING-READING
               ELSE
                   DISPLAY "Manual reading not recorded."
               END-IF
           END-IF.

       GET-MANUAL-SENSOR.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter sensor ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-SENSOR-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SENSOR-ID)
               TO WS-ENTRY-SENSOR-ID
           MOVE 'N' TO WS-SENSOR-FOUND
           MOVE WS-ENTRY-SENSOR-ID TO SMR-SENSOR-ID
           READ SENSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SENSOR-FOUND
           END-READ
           IF WS-SENSOR-FOUND = 'N'
               DISPLAY "Sensor not on file: " WS-ENTRY-SENSOR-ID
           ELSE
               IF SMR-SERVICE-FLAG = 'I'
                   DISPLAY "Sensor is in service - its readings "
                       "come from the plant feed: "
                       WS-ENTRY-SENSOR-ID
               ELSE
                   DISPLAY "Description  : " SMR-DESCRIPTION
                   DISPLAY "Location     : " SMR-LOCATION
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           END-IF.

       GET-READING-SCALES.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter scale of the handheld reading (C/F/K/R): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-SOURCE-SCALE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SOURCE-SCALE)
               TO WS-ENTRY-SOURCE-SCALE
           IF WS-ENTRY-SOURCE-SCALE = 'C' OR 'F' OR 'K' OR 'R'
               DISPLAY "Enter scale to convert to "
                   "(blank = C, or F for a Celsius reading): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-TARGET-SCALE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-TARGET-SCALE)
                   TO WS-ENTRY-TARGET-SCALE
               IF WS-ENTRY-TARGET-SCALE = SPACES
                   IF WS-ENTRY-SOURCE-SCALE = 'C'
                       MOVE 'F' TO WS-ENTRY-TARGET-SCALE
                   ELSE
                       MOVE 'C' TO WS-ENTRY-TARGET-SCALE
                   END-IF
               END-IF
               IF WS-ENTRY-TARGET-SCALE = 'C' OR 'F' OR 'K' OR 'R'
                   IF WS-ENTRY-TARGET-SCALE = WS-ENTRY-SOURCE-SCALE
                       DISPLAY "Target scale must differ from the "
                           "reading scale."
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-VALID
                   END-IF
               ELSE
                   DISPLAY "Invalid target scale."
               END-IF
           ELSE
               DISPLAY "Invalid scale."
           END-IF.

       GET-READING-VALUE.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter reading value: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-READING
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-READING) = ZERO
               IF FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRY-READING))
                       > 99999.999
                   DISPLAY "Reading is out of range."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRY-READING)
                       TO WS-READING-VALUE
                   MOVE WS-READING-VALUE TO WS-READING-EDIT
                   MOVE WS-READING-EDIT TO WS-ENTRY-READING
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           ELSE
               DISPLAY "Reading must be numeric."
           END-IF.

       GET-CAPTURE-DATE.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter capture date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CAPTURE-DATE
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-CAPTURE-DATE) = ZERO
               MOVE FUNCTION NUMVAL(WS-ENTRY-CAPTURE-DATE)
                   TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                   IF WS-DATE-NUM > WS-TODAY-NUM
                       DISPLAY "Capture date cannot be in the "
                           "future."
                   ELSE
                       MOVE WS-DATE-NUM TO WS-ENTRY-CAPTURE-DATE
                       MOVE 'Y' TO WS-ENTRY-VALID
                   END-IF
               ELSE
                   DISPLAY "Capture date is not a valid date."
               END-IF
           ELSE
               DISPLAY "Capture date must be numeric YYYYMMDD."
           END-IF.

       GET-CAPTURE-TIME.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter capture time (HHMMSS): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CAPTURE-TIME
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-CAPTURE-TIME) = ZERO
               MOVE FUNCTION NUMVAL(WS-ENTRY-CAPTURE-TIME)
                   TO WS-TIME-NUM
               IF WS-TIME-HOUR > 23 OR WS-TIME-MINUTE > 59
                       OR WS-TIME-SECOND > 59
                   DISPLAY "Capture time is not a valid time."
               ELSE
                   IF WS-DATE-NUM = WS-TODAY-NUM
                           AND WS-TIME-NUM > WS-NOW-NUM
                       DISPLAY "Capture time cannot be in the "
                           "future."
                   ELSE
                       MOVE WS-TIME-NUM TO WS-ENTRY-CAPTURE-TIME
                       MOVE 'Y' TO WS-ENTRY-VALID
                   END-IF
               END-IF
           ELSE
               DISPLAY "Capture time must be numeric HHMMSS."
           END-IF.

       ADD-PENDING-READING.
           DISPLAY "Sensor " WS-ENTRY-SENSOR-ID " reading "
               WS-ENTRY-READING " " WS-ENTRY-SOURCE-SCALE
               " to " WS-ENTRY-TARGET-SCALE
               " captured " WS-ENTRY-CAPTURE-DATE
               " " WS-ENTRY-CAPTURE-TIME
           DISPLAY "Record this reading? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CONFIRM)
               TO WS-ENTRY-CONFIRM
           IF WS-ENTRY-CONFIRM = 'Y'
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-ENTRY-SENSOR-ID
                   TO WS-PR-SENSOR-ID (WS-PENDING-COUNT)
               MOVE WS-ENTRY-SOURCE-SCALE
                   TO WS-PR-SOURCE-SCALE (WS-PENDING-COUNT)
               MOVE WS-ENTRY-TARGET-SCALE
                   TO WS-PR-TARGET-SCALE (WS-PENDING-COUNT)
               MOVE WS-ENTRY-READING
                   TO WS-PR-RAW-READING (WS-PENDING-COUNT)
               MOVE WS-ENTRY-CAPTURE-DATE
                   TO WS-PR-CAPTURE-DATE (WS-PENDING-COUNT)
               MOVE WS-ENTRY-CAPTURE-TIME
                   TO WS-PR-CAPTURE-TIME (WS-PENDING-COUNT)
               MOVE WS-OPERATOR-ID
                   TO WS-PR-OPERATOR-ID (WS-PENDING-COUNT)
               MOVE WS-TODAY-DATE
                   TO WS-PR-ENTERED-DATE (WS-PENDING-COUNT)
               MOVE WS-NOW-NUM
                   TO WS-PR-ENTERED-TIME (WS-PENDING-COUNT)
               MOVE SPACES TO WS-PR-FEED-DATE (WS-PENDING-COUNT)
               PERFORM SAVE-PENDING-READINGS
               DISPLAY "Manual reading recorded for the nightly run: "
                   WS-ENTRY-SENSOR-ID
           ELSE
               DISPLAY "Manual reading not recorded."
           END-IF.

       LIST-PENDING-READINGS.
           DISPLAY "Manual readings on hand"
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "No manual readings on hand."
           ELSE
               MOVE 1 TO WS-PENDING-SUB
               PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   PERFORM DISPLAY-PENDING-ENTRY
                   ADD 1 TO WS-PENDING-SUB
               END-PERFORM
               DISPLAY "Readings on hand: " WS-PENDING-COUNT
           END-IF.

       DISPLAY-PENDING-ENTRY.
           DISPLAY WS-PR-SENSOR-ID (WS-PENDING-SUB) " "
               WS-PR-CAPTURE-DATE (WS-PENDING-SUB) " "
               WS-PR-CAPTURE-TIME (WS-PENDING-SUB) " "
               WS-PR-RAW-READING (WS-PENDING-SUB) " "
               WS-PR-SOURCE-SCALE (WS-PENDING-SUB) " TO "
               WS-PR-TARGET-SCALE (WS-PENDING-SUB) "  BY "
               WS-PR-OPERATOR-ID (WS-PENDING-SUB)
           IF WS-PR-FEED-DATE (WS-PENDING-SUB) = SPACES
               DISPLAY "  WAITING FOR THE NEXT FEED BUILD"
           ELSE
               DISPLAY "  BUILT INTO THE MANUAL FEED OF "
                   WS-PR-FEED-DATE (WS-PENDING-SUB)
           END-IF.

       DELETE-PENDING-READING.
           DISPLAY "Delete a waiting reading"
           DISPLAY "Enter sensor ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-SENSOR-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SENSOR-ID)
               TO WS-ENTRY-SENSOR-ID
           DISPLAY "Enter capture date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CAPTURE-DATE
           DISPLAY "Enter capture time (HHMMSS): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CAPTURE-TIME
           PERFORM LOOKUP-PENDING-READING
           IF WS-PENDING-FOUND = ZERO
               DISPLAY "No waiting reading for that sensor, date, "
                   "and time."
           ELSE
               IF WS-PR-FEED-DATE (WS-PENDING-FOUND) NOT = SPACES
                   DISPLAY "Reading already built into the manual "
                       "feed of " WS-PR-FEED-DATE (WS-PENDING-FOUND)
                       " - not deleted."
               ELSE
                   PERFORM CONFIRM-DELETE-READING
               END-IF
           END-IF.

       CONFIRM-DELETE-READING.
           MOVE WS-PENDING-FOUND TO WS-PENDING-SUB
           PERFORM DISPLAY-PENDING-ENTRY
           DISPLAY "Delete this reading? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CONFIRM)
               TO WS-ENTRY-CONFIRM
           IF WS-ENTRY-CONFIRM = 'Y'
               PERFORM UNTIL WS-PENDING-SUB NOT < WS-PENDING-COUNT
                   MOVE WS-PENDING-ENTRY (WS-PENDING-SUB + 1)
                       TO WS-PENDING-ENTRY (WS-PENDING-SUB)
                   ADD 1 TO WS-PENDING-SUB
               END-PERFORM
               SUBTRACT 1 FROM WS-PENDING-COUNT
               PERFORM SAVE-PENDING-READINGS
               DISPLAY "Waiting reading deleted: " WS-ENTRY-SENSOR-ID
           ELSE
               DISPLAY "Waiting reading kept."
           END-IF.

       BUILD-MANUAL-FEED.
           DISPLAY "Build the manual-site feed"
           PERFORM SET-TODAY
           PERFORM ARCHIVE-FED-READINGS
           MOVE ZERO TO WS-FEED-COUNT
           MOVE ZERO TO WS-FEED-HASH
           OPEN OUTPUT MANUAL-FEED-FILE
           IF WS-MANUAL-FEED-STATUS NOT = '00'
               DISPLAY "Unable to open MANFEED - feed not built."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO MANUAL-FEED-RECORD
               MOVE 'H' TO MFR-RECORD-TYPE
               MOVE WS-TODAY-DATE TO MFR-FEED-DATE
               MOVE "MANUAL" TO MFR-SOURCE-SYSTEM
               WRITE MANUAL-FEED-RECORD
               MOVE 1 TO WS-PENDING-SUB
               PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   IF WS-PR-FEED-DATE (WS-PENDING-SUB) = SPACES
                           OR WS-PR-FEED-DATE (WS-PENDING-SUB)
                           = WS-TODAY-DATE
                       PERFORM WRITE-MANUAL-FEED-DETAIL
                   END-IF
                   ADD 1 TO WS-PENDING-SUB
               END-PERFORM
               MOVE SPACES TO MANUAL-FEED-RECORD
               MOVE 'T' TO MFR-RECORD-TYPE
               MOVE WS-FEED-COUNT TO MFR-TRAILER-COUNT
               MOVE WS-FEED-HASH TO MFR-HASH-TOTAL
               WRITE MANUAL-FEED-RECORD
               CLOSE MANUAL-FEED-FILE
               PERFORM SAVE-PENDING-READINGS
               MOVE WS-FEED-HASH TO WS-FEED-HASH-EDIT
               DISPLAY "Manual-site feed built for " WS-TODAY-DATE
                   ". Readings: " WS-FEED-COUNT
                   " Hash: " WS-FEED-HASH-EDIT
           END-IF.

       WRITE-MANUAL-FEED-DETAIL.
           MOVE SPACES TO MANUAL-FEED-RECORD
           MOVE 'D' TO MFR-RECORD-TYPE
           MOVE WS-PR-SENSOR-ID (WS-PENDING-SUB) TO MFR-SENSOR-ID
           MOVE WS-PR-SOURCE-SCALE (WS-PENDING-SUB)
               TO MFR-SOURCE-SCALE
           MOVE WS-PR-TARGET-SCALE (WS-PENDING-SUB)
               TO MFR-TARGET-SCALE
           MOVE WS-PR-RAW-READING (WS-PENDING-SUB)
               TO MFR-RAW-READING
           MOVE WS-PR-CAPTURE-DATE (WS-PENDING-SUB)
               TO MFR-CAPTURE-DATE
           MOVE WS-PR-CAPTURE-TIME (WS-PENDING-SUB)
               TO MFR-CAPTURE-TIME
           WRITE MANUAL-FEED-RECORD
           MOVE WS-TODAY-DATE TO WS-PR-FEED-DATE (WS-PENDING-SUB)
           ADD 1 TO WS-FEED-COUNT
           COMPUTE WS-FEED-HASH = WS-FEED-HASH
               + FUNCTION NUMVAL(WS-PR-RAW-READING (WS-PENDING-SUB)).

       ARCHIVE-FED-READINGS.
           MOVE ZERO TO WS-HISTORY-WRITTEN
           MOVE ZERO TO WS-PENDING-KEPT
           OPEN EXTEND MANUAL-HISTORY-FILE
           IF WS-MANUAL-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT MANUAL-HISTORY-FILE
           END-IF
           IF WS-MANUAL-HISTORY-STATUS NOT = '00'
               DISPLAY "Unable to open MANLHIST - earlier fed "
                   "readings kept on hand."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-PENDING-SUB
               PERFORM UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   PERFORM ARCHIVE-PENDING-ENTRY
                   ADD 1 TO WS-PENDING-SUB
               END-PERFORM
               CLOSE MANUAL-HISTORY-FILE
               MOVE WS-PENDING-KEPT TO WS-PENDING-COUNT
               IF WS-HISTORY-WRITTEN > ZERO
                   DISPLAY "Earlier fed readings moved to manual "
                       "history: " WS-HISTORY-WRITTEN
               END-IF
           END-IF.

       ARCHIVE-PENDING-ENTRY.
           IF WS-PR-FEED-DATE (WS-PENDING-SUB) NOT = SPACES
                   AND WS-PR-FEED-DATE (WS-PENDING-SUB)
                   < WS-TODAY-DATE
               MOVE WS-PENDING-ENTRY (WS-PENDING-SUB)
                   TO MANUAL-HISTORY-RECORD
               WRITE MANUAL-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-WRITTEN
           ELSE
               ADD 1 TO WS-PENDING-KEPT
               MOVE WS-PENDING-ENTRY (WS-PENDING-SUB)
                   TO WS-PENDING-ENTRY (WS-PENDING-KEPT)
           END-IF.
