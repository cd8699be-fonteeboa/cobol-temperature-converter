       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintWindowMaintenance.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-MASTER-FILE ASSIGN TO "MWINMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWR-WORK-ORDER
               FILE STATUS IS WS-WINDOW-MASTER-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-MASTER-FILE.
       01  WINDOW-MASTER-RECORD.
           05 MWR-WORK-ORDER          PIC X(10).
           05 MWR-SCOPE               PIC X(1).
           05 MWR-TARGET              PIC X(20).
           05 MWR-TARGET-SENSOR REDEFINES MWR-TARGET.
               10 MWR-SENSOR-ID       PIC X(10).
               10 FILLER              PIC X(10).
           05 MWR-START-DATE          PIC X(8).
           05 MWR-START-TIME          PIC X(6).
           05 MWR-END-DATE            PIC X(8).
           05 MWR-END-TIME            PIC X(6).
           05 MWR-STATUS              PIC X(1).
           05 MWR-DESCRIPTION         PIC X(22).

       FD  SENSOR-MASTER-FILE.
       01  SENSOR-MASTER-RECORD.
           05 SMR-SENSOR-ID           PIC X(10).
           05 SMR-DESCRIPTION         PIC X(30).
           05 SMR-LOCATION            PIC X(20).
           05 SMR-NATIVE-SCALE        PIC X(1).
           05 SMR-SERVICE-FLAG        PIC X(1).
           05 SMR-LOW-LIMIT           PIC X(10).
           05 SMR-HIGH-LIMIT          PIC X(10).

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLR-TIMESTAMP           PIC X(19).
           05 MLR-OPERATOR-ID         PIC X(8).
           05 MLR-ACTION              PIC X(4).
           05 MLR-SENSOR-ID           PIC X(10).
           05 MLR-BEFORE-IMAGE        PIC X(82).
           05 MLR-AFTER-IMAGE         PIC X(82).

       WORKING-STORAGE SECTION.

       01 USER-OPTION        PIC X.
       01 REPEAT             PIC X VALUE 'Y'.

       01 WS-WINDOW-MASTER-STATUS PIC XX.
       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-END-OF-WINDOW        PIC X VALUE 'N'.
       01 WS-END-OF-SENSOR        PIC X VALUE 'N'.
       01 WS-WINDOW-FOUND         PIC X VALUE 'N'.
       01 WS-SENSOR-FOUND         PIC X VALUE 'N'.
       01 WS-WINDOW-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LOCATION-SENSORS     PIC 9(5) VALUE ZERO.

       01 WS-ENTRY-WORK-ORDER     PIC X(10).
       01 WS-ENTRY-SCOPE          PIC X(1).
       01 WS-ENTRY-TARGET         PIC X(20).
       01 WS-ENTRY-START-DATE     PIC X(8).
       01 WS-ENTRY-START-TIME     PIC X(6).
       01 WS-ENTRY-END-DATE       PIC X(8).
       01 WS-ENTRY-END-TIME       PIC X(6).
       01 WS-ENTRY-DESCRIPTION    PIC X(22).
       01 WS-ENTRY-DATE           PIC X(8).
       01 WS-ENTRY-TIME           PIC X(6).
       01 WS-ENTRY-VALID          PIC X VALUE 'N'.
       01 WS-CONFIRM              PIC X VALUE 'N'.
       01 WS-LOCATION-ON-FILE     PIC X(20) VALUE SPACES.

       01 WS-DATE-NUM             PIC 9(8) VALUE ZERO.
       01 WS-TIME-NUM             PIC 9(6) VALUE ZERO.
       01 WS-TIME-PARTS REDEFINES WS-TIME-NUM.
           05 WS-TIME-HOUR            PIC 9(2).
           05 WS-TIME-MINUTE          PIC 9(2).
           05 WS-TIME-SECOND          PIC 9(2).
       01 WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01 WS-EARLIEST-START       PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-DAYS          PIC S9(7) VALUE ZERO.
       01 WS-MAX-WINDOW-DAYS      PIC 9(3) VALUE 31.
       01 WS-START-STAMP          PIC X(14) VALUE SPACES.
       01 WS-END-STAMP            PIC X(14) VALUE SPACES.

       01 WS-MAINT-LOG-STATUS     PIC XX.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-MAINT-ACTION         PIC X(4) VALUE SPACES.
       01 WS-BEFORE-IMAGE         PIC X(82) VALUE SPACES.
       01 WS-AFTER-IMAGE          PIC X(82) VALUE SPACES.

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
           PERFORM OPEN-WINDOW-MASTER
           IF WS-WINDOW-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open MWINMSTR - maintenance "
                   "unavailable."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
               IF WS-SENSOR-MASTER-STATUS NOT = '00'
                   DISPLAY "Unable to open SENSMSTR - maintenance "
                       "unavailable."
                   CLOSE WINDOW-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN EXTEND MAINT-LOG-FILE
                   IF WS-MAINT-LOG-STATUS NOT = '00'
                       OPEN OUTPUT MAINT-LOG-FILE
                   END-IF
                   PERFORM SET-TODAY
                   PERFORM DISPLAY-WELCOME
                   PERFORM GET-OPERATOR-ID
                   PERFORM WITH TEST AFTER UNTIL REPEAT = 'N'
                       PERFORM DISPLAY-MENU
                       ACCEPT USER-OPTION
                       EVALUATE USER-OPTION
                           WHEN '1'
                               PERFORM SCHEDULE-WINDOW
                               PERFORM ASK-REPEAT
                           WHEN '2'
                               PERFORM CHANGE-WINDOW-END
                               PERFORM ASK-REPEAT
                           WHEN '3'
                               PERFORM CANCEL-WINDOW
                               PERFORM ASK-REPEAT
                           WHEN '4'
                               PERFORM INQUIRE-WINDOW
                               PERFORM ASK-REPEAT
                           WHEN '5'
                               PERFORM LIST-WINDOWS
                               PERFORM ASK-REPEAT
                           WHEN OTHER
                               DISPLAY "Invalid option. Please try "
                                   "again."
                       END-EVALUATE
                   END-PERFORM
                   CLOSE WINDOW-MASTER-FILE
                   CLOSE SENSOR-MASTER-FILE
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "Thank you! Feel free to use it again "
                       "anytime!"
               END-IF
           END-IF
           STOP RUN.

       OPEN-WINDOW-MASTER.
           OPEN I-O WINDOW-MASTER-FILE
           IF WS-WINDOW-MASTER-STATUS = '35'
               DISPLAY "MWINMSTR not found - starting a new "
                   "maintenance window master."
               OPEN OUTPUT WINDOW-MASTER-FILE
               CLOSE WINDOW-MASTER-FILE
               OPEN I-O WINDOW-MASTER-FILE
           END-IF.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
           COMPUTE WS-EARLIEST-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1).

       GET-OPERATOR-ID.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID is required for the change "
                       "log."
               END-IF
           END-PERFORM.

       WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY " "
               WS-CD-HOUR ":" WS-CD-MINUTE ":" WS-CD-SECOND
               DELIMITED BY SIZE INTO MLR-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MLR-OPERATOR-ID
           MOVE WS-MAINT-ACTION TO MLR-ACTION
           MOVE WS-ENTRY-WORK-ORDER TO MLR-SENSOR-ID
           MOVE WS-BEFORE-IMAGE TO MLR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MLR-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD.

       DISPLAY-WELCOME.
           DISPLAY "**********************************************"
           DISPLAY "*                                            *"
           DISPLAY "*     PLANNED MAINTENANCE WINDOW MASTER      *"
           DISPLAY "*                                            *"
           DISPLAY "*  Book downtime for a sensor or a whole     *"
           DISPLAY "*  location against a work order so the      *"
           DISPLAY "*  nightly run holds back its alerts.        *"
           DISPLAY "*                                            *"
           DISPLAY "**********************************************"
           DISPLAY "Press Enter to continue..." WITH NO ADVANCING
           ACCEPT USER-OPTION.

       DISPLAY-MENU.
           DISPLAY "MAINTENANCE WINDOW MAINTENANCE"
           DISPLAY "Select a maintenance action:"
           DISPLAY "1 - Schedule a maintenance window"
           DISPLAY "2 - Change a window's end date/time"
           DISPLAY "3 - Cancel a maintenance window"
           DISPLAY "4 - Inquire on a work order"
           DISPLAY "5 - List all maintenance windows"
           DISPLAY "Option: " WITH NO ADVANCING.

       ASK-REPEAT.
           DISPLAY "Would you like another maintenance action?".
           DISPLAY "(Y/N): " WITH NO ADVANCING
           ACCEPT REPEAT
           MOVE FUNCTION UPPER-CASE(REPEAT) TO REPEAT.

       GET-WORK-ORDER.
           DISPLAY "Enter work order: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-WORK-ORDER
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-WORK-ORDER)
               TO WS-ENTRY-WORK-ORDER
           PERFORM LOOKUP-WINDOW.

       LOOKUP-WINDOW.
           MOVE 'N' TO WS-WINDOW-FOUND
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-ENTRY-WORK-ORDER TO MWR-WORK-ORDER
           READ WINDOW-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WINDOW-FOUND
                   MOVE WINDOW-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       LOOKUP-SENSOR.
           MOVE 'N' TO WS-SENSOR-FOUND
           MOVE WS-ENTRY-TARGET (1:10) TO SMR-SENSOR-ID
           READ SENSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SENSOR-FOUND
           END-READ.

       FIND-LOCATION.
           MOVE ZERO TO WS-LOCATION-SENSORS
           MOVE SPACES TO WS-LOCATION-ON-FILE
           MOVE 'N' TO WS-END-OF-SENSOR
           MOVE LOW-VALUES TO SMR-SENSOR-ID
           START SENSOR-MASTER-FILE KEY NOT < SMR-SENSOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SENSOR
           END-START
           PERFORM UNTIL WS-END-OF-SENSOR = 'Y'
               READ SENSOR-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-SENSOR
                   NOT AT END
                       IF FUNCTION UPPER-CASE(SMR-LOCATION)
                               = WS-ENTRY-TARGET
                           ADD 1 TO WS-LOCATION-SENSORS
                           MOVE SMR-LOCATION TO WS-LOCATION-ON-FILE
                       END-IF
               END-READ
           END-PERFORM.

       START-WINDOW-SCAN.
           MOVE 'N' TO WS-END-OF-WINDOW
           MOVE LOW-VALUES TO MWR-WORK-ORDER
           START WINDOW-MASTER-FILE KEY NOT < MWR-WORK-ORDER
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-WINDOW
           END-START.

       GET-WINDOW-DATE.
           MOVE 'N' TO WS-ENTRY-VALID
           ACCEPT WS-ENTRY-DATE
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-DATE) = ZERO
               MOVE FUNCTION NUMVAL(WS-ENTRY-DATE) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                   MOVE WS-DATE-NUM TO WS-ENTRY-DATE
                   MOVE 'Y' TO WS-ENTRY-VALID
               ELSE
                   DISPLAY "Date is not a valid date."
               END-IF
           ELSE
               DISPLAY "Date must be numeric YYYYMMDD."
           END-IF.

       GET-WINDOW-TIME.
           MOVE 'N' TO WS-ENTRY-VALID
           ACCEPT WS-ENTRY-TIME
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-TIME) = ZERO
               MOVE FUNCTION NUMVAL(WS-ENTRY-TIME) TO WS-TIME-NUM
               IF WS-TIME-HOUR > 23 OR WS-TIME-MINUTE > 59
                       OR WS-TIME-SECOND > 59
                   DISPLAY "Time is not a valid time."
               ELSE
                   MOVE WS-TIME-NUM TO WS-ENTRY-TIME
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           ELSE
               DISPLAY "Time must be numeric HHMMSS."
           END-IF.

       GET-WINDOW-END.
           DISPLAY "Enter window end date (YYYYMMDD): "
               WITH NO ADVANCING
           PERFORM GET-WINDOW-DATE
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-ENTRY-DATE TO WS-ENTRY-END-DATE
               DISPLAY "Enter window end time (HHMMSS): "
                   WITH NO ADVANCING
               PERFORM GET-WINDOW-TIME
               IF WS-ENTRY-VALID = 'Y'
                   MOVE WS-ENTRY-TIME TO WS-ENTRY-END-TIME
                   PERFORM CHECK-WINDOW-SPAN
               END-IF
           END-IF.

       CHECK-WINDOW-SPAN.
           STRING WS-ENTRY-START-DATE WS-ENTRY-START-TIME
               DELIMITED BY SIZE INTO WS-START-STAMP
           STRING WS-ENTRY-END-DATE WS-ENTRY-END-TIME
               DELIMITED BY SIZE INTO WS-END-STAMP
           COMPUTE WS-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-ENTRY-END-DATE))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-ENTRY-START-DATE))
           IF WS-END-STAMP NOT > WS-START-STAMP
               DISPLAY "Window must end after it starts."
               MOVE 'N' TO WS-ENTRY-VALID
           ELSE
               IF WS-WINDOW-DAYS > WS-MAX-WINDOW-DAYS
                   DISPLAY "Window cannot be longer than "
                       WS-MAX-WINDOW-DAYS " days."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.

       SCHEDULE-WINDOW.
           DISPLAY "Schedule a maintenance window"
           PERFORM GET-WORK-ORDER
           IF WS-ENTRY-WORK-ORDER = SPACES
               DISPLAY "Work order is required. Window not "
                   "scheduled."
           ELSE
               IF WS-WINDOW-FOUND = 'Y'
                   DISPLAY "Work order already has a window: "
                       WS-ENTRY-WORK-ORDER
               ELSE
                   PERFORM GET-WINDOW-TARGET
                   IF WS-ENTRY-VALID = 'Y'
                       PERFORM GET-WINDOW-DETAILS
                   END-IF
                   IF WS-ENTRY-VALID = 'Y'
                       PERFORM ADD-WINDOW
                   ELSE
                       DISPLAY "Window not scheduled."
                   END-IF
               END-IF
           END-IF.

       GET-WINDOW-TARGET.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Window covers (S)ensor or (L)ocation: "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SCOPE) TO WS-ENTRY-SCOPE
           EVALUATE WS-ENTRY-SCOPE
               WHEN 'S'
                   DISPLAY "Enter sensor ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-ENTRY-TARGET
                   ACCEPT WS-ENTRY-TARGET (1:10)
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-TARGET)
                       TO WS-ENTRY-TARGET
                   PERFORM LOOKUP-SENSOR
                   IF WS-SENSOR-FOUND = 'N'
                       DISPLAY "Sensor not on SENSMSTR: "
                           WS-ENTRY-TARGET (1:10)
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-VALID
                   END-IF
               WHEN 'L'
                   DISPLAY "Enter location: " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-TARGET
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-TARGET)
                       TO WS-ENTRY-TARGET
                   PERFORM FIND-LOCATION
                   IF WS-LOCATION-SENSORS = ZERO
                       DISPLAY "No sensors on SENSMSTR at location: "
                           WS-ENTRY-TARGET
                   ELSE
                       MOVE WS-LOCATION-ON-FILE TO WS-ENTRY-TARGET
                       DISPLAY "Sensors at location: "
                           WS-LOCATION-SENSORS
                       MOVE 'Y' TO WS-ENTRY-VALID
                   END-IF
               WHEN OTHER
                   DISPLAY "Window must cover S or L."
           END-EVALUATE.

       GET-WINDOW-DETAILS.
           DISPLAY "Enter window start date (YYYYMMDD): "
               WITH NO ADVANCING
           PERFORM GET-WINDOW-DATE
           IF WS-ENTRY-VALID = 'Y'
               IF WS-DATE-NUM < WS-EARLIEST-START
                   DISPLAY "Window cannot start before "
                       WS-EARLIEST-START "."
                   MOVE 'N' TO WS-ENTRY-VALID
               ELSE
                   MOVE WS-ENTRY-DATE TO WS-ENTRY-START-DATE
               END-IF
           END-IF
           IF WS-ENTRY-VALID = 'Y'
               DISPLAY "Enter window start time (HHMMSS): "
                   WITH NO ADVANCING
               PERFORM GET-WINDOW-TIME
               IF WS-ENTRY-VALID = 'Y'
                   MOVE WS-ENTRY-TIME TO WS-ENTRY-START-TIME
               END-IF
           END-IF
           IF WS-ENTRY-VALID = 'Y'
               PERFORM GET-WINDOW-END
           END-IF
           IF WS-ENTRY-VALID = 'Y'
               DISPLAY "Enter description: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-DESCRIPTION
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-DESCRIPTION)
                   TO WS-ENTRY-DESCRIPTION
               IF WS-ENTRY-DESCRIPTION = SPACES
                   DISPLAY "Description is required."
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF.

       ADD-WINDOW.
           MOVE WS-ENTRY-WORK-ORDER TO MWR-WORK-ORDER
           MOVE WS-ENTRY-SCOPE TO MWR-SCOPE
           MOVE WS-ENTRY-TARGET TO MWR-TARGET
           MOVE WS-ENTRY-START-DATE TO MWR-START-DATE
           MOVE WS-ENTRY-START-TIME TO MWR-START-TIME
           MOVE WS-ENTRY-END-DATE TO MWR-END-DATE
           MOVE WS-ENTRY-END-TIME TO MWR-END-TIME
           MOVE 'A' TO MWR-STATUS
           MOVE WS-ENTRY-DESCRIPTION TO MWR-DESCRIPTION
           MOVE WINDOW-MASTER-RECORD TO WS-AFTER-IMAGE
           WRITE WINDOW-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Work order already has a window: "
                       WS-ENTRY-WORK-ORDER
               NOT INVALID KEY
                   MOVE "WADD" TO WS-MAINT-ACTION
                   PERFORM WRITE-MAINT-LOG
                   DISPLAY "Window scheduled for work order "
                       WS-ENTRY-WORK-ORDER
           END-WRITE.

       CHANGE-WINDOW-END.
           DISPLAY "Change a window's end date/time"
           PERFORM GET-WORK-ORDER
           IF WS-WINDOW-FOUND = 'N'
               DISPLAY "No window for work order: "
                   WS-ENTRY-WORK-ORDER
           ELSE
               IF MWR-STATUS NOT = 'A'
                   DISPLAY "Window is cancelled: " WS-ENTRY-WORK-ORDER
               ELSE
                   DISPLAY "Current end      : " MWR-END-DATE " "
                       MWR-END-TIME
                   MOVE MWR-START-DATE TO WS-ENTRY-START-DATE
                   MOVE MWR-START-TIME TO WS-ENTRY-START-TIME
                   PERFORM GET-WINDOW-END
                   IF WS-ENTRY-VALID = 'Y'
                       MOVE WS-ENTRY-END-DATE TO MWR-END-DATE
                       MOVE WS-ENTRY-END-TIME TO MWR-END-TIME
                       MOVE "WEND" TO WS-MAINT-ACTION
                       PERFORM REWRITE-WINDOW
                   ELSE
                       DISPLAY "Window end not changed."
                   END-IF
               END-IF
           END-IF.

       CANCEL-WINDOW.
           DISPLAY "Cancel a maintenance window"
           PERFORM GET-WORK-ORDER
           IF WS-WINDOW-FOUND = 'N'
               DISPLAY "No window for work order: "
                   WS-ENTRY-WORK-ORDER
           ELSE
               IF MWR-STATUS NOT = 'A'
                   DISPLAY "Window is already cancelled: "
                       WS-ENTRY-WORK-ORDER
               ELSE
                   PERFORM DISPLAY-WINDOW
                   DISPLAY "Cancel this window? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       MOVE 'C' TO MWR-STATUS
                       MOVE "WCAN" TO WS-MAINT-ACTION
                       PERFORM REWRITE-WINDOW
                   ELSE
                       DISPLAY "Window not cancelled."
                   END-IF
               END-IF
           END-IF.

       REWRITE-WINDOW.
           MOVE WINDOW-MASTER-RECORD TO WS-AFTER-IMAGE
           REWRITE WINDOW-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite window: "
                       WS-ENTRY-WORK-ORDER
               NOT INVALID KEY
                   PERFORM WRITE-MAINT-LOG
                   DISPLAY "Window updated for work order "
                       WS-ENTRY-WORK-ORDER
           END-REWRITE.

       INQUIRE-WINDOW.
           DISPLAY "Inquire on a work order"
           PERFORM GET-WORK-ORDER
           IF WS-WINDOW-FOUND = 'N'
               DISPLAY "No window for work order: "
                   WS-ENTRY-WORK-ORDER
           ELSE
               PERFORM DISPLAY-WINDOW
           END-IF.

       DISPLAY-WINDOW.
           DISPLAY "Work order       : " MWR-WORK-ORDER
           IF MWR-SCOPE = 'S'
               DISPLAY "Sensor           : " MWR-SENSOR-ID
           ELSE
               DISPLAY "Location         : " MWR-TARGET
           END-IF
           DISPLAY "Starts           : " MWR-START-DATE " "
               MWR-START-TIME
           DISPLAY "Ends             : " MWR-END-DATE " "
               MWR-END-TIME
           DISPLAY "Description      : " MWR-DESCRIPTION
           IF MWR-STATUS = 'A'
               DISPLAY "Status           : ACTIVE"
           ELSE
               DISPLAY "Status           : CANCELLED"
           END-IF.

       LIST-WINDOWS.
           DISPLAY "Maintenance window listing"
           MOVE ZERO TO WS-WINDOW-COUNT
           PERFORM START-WINDOW-SCAN
           PERFORM UNTIL WS-END-OF-WINDOW = 'Y'
               READ WINDOW-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-WINDOW
                   NOT AT END
                       ADD 1 TO WS-WINDOW-COUNT
                       DISPLAY MWR-WORK-ORDER " " MWR-SCOPE " "
                           MWR-TARGET " " MWR-START-DATE " "
                           MWR-START-TIME " " MWR-END-DATE " "
                           MWR-END-TIME " " MWR-STATUS
               END-READ
           END-PERFORM
           IF WS-WINDOW-COUNT = ZERO
               DISPLAY "No maintenance windows on file."
           ELSE
               DISPLAY "Windows on file: " WS-WINDOW-COUNT
           END-IF.
