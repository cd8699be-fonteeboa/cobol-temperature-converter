       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalibrationMaintenance.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIBRATION-MASTER-FILE ASSIGN TO "CALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMR-SENSOR-ID
               FILE STATUS IS WS-CALIBRATION-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALIBRATION-MASTER-FILE.
       01  CALIBRATION-MASTER-RECORD.
           05 CMR-SENSOR-ID           PIC X(10).
           05 CMR-LAST-CAL-DATE       PIC X(8).
           05 CMR-INTERVAL-DAYS       PIC 9(4).
           05 CMR-NEXT-DUE-DATE       PIC X(8).
           05 CMR-CERTIFICATE-REF     PIC X(20).
           05 CMR-TECHNICIAN          PIC X(20).

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

       01 WS-CALIBRATION-STATUS   PIC XX.
       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-END-OF-CALIBRATION   PIC X VALUE 'N'.
       01 WS-SCHEDULE-FOUND       PIC X VALUE 'N'.
       01 WS-SENSOR-FOUND         PIC X VALUE 'N'.
       01 WS-SCHEDULE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-ENTRY-SENSOR-ID      PIC X(10).
       01 WS-ENTRY-CAL-DATE       PIC X(8).
       01 WS-ENTRY-INTERVAL       PIC X(4).
       01 WS-ENTRY-CERTIFICATE    PIC X(20).
       01 WS-ENTRY-TECHNICIAN     PIC X(20).
       01 WS-ENTRY-VALID          PIC X VALUE 'N'.
       01 WS-INTERVAL-DAYS        PIC 9(4) VALUE ZERO.

       01 WS-MAINT-LOG-STATUS     PIC XX.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-MAINT-ACTION         PIC X(4) VALUE SPACES.
       01 WS-BEFORE-IMAGE         PIC X(82) VALUE SPACES.
       01 WS-AFTER-IMAGE          PIC X(82) VALUE SPACES.

       01 WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT            PIC 9(8) VALUE ZERO.
       01 WS-DATE-NUM             PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT             PIC 9(8) VALUE ZERO.
       01 WS-DAYS-TO-DUE          PIC S9(5) VALUE ZERO.

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
           PERFORM OPEN-CALIBRATION-MASTER
           IF WS-CALIBRATION-STATUS NOT = '00'
               DISPLAY "Unable to open CALMSTR - maintenance "
                   "unavailable."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
               IF WS-SENSOR-MASTER-STATUS NOT = '00'
                   DISPLAY "Unable to open SENSMSTR - maintenance "
                       "unavailable."
                   CLOSE CALIBRATION-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN EXTEND MAINT-LOG-FILE
                   IF WS-MAINT-LOG-STATUS NOT = '00'
                       OPEN OUTPUT MAINT-LOG-FILE
                   END-IF
                   PERFORM SET-TODAY-DATE
                   PERFORM DISPLAY-WELCOME
                   PERFORM GET-OPERATOR-ID
                   PERFORM WITH TEST AFTER UNTIL REPEAT = 'N'
                       PERFORM DISPLAY-MENU
                       ACCEPT USER-OPTION
                       EVALUATE USER-OPTION
                           WHEN '1'
                               PERFORM ADD-SCHEDULE
                               PERFORM ASK-REPEAT
                           WHEN '2'
                               PERFORM RECORD-CALIBRATION
                               PERFORM ASK-REPEAT
                           WHEN '3'
                               PERFORM CHANGE-INTERVAL
                               PERFORM ASK-REPEAT
                           WHEN '4'
                               PERFORM INQUIRE-SCHEDULE
                               PERFORM ASK-REPEAT
                           WHEN '5'
                               PERFORM LIST-SCHEDULES
                               PERFORM ASK-REPEAT
                           WHEN OTHER
                               DISPLAY "Invalid option. Please try "
                                   "again."
                       END-EVALUATE
                   END-PERFORM
                   CLOSE CALIBRATION-MASTER-FILE
                   CLOSE SENSOR-MASTER-FILE
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "Thank you! Feel free to use it again "
                       "anytime!"
               END-IF
           END-IF
           STOP RUN.

       OPEN-CALIBRATION-MASTER.
           OPEN I-O CALIBRATION-MASTER-FILE
           IF WS-CALIBRATION-STATUS = '35'
               DISPLAY "CALMSTR not found - starting a new "
                   "calibration master."
               OPEN OUTPUT CALIBRATION-MASTER-FILE
               CLOSE CALIBRATION-MASTER-FILE
               OPEN I-O CALIBRATION-MASTER-FILE
           END-IF.

       SET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

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
           MOVE WS-ENTRY-SENSOR-ID TO MLR-SENSOR-ID
           MOVE WS-BEFORE-IMAGE TO MLR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MLR-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD.

       DISPLAY-WELCOME.
           DISPLAY "**********************************************"
           DISPLAY "*                                            *"
           DISPLAY "*     SENSOR CALIBRATION SCHEDULE MASTER     *"
           DISPLAY "*                                            *"
           DISPLAY "*  Record calibrations, certificates, and    *"
           DISPLAY "*  intervals so every reading can be traced  *"
           DISPLAY "*  to a sensor that was in calibration.      *"
           DISPLAY "*                                            *"
           DISPLAY "**********************************************"
           DISPLAY "Press Enter to continue..." WITH NO ADVANCING
           ACCEPT USER-OPTION.

       DISPLAY-MENU.
           DISPLAY "CALIBRATION SCHEDULE MAINTENANCE"
           DISPLAY "Select a maintenance action:"
           DISPLAY "1 - Add a calibration schedule for a sensor"
           DISPLAY "2 - Record a completed calibration"
           DISPLAY "3 - Change the calibration interval"
           DISPLAY "4 - Inquire on a sensor's calibration"
           DISPLAY "5 - List all calibration schedules"
           DISPLAY "Option: " WITH NO ADVANCING.

       ASK-REPEAT.
           DISPLAY "Would you like another maintenance action?".
           DISPLAY "(Y/N): " WITH NO ADVANCING
           ACCEPT REPEAT
           MOVE FUNCTION UPPER-CASE(REPEAT) TO REPEAT.

       GET-SENSOR-ID.
           DISPLAY "Enter sensor ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-SENSOR-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SENSOR-ID)
               TO WS-ENTRY-SENSOR-ID
           PERFORM LOOKUP-SCHEDULE.

       LOOKUP-SCHEDULE.
           MOVE 'N' TO WS-SCHEDULE-FOUND
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-ENTRY-SENSOR-ID TO CMR-SENSOR-ID
           READ CALIBRATION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SCHEDULE-FOUND
                   MOVE CALIBRATION-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       LOOKUP-SENSOR.
           MOVE 'N' TO WS-SENSOR-FOUND
           MOVE WS-ENTRY-SENSOR-ID TO SMR-SENSOR-ID
           READ SENSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SENSOR-FOUND
           END-READ.

       GET-CALIBRATION-DATE.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter calibration date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CAL-DATE
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-CAL-DATE) = ZERO
               MOVE FUNCTION NUMVAL(WS-ENTRY-CAL-DATE) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                   IF WS-DATE-NUM > WS-TODAY-NUM
                       DISPLAY "Calibration date cannot be in the "
                           "future."
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-VALID
                   END-IF
               ELSE
                   DISPLAY "Calibration date is not a valid date."
               END-IF
           ELSE
               DISPLAY "Calibration date must be numeric YYYYMMDD."
           END-IF.

       GET-INTERVAL.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter calibration interval in days: "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-INTERVAL
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-INTERVAL) = ZERO
               IF FUNCTION NUMVAL(WS-ENTRY-INTERVAL) > ZERO
                       AND FUNCTION NUMVAL(WS-ENTRY-INTERVAL) < 10000
                   MOVE FUNCTION NUMVAL(WS-ENTRY-INTERVAL)
                       TO WS-INTERVAL-DAYS
                   MOVE 'Y' TO WS-ENTRY-VALID
               ELSE
                   DISPLAY "Interval must be 1 to 9999 days."
               END-IF
           ELSE
               DISPLAY "Interval must be numeric."
           END-IF.

       GET-CERTIFICATE-DETAILS.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter certificate reference: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CERTIFICATE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CERTIFICATE)
               TO WS-ENTRY-CERTIFICATE
           DISPLAY "Enter technician: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-TECHNICIAN
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TECHNICIAN)
               TO WS-ENTRY-TECHNICIAN
           IF WS-ENTRY-CERTIFICATE = SPACES
                   OR WS-ENTRY-TECHNICIAN = SPACES
               DISPLAY "Certificate reference and technician are "
                   "both required."
           ELSE
               MOVE 'Y' TO WS-ENTRY-VALID
           END-IF.

       COMPUTE-NEXT-DUE-DATE.
           MOVE FUNCTION NUMVAL(CMR-LAST-CAL-DATE) TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + CMR-INTERVAL-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO CMR-NEXT-DUE-DATE.

       ADD-SCHEDULE.
           DISPLAY "Add a calibration schedule for a sensor"
           PERFORM GET-SENSOR-ID
           IF WS-ENTRY-SENSOR-ID = SPACES
               DISPLAY "Sensor ID is required. Schedule not added."
           ELSE
               IF WS-SCHEDULE-FOUND = 'Y'
                   DISPLAY "Calibration schedule already on file: "
                       WS-ENTRY-SENSOR-ID
               ELSE
                   PERFORM LOOKUP-SENSOR
                   IF WS-SENSOR-FOUND = 'N'
                       DISPLAY "Sensor not on SENSMSTR: "
                           WS-ENTRY-SENSOR-ID
                   ELSE
                       PERFORM GET-SCHEDULE-DETAILS
                   END-IF
               END-IF
           END-IF.

       GET-SCHEDULE-DETAILS.
           PERFORM GET-CALIBRATION-DATE
           IF WS-ENTRY-VALID = 'Y'
               PERFORM GET-INTERVAL
           END-IF
           IF WS-ENTRY-VALID = 'Y'
               PERFORM GET-CERTIFICATE-DETAILS
           END-IF
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-ENTRY-SENSOR-ID TO CMR-SENSOR-ID
               MOVE WS-ENTRY-CAL-DATE TO CMR-LAST-CAL-DATE
               MOVE WS-INTERVAL-DAYS TO CMR-INTERVAL-DAYS
               MOVE WS-ENTRY-CERTIFICATE TO CMR-CERTIFICATE-REF
               MOVE WS-ENTRY-TECHNICIAN TO CMR-TECHNICIAN
               PERFORM COMPUTE-NEXT-DUE-DATE
               MOVE CALIBRATION-MASTER-RECORD TO WS-AFTER-IMAGE
               WRITE CALIBRATION-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Calibration schedule already on "
                           "file: " WS-ENTRY-SENSOR-ID
                   NOT INVALID KEY
                       MOVE "CADD" TO WS-MAINT-ACTION
                       PERFORM WRITE-MAINT-LOG
                       DISPLAY "Calibration schedule added: "
                           WS-ENTRY-SENSOR-ID
                           " next due " CMR-NEXT-DUE-DATE
               END-WRITE
           ELSE
               DISPLAY "Schedule not added."
           END-IF.

       REWRITE-SCHEDULE.
           MOVE CALIBRATION-MASTER-RECORD TO WS-AFTER-IMAGE
           REWRITE CALIBRATION-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite calibration schedule: "
                       WS-ENTRY-SENSOR-ID
               NOT INVALID KEY
                   PERFORM WRITE-MAINT-LOG
           END-REWRITE.

       RECORD-CALIBRATION.
           DISPLAY "Record a completed calibration"
           PERFORM GET-SENSOR-ID
           IF WS-SCHEDULE-FOUND = 'N'
               DISPLAY "No calibration schedule on file: "
                   WS-ENTRY-SENSOR-ID
           ELSE
               PERFORM GET-CALIBRATION-DATE
               IF WS-ENTRY-VALID = 'Y'
                       AND WS-ENTRY-CAL-DATE < CMR-LAST-CAL-DATE
                   DISPLAY "Calibration date is before the last "
                       "recorded calibration " CMR-LAST-CAL-DATE
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   PERFORM GET-CERTIFICATE-DETAILS
               END-IF
               IF WS-ENTRY-VALID = 'Y'
                   MOVE WS-ENTRY-CAL-DATE TO CMR-LAST-CAL-DATE
                   MOVE WS-ENTRY-CERTIFICATE TO CMR-CERTIFICATE-REF
                   MOVE WS-ENTRY-TECHNICIAN TO CMR-TECHNICIAN
                   PERFORM COMPUTE-NEXT-DUE-DATE
                   MOVE "CAL " TO WS-MAINT-ACTION
                   PERFORM REWRITE-SCHEDULE
                   DISPLAY "Calibration recorded: " WS-ENTRY-SENSOR-ID
                       " next due " CMR-NEXT-DUE-DATE
               ELSE
                   DISPLAY "Calibration not recorded."
               END-IF
           END-IF.

       CHANGE-INTERVAL.
           DISPLAY "Change the calibration interval"
           PERFORM GET-SENSOR-ID
           IF WS-SCHEDULE-FOUND = 'N'
               DISPLAY "No calibration schedule on file: "
                   WS-ENTRY-SENSOR-ID
           ELSE
               PERFORM GET-INTERVAL
               IF WS-ENTRY-VALID = 'Y'
                   MOVE WS-INTERVAL-DAYS TO CMR-INTERVAL-DAYS
                   PERFORM COMPUTE-NEXT-DUE-DATE
                   MOVE "CINT" TO WS-MAINT-ACTION
                   PERFORM REWRITE-SCHEDULE
                   DISPLAY "Calibration interval changed: "
                       WS-ENTRY-SENSOR-ID
                       " next due " CMR-NEXT-DUE-DATE
               ELSE
                   DISPLAY "Interval not changed."
               END-IF
           END-IF.

       INQUIRE-SCHEDULE.
           DISPLAY "Inquire on a sensor's calibration"
           PERFORM GET-SENSOR-ID
           IF WS-SCHEDULE-FOUND = 'N'
               DISPLAY "No calibration schedule on file: "
                   WS-ENTRY-SENSOR-ID
           ELSE
               PERFORM DISPLAY-SCHEDULE-ENTRY
           END-IF.

       DISPLAY-SCHEDULE-ENTRY.
           DISPLAY "Sensor ID        : " CMR-SENSOR-ID
           DISPLAY "Last calibrated  : " CMR-LAST-CAL-DATE
           DISPLAY "Interval (days)  : " CMR-INTERVAL-DAYS
           DISPLAY "Next due         : " CMR-NEXT-DUE-DATE
           DISPLAY "Certificate      : " CMR-CERTIFICATE-REF
           DISPLAY "Technician       : " CMR-TECHNICIAN
           MOVE ZERO TO WS-DAYS-TO-DUE
           IF FUNCTION TEST-NUMVAL(CMR-NEXT-DUE-DATE) = ZERO
               COMPUTE WS-DAYS-TO-DUE = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CMR-NEXT-DUE-DATE))
                   - WS-TODAY-INT
           END-IF
           IF WS-DAYS-TO-DUE < ZERO
               DISPLAY "Status           : OVERDUE"
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               DISPLAY "Status           : IN CALIBRATION"
           END-IF.

       LIST-SCHEDULES.
           DISPLAY "Calibration schedule listing"
           MOVE ZERO TO WS-SCHEDULE-COUNT
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE 'N' TO WS-END-OF-CALIBRATION
           MOVE LOW-VALUES TO CMR-SENSOR-ID
           START CALIBRATION-MASTER-FILE KEY NOT < CMR-SENSOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-CALIBRATION
           END-START
           PERFORM UNTIL WS-END-OF-CALIBRATION = 'Y'
               READ CALIBRATION-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-CALIBRATION
                   NOT AT END
                       ADD 1 TO WS-SCHEDULE-COUNT
                       PERFORM DISPLAY-SCHEDULE-ENTRY
                       DISPLAY " "
               END-READ
           END-PERFORM
           IF WS-SCHEDULE-COUNT = ZERO
               DISPLAY "No calibration schedules on file."
           ELSE
               DISPLAY "Schedules on file: " WS-SCHEDULE-COUNT
                   " Overdue: " WS-OVERDUE-COUNT
           END-IF.
