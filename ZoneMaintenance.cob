       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZoneMaintenance.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZMR-SENSOR-ID
               FILE STATUS IS WS-ZONE-MASTER-STATUS.

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
       FD  ZONE-MASTER-FILE.
       01  ZONE-MASTER-RECORD.
           05 ZMR-SENSOR-ID           PIC X(10).
           05 ZMR-ZONE-ID             PIC X(8).
           05 ZMR-ZONE-NAME           PIC X(30).
           05 ZMR-BAND                PIC X(10).

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

       01 WS-ZONE-MASTER-STATUS   PIC XX.
       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-END-OF-ZONE          PIC X VALUE 'N'.
       01 WS-MEMBER-FOUND         PIC X VALUE 'N'.
       01 WS-ZONE-FOUND           PIC X VALUE 'N'.
       01 WS-SENSOR-FOUND         PIC X VALUE 'N'.
       01 WS-MEMBER-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ZONE-MEMBERS         PIC 9(2) VALUE ZERO.

       01 WS-ENTRY-SENSOR-ID      PIC X(10).
       01 WS-ENTRY-ZONE-ID        PIC X(8).
       01 WS-ENTRY-ZONE-NAME      PIC X(30).
       01 WS-ENTRY-BAND           PIC X(10).
       01 WS-ENTRY-VALID          PIC X VALUE 'N'.
       01 WS-BAND-VALUE           PIC 9(3)V999 VALUE ZERO.
       01 WS-BAND-EDITED          PIC ZZ9.999.

       01 WS-ZONE-NAME-ON-FILE    PIC X(30) VALUE SPACES.
       01 WS-ZONE-BAND-ON-FILE    PIC X(10) VALUE SPACES.

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
           PERFORM OPEN-ZONE-MASTER
           IF WS-ZONE-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open ZONEMSTR - maintenance "
                   "unavailable."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
               IF WS-SENSOR-MASTER-STATUS NOT = '00'
                   DISPLAY "Unable to open SENSMSTR - maintenance "
                       "unavailable."
                   CLOSE ZONE-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN EXTEND MAINT-LOG-FILE
                   IF WS-MAINT-LOG-STATUS NOT = '00'
                       OPEN OUTPUT MAINT-LOG-FILE
                   END-IF
                   PERFORM DISPLAY-WELCOME
                   PERFORM GET-OPERATOR-ID
                   PERFORM WITH TEST AFTER UNTIL REPEAT = 'N'
                       PERFORM DISPLAY-MENU
                       ACCEPT USER-OPTION
                       EVALUATE USER-OPTION
                           WHEN '1'
                               PERFORM ASSIGN-SENSOR
                               PERFORM ASK-REPEAT
                           WHEN '2'
                               PERFORM REMOVE-SENSOR
                               PERFORM ASK-REPEAT
                           WHEN '3'
                               PERFORM CHANGE-ZONE-BAND
                               PERFORM ASK-REPEAT
                           WHEN '4'
                               PERFORM INQUIRE-ZONE
                               PERFORM ASK-REPEAT
                           WHEN '5'
                               PERFORM LIST-ZONES
                               PERFORM ASK-REPEAT
                           WHEN OTHER
                               DISPLAY "Invalid option. Please try "
                                   "again."
                       END-EVALUATE
                   END-PERFORM
                   CLOSE ZONE-MASTER-FILE
                   CLOSE SENSOR-MASTER-FILE
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "Thank you! Feel free to use it again "
                       "anytime!"
               END-IF
           END-IF
           STOP RUN.

       OPEN-ZONE-MASTER.
           OPEN I-O ZONE-MASTER-FILE
           IF WS-ZONE-MASTER-STATUS = '35'
               DISPLAY "ZONEMSTR not found - starting a new "
                   "zone master."
               OPEN OUTPUT ZONE-MASTER-FILE
               CLOSE ZONE-MASTER-FILE
               OPEN I-O ZONE-MASTER-FILE
           END-IF.

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
           DISPLAY "*          SENSOR ZONE MASTER                *"
           DISPLAY "*                                            *"
           DISPLAY "*  Group sensors that cover the same room    *"
           DISPLAY "*  and set how far apart they may read       *"
           DISPLAY "*  before the nightly run flags a drifter.   *"
           DISPLAY "*                                            *"
           DISPLAY "**********************************************"
           DISPLAY "Press Enter to continue..." WITH NO ADVANCING
           ACCEPT USER-OPTION.

       DISPLAY-MENU.
           DISPLAY "SENSOR ZONE MAINTENANCE"
           DISPLAY "Select a maintenance action:"
           DISPLAY "1 - Assign a sensor to a zone"
           DISPLAY "2 - Remove a sensor from its zone"
           DISPLAY "3 - Change a zone's disagreement band"
           DISPLAY "4 - Inquire on a zone"
           DISPLAY "5 - List all zone assignments"
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
           PERFORM LOOKUP-MEMBER.

       GET-ZONE-ID.
           DISPLAY "Enter zone ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ZONE-ID
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ZONE-ID)
               TO WS-ENTRY-ZONE-ID.

       LOOKUP-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-ENTRY-SENSOR-ID TO ZMR-SENSOR-ID
           READ ZONE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-FOUND
                   MOVE ZONE-MASTER-RECORD TO WS-BEFORE-IMAGE
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

       START-ZONE-SCAN.
           MOVE 'N' TO WS-END-OF-ZONE
           MOVE LOW-VALUES TO ZMR-SENSOR-ID
           START ZONE-MASTER-FILE KEY NOT < ZMR-SENSOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-ZONE
           END-START.

       FIND-ZONE.
           MOVE 'N' TO WS-ZONE-FOUND
           MOVE ZERO TO WS-ZONE-MEMBERS
           PERFORM START-ZONE-SCAN
           PERFORM UNTIL WS-END-OF-ZONE = 'Y'
               READ ZONE-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-ZONE
                   NOT AT END
                       IF ZMR-ZONE-ID = WS-ENTRY-ZONE-ID
                           MOVE 'Y' TO WS-ZONE-FOUND
                           ADD 1 TO WS-ZONE-MEMBERS
                           MOVE ZMR-ZONE-NAME TO WS-ZONE-NAME-ON-FILE
                           MOVE ZMR-BAND TO WS-ZONE-BAND-ON-FILE
                       END-IF
               END-READ
           END-PERFORM.

       GET-BAND.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "Enter allowed disagreement band (deg C): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-BAND
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-BAND) = ZERO
               IF FUNCTION NUMVAL(WS-ENTRY-BAND) > ZERO
                       AND FUNCTION NUMVAL(WS-ENTRY-BAND) < 1000
                   MOVE FUNCTION NUMVAL(WS-ENTRY-BAND)
                       TO WS-BAND-VALUE
                   MOVE WS-BAND-VALUE TO WS-BAND-EDITED
                   MOVE WS-BAND-EDITED TO WS-ENTRY-BAND
                   MOVE 'Y' TO WS-ENTRY-VALID
               ELSE
                   DISPLAY "Band must be greater than 0 and less "
                       "than 1000."
               END-IF
           ELSE
               DISPLAY "Band must be numeric."
           END-IF.

       ASSIGN-SENSOR.
           DISPLAY "Assign a sensor to a zone"
           PERFORM GET-SENSOR-ID
           IF WS-ENTRY-SENSOR-ID = SPACES
               DISPLAY "Sensor ID is required. Sensor not assigned."
           ELSE
               IF WS-MEMBER-FOUND = 'Y'
                   DISPLAY "Sensor already assigned to zone: "
                       ZMR-ZONE-ID
               ELSE
                   PERFORM LOOKUP-SENSOR
                   IF WS-SENSOR-FOUND = 'N'
                       DISPLAY "Sensor not on SENSMSTR: "
                           WS-ENTRY-SENSOR-ID
                   ELSE
                       PERFORM GET-ASSIGNMENT-DETAILS
                   END-IF
               END-IF
           END-IF.

       GET-ASSIGNMENT-DETAILS.
           MOVE 'N' TO WS-ENTRY-VALID
           PERFORM GET-ZONE-ID
           IF WS-ENTRY-ZONE-ID = SPACES
               DISPLAY "Zone ID is required."
           ELSE
               PERFORM FIND-ZONE
               IF WS-ZONE-FOUND = 'Y'
                   IF WS-ZONE-MEMBERS < 8
                       MOVE WS-ZONE-NAME-ON-FILE TO WS-ENTRY-ZONE-NAME
                       MOVE WS-ZONE-BAND-ON-FILE TO WS-ENTRY-BAND
                       DISPLAY "Joining zone " WS-ENTRY-ZONE-ID " - "
                           WS-ENTRY-ZONE-NAME " band "
                           WS-ENTRY-BAND
                       MOVE 'Y' TO WS-ENTRY-VALID
                   ELSE
                       DISPLAY "Zone already has 8 sensors: "
                           WS-ENTRY-ZONE-ID
                   END-IF
               ELSE
                   DISPLAY "New zone " WS-ENTRY-ZONE-ID
                   DISPLAY "Enter zone name: " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-ZONE-NAME
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-ZONE-NAME)
                       TO WS-ENTRY-ZONE-NAME
                   IF WS-ENTRY-ZONE-NAME = SPACES
                       DISPLAY "Zone name is required."
                   ELSE
                       PERFORM GET-BAND
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-VALID = 'Y'
               MOVE WS-ENTRY-SENSOR-ID TO ZMR-SENSOR-ID
               MOVE WS-ENTRY-ZONE-ID TO ZMR-ZONE-ID
               MOVE WS-ENTRY-ZONE-NAME TO ZMR-ZONE-NAME
               MOVE WS-ENTRY-BAND TO ZMR-BAND
               MOVE ZONE-MASTER-RECORD TO WS-AFTER-IMAGE
               WRITE ZONE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Sensor already assigned to a zone: "
                           WS-ENTRY-SENSOR-ID
                   NOT INVALID KEY
                       MOVE "ZADD" TO WS-MAINT-ACTION
                       PERFORM WRITE-MAINT-LOG
                       DISPLAY "Sensor " WS-ENTRY-SENSOR-ID
                           " assigned to zone " WS-ENTRY-ZONE-ID
               END-WRITE
           ELSE
               DISPLAY "Sensor not assigned."
           END-IF.

       REMOVE-SENSOR.
           DISPLAY "Remove a sensor from its zone"
           PERFORM GET-SENSOR-ID
           IF WS-MEMBER-FOUND = 'N'
               DISPLAY "Sensor is not assigned to a zone: "
                   WS-ENTRY-SENSOR-ID
           ELSE
               DELETE ZONE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Unable to remove zone assignment: "
                           WS-ENTRY-SENSOR-ID
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE "ZDEL" TO WS-MAINT-ACTION
                       PERFORM WRITE-MAINT-LOG
                       DISPLAY "Sensor " WS-ENTRY-SENSOR-ID
                           " removed from zone "
                           WS-BEFORE-IMAGE (11:8)
               END-DELETE
           END-IF.

       CHANGE-ZONE-BAND.
           DISPLAY "Change a zone's disagreement band"
           PERFORM GET-ZONE-ID
           PERFORM FIND-ZONE
           IF WS-ZONE-FOUND = 'N'
               DISPLAY "No sensors assigned to zone: "
                   WS-ENTRY-ZONE-ID
           ELSE
               DISPLAY "Current band: " WS-ZONE-BAND-ON-FILE
               PERFORM GET-BAND
               IF WS-ENTRY-VALID = 'Y'
                   MOVE ZERO TO WS-MEMBER-COUNT
                   MOVE "ZBND" TO WS-MAINT-ACTION
                   PERFORM START-ZONE-SCAN
                   PERFORM UNTIL WS-END-OF-ZONE = 'Y'
                       READ ZONE-MASTER-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-END-OF-ZONE
                           NOT AT END
                               IF ZMR-ZONE-ID = WS-ENTRY-ZONE-ID
                                   PERFORM REWRITE-MEMBER-BAND
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY "Band changed for zone " WS-ENTRY-ZONE-ID
                       " sensors updated: " WS-MEMBER-COUNT
               ELSE
                   DISPLAY "Band not changed."
               END-IF
           END-IF.

       REWRITE-MEMBER-BAND.
           MOVE ZONE-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE ZMR-SENSOR-ID TO WS-ENTRY-SENSOR-ID
           MOVE WS-ENTRY-BAND TO ZMR-BAND
           MOVE ZONE-MASTER-RECORD TO WS-AFTER-IMAGE
           REWRITE ZONE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite zone assignment: "
                       ZMR-SENSOR-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-COUNT
                   PERFORM WRITE-MAINT-LOG
           END-REWRITE.

       INQUIRE-ZONE.
           DISPLAY "Inquire on a zone"
           PERFORM GET-ZONE-ID
           MOVE ZERO TO WS-MEMBER-COUNT
           PERFORM START-ZONE-SCAN
           PERFORM UNTIL WS-END-OF-ZONE = 'Y'
               READ ZONE-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-ZONE
                   NOT AT END
                       IF ZMR-ZONE-ID = WS-ENTRY-ZONE-ID
                           IF WS-MEMBER-COUNT = ZERO
                               DISPLAY "Zone ID          : "
                                   ZMR-ZONE-ID
                               DISPLAY "Zone name        : "
                                   ZMR-ZONE-NAME
                               DISPLAY "Band (deg C)     : " ZMR-BAND
                           END-IF
                           ADD 1 TO WS-MEMBER-COUNT
                           PERFORM DISPLAY-MEMBER-SENSOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MEMBER-COUNT = ZERO
               DISPLAY "No sensors assigned to zone: "
                   WS-ENTRY-ZONE-ID
           ELSE
               DISPLAY "Sensors in zone  : " WS-MEMBER-COUNT
           END-IF.

       DISPLAY-MEMBER-SENSOR.
           MOVE ZMR-SENSOR-ID TO WS-ENTRY-SENSOR-ID
           PERFORM LOOKUP-SENSOR
           IF WS-SENSOR-FOUND = 'Y'
               DISPLAY "  Sensor         : " ZMR-SENSOR-ID " "
                   SMR-DESCRIPTION
           ELSE
               DISPLAY "  Sensor         : " ZMR-SENSOR-ID
                   " (NOT ON MASTER)"
           END-IF.

       LIST-ZONES.
           DISPLAY "Zone assignment listing"
           MOVE ZERO TO WS-MEMBER-COUNT
           PERFORM START-ZONE-SCAN
           PERFORM UNTIL WS-END-OF-ZONE = 'Y'
               READ ZONE-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-ZONE
                   NOT AT END
                       ADD 1 TO WS-MEMBER-COUNT
                       DISPLAY ZMR-SENSOR-ID "  " ZMR-ZONE-ID "  "
                           ZMR-ZONE-NAME "  " ZMR-BAND
               END-READ
           END-PERFORM
           IF WS-MEMBER-COUNT = ZERO
               DISPLAY "No zone assignments on file."
           ELSE
               DISPLAY "Assignments on file: " WS-MEMBER-COUNT
           END-IF.
