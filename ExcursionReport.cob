       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExcursionReport.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCURSION-MASTER-FILE ASSIGN TO "EXCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCURSION-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "EXCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCURSION-MASTER-FILE.
       01  EXCURSION-MASTER-RECORD.
           05 EXR-SENSOR-ID           PIC X(10).
           05 EXR-LIMIT-BREACHED      PIC X(4).
           05 EXR-START-DATE          PIC X(8).
           05 EXR-START-TIME          PIC X(6).
           05 EXR-END-DATE            PIC X(8).
           05 EXR-END-TIME            PIC X(6).
           05 EXR-PEAK-CELSIUS        PIC X(10).
           05 EXR-MINUTES             PIC 9(7).
           05 EXR-READINGS            PIC 9(5).
           05 EXR-STATUS              PIC X(1).

       FD  SENSOR-MASTER-FILE.
       01  SENSOR-MASTER-RECORD.
           05 SMR-SENSOR-ID           PIC X(10).
           05 SMR-DESCRIPTION         PIC X(30).
           05 SMR-LOCATION            PIC X(20).
           05 SMR-NATIVE-SCALE        PIC X(1).
           05 SMR-SERVICE-FLAG        PIC X(1).
           05 SMR-LOW-LIMIT           PIC X(10).
           05 SMR-HIGH-LIMIT          PIC X(10).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-MIN-MINUTES        PIC X(5).
           05 PARM-REPORT-MONTH       PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EXCURSION-STATUS     PIC XX.
       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-PARAMETER-STATUS     PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-MASTER-OPEN          PIC X VALUE 'N'.

       01 WS-MIN-MINUTES          PIC 9(5) VALUE 30.
       01 WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
       01 WS-MONTH-NUM            PIC 9(6) VALUE ZERO.
       01 WS-MONTH-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-MONTH-MM             PIC 9(2) VALUE ZERO.

       01 WS-EPISODE-TABLE.
           05 WS-ET-ENTRY OCCURS 5000 TIMES.
               10 WS-ET-LOCATION      PIC X(20).
               10 WS-ET-START-DATE    PIC X(8).
               10 WS-ET-START-TIME    PIC X(6).
               10 WS-ET-SENSOR-ID     PIC X(10).
               10 WS-ET-DESCRIPTION   PIC X(30).
               10 WS-ET-BREACHED      PIC X(4).
               10 WS-ET-END-DATE      PIC X(8).
               10 WS-ET-END-TIME      PIC X(6).
               10 WS-ET-PEAK          PIC X(10).
               10 WS-ET-MINUTES       PIC 9(7).
               10 WS-ET-READINGS      PIC 9(5).
               10 WS-ET-STATUS        PIC X(1).
       01 WS-EPISODE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-EPISODE-SUB          PIC 9(4) VALUE ZERO.

       01 WS-MONTH-TABLE.
           05 WS-MT-ENTRY OCCURS 5000 TIMES.
               10 WS-MT-LOCATION      PIC X(20).
               10 WS-MT-SENSOR-ID     PIC X(10).
               10 WS-MT-DESCRIPTION   PIC X(30).
               10 WS-MT-EPISODES      PIC 9(5).
               10 WS-MT-MINUTES       PIC 9(9).
       01 WS-MONTH-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-MONTH-SUB            PIC 9(4) VALUE ZERO.
       01 WS-MONTH-FOUND          PIC X VALUE 'N'.

       01 WS-INSERT-SUB           PIC 9(4) VALUE ZERO.
       01 WS-EPISODES-READ        PIC 9(5) VALUE ZERO.
       01 WS-OPEN-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-MASTER        PIC 9(4) VALUE ZERO.
       01 WS-PREV-GROUP           PIC X(20) VALUE SPACES.
       01 WS-LOCATION-EPISODES    PIC 9(5) VALUE ZERO.
       01 WS-LOCATION-MINUTES     PIC 9(9) VALUE ZERO.
       01 WS-GRAND-EPISODES       PIC 9(5) VALUE ZERO.
       01 WS-GRAND-MINUTES        PIC 9(9) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT           PIC 9(3) VALUE 55.

       01 WS-CURRENT-DATE.
           05 WS-CD-DATE              PIC X(8).
           05 FILLER                  PIC X(13).

       01 WS-PAGE-HEADING.
           05 FILLER                  PIC X(35)
               VALUE "TEMPERATURE EXCURSION REPORT".
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-PH-DATE              PIC X(8).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-PH-PAGE              PIC ZZZ9.
           05 FILLER                  PIC X(59) VALUE SPACES.

       01 WS-COUNT-HEADING.
           05 FILLER                  PIC X(17)
               VALUE "MINIMUM MINUTES: ".
           05 WS-CH-MIN-MINUTES       PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE "   EPISODES: ".
           05 WS-CH-EPISODES          PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE "   LISTED: ".
           05 WS-CH-LISTED            PIC ZZZZ9.
           05 FILLER                  PIC X(9) VALUE "   OPEN: ".
           05 WS-CH-OPEN              PIC ZZZZ9.
           05 FILLER                  PIC X(19)
               VALUE "   NOT ON MASTER: ".
           05 WS-CH-UNKNOWN           PIC ZZZ9.
           05 FILLER                  PIC X(39) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 WS-SL-TITLE             PIC X(40).
           05 WS-SL-VALUE             PIC X(10).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-GROUP-LINE.
           05 WS-GL-LABEL             PIC X(10).
           05 WS-GL-VALUE             PIC X(40).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-COLUMN-HEADING           PIC X(132) VALUE SPACES.

       01 WS-EPISODE-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "LIM".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "START".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "END".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "PEAK C".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "MINUTES".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "READS".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "STATUS".
           05 FILLER                  PIC X(10) VALUE SPACES.

       01 WS-EPISODE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-BREACHED          PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-START-DATE        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-EL-START-TIME        PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-END-DATE          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-EL-END-TIME          PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-PEAK              PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-MINUTES           PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-READINGS          PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-STATUS            PIC X(6).
           05 FILLER                  PIC X(10) VALUE SPACES.

       01 WS-MONTH-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "EPISODES".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "  MINUTES".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "    HOURS".
           05 FILLER                  PIC X(56) VALUE SPACES.

       01 WS-MONTH-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ML-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ML-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ML-EPISODES          PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ML-MINUTES           PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ML-HOURS             PIC ZZZZZ9.99.
           05 FILLER                  PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-REPORT-PARAMETERS
           OPEN INPUT EXCURSION-MASTER-FILE
           IF WS-EXCURSION-STATUS NOT = '00'
               DISPLAY "Unable to open EXCMSTR - report skipped."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
               IF WS-SENSOR-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               ELSE
                   DISPLAY "Unable to open SENSMSTR - descriptions "
                       "unavailable."
               END-IF
               PERFORM LOAD-EPISODES
               CLOSE EXCURSION-MASTER-FILE
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE SENSOR-MASTER-FILE
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY "Unable to open EXCRPT - report skipped."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-EXCURSION-REPORT
                   CLOSE REPORT-FILE
                   DISPLAY "Excursion report complete. Listed: "
                       WS-EPISODE-COUNT
                       " Month: " WS-REPORT-MONTH
               END-IF
           END-IF
           STOP RUN.

       LOAD-REPORT-PARAMETERS.
           MOVE WS-CD-DATE (1:4) TO WS-MONTH-YEAR
           MOVE WS-CD-DATE (5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           COMPUTE WS-MONTH-NUM = WS-MONTH-YEAR * 100 + WS-MONTH-MM
           MOVE WS-MONTH-NUM TO WS-REPORT-MONTH
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(PARM-MIN-MINUTES)
                               = ZERO
                           MOVE FUNCTION NUMVAL(PARM-MIN-MINUTES)
                               TO WS-MIN-MINUTES
                       END-IF
                       IF PARM-REPORT-MONTH IS NUMERIC
                               AND PARM-REPORT-MONTH (5:2) >= "01"
                               AND PARM-REPORT-MONTH (5:2) <= "12"
                           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       FETCH-SENSOR-MASTER.
           MOVE SPACES TO SMR-DESCRIPTION
           MOVE SPACES TO SMR-LOCATION
           IF WS-MASTER-OPEN = 'Y'
               READ SENSOR-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO SMR-DESCRIPTION
                       MOVE "(UNKNOWN)" TO SMR-LOCATION
                       ADD 1 TO WS-NOT-ON-MASTER
               END-READ
           ELSE
               MOVE "(MASTER UNAVAILABLE)" TO SMR-DESCRIPTION
               MOVE "(UNKNOWN)" TO SMR-LOCATION
           END-IF.

       LOAD-EPISODES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EXCURSION-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EPISODES-READ
                       IF EXR-STATUS = 'O'
                           ADD 1 TO WS-OPEN-COUNT
                       END-IF
                       IF EXR-MINUTES >= WS-MIN-MINUTES
                               OR EXR-START-DATE (1:6)
                               = WS-REPORT-MONTH
                           MOVE EXR-SENSOR-ID TO SMR-SENSOR-ID
                           PERFORM FETCH-SENSOR-MASTER
                           IF EXR-MINUTES >= WS-MIN-MINUTES
                               PERFORM ADD-EPISODE-ENTRY
                           END-IF
                           IF EXR-START-DATE (1:6) = WS-REPORT-MONTH
                               PERFORM ADD-MONTH-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-EPISODE-ENTRY.
           IF WS-EPISODE-COUNT < 5000
               ADD 1 TO WS-EPISODE-COUNT
               MOVE WS-EPISODE-COUNT TO WS-INSERT-SUB
               PERFORM UNTIL WS-INSERT-SUB = 1
                       OR WS-ET-LOCATION (WS-INSERT-SUB - 1)
                       < SMR-LOCATION
                       OR (WS-ET-LOCATION (WS-INSERT-SUB - 1)
                       = SMR-LOCATION
                       AND (WS-ET-START-DATE (WS-INSERT-SUB - 1)
                       < EXR-START-DATE
                       OR (WS-ET-START-DATE (WS-INSERT-SUB - 1)
                       = EXR-START-DATE
                       AND WS-ET-START-TIME (WS-INSERT-SUB - 1)
                       <= EXR-START-TIME)))
                   MOVE WS-ET-ENTRY (WS-INSERT-SUB - 1)
                       TO WS-ET-ENTRY (WS-INSERT-SUB)
                   SUBTRACT 1 FROM WS-INSERT-SUB
               END-PERFORM
               MOVE SMR-LOCATION TO WS-ET-LOCATION (WS-INSERT-SUB)
               MOVE EXR-START-DATE
                   TO WS-ET-START-DATE (WS-INSERT-SUB)
               MOVE EXR-START-TIME
                   TO WS-ET-START-TIME (WS-INSERT-SUB)
               MOVE EXR-SENSOR-ID TO WS-ET-SENSOR-ID (WS-INSERT-SUB)
               MOVE SMR-DESCRIPTION
                   TO WS-ET-DESCRIPTION (WS-INSERT-SUB)
               MOVE EXR-LIMIT-BREACHED
                   TO WS-ET-BREACHED (WS-INSERT-SUB)
               MOVE EXR-END-DATE TO WS-ET-END-DATE (WS-INSERT-SUB)
               MOVE EXR-END-TIME TO WS-ET-END-TIME (WS-INSERT-SUB)
               MOVE EXR-PEAK-CELSIUS TO WS-ET-PEAK (WS-INSERT-SUB)
               MOVE EXR-MINUTES TO WS-ET-MINUTES (WS-INSERT-SUB)
               MOVE EXR-READINGS TO WS-ET-READINGS (WS-INSERT-SUB)
               MOVE EXR-STATUS TO WS-ET-STATUS (WS-INSERT-SUB)
           ELSE
               DISPLAY "Episode table full - episode not listed: "
                   EXR-SENSOR-ID
           END-IF.

       ADD-MONTH-TOTAL.
           MOVE 'N' TO WS-MONTH-FOUND
           MOVE 1 TO WS-MONTH-SUB
           PERFORM UNTIL WS-MONTH-FOUND = 'Y'
                   OR WS-MONTH-SUB > WS-MONTH-COUNT
               IF WS-MT-SENSOR-ID (WS-MONTH-SUB) = EXR-SENSOR-ID
                   MOVE 'Y' TO WS-MONTH-FOUND
               ELSE
                   ADD 1 TO WS-MONTH-SUB
               END-IF
           END-PERFORM
           IF WS-MONTH-FOUND = 'Y'
               ADD 1 TO WS-MT-EPISODES (WS-MONTH-SUB)
               ADD EXR-MINUTES TO WS-MT-MINUTES (WS-MONTH-SUB)
           ELSE
               IF WS-MONTH-COUNT < 5000
                   PERFORM INSERT-MONTH-ENTRY
               ELSE
                   DISPLAY "Month table full - sensor not totalled: "
                       EXR-SENSOR-ID
               END-IF
           END-IF.

       INSERT-MONTH-ENTRY.
           ADD 1 TO WS-MONTH-COUNT
           MOVE WS-MONTH-COUNT TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB = 1
                   OR WS-MT-LOCATION (WS-INSERT-SUB - 1)
                   < SMR-LOCATION
                   OR (WS-MT-LOCATION (WS-INSERT-SUB - 1)
                   = SMR-LOCATION
                   AND WS-MT-SENSOR-ID (WS-INSERT-SUB - 1)
                   <= EXR-SENSOR-ID)
               MOVE WS-MT-ENTRY (WS-INSERT-SUB - 1)
                   TO WS-MT-ENTRY (WS-INSERT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-PERFORM
           MOVE SMR-LOCATION TO WS-MT-LOCATION (WS-INSERT-SUB)
           MOVE EXR-SENSOR-ID TO WS-MT-SENSOR-ID (WS-INSERT-SUB)
           MOVE SMR-DESCRIPTION TO WS-MT-DESCRIPTION (WS-INSERT-SUB)
           MOVE 1 TO WS-MT-EPISODES (WS-INSERT-SUB)
           MOVE EXR-MINUTES TO WS-MT-MINUTES (WS-INSERT-SUB).

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-CD-DATE TO WS-PH-DATE
           MOVE WS-PAGE-NUMBER TO WS-PH-PAGE
           MOVE REPORT-RECORD TO WS-GROUP-LINE
           MOVE WS-PAGE-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GROUP-LINE TO REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-EXCURSION-REPORT.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "EPISODES AT OR OVER MINIMUM MINUTES"
               TO WS-SL-TITLE
           MOVE SPACES TO WS-SL-VALUE
           MOVE WS-EPISODE-HEADING TO WS-COLUMN-HEADING
           MOVE WS-MIN-MINUTES TO WS-CH-MIN-MINUTES
           MOVE WS-EPISODES-READ TO WS-CH-EPISODES
           MOVE WS-EPISODE-COUNT TO WS-CH-LISTED
           MOVE WS-OPEN-COUNT TO WS-CH-OPEN
           MOVE WS-NOT-ON-MASTER TO WS-CH-UNKNOWN
           MOVE WS-COUNT-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-EPISODE-COUNT = ZERO
               MOVE "  NO EXCURSIONS AT OR OVER THE MINIMUM DURATION."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-PREV-GROUP
               MOVE 1 TO WS-EPISODE-SUB
               PERFORM UNTIL WS-EPISODE-SUB > WS-EPISODE-COUNT
                   PERFORM PRINT-EPISODE-ENTRY
                   ADD 1 TO WS-EPISODE-SUB
               END-PERFORM
           END-IF
           MOVE 99 TO WS-LINE-COUNT
           MOVE "MONTHLY TIME OUT OF RANGE FOR MONTH "
               TO WS-SL-TITLE
           MOVE WS-REPORT-MONTH TO WS-SL-VALUE
           MOVE WS-MONTH-HEADING TO WS-COLUMN-HEADING
           MOVE ZERO TO WS-GRAND-EPISODES
           MOVE ZERO TO WS-GRAND-MINUTES
           IF WS-MONTH-COUNT = ZERO
               MOVE "  NO EXCURSIONS STARTED IN THE MONTH."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-PREV-GROUP
               MOVE 1 TO WS-MONTH-SUB
               PERFORM UNTIL WS-MONTH-SUB > WS-MONTH-COUNT
                   PERFORM PRINT-MONTH-ENTRY
                   ADD 1 TO WS-MONTH-SUB
               END-PERFORM
               PERFORM PRINT-LOCATION-TOTAL
               MOVE SPACES TO WS-ML-SENSOR-ID
               MOVE "ALL LOCATIONS" TO WS-ML-DESCRIPTION
               MOVE WS-GRAND-EPISODES TO WS-ML-EPISODES
               MOVE WS-GRAND-MINUTES TO WS-ML-MINUTES
               COMPUTE WS-ML-HOURS ROUNDED = WS-GRAND-MINUTES / 60
               MOVE WS-MONTH-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-EPISODE-ENTRY.
           IF WS-ET-LOCATION (WS-EPISODE-SUB) NOT = WS-PREV-GROUP
                   OR WS-EPISODE-SUB = 1
               MOVE WS-ET-LOCATION (WS-EPISODE-SUB) TO WS-PREV-GROUP
               MOVE "LOCATION: " TO WS-GL-LABEL
               MOVE WS-ET-LOCATION (WS-EPISODE-SUB) TO WS-GL-VALUE
               MOVE WS-GROUP-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-ET-SENSOR-ID (WS-EPISODE-SUB) TO WS-EL-SENSOR-ID
           MOVE WS-ET-DESCRIPTION (WS-EPISODE-SUB)
               TO WS-EL-DESCRIPTION
           MOVE WS-ET-BREACHED (WS-EPISODE-SUB) TO WS-EL-BREACHED
           MOVE WS-ET-START-DATE (WS-EPISODE-SUB) TO WS-EL-START-DATE
           MOVE WS-ET-START-TIME (WS-EPISODE-SUB) TO WS-EL-START-TIME
           MOVE WS-ET-END-DATE (WS-EPISODE-SUB) TO WS-EL-END-DATE
           MOVE WS-ET-END-TIME (WS-EPISODE-SUB) TO WS-EL-END-TIME
           MOVE WS-ET-PEAK (WS-EPISODE-SUB) TO WS-EL-PEAK
           MOVE WS-ET-MINUTES (WS-EPISODE-SUB) TO WS-EL-MINUTES
           MOVE WS-ET-READINGS (WS-EPISODE-SUB) TO WS-EL-READINGS
           IF WS-ET-STATUS (WS-EPISODE-SUB) = 'O'
               MOVE "OPEN" TO WS-EL-STATUS
           ELSE
               MOVE "CLOSED" TO WS-EL-STATUS
           END-IF
           MOVE WS-EPISODE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-MONTH-ENTRY.
           IF WS-MT-LOCATION (WS-MONTH-SUB) NOT = WS-PREV-GROUP
                   OR WS-MONTH-SUB = 1
               IF WS-MONTH-SUB > 1
                   PERFORM PRINT-LOCATION-TOTAL
               END-IF
               MOVE WS-MT-LOCATION (WS-MONTH-SUB) TO WS-PREV-GROUP
               MOVE ZERO TO WS-LOCATION-EPISODES
               MOVE ZERO TO WS-LOCATION-MINUTES
               MOVE "LOCATION: " TO WS-GL-LABEL
               MOVE WS-MT-LOCATION (WS-MONTH-SUB) TO WS-GL-VALUE
               MOVE WS-GROUP-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD WS-MT-EPISODES (WS-MONTH-SUB) TO WS-LOCATION-EPISODES
           ADD WS-MT-MINUTES (WS-MONTH-SUB) TO WS-LOCATION-MINUTES
           ADD WS-MT-EPISODES (WS-MONTH-SUB) TO WS-GRAND-EPISODES
           ADD WS-MT-MINUTES (WS-MONTH-SUB) TO WS-GRAND-MINUTES
           MOVE WS-MT-SENSOR-ID (WS-MONTH-SUB) TO WS-ML-SENSOR-ID
           MOVE WS-MT-DESCRIPTION (WS-MONTH-SUB) TO WS-ML-DESCRIPTION
           MOVE WS-MT-EPISODES (WS-MONTH-SUB) TO WS-ML-EPISODES
           MOVE WS-MT-MINUTES (WS-MONTH-SUB) TO WS-ML-MINUTES
           COMPUTE WS-ML-HOURS ROUNDED =
               WS-MT-MINUTES (WS-MONTH-SUB) / 60
           MOVE WS-MONTH-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-LOCATION-TOTAL.
           MOVE SPACES TO WS-ML-SENSOR-ID
           MOVE "LOCATION TOTAL" TO WS-ML-DESCRIPTION
           MOVE WS-LOCATION-EPISODES TO WS-ML-EPISODES
           MOVE WS-LOCATION-MINUTES TO WS-ML-MINUTES
           COMPUTE WS-ML-HOURS ROUNDED = WS-LOCATION-MINUTES / 60
           MOVE WS-MONTH-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.
