       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalibrationDueReport.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIBRATION-MASTER-FILE ASSIGN TO "CALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMR-SENSOR-ID
               FILE STATUS IS WS-CALIBRATION-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "CALDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-DUE-DAYS           PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CALIBRATION-STATUS   PIC XX.
       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-PARAMETER-STATUS     PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-MASTER-OPEN          PIC X VALUE 'N'.

       01 WS-DUE-DAYS             PIC 9(3) VALUE 7.
       01 WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT            PIC 9(8) VALUE ZERO.
       01 WS-DAYS-TO-DUE          PIC S9(5) VALUE ZERO.

       01 WS-DUE-TABLE.
           05 WS-DT-ENTRY OCCURS 5000 TIMES.
               10 WS-DT-LOCATION      PIC X(20).
               10 WS-DT-DUE-DATE      PIC X(8).
               10 WS-DT-SENSOR-ID     PIC X(10).
               10 WS-DT-DESCRIPTION   PIC X(30).
               10 WS-DT-LAST-DATE     PIC X(8).
               10 WS-DT-INTERVAL      PIC 9(4).
               10 WS-DT-DAYS-TO-DUE   PIC S9(5).
               10 WS-DT-CERTIFICATE   PIC X(20).
               10 WS-DT-TECHNICIAN    PIC X(20).
       01 WS-DUE-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-DUE-SUB              PIC 9(4) VALUE ZERO.
       01 WS-INSERT-SUB           PIC 9(4) VALUE ZERO.

       01 WS-SCHEDULES-READ       PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RETIRED-SKIPPED      PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-MASTER        PIC 9(4) VALUE ZERO.
       01 WS-PREV-GROUP           PIC X(20) VALUE SPACES.
       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT           PIC 9(3) VALUE 55.

       01 WS-CURRENT-DATE.
           05 WS-CD-DATE              PIC X(8).
           05 FILLER                  PIC X(13).

       01 WS-PAGE-HEADING.
           05 FILLER                  PIC X(30)
               VALUE "SENSOR CALIBRATION DUE REPORT".
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-PH-DATE              PIC X(8).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-PH-PAGE              PIC ZZZ9.
           05 FILLER                  PIC X(59) VALUE SPACES.

       01 WS-COUNT-HEADING.
           05 FILLER                  PIC X(19)
               VALUE "DUE WITHIN (DAYS): ".
           05 WS-CH-DUE-DAYS          PIC ZZ9.
           05 FILLER                  PIC X(15) VALUE "   SCHEDULES: ".
           05 WS-CH-SCHEDULES         PIC ZZZZ9.
           05 FILLER                  PIC X(9) VALUE "   DUE: ".
           05 WS-CH-DUE               PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE "   OVERDUE: ".
           05 WS-CH-OVERDUE           PIC ZZZZ9.
           05 FILLER                  PIC X(19)
               VALUE "   NOT ON MASTER: ".
           05 WS-CH-UNKNOWN           PIC ZZZ9.
           05 FILLER                  PIC X(35) VALUE SPACES.

       01 WS-GROUP-LINE.
           05 WS-GL-LABEL             PIC X(10).
           05 WS-GL-VALUE             PIC X(40).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "LAST CAL".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "INTV".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "NEXT DUE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "  DAYS".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "STATUS".
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE "CERTIFICATE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE "TECHNICIAN".

       01 WS-DUE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-LAST-DATE         PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-INTERVAL          PIC ZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-DUE-DATE          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-DAYS              PIC -(5)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS            PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-DL-CERTIFICATE       PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-TECHNICIAN        PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION NUMVAL(WS-CD-DATE) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM LOAD-REPORT-PARAMETERS
           OPEN INPUT CALIBRATION-MASTER-FILE
           IF WS-CALIBRATION-STATUS NOT = '00'
               DISPLAY "Unable to open CALMSTR - report skipped."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
               IF WS-SENSOR-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               ELSE
                   DISPLAY "Unable to open SENSMSTR - descriptions "
                       "unavailable."
               END-IF
               PERFORM LOAD-DUE-SCHEDULES
               CLOSE CALIBRATION-MASTER-FILE
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE SENSOR-MASTER-FILE
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY "Unable to open CALDRPT - report skipped."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-DUE-REPORT
                   CLOSE REPORT-FILE
                   DISPLAY "Calibration due report complete. Due: "
                       WS-DUE-COUNT
                       " Overdue: " WS-OVERDUE-COUNT
                   IF WS-OVERDUE-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       LOAD-REPORT-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(PARM-DUE-DAYS) = ZERO
                           MOVE FUNCTION NUMVAL(PARM-DUE-DAYS)
                               TO WS-DUE-DAYS
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       FETCH-SENSOR-MASTER.
           MOVE SPACES TO SMR-DESCRIPTION
           MOVE SPACES TO SMR-LOCATION
           MOVE 'I' TO SMR-SERVICE-FLAG
           IF WS-MASTER-OPEN = 'Y'
               READ SENSOR-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO SMR-DESCRIPTION
                       MOVE "(UNKNOWN)" TO SMR-LOCATION
                       MOVE 'I' TO SMR-SERVICE-FLAG
                       ADD 1 TO WS-NOT-ON-MASTER
               END-READ
           ELSE
               MOVE "(MASTER UNAVAILABLE)" TO SMR-DESCRIPTION
               MOVE "(UNKNOWN)" TO SMR-LOCATION
           END-IF.

       LOAD-DUE-SCHEDULES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CALIBRATION-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-SCHEDULES-READ
                       PERFORM CHECK-SCHEDULE-DUE
               END-READ
           END-PERFORM.

       CHECK-SCHEDULE-DUE.
           IF FUNCTION TEST-NUMVAL(CMR-NEXT-DUE-DATE) = ZERO
               COMPUTE WS-DAYS-TO-DUE = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(CMR-NEXT-DUE-DATE))
                   - WS-TODAY-INT
               IF WS-DAYS-TO-DUE <= WS-DUE-DAYS
                   MOVE CMR-SENSOR-ID TO SMR-SENSOR-ID
                   PERFORM FETCH-SENSOR-MASTER
                   IF SMR-SERVICE-FLAG = 'I'
                       PERFORM ADD-DUE-ENTRY
                   ELSE
                       ADD 1 TO WS-RETIRED-SKIPPED
                   END-IF
               END-IF
           ELSE
               DISPLAY "Unreadable next-due date skipped for sensor: "
                   CMR-SENSOR-ID
           END-IF.

       ADD-DUE-ENTRY.
           IF WS-DUE-COUNT < 5000
               IF WS-DAYS-TO-DUE < ZERO
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-DUE-COUNT TO WS-INSERT-SUB
               PERFORM UNTIL WS-INSERT-SUB = 1
                       OR WS-DT-LOCATION (WS-INSERT-SUB - 1)
                       < SMR-LOCATION
                       OR (WS-DT-LOCATION (WS-INSERT-SUB - 1)
                       = SMR-LOCATION
                       AND WS-DT-DUE-DATE (WS-INSERT-SUB - 1)
                       <= CMR-NEXT-DUE-DATE)
                   MOVE WS-DT-ENTRY (WS-INSERT-SUB - 1)
                       TO WS-DT-ENTRY (WS-INSERT-SUB)
                   SUBTRACT 1 FROM WS-INSERT-SUB
               END-PERFORM
               MOVE SMR-LOCATION TO WS-DT-LOCATION (WS-INSERT-SUB)
               MOVE CMR-NEXT-DUE-DATE
                   TO WS-DT-DUE-DATE (WS-INSERT-SUB)
               MOVE CMR-SENSOR-ID TO WS-DT-SENSOR-ID (WS-INSERT-SUB)
               MOVE SMR-DESCRIPTION
                   TO WS-DT-DESCRIPTION (WS-INSERT-SUB)
               MOVE CMR-LAST-CAL-DATE
                   TO WS-DT-LAST-DATE (WS-INSERT-SUB)
               MOVE CMR-INTERVAL-DAYS
                   TO WS-DT-INTERVAL (WS-INSERT-SUB)
               MOVE WS-DAYS-TO-DUE
                   TO WS-DT-DAYS-TO-DUE (WS-INSERT-SUB)
               MOVE CMR-CERTIFICATE-REF
                   TO WS-DT-CERTIFICATE (WS-INSERT-SUB)
               MOVE CMR-TECHNICIAN
                   TO WS-DT-TECHNICIAN (WS-INSERT-SUB)
           ELSE
               DISPLAY "Due table full - sensor not reported: "
                   CMR-SENSOR-ID
           END-IF.

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
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GROUP-LINE TO REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-DUE-REPORT.
           MOVE 99 TO WS-LINE-COUNT
           MOVE WS-DUE-DAYS TO WS-CH-DUE-DAYS
           MOVE WS-SCHEDULES-READ TO WS-CH-SCHEDULES
           MOVE WS-DUE-COUNT TO WS-CH-DUE
           MOVE WS-OVERDUE-COUNT TO WS-CH-OVERDUE
           MOVE WS-NOT-ON-MASTER TO WS-CH-UNKNOWN
           MOVE WS-COUNT-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-DUE-COUNT = ZERO
               MOVE "  NO CALIBRATIONS DUE IN THE PERIOD."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-PREV-GROUP
               MOVE 1 TO WS-DUE-SUB
               PERFORM UNTIL WS-DUE-SUB > WS-DUE-COUNT
                   PERFORM PRINT-DUE-ENTRY
                   ADD 1 TO WS-DUE-SUB
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-DUE-ENTRY.
           IF WS-DT-LOCATION (WS-DUE-SUB) NOT = WS-PREV-GROUP
                   OR WS-DUE-SUB = 1
               MOVE WS-DT-LOCATION (WS-DUE-SUB) TO WS-PREV-GROUP
               MOVE "LOCATION: " TO WS-GL-LABEL
               MOVE WS-DT-LOCATION (WS-DUE-SUB) TO WS-GL-VALUE
               MOVE WS-GROUP-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-DT-SENSOR-ID (WS-DUE-SUB) TO WS-DL-SENSOR-ID
           MOVE WS-DT-DESCRIPTION (WS-DUE-SUB) TO WS-DL-DESCRIPTION
           MOVE WS-DT-LAST-DATE (WS-DUE-SUB) TO WS-DL-LAST-DATE
           MOVE WS-DT-INTERVAL (WS-DUE-SUB) TO WS-DL-INTERVAL
           MOVE WS-DT-DUE-DATE (WS-DUE-SUB) TO WS-DL-DUE-DATE
           MOVE WS-DT-DAYS-TO-DUE (WS-DUE-SUB) TO WS-DL-DAYS
           IF WS-DT-DAYS-TO-DUE (WS-DUE-SUB) < ZERO
               MOVE "OVERDUE" TO WS-DL-STATUS
           ELSE
               MOVE "DUE" TO WS-DL-STATUS
           END-IF
           MOVE WS-DT-CERTIFICATE (WS-DUE-SUB) TO WS-DL-CERTIFICATE
           MOVE WS-DT-TECHNICIAN (WS-DUE-SUB) TO WS-DL-TECHNICIAN
           MOVE WS-DUE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.
