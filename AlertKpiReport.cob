       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertKpiReport.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-MASTER-FILE ASSIGN TO "ALRTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-MASTER-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "KPIPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "KPIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 PARM-REPORT-MONTH       PIC X(6).
           05 PARM-OPEN-AGE           PIC X(3).
           05 PARM-TOP-SENSORS        PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ALERT-MASTER-STATUS  PIC XX.
       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-PARAMETER-STATUS     PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-MASTER-OPEN          PIC X VALUE 'N'.

       01 WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
       01 WS-MONTH-NUM            PIC 9(6) VALUE ZERO.
       01 WS-MONTH-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-MONTH-MM             PIC 9(2) VALUE ZERO.
       01 WS-OPEN-AGE-LIMIT       PIC 9(3) VALUE 7.
       01 WS-TOP-SENSORS          PIC 9(2) VALUE 10.
       01 WS-TODAY-INT            PIC 9(8) VALUE ZERO.

       01 WS-FROM-DATE            PIC X(8) VALUE SPACES.
       01 WS-TO-DATE              PIC X(8) VALUE SPACES.
       01 WS-DAYS                 PIC S9(5) VALUE ZERO.
       01 WS-DAYS-VALID           PIC X VALUE 'N'.

       01 WS-LOCATION-TABLE.
           05 WS-LT-ENTRY OCCURS 200 TIMES.
               10 WS-LT-LOCATION      PIC X(20).
               10 WS-LT-RAISED        PIC 9(5).
               10 WS-LT-ACKED         PIC 9(5).
               10 WS-LT-CLOSED        PIC 9(5).
               10 WS-LT-ACK-DAYS      PIC 9(7).
               10 WS-LT-ACK-WORST     PIC 9(5).
               10 WS-LT-CLOSE-DAYS    PIC 9(7).
               10 WS-LT-CLOSE-WORST   PIC 9(5).
       01 WS-LOCATION-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-LOCATION-SUB         PIC 9(3) VALUE ZERO.

       01 WS-TOTAL-ENTRY.
           05 WS-TT-RAISED            PIC 9(5) VALUE ZERO.
           05 WS-TT-ACKED             PIC 9(5) VALUE ZERO.
           05 WS-TT-CLOSED            PIC 9(5) VALUE ZERO.
           05 WS-TT-ACK-DAYS          PIC 9(7) VALUE ZERO.
           05 WS-TT-ACK-WORST         PIC 9(5) VALUE ZERO.
           05 WS-TT-CLOSE-DAYS        PIC 9(7) VALUE ZERO.
           05 WS-TT-CLOSE-WORST       PIC 9(5) VALUE ZERO.

       01 WS-RESOLUTION-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
               10 WS-RT-CODE          PIC X(4).
               10 WS-RT-COUNT         PIC 9(5).
       01 WS-RESOLUTION-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-RESOLUTION-SUB       PIC 9(2) VALUE ZERO.

       01 WS-SEVERITY-TABLE.
           05 WS-VT-ENTRY OCCURS 10 TIMES.
               10 WS-VT-SEVERITY      PIC X(8).
               10 WS-VT-COUNT         PIC 9(5).
       01 WS-SEVERITY-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-SEVERITY-SUB         PIC 9(2) VALUE ZERO.
       01 WS-ESCALATED-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-INITIALS-TABLE.
           05 WS-IT-ENTRY OCCURS 100 TIMES.
               10 WS-IT-INITIALS      PIC X(3).
               10 WS-IT-COUNT         PIC 9(5).
               10 WS-IT-DAYS          PIC 9(7).
       01 WS-INITIALS-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-INITIALS-SUB         PIC 9(3) VALUE ZERO.

       01 WS-SENSOR-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-SENSOR-ID     PIC X(10).
               10 WS-ST-DESCRIPTION   PIC X(30).
               10 WS-ST-LOCATION      PIC X(20).
               10 WS-ST-ALERTS        PIC 9(5).
               10 WS-ST-NIGHTS        PIC 9(3).
               10 WS-ST-OPEN          PIC 9(5).
               10 WS-ST-LISTED        PIC X(1).
       01 WS-SENSOR-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-SENSOR-SUB           PIC 9(4) VALUE ZERO.
       01 WS-BEST-SUB             PIC 9(4) VALUE ZERO.
       01 WS-RANK                 PIC 9(3) VALUE ZERO.

       01 WS-OPEN-TABLE.
           05 WS-OT-ENTRY OCCURS 2000 TIMES.
               10 WS-OT-RAISED-DATE   PIC X(8).
               10 WS-OT-ALERT-ID      PIC 9(8).
               10 WS-OT-SENSOR-ID     PIC X(10).
               10 WS-OT-DESCRIPTION   PIC X(30).
               10 WS-OT-LOCATION      PIC X(20).
               10 WS-OT-SEVERITY      PIC X(8).
               10 WS-OT-STATUS        PIC X(1).
               10 WS-OT-ACK-INITIALS  PIC X(3).
               10 WS-OT-AGE           PIC 9(5).
       01 WS-OPEN-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-OPEN-SUB             PIC 9(4) VALUE ZERO.

       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-INSERT-SUB           PIC 9(4) VALUE ZERO.
       01 WS-ALERTS-READ          PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-MASTER        PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT           PIC 9(3) VALUE 55.

       01 WS-CURRENT-DATE.
           05 WS-CD-DATE              PIC X(8).
           05 FILLER                  PIC X(13).

       01 WS-PAGE-HEADING.
           05 FILLER                  PIC X(35)
               VALUE "ALERT RESPONSE KPI REPORT".
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-PH-DATE              PIC X(8).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-PH-PAGE              PIC ZZZ9.
           05 FILLER                  PIC X(59) VALUE SPACES.

       01 WS-COUNT-HEADING.
           05 FILLER                  PIC X(7) VALUE "MONTH: ".
           05 WS-CH-MONTH             PIC X(6).
           05 FILLER                  PIC X(21)
               VALUE "   ALERTS ON MASTER: ".
           05 WS-CH-ALERTS            PIC ZZZZ9.
           05 FILLER                  PIC X(24)
               VALUE "   OPEN AGE LIMIT DAYS: ".
           05 WS-CH-OPEN-AGE          PIC ZZ9.
           05 FILLER                  PIC X(19)
               VALUE "   NOT ON MASTER: ".
           05 WS-CH-UNKNOWN           PIC ZZZ9.
           05 FILLER                  PIC X(43) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 WS-SL-TITLE             PIC X(40).
           05 WS-SL-VALUE             PIC X(10).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-GROUP-LINE.
           05 WS-GL-LABEL             PIC X(10).
           05 WS-GL-VALUE             PIC X(40).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-COLUMN-HEADING           PIC X(132) VALUE SPACES.

       01 WS-LOCATION-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE "LOCATION".
           05 FILLER                  PIC X(9) VALUE "   RAISED".
           05 FILLER                  PIC X(9) VALUE "    ACKED".
           05 FILLER                  PIC X(9) VALUE "   CLOSED".
           05 FILLER                  PIC X(11) VALUE "    AVG ACK".
           05 FILLER                  PIC X(11) VALUE "  WORST ACK".
           05 FILLER                  PIC X(11) VALUE "  AVG CLOSE".
           05 FILLER                  PIC X(11) VALUE "  WORST CLS".
           05 FILLER                  PIC X(39) VALUE SPACES.

       01 WS-LOCATION-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LL-LOCATION          PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LL-RAISED            PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LL-ACKED             PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LL-CLOSED            PIC ZZZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LL-ACK-AVG           PIC ZZZZ9.9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LL-ACK-WORST         PIC ZZZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LL-CLOSE-AVG         PIC ZZZZ9.9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LL-CLOSE-WORST       PIC ZZZZZZ9.
           05 FILLER                  PIC X(39) VALUE SPACES.

       01 WS-CODE-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CDH-LABEL            PIC X(20).
           05 FILLER                  PIC X(9) VALUE "    COUNT".
           05 WS-CDH-AVG              PIC X(9).
           05 FILLER                  PIC X(92) VALUE SPACES.

       01 WS-CODE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CL-LABEL             PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CL-COUNT             PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CL-AVG               PIC ZZZZ9.9.
           05 WS-CL-AVG-TEXT REDEFINES WS-CL-AVG
                                      PIC X(7).
           05 FILLER                  PIC X(92) VALUE SPACES.

       01 WS-SENSOR-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(3) VALUE "RNK".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE "LOCATION".
           05 FILLER                  PIC X(9) VALUE "   ALERTS".
           05 FILLER                  PIC X(9) VALUE "   NIGHTS".
           05 FILLER                  PIC X(9) VALUE " OPEN NOW".
           05 FILLER                  PIC X(34) VALUE SPACES.

       01 WS-SENSOR-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-RANK              PIC ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-LOCATION          PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-ALERTS            PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-NIGHTS            PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SR-OPEN              PIC ZZZZZZ9.
           05 FILLER                  PIC X(34) VALUE SPACES.

       01 WS-OPEN-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "ALERT ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DESCRIPTION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE "LOCATION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "RAISED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "SEVERITY".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "STAT".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(3) VALUE "BY".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "  AGE".
           05 FILLER                  PIC X(17) VALUE SPACES.

       01 WS-OPEN-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-ALERT-ID          PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-LOCATION          PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-RAISED-DATE       PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-SEVERITY          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-STATUS            PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-ACK-INITIALS      PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-OL-AGE               PIC ZZZZ9.
           05 FILLER                  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-CD-DATE))
           PERFORM LOAD-REPORT-PARAMETERS
           OPEN INPUT ALERT-MASTER-FILE
           IF WS-ALERT-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open ALRTMSTR - report skipped."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
               IF WS-SENSOR-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN
               ELSE
                   DISPLAY "Unable to open SENSMSTR - locations "
                       "unavailable."
               END-IF
               PERFORM LOAD-ALERTS
               CLOSE ALERT-MASTER-FILE
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE SENSOR-MASTER-FILE
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY "Unable to open KPIRPT - report skipped."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-KPI-REPORT
                   CLOSE REPORT-FILE
                   DISPLAY "Alert KPI report complete. Raised: "
                       WS-TT-RAISED
                       " Open past limit: " WS-OPEN-COUNT
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
                       IF PARM-REPORT-MONTH IS NUMERIC
                               AND PARM-REPORT-MONTH (5:2) >= "01"
                               AND PARM-REPORT-MONTH (5:2) <= "12"
                           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF FUNCTION TEST-NUMVAL(PARM-OPEN-AGE) = ZERO
                           MOVE FUNCTION NUMVAL(PARM-OPEN-AGE)
                               TO WS-OPEN-AGE-LIMIT
                       END-IF
                       IF FUNCTION TEST-NUMVAL(PARM-TOP-SENSORS)
                               = ZERO
                               AND FUNCTION NUMVAL(PARM-TOP-SENSORS)
                               > ZERO
                           MOVE FUNCTION NUMVAL(PARM-TOP-SENSORS)
                               TO WS-TOP-SENSORS
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

       COMPUTE-DAYS-BETWEEN.
           MOVE ZERO TO WS-DAYS
           MOVE 'N' TO WS-DAYS-VALID
           IF WS-FROM-DATE IS NUMERIC AND WS-TO-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(WS-FROM-DATE)) = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL(WS-TO-DATE)) = ZERO
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-TO-DATE)) -
                       FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-FROM-DATE))
                   IF WS-DAYS < ZERO
                       MOVE ZERO TO WS-DAYS
                   END-IF
                   MOVE 'Y' TO WS-DAYS-VALID
               END-IF
           END-IF.

       LOAD-ALERTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ ALERT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ALERTS-READ
                       PERFORM TALLY-ALERT
               END-READ
           END-PERFORM.

       TALLY-ALERT.
           IF AMR-RAISED-DATE (1:6) = WS-REPORT-MONTH
                   OR AMR-ACK-DATE (1:6) = WS-REPORT-MONTH
                   OR AMR-CLOSE-DATE (1:6) = WS-REPORT-MONTH
                   OR AMR-STATUS NOT = 'C'
               MOVE AMR-SENSOR-ID TO SMR-SENSOR-ID
               PERFORM FETCH-SENSOR-MASTER
               PERFORM FIND-LOCATION-ENTRY
               IF AMR-RAISED-DATE (1:6) = WS-REPORT-MONTH
                   PERFORM TALLY-RAISED-ALERT
               END-IF
               IF AMR-ACK-DATE (1:6) = WS-REPORT-MONTH
                   PERFORM TALLY-ACKED-ALERT
               END-IF
               IF AMR-STATUS = 'C'
                       AND AMR-CLOSE-DATE (1:6) = WS-REPORT-MONTH
                   PERFORM TALLY-CLOSED-ALERT
               END-IF
               IF AMR-STATUS NOT = 'C'
                   PERFORM CHECK-OPEN-AGE
               END-IF
           END-IF.

       FIND-LOCATION-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-LOCATION-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-LOCATION-SUB > WS-LOCATION-COUNT
               IF WS-LT-LOCATION (WS-LOCATION-SUB) = SMR-LOCATION
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-LOCATION-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-LOCATION-COUNT < 200
                   PERFORM INSERT-LOCATION-ENTRY
               ELSE
                   MOVE ZERO TO WS-LOCATION-SUB
                   DISPLAY "Location table full - location not "
                       "totalled: " SMR-LOCATION
               END-IF
           END-IF.

       INSERT-LOCATION-ENTRY.
           ADD 1 TO WS-LOCATION-COUNT
           MOVE WS-LOCATION-COUNT TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB = 1
                   OR WS-LT-LOCATION (WS-INSERT-SUB - 1)
                   < SMR-LOCATION
               MOVE WS-LT-ENTRY (WS-INSERT-SUB - 1)
                   TO WS-LT-ENTRY (WS-INSERT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-PERFORM
           MOVE SMR-LOCATION TO WS-LT-LOCATION (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-RAISED (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-ACKED (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-CLOSED (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-ACK-DAYS (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-ACK-WORST (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-CLOSE-DAYS (WS-INSERT-SUB)
           MOVE ZERO TO WS-LT-CLOSE-WORST (WS-INSERT-SUB)
           MOVE WS-INSERT-SUB TO WS-LOCATION-SUB.

       TALLY-RAISED-ALERT.
           ADD 1 TO WS-TT-RAISED
           IF WS-LOCATION-SUB > ZERO
               ADD 1 TO WS-LT-RAISED (WS-LOCATION-SUB)
           END-IF
           PERFORM ADD-SEVERITY-COUNT
           IF AMR-ESCALATED = 'Y'
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF
           PERFORM ADD-SENSOR-COUNT.

       TALLY-ACKED-ALERT.
           MOVE AMR-RAISED-DATE TO WS-FROM-DATE
           MOVE AMR-ACK-DATE TO WS-TO-DATE
           PERFORM COMPUTE-DAYS-BETWEEN
           IF WS-DAYS-VALID = 'Y'
               ADD 1 TO WS-TT-ACKED
               ADD WS-DAYS TO WS-TT-ACK-DAYS
               IF WS-DAYS > WS-TT-ACK-WORST
                   MOVE WS-DAYS TO WS-TT-ACK-WORST
               END-IF
               IF WS-LOCATION-SUB > ZERO
                   ADD 1 TO WS-LT-ACKED (WS-LOCATION-SUB)
                   ADD WS-DAYS TO WS-LT-ACK-DAYS (WS-LOCATION-SUB)
                   IF WS-DAYS > WS-LT-ACK-WORST (WS-LOCATION-SUB)
                       MOVE WS-DAYS
                           TO WS-LT-ACK-WORST (WS-LOCATION-SUB)
                   END-IF
               END-IF
               PERFORM ADD-INITIALS-COUNT
           END-IF.

       TALLY-CLOSED-ALERT.
           MOVE AMR-RAISED-DATE TO WS-FROM-DATE
           MOVE AMR-CLOSE-DATE TO WS-TO-DATE
           PERFORM COMPUTE-DAYS-BETWEEN
           IF WS-DAYS-VALID = 'Y'
               ADD 1 TO WS-TT-CLOSED
               ADD WS-DAYS TO WS-TT-CLOSE-DAYS
               IF WS-DAYS > WS-TT-CLOSE-WORST
                   MOVE WS-DAYS TO WS-TT-CLOSE-WORST
               END-IF
               IF WS-LOCATION-SUB > ZERO
                   ADD 1 TO WS-LT-CLOSED (WS-LOCATION-SUB)
                   ADD WS-DAYS TO WS-LT-CLOSE-DAYS (WS-LOCATION-SUB)
                   IF WS-DAYS > WS-LT-CLOSE-WORST (WS-LOCATION-SUB)
                       MOVE WS-DAYS
                           TO WS-LT-CLOSE-WORST (WS-LOCATION-SUB)
                   END-IF
               END-IF
               PERFORM ADD-RESOLUTION-COUNT
           END-IF.

       ADD-RESOLUTION-COUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-RESOLUTION-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-RESOLUTION-SUB > WS-RESOLUTION-COUNT
               IF WS-RT-CODE (WS-RESOLUTION-SUB) = AMR-RESOLUTION
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-RESOLUTION-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               ADD 1 TO WS-RT-COUNT (WS-RESOLUTION-SUB)
           ELSE
               IF WS-RESOLUTION-COUNT < 50
                   ADD 1 TO WS-RESOLUTION-COUNT
                   MOVE WS-RESOLUTION-COUNT TO WS-INSERT-SUB
                   PERFORM UNTIL WS-INSERT-SUB = 1
                           OR WS-RT-CODE (WS-INSERT-SUB - 1)
                           < AMR-RESOLUTION
                       MOVE WS-RT-ENTRY (WS-INSERT-SUB - 1)
                           TO WS-RT-ENTRY (WS-INSERT-SUB)
                       SUBTRACT 1 FROM WS-INSERT-SUB
                   END-PERFORM
                   MOVE AMR-RESOLUTION TO WS-RT-CODE (WS-INSERT-SUB)
                   MOVE 1 TO WS-RT-COUNT (WS-INSERT-SUB)
               ELSE
                   DISPLAY "Resolution table full - code not "
                       "counted: " AMR-RESOLUTION
               END-IF
           END-IF.

       ADD-SEVERITY-COUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-SEVERITY-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-SEVERITY-SUB > WS-SEVERITY-COUNT
               IF WS-VT-SEVERITY (WS-SEVERITY-SUB) = AMR-SEVERITY
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-SEVERITY-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               ADD 1 TO WS-VT-COUNT (WS-SEVERITY-SUB)
           ELSE
               IF WS-SEVERITY-COUNT < 10
                   ADD 1 TO WS-SEVERITY-COUNT
                   MOVE AMR-SEVERITY
                       TO WS-VT-SEVERITY (WS-SEVERITY-COUNT)
                   MOVE 1 TO WS-VT-COUNT (WS-SEVERITY-COUNT)
               ELSE
                   DISPLAY "Severity table full - severity not "
                       "counted: " AMR-SEVERITY
               END-IF
           END-IF.

       ADD-INITIALS-COUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-INITIALS-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-INITIALS-SUB > WS-INITIALS-COUNT
               IF WS-IT-INITIALS (WS-INITIALS-SUB)
                       = AMR-ACK-INITIALS
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-INITIALS-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-INITIALS-COUNT < 100
                   ADD 1 TO WS-INITIALS-COUNT
                   MOVE WS-INITIALS-COUNT TO WS-INSERT-SUB
                   PERFORM UNTIL WS-INSERT-SUB = 1
                           OR WS-IT-INITIALS (WS-INSERT-SUB - 1)
                           < AMR-ACK-INITIALS
                       MOVE WS-IT-ENTRY (WS-INSERT-SUB - 1)
                           TO WS-IT-ENTRY (WS-INSERT-SUB)
                       SUBTRACT 1 FROM WS-INSERT-SUB
                   END-PERFORM
                   MOVE AMR-ACK-INITIALS
                       TO WS-IT-INITIALS (WS-INSERT-SUB)
                   MOVE ZERO TO WS-IT-COUNT (WS-INSERT-SUB)
                   MOVE ZERO TO WS-IT-DAYS (WS-INSERT-SUB)
                   MOVE WS-INSERT-SUB TO WS-INITIALS-SUB
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY "Initials table full - not counted: "
                       AMR-ACK-INITIALS
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO WS-IT-COUNT (WS-INITIALS-SUB)
               ADD WS-DAYS TO WS-IT-DAYS (WS-INITIALS-SUB)
           END-IF.

       ADD-SENSOR-COUNT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-SENSOR-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-SENSOR-SUB > WS-SENSOR-COUNT
               IF WS-ST-SENSOR-ID (WS-SENSOR-SUB) = AMR-SENSOR-ID
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-SENSOR-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-SENSOR-COUNT < 2000
                   ADD 1 TO WS-SENSOR-COUNT
                   MOVE WS-SENSOR-COUNT TO WS-SENSOR-SUB
                   MOVE AMR-SENSOR-ID
                       TO WS-ST-SENSOR-ID (WS-SENSOR-SUB)
                   MOVE SMR-DESCRIPTION
                       TO WS-ST-DESCRIPTION (WS-SENSOR-SUB)
                   MOVE SMR-LOCATION TO WS-ST-LOCATION (WS-SENSOR-SUB)
                   MOVE ZERO TO WS-ST-ALERTS (WS-SENSOR-SUB)
                   MOVE ZERO TO WS-ST-NIGHTS (WS-SENSOR-SUB)
                   MOVE ZERO TO WS-ST-OPEN (WS-SENSOR-SUB)
                   MOVE 'N' TO WS-ST-LISTED (WS-SENSOR-SUB)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY "Sensor table full - sensor not "
                       "ranked: " AMR-SENSOR-ID
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               ADD 1 TO WS-ST-ALERTS (WS-SENSOR-SUB)
               IF AMR-REPEAT-NIGHTS > WS-ST-NIGHTS (WS-SENSOR-SUB)
                   MOVE AMR-REPEAT-NIGHTS
                       TO WS-ST-NIGHTS (WS-SENSOR-SUB)
               END-IF
               IF AMR-STATUS NOT = 'C'
                   ADD 1 TO WS-ST-OPEN (WS-SENSOR-SUB)
               END-IF
           END-IF.

       CHECK-OPEN-AGE.
           MOVE AMR-RAISED-DATE TO WS-FROM-DATE
           MOVE WS-CD-DATE TO WS-TO-DATE
           PERFORM COMPUTE-DAYS-BETWEEN
           IF WS-DAYS-VALID = 'Y' AND WS-DAYS > WS-OPEN-AGE-LIMIT
               IF WS-OPEN-COUNT < 2000
                   PERFORM INSERT-OPEN-ENTRY
               ELSE
                   DISPLAY "Open alert table full - alert not "
                       "listed: " AMR-ALERT-ID
               END-IF
           END-IF.

       INSERT-OPEN-ENTRY.
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-OPEN-COUNT TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB = 1
                   OR WS-OT-RAISED-DATE (WS-INSERT-SUB - 1)
                   < AMR-RAISED-DATE
                   OR (WS-OT-RAISED-DATE (WS-INSERT-SUB - 1)
                   = AMR-RAISED-DATE
                   AND WS-OT-ALERT-ID (WS-INSERT-SUB - 1)
                   <= AMR-ALERT-ID)
               MOVE WS-OT-ENTRY (WS-INSERT-SUB - 1)
                   TO WS-OT-ENTRY (WS-INSERT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           END-PERFORM
           MOVE AMR-RAISED-DATE TO WS-OT-RAISED-DATE (WS-INSERT-SUB)
           MOVE AMR-ALERT-ID TO WS-OT-ALERT-ID (WS-INSERT-SUB)
           MOVE AMR-SENSOR-ID TO WS-OT-SENSOR-ID (WS-INSERT-SUB)
           MOVE SMR-DESCRIPTION TO WS-OT-DESCRIPTION (WS-INSERT-SUB)
           MOVE SMR-LOCATION TO WS-OT-LOCATION (WS-INSERT-SUB)
           MOVE AMR-SEVERITY TO WS-OT-SEVERITY (WS-INSERT-SUB)
           MOVE AMR-STATUS TO WS-OT-STATUS (WS-INSERT-SUB)
           MOVE AMR-ACK-INITIALS TO WS-OT-ACK-INITIALS (WS-INSERT-SUB)
           MOVE WS-DAYS TO WS-OT-AGE (WS-INSERT-SUB).

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

       PRINT-KPI-REPORT.
           PERFORM PRINT-LOCATION-SECTION
           PERFORM PRINT-CODE-SECTION
           PERFORM PRINT-SENSOR-SECTION
           PERFORM PRINT-OPEN-SECTION
           PERFORM PRINT-INITIALS-SECTION
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-LOCATION-SECTION.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "RESPONSE BY LOCATION FOR MONTH" TO WS-SL-TITLE
           MOVE WS-REPORT-MONTH TO WS-SL-VALUE
           MOVE WS-LOCATION-HEADING TO WS-COLUMN-HEADING
           MOVE WS-REPORT-MONTH TO WS-CH-MONTH
           MOVE WS-ALERTS-READ TO WS-CH-ALERTS
           MOVE WS-OPEN-AGE-LIMIT TO WS-CH-OPEN-AGE
           MOVE WS-NOT-ON-MASTER TO WS-CH-UNKNOWN
           MOVE WS-COUNT-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "  DAYS TO ACKNOWLEDGE AND TO CLOSE ARE COUNTED FROM"
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "  THE RAISED DATE, ALERTS ACKED/CLOSED IN THE MONTH."
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-LOCATION-SUB
           PERFORM UNTIL WS-LOCATION-SUB > WS-LOCATION-COUNT
               IF WS-LT-RAISED (WS-LOCATION-SUB) > ZERO
                       OR WS-LT-ACKED (WS-LOCATION-SUB) > ZERO
                       OR WS-LT-CLOSED (WS-LOCATION-SUB) > ZERO
                   PERFORM PRINT-LOCATION-ENTRY
               END-IF
               ADD 1 TO WS-LOCATION-SUB
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ALL LOCATIONS" TO WS-LL-LOCATION
           MOVE WS-TT-RAISED TO WS-LL-RAISED
           MOVE WS-TT-ACKED TO WS-LL-ACKED
           MOVE WS-TT-CLOSED TO WS-LL-CLOSED
           MOVE WS-TT-ACK-WORST TO WS-LL-ACK-WORST
           MOVE WS-TT-CLOSE-WORST TO WS-LL-CLOSE-WORST
           IF WS-TT-ACKED > ZERO
               COMPUTE WS-LL-ACK-AVG ROUNDED =
                   WS-TT-ACK-DAYS / WS-TT-ACKED
           ELSE
               MOVE ZERO TO WS-LL-ACK-AVG
           END-IF
           IF WS-TT-CLOSED > ZERO
               COMPUTE WS-LL-CLOSE-AVG ROUNDED =
                   WS-TT-CLOSE-DAYS / WS-TT-CLOSED
           ELSE
               MOVE ZERO TO WS-LL-CLOSE-AVG
           END-IF
           MOVE WS-LOCATION-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-LOCATION-ENTRY.
           MOVE WS-LT-LOCATION (WS-LOCATION-SUB) TO WS-LL-LOCATION
           MOVE WS-LT-RAISED (WS-LOCATION-SUB) TO WS-LL-RAISED
           MOVE WS-LT-ACKED (WS-LOCATION-SUB) TO WS-LL-ACKED
           MOVE WS-LT-CLOSED (WS-LOCATION-SUB) TO WS-LL-CLOSED
           MOVE WS-LT-ACK-WORST (WS-LOCATION-SUB) TO WS-LL-ACK-WORST
           MOVE WS-LT-CLOSE-WORST (WS-LOCATION-SUB)
               TO WS-LL-CLOSE-WORST
           IF WS-LT-ACKED (WS-LOCATION-SUB) > ZERO
               COMPUTE WS-LL-ACK-AVG ROUNDED =
                   WS-LT-ACK-DAYS (WS-LOCATION-SUB) /
                   WS-LT-ACKED (WS-LOCATION-SUB)
           ELSE
               MOVE ZERO TO WS-LL-ACK-AVG
           END-IF
           IF WS-LT-CLOSED (WS-LOCATION-SUB) > ZERO
               COMPUTE WS-LL-CLOSE-AVG ROUNDED =
                   WS-LT-CLOSE-DAYS (WS-LOCATION-SUB) /
                   WS-LT-CLOSED (WS-LOCATION-SUB)
           ELSE
               MOVE ZERO TO WS-LL-CLOSE-AVG
           END-IF
           MOVE WS-LOCATION-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-CODE-SECTION.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "ALERTS BY RESOLUTION AND SEVERITY" TO WS-SL-TITLE
           MOVE WS-REPORT-MONTH TO WS-SL-VALUE
           MOVE "RESOLUTION (CLOSED)" TO WS-CDH-LABEL
           MOVE SPACES TO WS-CDH-AVG
           MOVE WS-CODE-HEADING TO WS-COLUMN-HEADING
           MOVE SPACES TO WS-CL-AVG-TEXT
           IF WS-RESOLUTION-COUNT = ZERO
               MOVE "  NO ALERTS CLOSED IN THE MONTH."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 1 TO WS-RESOLUTION-SUB
               PERFORM UNTIL WS-RESOLUTION-SUB > WS-RESOLUTION-COUNT
                   MOVE WS-RT-CODE (WS-RESOLUTION-SUB) TO WS-CL-LABEL
                   MOVE WS-RT-COUNT (WS-RESOLUTION-SUB)
                       TO WS-CL-COUNT
                   MOVE WS-CODE-LINE TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-RESOLUTION-SUB
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "SEVERITY (RAISED)" TO WS-CDH-LABEL
           MOVE WS-CODE-HEADING TO WS-COLUMN-HEADING
           MOVE WS-CODE-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-SEVERITY-COUNT = ZERO
               MOVE "  NO ALERTS RAISED IN THE MONTH."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 1 TO WS-SEVERITY-SUB
               PERFORM UNTIL WS-SEVERITY-SUB > WS-SEVERITY-COUNT
                   MOVE WS-VT-SEVERITY (WS-SEVERITY-SUB)
                       TO WS-CL-LABEL
                   MOVE WS-VT-COUNT (WS-SEVERITY-SUB) TO WS-CL-COUNT
                   MOVE WS-CODE-LINE TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-SEVERITY-SUB
               END-PERFORM
           END-IF
           MOVE "ESCALATED TO CRIT" TO WS-CL-LABEL
           MOVE WS-ESCALATED-COUNT TO WS-CL-COUNT
           MOVE WS-CODE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-SENSOR-SECTION.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "TOP REPEAT-OFFENDER SENSORS FOR MONTH"
               TO WS-SL-TITLE
           MOVE WS-REPORT-MONTH TO WS-SL-VALUE
           MOVE WS-SENSOR-HEADING TO WS-COLUMN-HEADING
           MOVE "  RANKED BY ALERTS RAISED IN THE MONTH, THEN BY THE"
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "  MOST CONSECUTIVE NIGHTS ONE OF THEM REPEATED."
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-SENSOR-COUNT = ZERO
               MOVE "  NO ALERTS RAISED IN THE MONTH."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE ZERO TO WS-RANK
               MOVE 1 TO WS-BEST-SUB
               PERFORM UNTIL WS-RANK >= WS-TOP-SENSORS
                       OR WS-BEST-SUB = ZERO
                   PERFORM FIND-NEXT-OFFENDER
                   IF WS-BEST-SUB > ZERO
                       PERFORM PRINT-OFFENDER-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       FIND-NEXT-OFFENDER.
           MOVE ZERO TO WS-BEST-SUB
           MOVE 1 TO WS-SENSOR-SUB
           PERFORM UNTIL WS-SENSOR-SUB > WS-SENSOR-COUNT
               IF WS-ST-LISTED (WS-SENSOR-SUB) = 'N'
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-SENSOR-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-ST-ALERTS (WS-SENSOR-SUB)
                               > WS-ST-ALERTS (WS-BEST-SUB)
                               OR (WS-ST-ALERTS (WS-SENSOR-SUB)
                               = WS-ST-ALERTS (WS-BEST-SUB)
                               AND WS-ST-NIGHTS (WS-SENSOR-SUB)
                               > WS-ST-NIGHTS (WS-BEST-SUB))
                           MOVE WS-SENSOR-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SENSOR-SUB
           END-PERFORM.

       PRINT-OFFENDER-ENTRY.
           ADD 1 TO WS-RANK
           MOVE 'Y' TO WS-ST-LISTED (WS-BEST-SUB)
           MOVE WS-RANK TO WS-SR-RANK
           MOVE WS-ST-SENSOR-ID (WS-BEST-SUB) TO WS-SR-SENSOR-ID
           MOVE WS-ST-DESCRIPTION (WS-BEST-SUB) TO WS-SR-DESCRIPTION
           MOVE WS-ST-LOCATION (WS-BEST-SUB) TO WS-SR-LOCATION
           MOVE WS-ST-ALERTS (WS-BEST-SUB) TO WS-SR-ALERTS
           MOVE WS-ST-NIGHTS (WS-BEST-SUB) TO WS-SR-NIGHTS
           MOVE WS-ST-OPEN (WS-BEST-SUB) TO WS-SR-OPEN
           MOVE WS-SENSOR-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-OPEN-SECTION.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "ALERTS STILL OPEN PAST DAYS" TO WS-SL-TITLE
           MOVE WS-OPEN-AGE-LIMIT TO WS-SL-VALUE
           MOVE WS-OPEN-HEADING TO WS-COLUMN-HEADING
           IF WS-OPEN-COUNT = ZERO
               MOVE "  NO ALERT HAS BEEN OPEN LONGER THAN THE LIMIT."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 1 TO WS-OPEN-SUB
               PERFORM UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                   PERFORM PRINT-OPEN-ENTRY
                   ADD 1 TO WS-OPEN-SUB
               END-PERFORM
           END-IF.

       PRINT-OPEN-ENTRY.
           MOVE WS-OT-ALERT-ID (WS-OPEN-SUB) TO WS-OL-ALERT-ID
           MOVE WS-OT-SENSOR-ID (WS-OPEN-SUB) TO WS-OL-SENSOR-ID
           MOVE WS-OT-DESCRIPTION (WS-OPEN-SUB) TO WS-OL-DESCRIPTION
           MOVE WS-OT-LOCATION (WS-OPEN-SUB) TO WS-OL-LOCATION
           MOVE WS-OT-RAISED-DATE (WS-OPEN-SUB) TO WS-OL-RAISED-DATE
           MOVE WS-OT-SEVERITY (WS-OPEN-SUB) TO WS-OL-SEVERITY
           IF WS-OT-STATUS (WS-OPEN-SUB) = 'A'
               MOVE "ACKED" TO WS-OL-STATUS
           ELSE
               MOVE "OPEN" TO WS-OL-STATUS
           END-IF
           MOVE WS-OT-ACK-INITIALS (WS-OPEN-SUB) TO WS-OL-ACK-INITIALS
           MOVE WS-OT-AGE (WS-OPEN-SUB) TO WS-OL-AGE
           MOVE WS-OPEN-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-INITIALS-SECTION.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "ACKNOWLEDGEMENTS BY INITIALS FOR MONTH"
               TO WS-SL-TITLE
           MOVE WS-REPORT-MONTH TO WS-SL-VALUE
           MOVE "INITIALS" TO WS-CDH-LABEL
           MOVE "  AVG ACK" TO WS-CDH-AVG
           MOVE WS-CODE-HEADING TO WS-COLUMN-HEADING
           IF WS-INITIALS-COUNT = ZERO
               MOVE "  NO ALERTS ACKNOWLEDGED IN THE MONTH."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 1 TO WS-INITIALS-SUB
               PERFORM UNTIL WS-INITIALS-SUB > WS-INITIALS-COUNT
                   MOVE WS-IT-INITIALS (WS-INITIALS-SUB)
                       TO WS-CL-LABEL
                   MOVE WS-IT-COUNT (WS-INITIALS-SUB) TO WS-CL-COUNT
                   COMPUTE WS-CL-AVG ROUNDED =
                       WS-IT-DAYS (WS-INITIALS-SUB) /
                       WS-IT-COUNT (WS-INITIALS-SUB)
                   MOVE WS-CODE-LINE TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-INITIALS-SUB
               END-PERFORM
           END-IF.
