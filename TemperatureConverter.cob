               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-READ-STATUS.

           SELECT CALIBRATION-MASTER-FILE ASSIGN TO "CALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMR-SENSOR-ID
               FILE STATUS IS WS-CALIBRATION-STATUS.

           SELECT EXCURSION-MASTER-FILE ASSIGN TO "EXCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCURSION-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ZMR-SENSOR-ID
               FILE STATUS IS WS-ZONE-MASTER-STATUS.

           SELECT ZONE-EXCEPTION-FILE ASSIGN TO "ZONEDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-EXCEPTION-STATUS.

           SELECT ZONE-REPORT-FILE ASSIGN TO "ZONEDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-REPORT-STATUS.

           SELECT WINDOW-MASTER-FILE ASSIGN TO "MWINMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MWR-WORK-ORDER
               FILE STATUS IS WS-WINDOW-MASTER-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "MWINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-REPORT-STATUS.

           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-INPUT-FILE.
               10 SOR-CAPTURE-DATE    PIC X(8).
               10 SOR-CAPTURE-TIME    PIC X(6).
               10 SOR-LATE-FLAG       PIC X(4).
               10 SOR-CAL-FLAG        PIC X(4).
               10 SOR-MANUAL-FLAG     PIC X(4).
               10 SOR-WORK-ORDER      PIC X(10).
           05 SOR-HEADER-FIELDS REDEFINES SOR-DETAIL-FIELDS.
               10 SOR-RUN-DATE        PIC X(8).
               10 SOR-SOURCE-SYSTEM   PIC X(8).
               10 FILLER              PIC X(61).
           05 SOR-TRAILER-FIELDS REDEFINES SOR-DETAIL-FIELDS.
               10 SOR-TRAILER-COUNT   PIC 9(9).
               10 SOR-HASH-TOTAL      PIC -(11)9.999.
               10 FILLER              PIC X(52).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05 ALR-STATUS              PIC X(9).
           05 ALR-CAPTURE-DATE        PIC X(8).
           05 ALR-CAPTURE-TIME        PIC X(6).
           05 ALR-MANUAL-FLAG         PIC X(4).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD          PIC 9(9).
           05 AMR-ACK-DATE            PIC X(8).
           05 AMR-CLOSE-DATE          PIC X(8).
           05 AMR-RESOLUTION          PIC X(4).
           05 AMR-ESCALATED           PIC X(1).

       FD  SHIFT-HISTORY-FILE.
       01  SHIFT-HISTORY-RECORD.
           05 LRR-CAPTURE-DATE        PIC X(8).
           05 LRR-CAPTURE-TIME        PIC X(6).

       FD  CALIBRATION-MASTER-FILE.
       01  CALIBRATION-MASTER-RECORD.
           05 CMR-SENSOR-ID           PIC X(10).
           05 CMR-LAST-CAL-DATE       PIC X(8).
           05 CMR-INTERVAL-DAYS       PIC 9(4).
           05 CMR-NEXT-DUE-DATE       PIC X(8).
           05 CMR-CERTIFICATE-REF     PIC X(20).
           05 CMR-TECHNICIAN          PIC X(20).

       FD  EXCURSION-MASTER-FILE.
       01  EXCURSION-MASTER-RECORD.
           05 EXR-SENSOR-ID           PIC X(10).
           05 EXR-LIMIT-BREACHED      PIC X(4).
           05 EXR-START-DATE          PIC X(8).
           05 EXR-START-TIME          PIC X(6).
           05 EXR-END-DATE            PIC X(8).
           05 EXR-END-TIME            PIC X(6).
           05 EXR-PEAK-CELSIUS        PIC -(5)9.999.
           05 EXR-MINUTES             PIC 9(7).
           05 EXR-READINGS            PIC 9(5).
           05 EXR-STATUS              PIC X(1).

       FD  ZONE-MASTER-FILE.
       01  ZONE-MASTER-RECORD.
           05 ZMR-SENSOR-ID           PIC X(10).
           05 ZMR-ZONE-ID             PIC X(8).
           05 ZMR-ZONE-NAME           PIC X(30).
           05 ZMR-BAND                PIC X(10).

       FD  ZONE-EXCEPTION-FILE.
       01  ZONE-EXCEPTION-RECORD.
           05 ZDX-RUN-DATE            PIC X(8).
           05 ZDX-ZONE-ID             PIC X(8).
           05 ZDX-SENSOR-ID           PIC X(10).
           05 ZDX-SHIFT               PIC 9(1).
           05 ZDX-SENSOR-AVG          PIC -(5)9.999.
           05 ZDX-ZONE-MEDIAN         PIC -(5)9.999.
           05 ZDX-DIFFERENCE          PIC -(5)9.999.
           05 ZDX-BAND                PIC -(5)9.999.

       FD  ZONE-REPORT-FILE.
       01  ZONE-REPORT-LINE           PIC X(80).

       FD  WINDOW-MASTER-FILE.
       01  WINDOW-MASTER-RECORD.
           05 MWR-WORK-ORDER          PIC X(10).
           05 MWR-SCOPE               PIC X(1).
           05 MWR-TARGET              PIC X(20).
           05 MWR-START-DATE          PIC X(8).
           05 MWR-START-TIME          PIC X(6).
           05 MWR-END-DATE            PIC X(8).
           05 MWR-END-TIME            PIC X(6).
           05 MWR-STATUS              PIC X(1).
           05 MWR-DESCRIPTION         PIC X(22).

       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-LINE         PIC X(80).

       FD  FEED-REGISTRY-FILE.
       01  FEED-REGISTRY-RECORD.
           05 FRG-SOURCE-SYSTEM       PIC X(8).
           05 FRG-FEED-DATE           PIC X(8).
           05 FRG-TRAILER-COUNT       PIC 9(9).
           05 FRG-HASH-TOTAL          PIC -(11)9.999.
           05 FRG-RUN-DATE            PIC X(8).
           05 FRG-RUN-TIME            PIC X(6).

       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD.
           05 RLR-RUN-DATE            PIC X(8).
           05 RLR-RUN-TIME            PIC X(6).
           05 RLR-RUN-MODE            PIC X(1).
           05 RLR-RETURN-CODE         PIC 9(2).
           05 RLR-RESTART-USED        PIC X(1).
           05 RLR-RECORDS-SKIPPED     PIC 9(9).
           05 RLR-RECORDS-READ        PIC 9(9).
           05 RLR-RECORDS-CONVERTED   PIC 9(9).
           05 RLR-RECORDS-REJECTED    PIC 9(9).
           05 RLR-RECORDS-SUPPRESSED  PIC 9(9).
           05 RLR-ALERTS-WRITTEN      PIC 9(9).
           05 RLR-SITE-COUNT          PIC 9(2).
           05 RLR-SITE-ENTRY OCCURS 10 TIMES.
               10 RLR-SITE-SOURCE     PIC X(8).
               10 RLR-SITE-FEED-DATE  PIC X(8).
               10 RLR-SITE-OUTCOME    PIC X(4).
               10 RLR-SITE-READ       PIC 9(9).
               10 RLR-SITE-CONVERTED  PIC 9(9).
               10 RLR-SITE-REJECTED   PIC 9(9).
               10 RLR-SITE-SUPPRESSED PIC 9(9).

       WORKING-STORAGE SECTION.

       01 CELSIUS            PIC S9(5)V999 SIGN LEADING SEPARATE.
                   INDEXED BY WS-ST-IDX.
               10 WS-ST-SENSOR-ID     PIC X(10).
               10 WS-ST-SERVICE-FLAG  PIC X(1).
               10 WS-ST-LOCATION      PIC X(20).
               10 WS-ST-LIMITS-SET    PIC X(1).
               10 WS-ST-LOW-LIMIT     PIC S9(5)V999.
               10 WS-ST-HIGH-LIMIT    PIC S9(5)V999.
       01 WS-SENSOR-CACHED        PIC X VALUE 'Y'.
       01 WS-CACHE-FULL-NOTED     PIC X VALUE 'N'.
       01 WS-UNC-SERVICE-FLAG     PIC X(1) VALUE SPACES.
       01 WS-UNC-LOCATION         PIC X(20) VALUE SPACES.
       01 WS-READING-SERVICE-FLAG PIC X(1) VALUE SPACES.
       01 WS-MANUAL-READING       PIC X VALUE 'N'.
       01 WS-UNC-LIMITS-SET       PIC X(1) VALUE 'N'.
       01 WS-UNC-LOW-LIMIT        PIC S9(5)V999 VALUE ZERO.
       01 WS-UNC-HIGH-LIMIT       PIC S9(5)V999 VALUE ZERO.
               10 WS-FS-ALERTS        PIC 9(9).
               10 WS-FS-SUPPRESSED    PIC 9(9).
               10 WS-FS-PRESCAN-REJECTS PIC 9(9).
               10 WS-FS-CAL-OVERDUE   PIC 9(9).
               10 WS-FS-MANUAL        PIC X(1).
               10 WS-FS-IN-SERVICE    PIC 9(9).
               10 WS-FS-DUPLICATE     PIC X(1).
       01 WS-FEED-SITE-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-FEED-SITE-SUB        PIC 9(2) VALUE ZERO.
       01 WS-CURRENT-SITE         PIC 9(2) VALUE ZERO.
               10 WS-AM-ACK-DATE      PIC X(8).
               10 WS-AM-CLOSE-DATE    PIC X(8).
               10 WS-AM-RESOLUTION    PIC X(4).
               10 WS-AM-ESCALATED     PIC X(1).
       01 WS-ALERT-MASTER-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-ALERT-MASTER-SUB     PIC 9(4) VALUE ZERO.
       01 WS-ALERT-MASTER-FOUND   PIC X VALUE 'N'.
       01 WS-RESOLVED-AGE         PIC S9(8) VALUE ZERO.
       01 WS-REPROCESS-MODE       PIC X VALUE 'N'.

       01 WS-CALIBRATION-STATUS   PIC XX.
       01 WS-END-OF-CALIBRATION   PIC X VALUE 'N'.
       01 WS-CAL-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CAL-COUNT
                   ASCENDING KEY IS WS-CT-SENSOR-ID
                   INDEXED BY WS-CT-IDX.
               10 WS-CT-SENSOR-ID     PIC X(10).
               10 WS-CT-DUE-DATE      PIC 9(8).
       01 WS-CAL-FOUND            PIC X VALUE 'N'.
       01 WS-CAL-DAYS-OVERDUE     PIC S9(5) VALUE ZERO.
       01 WS-CAL-OVERDUE-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-MANUAL-CONVERTED     PIC 9(9) VALUE ZERO.
       01 WS-SITE-HASH-EDIT       PIC -(11)9.999.

       01 WS-WINDOW-MASTER-STATUS PIC XX.
       01 WS-WINDOW-REPORT-STATUS PIC XX.
       01 WS-END-OF-WINDOW        PIC X VALUE 'N'.
       01 WS-WINDOW-CUTOFF        PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-SUB           PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 500 TIMES.
               10 WS-MW-WORK-ORDER    PIC X(10).
               10 WS-MW-SCOPE         PIC X(1).
               10 WS-MW-TARGET        PIC X(20).
               10 WS-MW-START         PIC X(14).
               10 WS-MW-END           PIC X(14).
               10 WS-MW-DESCRIPTION   PIC X(22).
               10 WS-MW-READINGS      PIC 9(7).
               10 WS-MW-ALERTS        PIC 9(5).
               10 WS-MW-SPIKES        PIC 9(5).
               10 WS-MW-SILENT        PIC 9(5).
       01 WS-IN-WINDOW            PIC X VALUE 'N'.
       01 WS-TARGET-MATCHED       PIC X VALUE 'N'.
       01 WS-MATCH-SENSOR-ID      PIC X(10) VALUE SPACES.
       01 WS-MATCH-LOCATION       PIC X(20) VALUE SPACES.
       01 WS-READING-STAMP        PIC X(14) VALUE SPACES.
       01 WS-NIGHT-START          PIC X(14) VALUE SPACES.
       01 WS-NIGHT-END            PIC X(14) VALUE SPACES.
       01 WS-WINDOW-READINGS      PIC 9(9) VALUE ZERO.
       01 WS-WINDOW-WITHHELD      PIC 9(9) VALUE ZERO.
       01 WS-WINDOWS-REPORTED     PIC 9(4) VALUE ZERO.
       01 WS-SUPPRESS-TYPE        PIC X(4) VALUE SPACES.
       01 WS-SUPPRESS-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-SUPPRESS-SUB         PIC 9(4) VALUE ZERO.
       01 WS-SUPPRESS-FULL-NOTED  PIC X VALUE 'N'.
       01 WS-SUPPRESS-EDIT        PIC -(5)9.999.
       01 WS-SUPPRESS-TABLE.
           05 WS-SUPPRESS-ENTRY OCCURS 5000 TIMES.
               10 WS-SP-WINDOW        PIC 9(4).
               10 WS-SP-SENSOR-ID     PIC X(10).
               10 WS-SP-CAPTURE-DATE  PIC X(8).
               10 WS-SP-CAPTURE-TIME  PIC X(6).
               10 WS-SP-TYPE          PIC X(4).
               10 WS-SP-CELSIUS       PIC S9(5)V999.

       01 WS-WINDOW-HEAD.
           05 FILLER                  PIC X(11) VALUE "WORK ORDER ".
           05 WS-WH-WORK-ORDER        PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-WH-DESCRIPTION       PIC X(22).
           05 FILLER                  PIC X(35) VALUE SPACES.

       01 WS-WINDOW-SPAN.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-WS-SCOPE             PIC X(9).
           05 WS-WS-TARGET            PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-WS-START-DATE        PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-WS-START-TIME        PIC X(6).
           05 FILLER                  PIC X(3) VALUE " - ".
           05 WS-WS-END-DATE          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-WS-END-TIME          PIC X(6).
           05 FILLER                  PIC X(14) VALUE SPACES.

       01 WS-SUPPRESS-HEAD.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "CAPTURED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "WITHHELD".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "   CELSIUS".
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-SUPPRESS-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SPL-SENSOR-ID        PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SPL-CAPTURE-DATE     PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-SPL-CAPTURE-TIME     PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SPL-TYPE             PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SPL-CELSIUS          PIC X(10).
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-WINDOW-TOTAL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "READINGS: ".
           05 WS-WT-READINGS          PIC Z(6)9.
           05 FILLER                  PIC X(10) VALUE "  ALERTS: ".
           05 WS-WT-ALERTS            PIC Z(4)9.
           05 FILLER                  PIC X(10) VALUE "  SPIKES: ".
           05 WS-WT-SPIKES            PIC Z(4)9.
           05 FILLER                  PIC X(10) VALUE "  SILENT: ".
           05 WS-WT-SILENT            PIC Z(4)9.
           05 FILLER                  PIC X(16) VALUE SPACES.

       01 WS-EXCURSION-STATUS     PIC XX.
       01 WS-END-OF-EXCURSION     PIC X VALUE 'N'.
       01 WS-EXCURSION-TABLE.
           05 WS-EXCURSION-ENTRY OCCURS 5000 TIMES.
               10 WS-EX-SENSOR-ID     PIC X(10).
               10 WS-EX-LIMIT-BREACHED PIC X(4).
               10 WS-EX-START-DATE    PIC X(8).
               10 WS-EX-START-TIME    PIC X(6).
               10 WS-EX-END-DATE      PIC X(8).
               10 WS-EX-END-TIME      PIC X(6).
               10 WS-EX-PEAK-CELSIUS  PIC S9(5)V999.
               10 WS-EX-MINUTES       PIC 9(7).
               10 WS-EX-READINGS      PIC 9(5).
               10 WS-EX-STATUS        PIC X(1).
       01 WS-EXCURSION-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-EXCURSION-SUB        PIC 9(4) VALUE ZERO.
       01 WS-EXCURSION-FOUND      PIC X VALUE 'N'.
       01 WS-READING-BREACHED     PIC X VALUE 'N'.
       01 WS-EXC-READING-MINUTES  PIC S9(10) VALUE ZERO.
       01 WS-EXC-START-MINUTES    PIC S9(10) VALUE ZERO.
       01 WS-EXC-END-MINUTES      PIC S9(10) VALUE ZERO.
       01 WS-EXCURSION-AGE        PIC S9(8) VALUE ZERO.
       01 WS-EXCURSIONS-OPENED    PIC 9(5) VALUE ZERO.
       01 WS-EXCURSIONS-CLOSED    PIC 9(5) VALUE ZERO.
       01 WS-EXCURSIONS-CARRIED   PIC 9(5) VALUE ZERO.

       01 WS-ZONE-MASTER-STATUS   PIC XX.
       01 WS-ZONE-EXCEPTION-STATUS PIC XX.
       01 WS-ZONE-REPORT-STATUS   PIC XX.
       01 WS-END-OF-ZONE          PIC X VALUE 'N'.
       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 500 TIMES.
               10 WS-ZN-ZONE-ID       PIC X(8).
               10 WS-ZN-BAND          PIC S9(5)V999.
               10 WS-ZN-MEMBER-COUNT  PIC 9(2).
               10 WS-ZN-MEMBER-ID     PIC X(10) OCCURS 8 TIMES.
               10 WS-ZN-REPORTING     PIC 9(2).
               10 WS-ZN-MIN           PIC S9(5)V999.
               10 WS-ZN-MAX           PIC S9(5)V999.
               10 WS-ZN-SUM           PIC S9(11)V999.
               10 WS-ZN-COUNT         PIC 9(9).
               10 WS-ZN-DISAGREE      PIC 9(3).
       01 WS-ZONE-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-ZONE-SUB             PIC 9(3) VALUE ZERO.
       01 WS-ZONE-FOUND           PIC X VALUE 'N'.
       01 WS-ZONE-MEMBER-SUB      PIC 9(2) VALUE ZERO.
       01 WS-ZONE-SHIFT           PIC 9(1) VALUE ZERO.
       01 WS-ZONE-VALUE-TABLE.
           05 WS-ZV-ENTRY OCCURS 8 TIMES.
               10 WS-ZV-SENSOR-ID     PIC X(10).
               10 WS-ZV-VALUE         PIC S9(5)V999.
               10 WS-ZV-SORTED        PIC S9(5)V999.
       01 WS-ZV-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-ZV-SUB               PIC 9(2) VALUE ZERO.
       01 WS-ZV-INSERT-SUB        PIC 9(2) VALUE ZERO.
       01 WS-ZONE-MEDIAN          PIC S9(5)V999 VALUE ZERO.
       01 WS-ZONE-DIFFERENCE      PIC S9(5)V999 VALUE ZERO.
       01 WS-ZONE-AVG             PIC S9(5)V999 VALUE ZERO.
       01 WS-ZONE-EXCEPTIONS      PIC 9(5) VALUE ZERO.

       01 WS-ZONE-HEAD.
           05 FILLER                  PIC X(8) VALUE "ZONE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "SHIFT".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "  SENSOR C".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "  MEDIAN C".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "DIFFERENCE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "      BAND".
           05 FILLER                  PIC X(5) VALUE SPACES.

       01 WS-ZONE-LINE.
           05 WS-ZL-ZONE-ID           PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ZL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ZL-SHIFT             PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ZL-SENSOR-AVG        PIC -(5)9.999.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ZL-MEDIAN            PIC -(5)9.999.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ZL-DIFFERENCE        PIC -(5)9.999.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ZL-BAND              PIC -(5)9.999.
           05 FILLER                  PIC X(5) VALUE SPACES.

       01 WS-SILENT-HEAD.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
       01 WS-R-OFFSET             PIC S9(5)V999 VALUE 459.67.
       01 WS-CALIBRATION-OFFSET   PIC S9(5)V999 VALUE ZERO.

       01 WS-REGISTRY-STATUS      PIC XX.
       01 WS-END-OF-REGISTRY      PIC X VALUE 'N'.
       01 WS-REGISTRY-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-REGISTRY-SUB         PIC 9(4) VALUE ZERO.
       01 WS-REGISTRY-FOUND       PIC X VALUE 'N'.
       01 WS-REGISTRY-CUTOFF      PIC 9(8) VALUE ZERO.
       01 WS-REGISTRY-TABLE.
           05 WS-REGISTRY-ENTRY OCCURS 1000 TIMES.
               10 WS-RG-SOURCE        PIC X(8).
               10 WS-RG-FEED-DATE     PIC X(8).
               10 WS-RG-COUNT         PIC 9(9).
               10 WS-RG-HASH          PIC S9(11)V999.
               10 WS-RG-RUN-DATE      PIC X(8).
               10 WS-RG-RUN-TIME      PIC X(6).
       01 WS-LEDGER-STATUS        PIC XX.
       01 WS-RUN-START-TIME       PIC X(6) VALUE SPACES.
       01 WS-SIMULATION-MODE      PIC X VALUE 'N'.
       01 WS-SIM-ENTRY            PIC X(8) VALUE SPACES.
       01 WS-SIM-RUN-DATE         PIC 9(8) VALUE ZERO.

       01 WS-RESTART-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-SKIPPED      PIC 9(9) VALUE ZERO.
       01 WS-CHECKPOINT-VALUE     PIC 9(9) VALUE ZERO.
                   WHEN 'R'
                       PERFORM REPROCESS-REJECTS
                       PERFORM ASK-REPEAT
                   WHEN 'S'
                       PERFORM SIMULATE-SENSOR-BATCH
                       PERFORM ASK-REPEAT
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           DISPLAY "0 - Round-trip reconciliation check"
           DISPLAY "R - Reprocess corrected rejects "
               "(SENSRJIN/SENSOUT)"
           DISPLAY "S - Simulate a night against proposed "
               "parameters (no master updates)"
           DISPLAY "Option: " WITH NO ADVANCING.

       ASK-REPEAT.
           MOVE FUNCTION UPPER-CASE(REPEAT) TO REPEAT.

       WRITE-AUDIT-LOG.
           IF WS-SIMULATION-MODE = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY " "
                   WS-CD-HOUR ":" WS-CD-MINUTE ":" WS-CD-SECOND
                   DELIMITED BY SIZE INTO ALR-TIMESTAMP
               MOVE WS-AUDIT-OPERATION TO ALR-OPERATION
               MOVE WS-AUDIT-INPUT-VALUE TO ALR-INPUT-VALUE
               MOVE WS-AUDIT-OUTPUT-VALUE TO ALR-OUTPUT-VALUE
               MOVE WS-CONVERSION-STATUS TO ALR-STATUS
               MOVE WS-AUDIT-CAPTURE-DATE TO ALR-CAPTURE-DATE
               MOVE WS-AUDIT-CAPTURE-TIME TO ALR-CAPTURE-TIME
               IF WS-MANUAL-READING = 'Y'
                   MOVE "MANL" TO ALR-MANUAL-FLAG
               ELSE
                   MOVE SPACES TO ALR-MANUAL-FLAG
               END-IF
               WRITE AUDIT-LOG-RECORD
           END-IF.

       LOAD-CONVERSION-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-RUN-DATE-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
           IF WS-SIMULATION-MODE = 'Y'
               MOVE WS-SIM-RUN-DATE TO WS-RUN-DATE-NUM
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-RUN-DATE-NUM TO WS-TODAY-DATE
           COMPUTE WS-PRIOR-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 1)
           MOVE WS-PRIOR-DATE-NUM TO WS-YESTERDAY-DATE
           MOVE WS-CURRENT-DATE (9:6) TO WS-RUN-START-TIME.

       LOAD-DUPLICATE-KEYS.
           MOVE ZERO TO WS-DUP-COUNT
                   TO WS-AM-CLOSE-DATE (WS-ALERT-MASTER-SUB)
               MOVE AMR-RESOLUTION
                   TO WS-AM-RESOLUTION (WS-ALERT-MASTER-SUB)
               MOVE AMR-ESCALATED
                   TO WS-AM-ESCALATED (WS-ALERT-MASTER-SUB)
               IF AMR-ALERT-ID >= WS-ALERT-NEXT-ID
                   COMPUTE WS-ALERT-NEXT-ID = AMR-ALERT-ID + 1
               END-IF
                   (FUNCTION NUMVAL
                   (WS-AM-CLOSE-DATE (WS-ALERT-MASTER-SUB)))
           END-IF
           IF WS-CLOSE-AGE < 62
               MOVE WS-AM-ALERT-ID (WS-ALERT-MASTER-SUB)
                   TO AMR-ALERT-ID
               MOVE WS-AM-SENSOR-ID (WS-ALERT-MASTER-SUB)
                   TO AMR-CLOSE-DATE
               MOVE WS-AM-RESOLUTION (WS-ALERT-MASTER-SUB)
                   TO AMR-RESOLUTION
               MOVE WS-AM-ESCALATED (WS-ALERT-MASTER-SUB)
                   TO AMR-ESCALATED
               WRITE ALERT-MASTER-RECORD
               IF WS-AM-STATUS (WS-ALERT-MASTER-SUB) NOT = 'C'
                   ADD 1 TO WS-ALERTS-CARRIED
                   >= WS-ESCALATE-NIGHTS
               MOVE "CRITICAL"
                   TO WS-AM-SEVERITY (WS-ALERT-MASTER-SUB)
               MOVE 'Y' TO WS-AM-ESCALATED (WS-ALERT-MASTER-SUB)
               ADD 1 TO WS-ALERTS-ESCALATED
               DISPLAY "Alert escalated to CRITICAL: "
                   WS-AM-ALERT-ID (WS-ALERT-MASTER-SUB)
               MOVE SPACES TO WS-AM-ACK-DATE (WS-ALERT-MASTER-SUB)
               MOVE SPACES TO WS-AM-CLOSE-DATE (WS-ALERT-MASTER-SUB)
               MOVE SPACES TO WS-AM-RESOLUTION (WS-ALERT-MASTER-SUB)
               MOVE 'N' TO WS-AM-ESCALATED (WS-ALERT-MASTER-SUB)
           ELSE
               DISPLAY "Alert master full - alert not carried: "
                   WRK-SENSOR-ID
           END-IF.

       LOAD-EXCURSION-MASTER.
           MOVE ZERO TO WS-EXCURSION-COUNT
           MOVE 'N' TO WS-END-OF-EXCURSION
           OPEN INPUT EXCURSION-MASTER-FILE
           IF WS-EXCURSION-STATUS = '00'
               PERFORM UNTIL WS-END-OF-EXCURSION = 'Y'
                   READ EXCURSION-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-EXCURSION
                       NOT AT END
                           PERFORM LOAD-EXCURSION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EXCURSION-MASTER-FILE
           ELSE
               DISPLAY "EXCMSTR not found - starting a new excursion "
                   "master."
           END-IF.

       LOAD-EXCURSION-ENTRY.
           IF WS-EXCURSION-COUNT < 5000
               ADD 1 TO WS-EXCURSION-COUNT
               MOVE WS-EXCURSION-COUNT TO WS-EXCURSION-SUB
               MOVE EXR-SENSOR-ID
                   TO WS-EX-SENSOR-ID (WS-EXCURSION-SUB)
               MOVE EXR-LIMIT-BREACHED
                   TO WS-EX-LIMIT-BREACHED (WS-EXCURSION-SUB)
               MOVE EXR-START-DATE
                   TO WS-EX-START-DATE (WS-EXCURSION-SUB)
               MOVE EXR-START-TIME
                   TO WS-EX-START-TIME (WS-EXCURSION-SUB)
               MOVE EXR-END-DATE
                   TO WS-EX-END-DATE (WS-EXCURSION-SUB)
               MOVE EXR-END-TIME
                   TO WS-EX-END-TIME (WS-EXCURSION-SUB)
               MOVE EXR-PEAK-CELSIUS TO WS-EDITED-VALUE
               MOVE FUNCTION NUMVAL(WS-EDITED-VALUE)
                   TO WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
               MOVE EXR-MINUTES
                   TO WS-EX-MINUTES (WS-EXCURSION-SUB)
               MOVE EXR-READINGS
                   TO WS-EX-READINGS (WS-EXCURSION-SUB)
               MOVE EXR-STATUS TO WS-EX-STATUS (WS-EXCURSION-SUB)
           ELSE
               DISPLAY "Excursion table full - entry ignored: "
                   EXR-SENSOR-ID
           END-IF.

       SAVE-EXCURSION-MASTER.
           MOVE ZERO TO WS-EXCURSIONS-CARRIED
           OPEN OUTPUT EXCURSION-MASTER-FILE
           IF WS-EXCURSION-STATUS NOT = '00'
               DISPLAY "Unable to open EXCMSTR - excursion master "
                   "not saved."
           ELSE
               MOVE 1 TO WS-EXCURSION-SUB
               PERFORM UNTIL WS-EXCURSION-SUB > WS-EXCURSION-COUNT
                   PERFORM SAVE-EXCURSION-ENTRY
                   ADD 1 TO WS-EXCURSION-SUB
               END-PERFORM
               CLOSE EXCURSION-MASTER-FILE
               DISPLAY "Excursion master saved. Open episodes "
                   "carried: " WS-EXCURSIONS-CARRIED
           END-IF.

       SAVE-EXCURSION-ENTRY.
           MOVE ZERO TO WS-EXCURSION-AGE
           IF WS-EX-STATUS (WS-EXCURSION-SUB) = 'C'
                   AND FUNCTION TEST-NUMVAL
                   (WS-EX-END-DATE (WS-EXCURSION-SUB)) = ZERO
               COMPUTE WS-EXCURSION-AGE = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL
                   (WS-EX-END-DATE (WS-EXCURSION-SUB)))
           END-IF
           IF WS-EXCURSION-AGE < 92
               MOVE WS-EX-SENSOR-ID (WS-EXCURSION-SUB)
                   TO EXR-SENSOR-ID
               MOVE WS-EX-LIMIT-BREACHED (WS-EXCURSION-SUB)
                   TO EXR-LIMIT-BREACHED
               MOVE WS-EX-START-DATE (WS-EXCURSION-SUB)
                   TO EXR-START-DATE
               MOVE WS-EX-START-TIME (WS-EXCURSION-SUB)
                   TO EXR-START-TIME
               MOVE WS-EX-END-DATE (WS-EXCURSION-SUB)
                   TO EXR-END-DATE
               MOVE WS-EX-END-TIME (WS-EXCURSION-SUB)
                   TO EXR-END-TIME
               MOVE WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
                   TO EXR-PEAK-CELSIUS
               MOVE WS-EX-MINUTES (WS-EXCURSION-SUB) TO EXR-MINUTES
               MOVE WS-EX-READINGS (WS-EXCURSION-SUB)
                   TO EXR-READINGS
               MOVE WS-EX-STATUS (WS-EXCURSION-SUB) TO EXR-STATUS
               WRITE EXCURSION-MASTER-RECORD
               IF WS-EX-STATUS (WS-EXCURSION-SUB) = 'O'
                   ADD 1 TO WS-EXCURSIONS-CARRIED
               END-IF
           END-IF.

       LOOKUP-OPEN-EXCURSION.
           MOVE 'N' TO WS-EXCURSION-FOUND
           MOVE 1 TO WS-EXCURSION-SUB
           PERFORM UNTIL WS-EXCURSION-FOUND = 'Y'
                   OR WS-EXCURSION-SUB > WS-EXCURSION-COUNT
               IF WS-EX-SENSOR-ID (WS-EXCURSION-SUB) = WRK-SENSOR-ID
                       AND WS-EX-STATUS (WS-EXCURSION-SUB) = 'O'
                   MOVE 'Y' TO WS-EXCURSION-FOUND
               ELSE
                   ADD 1 TO WS-EXCURSION-SUB
               END-IF
           END-PERFORM.

       TRACK-EXCURSION.
           COMPUTE WS-EXC-READING-MINUTES =
               FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WRK-CAPTURE-DATE)) * 1440
               + FUNCTION NUMVAL(WRK-CAPTURE-TIME (1:2)) * 60
               + FUNCTION NUMVAL(WRK-CAPTURE-TIME (3:2))
           PERFORM LOOKUP-OPEN-EXCURSION
           IF WS-EXCURSION-FOUND = 'N'
               IF WS-READING-BREACHED = 'Y'
                   PERFORM OPEN-EXCURSION
               END-IF
           ELSE
               PERFORM COMPUTE-EXCURSION-SPAN
               IF WS-EXC-READING-MINUTES < WS-EXC-END-MINUTES
                   IF WS-READING-BREACHED = 'Y'
                           AND WS-ALERT-BREACHED =
                           WS-EX-LIMIT-BREACHED (WS-EXCURSION-SUB)
                       PERFORM BACKFILL-EXCURSION
                   END-IF
               ELSE
                   IF WS-READING-BREACHED = 'Y'
                           AND WS-ALERT-BREACHED =
                           WS-EX-LIMIT-BREACHED (WS-EXCURSION-SUB)
                       PERFORM EXTEND-EXCURSION
                   ELSE
                       PERFORM CLOSE-EXCURSION
                       IF WS-READING-BREACHED = 'Y'
                           PERFORM OPEN-EXCURSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-EXCURSION-SPAN.
           COMPUTE WS-EXC-START-MINUTES =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
               (WS-EX-START-DATE (WS-EXCURSION-SUB))) * 1440
               + FUNCTION NUMVAL
               (WS-EX-START-TIME (WS-EXCURSION-SUB) (1:2)) * 60
               + FUNCTION NUMVAL
               (WS-EX-START-TIME (WS-EXCURSION-SUB) (3:2))
           COMPUTE WS-EXC-END-MINUTES =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
               (WS-EX-END-DATE (WS-EXCURSION-SUB))) * 1440
               + FUNCTION NUMVAL
               (WS-EX-END-TIME (WS-EXCURSION-SUB) (1:2)) * 60
               + FUNCTION NUMVAL
               (WS-EX-END-TIME (WS-EXCURSION-SUB) (3:2)).

       OPEN-EXCURSION.
           IF WS-EXCURSION-COUNT < 5000
               ADD 1 TO WS-EXCURSION-COUNT
               MOVE WS-EXCURSION-COUNT TO WS-EXCURSION-SUB
               MOVE WRK-SENSOR-ID
                   TO WS-EX-SENSOR-ID (WS-EXCURSION-SUB)
               MOVE WS-ALERT-BREACHED
                   TO WS-EX-LIMIT-BREACHED (WS-EXCURSION-SUB)
               MOVE WRK-CAPTURE-DATE
                   TO WS-EX-START-DATE (WS-EXCURSION-SUB)
               MOVE WRK-CAPTURE-TIME
                   TO WS-EX-START-TIME (WS-EXCURSION-SUB)
               MOVE WRK-CAPTURE-DATE
                   TO WS-EX-END-DATE (WS-EXCURSION-SUB)
               MOVE WRK-CAPTURE-TIME
                   TO WS-EX-END-TIME (WS-EXCURSION-SUB)
               MOVE WS-CELSIUS-EQUIV
                   TO WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
               MOVE ZERO TO WS-EX-MINUTES (WS-EXCURSION-SUB)
               MOVE 1 TO WS-EX-READINGS (WS-EXCURSION-SUB)
               MOVE 'O' TO WS-EX-STATUS (WS-EXCURSION-SUB)
               ADD 1 TO WS-EXCURSIONS-OPENED
           ELSE
               DISPLAY "Excursion table full - episode not tracked: "
                   WRK-SENSOR-ID
           END-IF.

       EXTEND-EXCURSION.
           MOVE WRK-CAPTURE-DATE TO WS-EX-END-DATE (WS-EXCURSION-SUB)
           MOVE WRK-CAPTURE-TIME TO WS-EX-END-TIME (WS-EXCURSION-SUB)
           COMPUTE WS-EX-MINUTES (WS-EXCURSION-SUB) =
               WS-EXC-READING-MINUTES - WS-EXC-START-MINUTES
           ADD 1 TO WS-EX-READINGS (WS-EXCURSION-SUB)
           PERFORM UPDATE-EXCURSION-PEAK.

       BACKFILL-EXCURSION.
           IF WS-EXC-READING-MINUTES < WS-EXC-START-MINUTES
               MOVE WRK-CAPTURE-DATE
                   TO WS-EX-START-DATE (WS-EXCURSION-SUB)
               MOVE WRK-CAPTURE-TIME
                   TO WS-EX-START-TIME (WS-EXCURSION-SUB)
               COMPUTE WS-EX-MINUTES (WS-EXCURSION-SUB) =
                   WS-EXC-END-MINUTES - WS-EXC-READING-MINUTES
           END-IF
           ADD 1 TO WS-EX-READINGS (WS-EXCURSION-SUB)
           PERFORM UPDATE-EXCURSION-PEAK.

       UPDATE-EXCURSION-PEAK.
           IF WS-EX-LIMIT-BREACHED (WS-EXCURSION-SUB) = "HIGH"
               IF WS-CELSIUS-EQUIV >
                       WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
                   MOVE WS-CELSIUS-EQUIV
                       TO WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
               END-IF
           ELSE
               IF WS-CELSIUS-EQUIV <
                       WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
                   MOVE WS-CELSIUS-EQUIV
                       TO WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
               END-IF
           END-IF.

       CLOSE-EXCURSION.
           MOVE WRK-CAPTURE-DATE TO WS-EX-END-DATE (WS-EXCURSION-SUB)
           MOVE WRK-CAPTURE-TIME TO WS-EX-END-TIME (WS-EXCURSION-SUB)
           COMPUTE WS-EX-MINUTES (WS-EXCURSION-SUB) =
               WS-EXC-READING-MINUTES - WS-EXC-START-MINUTES
           MOVE 'C' TO WS-EX-STATUS (WS-EXCURSION-SUB)
           ADD 1 TO WS-EXCURSIONS-CLOSED
           MOVE "EXCURSION CLOSED" TO WS-AUDIT-OPERATION
           MOVE WS-EX-MINUTES (WS-EXCURSION-SUB)
               TO WS-AUDIT-INPUT-VALUE
           MOVE WS-EX-PEAK-CELSIUS (WS-EXCURSION-SUB)
               TO WS-AUDIT-OUTPUT-VALUE
           PERFORM WRITE-AUDIT-LOG.

       LOAD-LAST-READINGS.
           MOVE ZERO TO WS-LR-COUNT
           MOVE 'N' TO WS-END-OF-LAST-FILE
                   TO WS-LR-CAPTURE-TIME (WS-LR-COUNT)
           END-IF.

       LOAD-CALIBRATION-SCHEDULE.
           MOVE ZERO TO WS-CAL-COUNT
           MOVE 'N' TO WS-END-OF-CALIBRATION
           OPEN INPUT CALIBRATION-MASTER-FILE
           IF WS-CALIBRATION-STATUS = '00'
               PERFORM UNTIL WS-END-OF-CALIBRATION = 'Y'
                   READ CALIBRATION-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-CALIBRATION
                       NOT AT END
                           PERFORM LOAD-CALIBRATION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALIBRATION-MASTER-FILE
           ELSE
               DISPLAY "CALMSTR not found - calibration due dates "
                   "not checked tonight."
           END-IF.

       LOAD-CALIBRATION-ENTRY.
           IF WS-CAL-COUNT < 5000
                   AND FUNCTION TEST-NUMVAL(CMR-NEXT-DUE-DATE) = ZERO
               ADD 1 TO WS-CAL-COUNT
               MOVE CMR-SENSOR-ID TO WS-CT-SENSOR-ID (WS-CAL-COUNT)
               MOVE FUNCTION NUMVAL(CMR-NEXT-DUE-DATE)
                   TO WS-CT-DUE-DATE (WS-CAL-COUNT)
           END-IF.

       CHECK-CALIBRATION-DUE.
           MOVE 'N' TO WS-CAL-FOUND
           IF WS-CAL-COUNT > ZERO
                   AND FUNCTION TEST-NUMVAL(WRK-CAPTURE-DATE) = ZERO
               SEARCH ALL WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-SENSOR-ID (WS-CT-IDX) = WRK-SENSOR-ID
                       MOVE 'Y' TO WS-CAL-FOUND
               END-SEARCH
           END-IF
           IF WS-CAL-FOUND = 'Y'
               IF FUNCTION NUMVAL(WRK-CAPTURE-DATE) >
                       WS-CT-DUE-DATE (WS-CT-IDX)
                   PERFORM FLAG-CALIBRATION-OVERDUE
               END-IF
           END-IF.

       FLAG-CALIBRATION-OVERDUE.
           MOVE "OVDU" TO SOR-CAL-FLAG
           ADD 1 TO WS-CAL-OVERDUE-COUNT
           IF WS-CURRENT-SITE > ZERO
               ADD 1 TO WS-FS-CAL-OVERDUE (WS-CURRENT-SITE)
           END-IF
           COMPUTE WS-CAL-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WRK-CAPTURE-DATE))
               - FUNCTION INTEGER-OF-DATE
               (WS-CT-DUE-DATE (WS-CT-IDX))
           MOVE "CALIBRATION OVERDUE" TO WS-AUDIT-OPERATION
           MOVE WS-CAL-DAYS-OVERDUE TO WS-AUDIT-INPUT-VALUE
           IF WS-CONVERSION-STATUS = "CONVERTED"
               MOVE WS-CELSIUS-EQUIV TO WS-AUDIT-OUTPUT-VALUE
           ELSE
               MOVE ZERO TO WS-AUDIT-OUTPUT-VALUE
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       LOAD-MAINTENANCE-WINDOWS.
           MOVE ZERO TO WS-WINDOW-COUNT
           MOVE ZERO TO WS-SUPPRESS-COUNT
           MOVE ZERO TO WS-WINDOW-READINGS
           MOVE ZERO TO WS-WINDOW-WITHHELD
           MOVE 'N' TO WS-SUPPRESS-FULL-NOTED
           MOVE 'N' TO WS-END-OF-WINDOW
           COMPUTE WS-WINDOW-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT - 31)
           STRING WS-YESTERDAY-DATE "000000"
               DELIMITED BY SIZE INTO WS-NIGHT-START
           STRING WS-TODAY-DATE "235959"
               DELIMITED BY SIZE INTO WS-NIGHT-END
           OPEN INPUT WINDOW-MASTER-FILE
           IF WS-WINDOW-MASTER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-WINDOW = 'Y'
                   READ WINDOW-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-WINDOW
                       NOT AT END
                           PERFORM LOAD-WINDOW-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WINDOW-MASTER-FILE
           ELSE
               DISPLAY "MWINMSTR not found - no maintenance windows "
                   "applied tonight."
           END-IF.

       LOAD-WINDOW-ENTRY.
           IF MWR-STATUS = 'A'
                   AND FUNCTION TEST-NUMVAL(MWR-END-DATE) = ZERO
                   AND FUNCTION NUMVAL(MWR-END-DATE)
                   NOT < WS-WINDOW-CUTOFF
               IF WS-WINDOW-COUNT < 500
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE MWR-WORK-ORDER
                       TO WS-MW-WORK-ORDER (WS-WINDOW-COUNT)
                   MOVE MWR-SCOPE TO WS-MW-SCOPE (WS-WINDOW-COUNT)
                   MOVE MWR-TARGET TO WS-MW-TARGET (WS-WINDOW-COUNT)
                   STRING MWR-START-DATE MWR-START-TIME
                       DELIMITED BY SIZE
                       INTO WS-MW-START (WS-WINDOW-COUNT)
                   STRING MWR-END-DATE MWR-END-TIME
                       DELIMITED BY SIZE
                       INTO WS-MW-END (WS-WINDOW-COUNT)
                   MOVE MWR-DESCRIPTION
                       TO WS-MW-DESCRIPTION (WS-WINDOW-COUNT)
                   MOVE ZERO TO WS-MW-READINGS (WS-WINDOW-COUNT)
                   MOVE ZERO TO WS-MW-ALERTS (WS-WINDOW-COUNT)
                   MOVE ZERO TO WS-MW-SPIKES (WS-WINDOW-COUNT)
                   MOVE ZERO TO WS-MW-SILENT (WS-WINDOW-COUNT)
               ELSE
                   DISPLAY "Maintenance window table full - work "
                       "order ignored: " MWR-WORK-ORDER
               END-IF
           END-IF.

       CHECK-MAINTENANCE-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW
           IF WS-WINDOW-COUNT > ZERO
               MOVE WRK-SENSOR-ID TO WS-MATCH-SENSOR-ID
               IF WS-SENSOR-CACHED = 'Y'
                   MOVE WS-ST-LOCATION (WS-SENSOR-SUB)
                       TO WS-MATCH-LOCATION
               ELSE
                   MOVE WS-UNC-LOCATION TO WS-MATCH-LOCATION
               END-IF
               STRING WRK-CAPTURE-DATE WRK-CAPTURE-TIME
                   DELIMITED BY SIZE INTO WS-READING-STAMP
               MOVE 1 TO WS-WINDOW-SUB
               PERFORM UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
                       OR WS-IN-WINDOW = 'Y'
                   IF WS-READING-STAMP
                           NOT < WS-MW-START (WS-WINDOW-SUB)
                           AND WS-READING-STAMP
                           NOT > WS-MW-END (WS-WINDOW-SUB)
                       PERFORM WINDOW-COVERS-TARGET
                       MOVE WS-TARGET-MATCHED TO WS-IN-WINDOW
                   END-IF
                   IF WS-IN-WINDOW = 'N'
                       ADD 1 TO WS-WINDOW-SUB
                   END-IF
               END-PERFORM
               IF WS-IN-WINDOW = 'Y'
                   MOVE WS-MW-WORK-ORDER (WS-WINDOW-SUB)
                       TO SOR-WORK-ORDER
                   ADD 1 TO WS-MW-READINGS (WS-WINDOW-SUB)
                   ADD 1 TO WS-WINDOW-READINGS
               END-IF
           END-IF.

       CHECK-SILENT-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW
           MOVE SMR-SENSOR-ID TO WS-MATCH-SENSOR-ID
           MOVE SMR-LOCATION TO WS-MATCH-LOCATION
           MOVE 1 TO WS-WINDOW-SUB
           PERFORM UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
                   OR WS-IN-WINDOW = 'Y'
               IF WS-MW-START (WS-WINDOW-SUB) NOT > WS-NIGHT-END
                       AND WS-MW-END (WS-WINDOW-SUB)
                       NOT < WS-NIGHT-START
                   PERFORM WINDOW-COVERS-TARGET
                   MOVE WS-TARGET-MATCHED TO WS-IN-WINDOW
               END-IF
               IF WS-IN-WINDOW = 'N'
                   ADD 1 TO WS-WINDOW-SUB
               END-IF
           END-PERFORM.

       WINDOW-COVERS-TARGET.
           MOVE 'N' TO WS-TARGET-MATCHED
           EVALUATE WS-MW-SCOPE (WS-WINDOW-SUB)
               WHEN 'S'
                   IF WS-MW-TARGET (WS-WINDOW-SUB) (1:10)
                           = WS-MATCH-SENSOR-ID
                       MOVE 'Y' TO WS-TARGET-MATCHED
                   END-IF
               WHEN 'L'
                   IF WS-MW-TARGET (WS-WINDOW-SUB) = WS-MATCH-LOCATION
                           AND WS-MATCH-LOCATION NOT = SPACES
                       MOVE 'Y' TO WS-TARGET-MATCHED
                   END-IF
           END-EVALUATE.

       RECORD-WINDOW-SUPPRESSION.
           ADD 1 TO WS-WINDOW-WITHHELD
           EVALUATE WS-SUPPRESS-TYPE
               WHEN "RATE"
                   ADD 1 TO WS-MW-SPIKES (WS-WINDOW-SUB)
               WHEN "SILN"
                   ADD 1 TO WS-MW-SILENT (WS-WINDOW-SUB)
               WHEN OTHER
                   ADD 1 TO WS-MW-ALERTS (WS-WINDOW-SUB)
           END-EVALUATE
           IF WS-SUPPRESS-COUNT < 5000
               ADD 1 TO WS-SUPPRESS-COUNT
               MOVE WS-WINDOW-SUB TO WS-SP-WINDOW (WS-SUPPRESS-COUNT)
               MOVE WS-SUPPRESS-TYPE TO WS-SP-TYPE (WS-SUPPRESS-COUNT)
               IF WS-SUPPRESS-TYPE = "SILN"
                   MOVE SMR-SENSOR-ID
                       TO WS-SP-SENSOR-ID (WS-SUPPRESS-COUNT)
                   MOVE SPACES
                       TO WS-SP-CAPTURE-DATE (WS-SUPPRESS-COUNT)
                   MOVE SPACES
                       TO WS-SP-CAPTURE-TIME (WS-SUPPRESS-COUNT)
                   MOVE ZERO TO WS-SP-CELSIUS (WS-SUPPRESS-COUNT)
               ELSE
                   MOVE WRK-SENSOR-ID
                       TO WS-SP-SENSOR-ID (WS-SUPPRESS-COUNT)
                   MOVE WRK-CAPTURE-DATE
                       TO WS-SP-CAPTURE-DATE (WS-SUPPRESS-COUNT)
                   MOVE WRK-CAPTURE-TIME
                       TO WS-SP-CAPTURE-TIME (WS-SUPPRESS-COUNT)
                   MOVE WS-CELSIUS-EQUIV
                       TO WS-SP-CELSIUS (WS-SUPPRESS-COUNT)
               END-IF
           ELSE
               IF WS-SUPPRESS-FULL-NOTED = 'N'
                   MOVE 'Y' TO WS-SUPPRESS-FULL-NOTED
                   DISPLAY "Maintenance suppression table full - "
                       "further items counted but not listed."
               END-IF
           END-IF.

       SAVE-LAST-READINGS.
           OPEN OUTPUT LAST-READING-FILE
           IF WS-LAST-READ-STATUS NOT = '00'
                   (WS-CELSIUS-EQUIV - WS-LR-CELSIUS (WS-LR-SUB))
                   * 60 / WS-DELTA-MINUTES
               IF WS-RATE-PER-HOUR > WS-SPIKE-RATE
                   IF WS-IN-WINDOW = 'Y'
                       MOVE "RATE" TO WS-SUPPRESS-TYPE
                       PERFORM RECORD-WINDOW-SUPPRESSION
                   ELSE
                       PERFORM FLAG-SUSPECT-READING
                   END-IF
               END-IF
           END-IF.

               MOVE SMR-SENSOR-ID TO WS-ST-SENSOR-ID (WS-SENSOR-SUB)
               MOVE SMR-SERVICE-FLAG
                   TO WS-ST-SERVICE-FLAG (WS-SENSOR-SUB)
               MOVE SMR-LOCATION TO WS-ST-LOCATION (WS-SENSOR-SUB)
               PERFORM LOAD-SENSOR-LIMITS
               PERFORM INIT-SENSOR-STATS
               MOVE 'Y' TO WS-SENSOR-FOUND
               MOVE 'Y' TO WS-SENSOR-FOUND
               MOVE 'N' TO WS-SENSOR-CACHED
               MOVE SMR-SERVICE-FLAG TO WS-UNC-SERVICE-FLAG
               MOVE SMR-LOCATION TO WS-UNC-LOCATION
               PERFORM LOAD-UNCACHED-LIMITS
           END-IF.

           END-IF.

       WRITE-CHECKPOINT.
           IF WS-SIMULATION-MODE = 'N'
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS = '00'
                   MOVE WS-CHECKPOINT-VALUE TO CHECKPOINT-RECORD
                   WRITE CHECKPOINT-RECORD
                   CLOSE CHECKPOINT-FILE
               ELSE
                   DISPLAY "Unable to open TEMPCKPT - checkpoint not "
                       "saved."
               END-IF
           END-IF.

       BATCH-PROCESS-FILE.
           MOVE ZERO TO WS-SENSOUT-HASH
           MOVE ZERO TO WS-NORMOUT-HASH
           MOVE ZERO TO WS-SPIKES-FOUND
           MOVE ZERO TO WS-CAL-OVERDUE-COUNT
           MOVE ZERO TO WS-EXCURSIONS-OPENED
           MOVE ZERO TO WS-EXCURSIONS-CLOSED
           MOVE ZERO TO WS-MANUAL-CONVERTED
           MOVE ZERO TO WS-ZONE-COUNT WS-ZONE-EXCEPTIONS
           MOVE 'N' TO WS-REPROCESS-MODE
           MOVE 'N' TO WS-RESTART-USED
           PERFORM SET-RUN-DATE
           IF WS-SIMULATION-MODE = 'Y'
               MOVE ZERO TO WS-RESTART-COUNT
               MOVE ZERO TO WS-REGISTRY-COUNT
           ELSE
               PERFORM READ-CHECKPOINT
               PERFORM LOAD-FEED-REGISTRY
           END-IF
           PERFORM LOAD-DUPLICATE-KEYS
           PERFORM LOAD-ALERT-MASTER
           PERFORM LOAD-EXCURSION-MASTER
           PERFORM LOAD-SUSPENSE-MASTER
           PERFORM LOAD-LAST-READINGS
           PERFORM LOAD-CALIBRATION-SCHEDULE
           PERFORM LOAD-MAINTENANCE-WINDOWS
           PERFORM OPEN-SENSOR-MASTER
           IF WS-SENSOR-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open SENSMSTR - batch skipped."
                       PERFORM RUN-SENSOR-BATCH
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-RUN-LEDGER.

       VALIDATE-FEED-SITES.
           PERFORM UNTIL WS-END-OF-SENSOR-FILE = 'Y'
               MOVE ZERO TO WS-FS-ALERTS (WS-CURRENT-SITE)
               MOVE ZERO TO WS-FS-SUPPRESSED (WS-CURRENT-SITE)
               MOVE ZERO TO WS-FS-PRESCAN-REJECTS (WS-CURRENT-SITE)
               MOVE ZERO TO WS-FS-CAL-OVERDUE (WS-CURRENT-SITE)
               MOVE ZERO TO WS-FS-IN-SERVICE (WS-CURRENT-SITE)
               MOVE 'N' TO WS-FS-DUPLICATE (WS-CURRENT-SITE)
               IF SIR-SOURCE-SYSTEM = "MANUAL"
                   MOVE 'Y' TO WS-FS-MANUAL (WS-CURRENT-SITE)
               ELSE
                   MOVE 'N' TO WS-FS-MANUAL (WS-CURRENT-SITE)
               END-IF
               MOVE 'Y' TO WS-SITE-OPEN
           ELSE
               MOVE 'N' TO WS-FEED-VALID
           IF WS-SENSOR-FOUND = 'N'
               MOVE 'N' TO WS-VALID-READING
           ELSE
               PERFORM SET-READING-SERVICE-FLAG
               IF WS-FS-MANUAL (WS-CURRENT-SITE) = 'Y'
                   IF WS-READING-SERVICE-FLAG = 'I'
                       MOVE 'N' TO WS-VALID-READING
                       ADD 1 TO WS-FS-IN-SERVICE (WS-CURRENT-SITE)
                   END-IF
               ELSE
                   IF WS-READING-SERVICE-FLAG NOT = 'I'
                       MOVE 'N' TO WS-VALID-READING
                   END-IF
               END-IF
               ADD 1 TO WS-FS-PRESCAN-REJECTS (WS-CURRENT-SITE)
           END-IF.

       SET-READING-SERVICE-FLAG.
           IF WS-SENSOR-CACHED = 'Y'
               MOVE WS-ST-SERVICE-FLAG (WS-SENSOR-SUB)
                   TO WS-READING-SERVICE-FLAG
           ELSE
               MOVE WS-UNC-SERVICE-FLAG TO WS-READING-SERVICE-FLAG
           END-IF.

       RUN-SENSOR-BATCH.
           MOVE "TEMPCNV " TO WS-OUT-SOURCE
           IF WS-RESTART-COUNT > ZERO
           IF WS-VALID-SITE-COUNT = ZERO
               PERFORM SUPPRESS-SENSOR-OUTPUT
           ELSE
               IF WS-SIMULATION-MODE = 'N'
                   PERFORM WRITE-SENSOR-HISTORY
                   PERFORM SAVE-DUPLICATE-KEYS
                   PERFORM SAVE-FEED-REGISTRY
               END-IF
               PERFORM REPORT-SILENT-SENSORS
               PERFORM PRINT-WINDOW-REPORT
               PERFORM CHECK-ZONE-DISAGREEMENT
               IF WS-VALID-SITE-COUNT < WS-FEED-SITE-COUNT
                   DISPLAY "One or more site feeds refused - "
                       "remaining sites published."
               END-IF
           END-IF
           CLOSE SENSOR-MASTER-FILE
           IF WS-SIMULATION-MODE = 'Y'
               DISPLAY "Simulation - masters, history, duplicate "
                   "keys and checkpoint not updated."
           ELSE
               PERFORM SAVE-ALERT-MASTER
               PERFORM SAVE-EXCURSION-MASTER
               PERFORM SAVE-SUSPENSE-MASTER
               PERFORM SAVE-LAST-READINGS
           END-IF
           DISPLAY "Batch complete. Read: " WS-RECORDS-READ
               " Skipped: " WS-RECORDS-SKIPPED
               " Converted: " WS-RECORDS-CONVERTED
               MOVE SIR-CAPTURE-DATE TO WRK-CAPTURE-DATE
               MOVE SIR-CAPTURE-TIME TO WRK-CAPTURE-TIME
               IF WS-RECORDS-READ > WS-RESTART-COUNT
                   MOVE WS-FS-MANUAL (WS-CURRENT-SITE)
                       TO WS-MANUAL-READING
                   PERFORM PROCESS-SENSOR-RECORD
                   MOVE 'N' TO WS-MANUAL-READING
                   MOVE WS-RECORDS-READ TO WS-CHECKPOINT-VALUE
                   PERFORM WRITE-CHECKPOINT
               ELSE
                   END-IF
               END-IF
           END-IF
           IF WS-FS-VALID (WS-FEED-SITE-SUB) = 'Y'
               PERFORM CHECK-FEED-REGISTRY
           END-IF
           IF WS-FS-VALID (WS-FEED-SITE-SUB) = 'Y'
               PERFORM CHECK-PRESCAN-REJECT-RATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-RUN-DATE-NUM = WS-CD-YEAR * 10000
               + WS-CD-MONTH * 100 + WS-CD-DAY
           IF WS-SIMULATION-MODE = 'Y'
               MOVE WS-SIM-RUN-DATE TO WS-RUN-DATE-NUM
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1
           COMPUTE WS-PRIOR-DATE-NUM =
               END-IF
           END-IF.

       LOAD-FEED-REGISTRY.
           MOVE ZERO TO WS-REGISTRY-COUNT
           MOVE 'N' TO WS-END-OF-REGISTRY
           COMPUTE WS-REGISTRY-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT - 31)
           OPEN INPUT FEED-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '00'
               PERFORM UNTIL WS-END-OF-REGISTRY = 'Y'
                   READ FEED-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-REGISTRY
                       NOT AT END
                           PERFORM LOAD-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
           ELSE
               DISPLAY "FEEDREG not found - starting a new feed "
                   "registry."
           END-IF.

       LOAD-REGISTRY-ENTRY.
           IF FUNCTION TEST-NUMVAL(FRG-RUN-DATE) = ZERO
                   AND FUNCTION NUMVAL(FRG-RUN-DATE)
                   < WS-REGISTRY-CUTOFF
               CONTINUE
           ELSE
               IF WS-REGISTRY-COUNT < 1000
                   ADD 1 TO WS-REGISTRY-COUNT
                   MOVE WS-REGISTRY-COUNT TO WS-REGISTRY-SUB
                   MOVE FRG-SOURCE-SYSTEM
                       TO WS-RG-SOURCE (WS-REGISTRY-SUB)
                   MOVE FRG-FEED-DATE
                       TO WS-RG-FEED-DATE (WS-REGISTRY-SUB)
                   MOVE FRG-TRAILER-COUNT
                       TO WS-RG-COUNT (WS-REGISTRY-SUB)
                   MOVE FUNCTION NUMVAL(FRG-HASH-TOTAL)
                       TO WS-RG-HASH (WS-REGISTRY-SUB)
                   MOVE FRG-RUN-DATE
                       TO WS-RG-RUN-DATE (WS-REGISTRY-SUB)
                   MOVE FRG-RUN-TIME
                       TO WS-RG-RUN-TIME (WS-REGISTRY-SUB)
               ELSE
                   DISPLAY "Feed registry table full - entry "
                       "ignored: " FRG-SOURCE-SYSTEM " "
                       FRG-FEED-DATE
               END-IF
           END-IF.

       CHECK-FEED-REGISTRY.
           MOVE 'N' TO WS-REGISTRY-FOUND
           MOVE 1 TO WS-REGISTRY-SUB
           PERFORM UNTIL WS-REGISTRY-SUB > WS-REGISTRY-COUNT
                   OR WS-REGISTRY-FOUND = 'Y'
               IF WS-RG-SOURCE (WS-REGISTRY-SUB) =
                       WS-FS-SOURCE (WS-FEED-SITE-SUB)
                       AND WS-RG-FEED-DATE (WS-REGISTRY-SUB) =
                       WS-FS-FEED-DATE (WS-FEED-SITE-SUB)
                       AND WS-RG-COUNT (WS-REGISTRY-SUB) =
                       WS-FS-TRAILER-COUNT (WS-FEED-SITE-SUB)
                       AND WS-RG-HASH (WS-REGISTRY-SUB) =
                       WS-FS-TRAILER-HASH (WS-FEED-SITE-SUB)
                   MOVE 'Y' TO WS-REGISTRY-FOUND
               ELSE
                   ADD 1 TO WS-REGISTRY-SUB
               END-IF
           END-PERFORM
           IF WS-REGISTRY-FOUND = 'Y'
               MOVE 'N' TO WS-FS-VALID (WS-FEED-SITE-SUB)
               MOVE 'Y' TO WS-FS-DUPLICATE (WS-FEED-SITE-SUB)
               DISPLAY "Site feed already processed on "
                   WS-RG-RUN-DATE (WS-REGISTRY-SUB) " "
                   WS-RG-RUN-TIME (WS-REGISTRY-SUB)
                   " - resubmission refused: "
                   WS-FS-SOURCE (WS-FEED-SITE-SUB)
           END-IF.

       SAVE-FEED-REGISTRY.
           MOVE 1 TO WS-FEED-SITE-SUB
           PERFORM UNTIL WS-FEED-SITE-SUB > WS-FEED-SITE-COUNT
               IF WS-FS-VALID (WS-FEED-SITE-SUB) = 'Y'
                   PERFORM REGISTER-FEED-SITE
               END-IF
               ADD 1 TO WS-FEED-SITE-SUB
           END-PERFORM
           OPEN OUTPUT FEED-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = '00'
               DISPLAY "Unable to open FEEDREG - feed registry "
                   "not saved."
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RUN-RC
           ELSE
               MOVE 1 TO WS-REGISTRY-SUB
               PERFORM UNTIL WS-REGISTRY-SUB > WS-REGISTRY-COUNT
                   PERFORM SAVE-REGISTRY-ENTRY
                   ADD 1 TO WS-REGISTRY-SUB
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
           END-IF.

       REGISTER-FEED-SITE.
           IF WS-REGISTRY-COUNT < 1000
               ADD 1 TO WS-REGISTRY-COUNT
               MOVE WS-REGISTRY-COUNT TO WS-REGISTRY-SUB
               MOVE WS-FS-SOURCE (WS-FEED-SITE-SUB)
                   TO WS-RG-SOURCE (WS-REGISTRY-SUB)
               MOVE WS-FS-FEED-DATE (WS-FEED-SITE-SUB)
                   TO WS-RG-FEED-DATE (WS-REGISTRY-SUB)
               MOVE WS-FS-TRAILER-COUNT (WS-FEED-SITE-SUB)
                   TO WS-RG-COUNT (WS-REGISTRY-SUB)
               MOVE WS-FS-TRAILER-HASH (WS-FEED-SITE-SUB)
                   TO WS-RG-HASH (WS-REGISTRY-SUB)
               MOVE WS-TODAY-DATE TO WS-RG-RUN-DATE (WS-REGISTRY-SUB)
               MOVE WS-RUN-START-TIME
                   TO WS-RG-RUN-TIME (WS-REGISTRY-SUB)
           ELSE
               DISPLAY "Feed registry table full - site not "
                   "registered: " WS-FS-SOURCE (WS-FEED-SITE-SUB)
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RUN-RC
           END-IF.

       SAVE-REGISTRY-ENTRY.
           MOVE WS-RG-SOURCE (WS-REGISTRY-SUB) TO FRG-SOURCE-SYSTEM
           MOVE WS-RG-FEED-DATE (WS-REGISTRY-SUB) TO FRG-FEED-DATE
           MOVE WS-RG-COUNT (WS-REGISTRY-SUB) TO FRG-TRAILER-COUNT
           MOVE WS-RG-HASH (WS-REGISTRY-SUB) TO FRG-HASH-TOTAL
           MOVE WS-RG-RUN-DATE (WS-REGISTRY-SUB) TO FRG-RUN-DATE
           MOVE WS-RG-RUN-TIME (WS-REGISTRY-SUB) TO FRG-RUN-TIME
           WRITE FEED-REGISTRY-RECORD.

       CHECK-REJECT-RATE.
           MOVE 'N' TO WS-RATE-BREACHED
           MOVE 1 TO WS-FEED-SITE-SUB
           MOVE 8 TO WS-NEW-RC
           PERFORM RAISE-RUN-RC.

       WRITE-RUN-LEDGER.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE WS-TODAY-DATE TO RLR-RUN-DATE
           MOVE WS-RUN-START-TIME TO RLR-RUN-TIME
           EVALUATE TRUE
               WHEN WS-REPROCESS-MODE = 'Y'
                   MOVE 'R' TO RLR-RUN-MODE
               WHEN WS-SIMULATION-MODE = 'Y'
                   MOVE 'S' TO RLR-RUN-MODE
               WHEN OTHER
                   MOVE 'N' TO RLR-RUN-MODE
           END-EVALUATE
           MOVE WS-RUN-RC TO RLR-RETURN-CODE
           MOVE WS-RESTART-USED TO RLR-RESTART-USED
           MOVE WS-RECORDS-SKIPPED TO RLR-RECORDS-SKIPPED
           MOVE WS-RECORDS-READ TO RLR-RECORDS-READ
           MOVE WS-RECORDS-CONVERTED TO RLR-RECORDS-CONVERTED
           MOVE WS-RECORDS-REJECTED TO RLR-RECORDS-REJECTED
           MOVE WS-RECORDS-SUPPRESSED TO RLR-RECORDS-SUPPRESSED
           MOVE WS-ALERTS-WRITTEN TO RLR-ALERTS-WRITTEN
           MOVE WS-FEED-SITE-COUNT TO RLR-SITE-COUNT
           MOVE 1 TO WS-FEED-SITE-SUB
           PERFORM UNTIL WS-FEED-SITE-SUB > 10
               PERFORM WRITE-LEDGER-SITE
               ADD 1 TO WS-FEED-SITE-SUB
           END-PERFORM
           OPEN EXTEND RUN-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "Unable to open RUNLEDGR - run not recorded."
           ELSE
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

       WRITE-LEDGER-SITE.
           IF WS-FEED-SITE-SUB > WS-FEED-SITE-COUNT
               MOVE ZERO TO RLR-SITE-READ (WS-FEED-SITE-SUB)
               MOVE ZERO TO RLR-SITE-CONVERTED (WS-FEED-SITE-SUB)
               MOVE ZERO TO RLR-SITE-REJECTED (WS-FEED-SITE-SUB)
               MOVE ZERO TO RLR-SITE-SUPPRESSED (WS-FEED-SITE-SUB)
           ELSE
               MOVE WS-FS-SOURCE (WS-FEED-SITE-SUB)
                   TO RLR-SITE-SOURCE (WS-FEED-SITE-SUB)
               MOVE WS-FS-FEED-DATE (WS-FEED-SITE-SUB)
                   TO RLR-SITE-FEED-DATE (WS-FEED-SITE-SUB)
               EVALUATE TRUE
                   WHEN WS-FS-VALID (WS-FEED-SITE-SUB) = 'Y'
                           AND WS-FS-RATE-BREACHED (WS-FEED-SITE-SUB)
                           = 'Y'
                       MOVE "PBRK" TO RLR-SITE-OUTCOME
                           (WS-FEED-SITE-SUB)
                   WHEN WS-FS-VALID (WS-FEED-SITE-SUB) = 'Y'
                       MOVE "PUBL" TO RLR-SITE-OUTCOME
                           (WS-FEED-SITE-SUB)
                   WHEN WS-FS-DUPLICATE (WS-FEED-SITE-SUB) = 'Y'
                       MOVE "DUPL" TO RLR-SITE-OUTCOME
                           (WS-FEED-SITE-SUB)
                   WHEN WS-FS-RATE-BREACHED (WS-FEED-SITE-SUB) = 'Y'
                       MOVE "RATE" TO RLR-SITE-OUTCOME
                           (WS-FEED-SITE-SUB)
                   WHEN OTHER
                       MOVE "REFD" TO RLR-SITE-OUTCOME
                           (WS-FEED-SITE-SUB)
               END-EVALUATE
               MOVE WS-FS-READ (WS-FEED-SITE-SUB)
                   TO RLR-SITE-READ (WS-FEED-SITE-SUB)
               MOVE WS-FS-CONVERTED (WS-FEED-SITE-SUB)
                   TO RLR-SITE-CONVERTED (WS-FEED-SITE-SUB)
               MOVE WS-FS-REJECTED (WS-FEED-SITE-SUB)
                   TO RLR-SITE-REJECTED (WS-FEED-SITE-SUB)
               MOVE WS-FS-SUPPRESSED (WS-FEED-SITE-SUB)
                   TO RLR-SITE-SUPPRESSED (WS-FEED-SITE-SUB)
           END-IF.

       SIMULATE-SENSOR-BATCH.
           DISPLAY "Run date of the night to simulate (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-SIM-ENTRY
           MOVE ZERO TO WS-SIM-RUN-DATE
           IF FUNCTION TEST-NUMVAL(WS-SIM-ENTRY) = ZERO
               MOVE FUNCTION NUMVAL(WS-SIM-ENTRY) TO WS-SIM-RUN-DATE
           END-IF
           IF WS-SIM-RUN-DATE = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-SIM-RUN-DATE)
                   NOT = ZERO
               DISPLAY "Invalid simulation run date - simulation "
                   "skipped: " WS-SIM-ENTRY
               MOVE 12 TO WS-NEW-RC
               PERFORM RAISE-RUN-RC
           ELSE
               DISPLAY "SIMULATION RUN FOR " WS-SIM-RUN-DATE
                   " - SENSMSTR, ALRTMSTR, SUSPMSTR, TEMPLAST, "
                   "TEMPDUPE AND HISTORY ARE NOT UPDATED"
               MOVE 'Y' TO WS-SIMULATION-MODE
               PERFORM BATCH-PROCESS-FILE
               MOVE 'N' TO WS-SIMULATION-MODE
           END-IF.

       REPROCESS-REJECTS.
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-CONVERTED
           MOVE ZERO TO WS-SENSOUT-HASH
           MOVE ZERO TO WS-NORMOUT-HASH
           MOVE ZERO TO WS-SPIKES-FOUND
           MOVE ZERO TO WS-CAL-OVERDUE-COUNT
           MOVE ZERO TO WS-RECORDS-SKIPPED
           MOVE ZERO TO WS-RECORDS-SUPPRESSED
           MOVE ZERO TO WS-FEED-SITE-COUNT
           MOVE 'Y' TO WS-REPROCESS-MODE
           MOVE 'N' TO WS-RESTART-USED
           MOVE 'N' TO WS-END-OF-REJECT-FILE
           PERFORM SET-RUN-DATE
           PERFORM LOAD-DUPLICATE-KEYS
           PERFORM LOAD-ALERT-MASTER
           PERFORM LOAD-SUSPENSE-MASTER
           PERFORM LOAD-LAST-READINGS
           PERFORM LOAD-CALIBRATION-SCHEDULE
           PERFORM LOAD-MAINTENANCE-WINDOWS
           PERFORM OPEN-SENSOR-MASTER
           IF WS-SENSOR-MASTER-STATUS NOT = '00'
               DISPLAY "Unable to open SENSMSTR - reprocess skipped."
               ELSE
                   PERFORM RUN-REJECT-REPROCESS
               END-IF
           END-IF
           PERFORM WRITE-RUN-LEDGER.

       RUN-REJECT-REPROCESS.
           OPEN EXTEND SENSOR-OUTPUT-FILE
           PERFORM SAVE-ALERT-MASTER
           PERFORM SAVE-SUSPENSE-MASTER
           PERFORM SAVE-LAST-READINGS
           PERFORM PRINT-WINDOW-REPORT
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO WS-NEW-RC
               PERFORM RAISE-RUN-RC
           MOVE WRK-CAPTURE-DATE TO WS-AUDIT-CAPTURE-DATE
           MOVE WRK-CAPTURE-TIME TO WS-AUDIT-CAPTURE-TIME
           MOVE SPACES TO SOR-LATE-FLAG
           MOVE SPACES TO SOR-CAL-FLAG
           MOVE SPACES TO SOR-WORK-ORDER
           MOVE 'N' TO WS-IN-WINDOW
           IF WS-MANUAL-READING = 'Y'
               MOVE "MANL" TO SOR-MANUAL-FLAG
           ELSE
               MOVE SPACES TO SOR-MANUAL-FLAG
           END-IF
           MOVE 'Y' TO WS-VALID-READING
           MOVE "BATCH VALIDATION" TO WS-REJECT-OPERATION
           MOVE SPACES TO WS-REJECT-REASON
               MOVE "UNKNOWN SENSOR" TO WS-REJECT-OPERATION
               MOVE "UNKS" TO WS-REJECT-REASON
           ELSE
               PERFORM SET-READING-SERVICE-FLAG
               IF WS-MANUAL-READING = 'Y'
                   IF WS-READING-SERVICE-FLAG = 'I'
                       MOVE 'N' TO WS-VALID-READING
                       MOVE "MANUAL READING IN SERVICE"
                           TO WS-REJECT-OPERATION
                       MOVE "MINS" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-READING-SERVICE-FLAG NOT = 'I'
                       MOVE 'N' TO WS-VALID-READING
                       IF WS-REPROCESS-MODE = 'Y'
                               AND SRI-REASON-CODE NOT = "OOSV"
                               AND SRI-REASON-CODE NOT = "UNKS"
                           MOVE "MANUAL READING - REKEY"
                               TO WS-REJECT-OPERATION
                           MOVE "MINS" TO WS-REJECT-REASON
                       ELSE
                           MOVE "SENSOR OUT OF SERVICE"
                               TO WS-REJECT-OPERATION
                           MOVE "OOSV" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-READING = 'Y' AND WS-REPROCESS-MODE = 'Y'
               IF SRI-REASON-CODE = "MINS"
                   MOVE 'N' TO WS-VALID-READING
                   MOVE "MANUAL READING - REKEY"
                       TO WS-REJECT-OPERATION
                   MOVE "MINS" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-VALID-READING = 'Y'
               PERFORM CHECK-CAPTURE-TIMESTAMP
           END-IF
           END-IF
           IF WS-CONVERSION-STATUS = "CONVERTED"
               PERFORM COMPUTE-CELSIUS-EQUIVALENT
               PERFORM CHECK-MAINTENANCE-WINDOW
               PERFORM CHECK-READING-RATE
           END-IF
           IF WS-SENSOR-FOUND = 'Y'
               PERFORM CHECK-CALIBRATION-DUE
           END-IF
           MOVE WS-CONVERSION-STATUS TO SOR-STATUS
           IF WS-CONVERSION-STATUS = "CONVERTED"
               ADD 1 TO WS-RECORDS-CONVERTED
               IF WS-CURRENT-SITE > ZERO
                   ADD 1 TO WS-FS-CONVERTED (WS-CURRENT-SITE)
               END-IF
               IF WS-MANUAL-READING = 'Y'
                   ADD 1 TO WS-MANUAL-CONVERTED
               END-IF
               IF WS-REPROCESS-MODE = 'Y'
                   PERFORM RESOLVE-SUSPENSE-ITEM
               END-IF
                   WHEN 'R' PERFORM UPDATE-R-STATS
               END-EVALUATE
               PERFORM CHECK-SENSOR-LIMITS
               IF WS-REPROCESS-MODE = 'N'
                   PERFORM TRACK-EXCURSION
               END-IF
               IF WS-SENSOR-CACHED = 'Y'
                   PERFORM UPDATE-SENSOR-STATS
               END-IF
                   PERFORM WRITE-NORMALIZED-RECORD
               END-IF
               PERFORM REGISTER-DUPLICATE-KEY
               IF WS-IN-WINDOW = 'N'
                   PERFORM UPDATE-LAST-READING
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               IF WS-CURRENT-SITE > ZERO
               MOVE WS-UNC-LOW-LIMIT TO WS-EFF-LOW-LIMIT
               MOVE WS-UNC-HIGH-LIMIT TO WS-EFF-HIGH-LIMIT
           END-IF
           MOVE 'N' TO WS-READING-BREACHED
           IF WS-EFF-LIMITS-SET = 'Y'
               IF WS-CELSIUS-EQUIV > WS-EFF-HIGH-LIMIT
                   MOVE 'Y' TO WS-READING-BREACHED
                   MOVE "HIGH" TO WS-ALERT-BREACHED
                   MOVE WS-EFF-HIGH-LIMIT TO WS-ALERT-LIMIT
                   COMPUTE WS-ALERT-MARGIN = WS-CELSIUS-EQUIV
                       - WS-EFF-HIGH-LIMIT
                   PERFORM RAISE-LIMIT-ALERT
               ELSE
                   IF WS-CELSIUS-EQUIV < WS-EFF-LOW-LIMIT
                       MOVE 'Y' TO WS-READING-BREACHED
                       MOVE "LOW " TO WS-ALERT-BREACHED
                       MOVE WS-EFF-LOW-LIMIT TO WS-ALERT-LIMIT
                       COMPUTE WS-ALERT-MARGIN =
                           WS-EFF-LOW-LIMIT - WS-CELSIUS-EQUIV
                       PERFORM RAISE-LIMIT-ALERT
                   END-IF
               END-IF
           END-IF.
           WRITE HISTORY-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN.

       RAISE-LIMIT-ALERT.
           IF WS-IN-WINDOW = 'Y'
               MOVE WS-ALERT-BREACHED TO WS-SUPPRESS-TYPE
               PERFORM RECORD-WINDOW-SUPPRESSION
           ELSE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

       WRITE-ALERT-RECORD.
           MOVE WRK-SENSOR-ID TO TAL-SENSOR-ID
           MOVE WRK-TARGET-SCALE TO TAL-TARGET-SCALE
                   AND WS-ST-COUNT (WS-SENSOR-SUB) > ZERO
               CONTINUE
           ELSE
               PERFORM CHECK-SILENT-WINDOW
               IF WS-IN-WINDOW = 'Y'
                   MOVE "SILN" TO WS-SUPPRESS-TYPE
                   PERFORM RECORD-WINDOW-SUPPRESSION
               ELSE
                   PERFORM ADD-SILENT-SENSOR
               END-IF
           END-IF.

       ADD-SILENT-SENSOR.
           IF WS-SILENT-TBL-COUNT < 2000
               ADD 1 TO WS-SILENT-TBL-COUNT
               MOVE SMR-SENSOR-ID
                   TO WS-SS-SENSOR-ID (WS-SILENT-TBL-COUNT)
               MOVE ZERO
                   TO WS-SS-LAST-DATE (WS-SILENT-TBL-COUNT)
           ELSE
               DISPLAY "Silent sensor table full - entry "
                   "ignored: " SMR-SENSOR-ID
           END-IF.

       LOAD-LAST-REPORT-DATES.
           IF WS-SILENT-TBL-COUNT = ZERO
               CONTINUE

       NOTE-LAST-REPORT-DATE.
           IF FUNCTION TEST-NUMVAL(SHR-RUN-DATE) = ZERO
                   AND (WS-SIMULATION-MODE = 'N'
                   OR SHR-RUN-DATE < WS-TODAY-DATE)
               MOVE 1 TO WS-SILENT-SUB
               PERFORM UNTIL WS-SILENT-SUB > WS-SILENT-TBL-COUNT
                   IF WS-SS-SENSOR-ID (WS-SILENT-SUB)
           MOVE WS-SILENT-LINE TO SILENT-REPORT-LINE
           WRITE SILENT-REPORT-LINE.

       PRINT-WINDOW-REPORT.
           MOVE ZERO TO WS-WINDOWS-REPORTED
           OPEN OUTPUT WINDOW-REPORT-FILE
           IF WS-WINDOW-REPORT-STATUS NOT = '00'
               DISPLAY "Unable to open MWINRPT - maintenance window "
                   "report skipped."
           ELSE
               MOVE "====== MAINTENANCE WINDOW SUPPRESSIONS ======"
                   TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE 1 TO WS-WINDOW-SUB
               PERFORM UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
                   IF WS-MW-READINGS (WS-WINDOW-SUB) > ZERO
                           OR WS-MW-SILENT (WS-WINDOW-SUB) > ZERO
                       PERFORM PRINT-WINDOW-DETAIL
                   END-IF
                   ADD 1 TO WS-WINDOW-SUB
               END-PERFORM
               IF WS-WINDOWS-REPORTED = ZERO
                   MOVE "NO READINGS FELL INSIDE A MAINTENANCE WINDOW."
                       TO WINDOW-REPORT-LINE
                   WRITE WINDOW-REPORT-LINE
               END-IF
               MOVE "============================================="
                   TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               CLOSE WINDOW-REPORT-FILE
               DISPLAY "Maintenance windows: " WS-WINDOWS-REPORTED
                   " readings: " WS-WINDOW-READINGS
                   " withheld: " WS-WINDOW-WITHHELD
           END-IF.

       PRINT-WINDOW-DETAIL.
           ADD 1 TO WS-WINDOWS-REPORTED
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE WS-MW-WORK-ORDER (WS-WINDOW-SUB) TO WS-WH-WORK-ORDER
           MOVE WS-MW-DESCRIPTION (WS-WINDOW-SUB)
               TO WS-WH-DESCRIPTION
           MOVE WS-WINDOW-HEAD TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           IF WS-MW-SCOPE (WS-WINDOW-SUB) = 'S'
               MOVE "SENSOR" TO WS-WS-SCOPE
           ELSE
               MOVE "LOCATION" TO WS-WS-SCOPE
           END-IF
           MOVE WS-MW-TARGET (WS-WINDOW-SUB) TO WS-WS-TARGET
           MOVE WS-MW-START (WS-WINDOW-SUB) (1:8) TO WS-WS-START-DATE
           MOVE WS-MW-START (WS-WINDOW-SUB) (9:6) TO WS-WS-START-TIME
           MOVE WS-MW-END (WS-WINDOW-SUB) (1:8) TO WS-WS-END-DATE
           MOVE WS-MW-END (WS-WINDOW-SUB) (9:6) TO WS-WS-END-TIME
           MOVE WS-WINDOW-SPAN TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           IF WS-MW-ALERTS (WS-WINDOW-SUB) > ZERO
                   OR WS-MW-SPIKES (WS-WINDOW-SUB) > ZERO
                   OR WS-MW-SILENT (WS-WINDOW-SUB) > ZERO
               MOVE WS-SUPPRESS-HEAD TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE 1 TO WS-SUPPRESS-SUB
               PERFORM UNTIL WS-SUPPRESS-SUB > WS-SUPPRESS-COUNT
                   IF WS-SP-WINDOW (WS-SUPPRESS-SUB) = WS-WINDOW-SUB
                       PERFORM PRINT-SUPPRESSED-ITEM
                   END-IF
                   ADD 1 TO WS-SUPPRESS-SUB
               END-PERFORM
           END-IF
           MOVE WS-MW-READINGS (WS-WINDOW-SUB) TO WS-WT-READINGS
           MOVE WS-MW-ALERTS (WS-WINDOW-SUB) TO WS-WT-ALERTS
           MOVE WS-MW-SPIKES (WS-WINDOW-SUB) TO WS-WT-SPIKES
           MOVE WS-MW-SILENT (WS-WINDOW-SUB) TO WS-WT-SILENT
           MOVE WS-WINDOW-TOTAL TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.

       PRINT-SUPPRESSED-ITEM.
           MOVE WS-SP-SENSOR-ID (WS-SUPPRESS-SUB) TO WS-SPL-SENSOR-ID
           MOVE WS-SP-CAPTURE-DATE (WS-SUPPRESS-SUB)
               TO WS-SPL-CAPTURE-DATE
           MOVE WS-SP-CAPTURE-TIME (WS-SUPPRESS-SUB)
               TO WS-SPL-CAPTURE-TIME
           EVALUATE WS-SP-TYPE (WS-SUPPRESS-SUB)
               WHEN "HIGH"
                   MOVE "HIGH" TO WS-SPL-TYPE
               WHEN "LOW "
                   MOVE "LOW" TO WS-SPL-TYPE
               WHEN "RATE"
                   MOVE "SPIKE" TO WS-SPL-TYPE
               WHEN OTHER
                   MOVE "SILENT" TO WS-SPL-TYPE
           END-EVALUATE
           IF WS-SP-TYPE (WS-SUPPRESS-SUB) = "SILN"
               MOVE SPACES TO WS-SPL-CELSIUS
           ELSE
               MOVE WS-SP-CELSIUS (WS-SUPPRESS-SUB) TO WS-SUPPRESS-EDIT
               MOVE WS-SUPPRESS-EDIT TO WS-SPL-CELSIUS
           END-IF
           MOVE WS-SUPPRESS-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.

       PRINT-BATCH-SUMMARY.
           DISPLAY " "
           DISPLAY "=========== BATCH CONTROL REPORT ==========="
           DISPLAY "Late readings     : " WS-LATE-COUNT
           DISPLAY "Alerts written    : " WS-ALERTS-WRITTEN
           DISPLAY "Suspect spikes    : " WS-SPIKES-FOUND
           DISPLAY "Calib overdue     : " WS-CAL-OVERDUE-COUNT
           IF WS-WINDOW-COUNT > ZERO
               DISPLAY "Maint window rdgs : " WS-WINDOW-READINGS
               DISPLAY "Maint withheld    : " WS-WINDOW-WITHHELD
           END-IF
           IF WS-REPROCESS-MODE = 'N'
               DISPLAY "Manual readings   : " WS-MANUAL-CONVERTED
           END-IF
           IF WS-REPROCESS-MODE = 'N'
               DISPLAY "Excursions opened : " WS-EXCURSIONS-OPENED
               DISPLAY "Excursions closed : " WS-EXCURSIONS-CLOSED
           END-IF
           IF WS-NORMALIZED-MODE = 'Y'
               DISPLAY "Normalized written: " WS-NORMALIZED-WRITTEN
           END-IF
               PERFORM PRINT-SITE-SUMMARY
               ADD 1 TO WS-FEED-SITE-SUB
           END-PERFORM
           IF WS-ZONE-COUNT > ZERO
               DISPLAY "Zone disagreements: " WS-ZONE-EXCEPTIONS
               MOVE 1 TO WS-ZONE-SUB
               PERFORM UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                   PERFORM PRINT-ZONE-SUMMARY
                   ADD 1 TO WS-ZONE-SUB
               END-PERFORM
           END-IF
           IF WS-C-COUNT > ZERO
               COMPUTE WS-C-AVG = WS-C-SUM / WS-C-COUNT
               DISPLAY "CELSIUS    - Min: " WS-C-MIN
               " Rejected: " WS-FS-REJECTED (WS-FEED-SITE-SUB)
               " Late: " WS-FS-LATE (WS-FEED-SITE-SUB)
               " Alerts: " WS-FS-ALERTS (WS-FEED-SITE-SUB)
               " Calib overdue: " WS-FS-CAL-OVERDUE (WS-FEED-SITE-SUB)
           IF WS-FS-MANUAL (WS-FEED-SITE-SUB) = 'Y'
               MOVE WS-FS-HASH-TOTAL (WS-FEED-SITE-SUB)
                   TO WS-SITE-HASH-EDIT
               DISPLAY "SITE " WS-FS-SOURCE (WS-FEED-SITE-SUB)
                   " - Manual entries: "
                   WS-FS-DETAIL-COUNT (WS-FEED-SITE-SUB)
                   " Hash: " WS-SITE-HASH-EDIT
                   " Sensor in service: "
                   WS-FS-IN-SERVICE (WS-FEED-SITE-SUB)
           END-IF
           EVALUATE TRUE
               WHEN WS-FS-DUPLICATE (WS-FEED-SITE-SUB) = 'Y'
                   DISPLAY "SITE " WS-FS-SOURCE (WS-FEED-SITE-SUB)
                       " - ALREADY PROCESSED, details suppressed: "
                       WS-FS-SUPPRESSED (WS-FEED-SITE-SUB)
               WHEN WS-FS-VALID (WS-FEED-SITE-SUB) = 'N'
                   DISPLAY "SITE " WS-FS-SOURCE (WS-FEED-SITE-SUB)
                       " - FEED REFUSED, details suppressed: "
                   DISPLAY "SITE " WS-FS-SOURCE (WS-FEED-SITE-SUB)
                       " - PUBLISHED"
           END-EVALUATE.

       PRINT-ZONE-SUMMARY.
           IF WS-ZN-REPORTING (WS-ZONE-SUB) = ZERO
               DISPLAY "ZONE " WS-ZN-ZONE-ID (WS-ZONE-SUB)
                   " - NO READINGS TONIGHT"
           ELSE
               COMPUTE WS-ZONE-AVG = WS-ZN-SUM (WS-ZONE-SUB)
                   / WS-ZN-COUNT (WS-ZONE-SUB)
               DISPLAY "ZONE " WS-ZN-ZONE-ID (WS-ZONE-SUB)
                   " - Sensors: " WS-ZN-REPORTING (WS-ZONE-SUB)
                   " Min: " WS-ZN-MIN (WS-ZONE-SUB)
                   " Max: " WS-ZN-MAX (WS-ZONE-SUB)
                   " Avg: " WS-ZONE-AVG
                   " Disagree: " WS-ZN-DISAGREE (WS-ZONE-SUB)
           END-IF.

       CHECK-ZONE-DISAGREEMENT.
           MOVE ZERO TO WS-ZONE-EXCEPTIONS
           PERFORM LOAD-ZONE-MASTER
           IF WS-ZONE-COUNT > ZERO
               OPEN OUTPUT ZONE-EXCEPTION-FILE
               IF WS-ZONE-EXCEPTION-STATUS NOT = '00'
                   DISPLAY "Unable to open ZONEDEX - zone "
                       "disagreement check skipped."
                   MOVE ZERO TO WS-ZONE-COUNT
               ELSE
                   OPEN OUTPUT ZONE-REPORT-FILE
                   IF WS-ZONE-REPORT-STATUS NOT = '00'
                       DISPLAY "Unable to open ZONEDRP - zone "
                           "disagreement check skipped."
                       CLOSE ZONE-EXCEPTION-FILE
                       MOVE ZERO TO WS-ZONE-COUNT
                   ELSE
                       PERFORM PRINT-ZONE-REPORT
                   END-IF
               END-IF
           END-IF.

       LOAD-ZONE-MASTER.
           MOVE ZERO TO WS-ZONE-COUNT
           MOVE 'N' TO WS-END-OF-ZONE
           OPEN INPUT ZONE-MASTER-FILE
           IF WS-ZONE-MASTER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-ZONE = 'Y'
                   READ ZONE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-ZONE
                       NOT AT END
                           PERFORM LOAD-ZONE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE ZONE-MASTER-FILE
           ELSE
               DISPLAY "ZONEMSTR not found - zone disagreement "
                   "check skipped."
           END-IF.

       LOAD-ZONE-MEMBER.
           MOVE 'N' TO WS-ZONE-FOUND
           MOVE 1 TO WS-ZONE-SUB
           PERFORM UNTIL WS-ZONE-FOUND = 'Y'
                   OR WS-ZONE-SUB > WS-ZONE-COUNT
               IF WS-ZN-ZONE-ID (WS-ZONE-SUB) = ZMR-ZONE-ID
                   MOVE 'Y' TO WS-ZONE-FOUND
               ELSE
                   ADD 1 TO WS-ZONE-SUB
               END-IF
           END-PERFORM
           IF WS-ZONE-FOUND = 'N'
               IF WS-ZONE-COUNT < 500
                   ADD 1 TO WS-ZONE-COUNT
                   MOVE WS-ZONE-COUNT TO WS-ZONE-SUB
                   MOVE ZMR-ZONE-ID TO WS-ZN-ZONE-ID (WS-ZONE-SUB)
                   MOVE ZERO TO WS-ZN-BAND (WS-ZONE-SUB)
                   IF FUNCTION TEST-NUMVAL(ZMR-BAND) = ZERO
                       MOVE FUNCTION NUMVAL(ZMR-BAND)
                           TO WS-ZN-BAND (WS-ZONE-SUB)
                   END-IF
                   MOVE ZERO TO WS-ZN-MEMBER-COUNT (WS-ZONE-SUB)
                   MOVE ZERO TO WS-ZN-REPORTING (WS-ZONE-SUB)
                   MOVE 99999.999 TO WS-ZN-MIN (WS-ZONE-SUB)
                   MOVE -99999.999 TO WS-ZN-MAX (WS-ZONE-SUB)
                   MOVE ZERO TO WS-ZN-SUM (WS-ZONE-SUB)
                   MOVE ZERO TO WS-ZN-COUNT (WS-ZONE-SUB)
                   MOVE ZERO TO WS-ZN-DISAGREE (WS-ZONE-SUB)
                   MOVE 'Y' TO WS-ZONE-FOUND
               ELSE
                   DISPLAY "Zone table full - zone ignored: "
                       ZMR-ZONE-ID
               END-IF
           END-IF
           IF WS-ZONE-FOUND = 'Y'
               IF WS-ZN-MEMBER-COUNT (WS-ZONE-SUB) < 8
                   ADD 1 TO WS-ZN-MEMBER-COUNT (WS-ZONE-SUB)
                   MOVE WS-ZN-MEMBER-COUNT (WS-ZONE-SUB)
                       TO WS-ZONE-MEMBER-SUB
                   MOVE ZMR-SENSOR-ID TO WS-ZN-MEMBER-ID
                       (WS-ZONE-SUB WS-ZONE-MEMBER-SUB)
               ELSE
                   DISPLAY "Zone " ZMR-ZONE-ID " full - sensor "
                       "ignored: " ZMR-SENSOR-ID
               END-IF
           END-IF.

       PRINT-ZONE-REPORT.
           MOVE "========= ZONE DISAGREEMENT EXCEPTIONS ========="
               TO ZONE-REPORT-LINE
           WRITE ZONE-REPORT-LINE
           MOVE WS-ZONE-HEAD TO ZONE-REPORT-LINE
           WRITE ZONE-REPORT-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE 1 TO WS-ZONE-SUB
           PERFORM UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
               PERFORM CHECK-ZONE
               ADD 1 TO WS-ZONE-SUB
           END-PERFORM
           IF WS-ZONE-EXCEPTIONS = ZERO
               MOVE "ALL ZONE SENSORS WITHIN THEIR BAND."
                   TO ZONE-REPORT-LINE
               WRITE ZONE-REPORT-LINE
           END-IF
           MOVE "================================================"
               TO ZONE-REPORT-LINE
           WRITE ZONE-REPORT-LINE
           CLOSE ZONE-EXCEPTION-FILE
           CLOSE ZONE-REPORT-FILE
           DISPLAY "Zones checked: " WS-ZONE-COUNT
               " disagreements: " WS-ZONE-EXCEPTIONS.

       CHECK-ZONE.
           MOVE 1 TO WS-ZONE-MEMBER-SUB
           PERFORM UNTIL WS-ZONE-MEMBER-SUB >
                   WS-ZN-MEMBER-COUNT (WS-ZONE-SUB)
               PERFORM ADD-ZONE-STATS
               ADD 1 TO WS-ZONE-MEMBER-SUB
           END-PERFORM
           MOVE ZERO TO WS-ZONE-SHIFT
           PERFORM UNTIL WS-ZONE-SHIFT > 3
               PERFORM COMPARE-ZONE-MEMBERS
               ADD 1 TO WS-ZONE-SHIFT
           END-PERFORM.

       FIND-ZONE-MEMBER.
           MOVE 'N' TO WS-SENSOR-FOUND
           IF WS-SENSOR-COUNT > ZERO
               SEARCH ALL WS-SENSOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ST-SENSOR-ID (WS-ST-IDX) = WS-ZN-MEMBER-ID
                           (WS-ZONE-SUB WS-ZONE-MEMBER-SUB)
                       MOVE 'Y' TO WS-SENSOR-FOUND
                       SET WS-SENSOR-SUB TO WS-ST-IDX
               END-SEARCH
           END-IF.

       ADD-ZONE-STATS.
           PERFORM FIND-ZONE-MEMBER
           IF WS-SENSOR-FOUND = 'Y'
                   AND WS-ST-COUNT (WS-SENSOR-SUB) > ZERO
               ADD 1 TO WS-ZN-REPORTING (WS-ZONE-SUB)
               IF WS-ST-MIN (WS-SENSOR-SUB) < WS-ZN-MIN (WS-ZONE-SUB)
                   MOVE WS-ST-MIN (WS-SENSOR-SUB)
                       TO WS-ZN-MIN (WS-ZONE-SUB)
               END-IF
               IF WS-ST-MAX (WS-SENSOR-SUB) > WS-ZN-MAX (WS-ZONE-SUB)
                   MOVE WS-ST-MAX (WS-SENSOR-SUB)
                       TO WS-ZN-MAX (WS-ZONE-SUB)
               END-IF
               ADD WS-ST-SUM (WS-SENSOR-SUB) TO WS-ZN-SUM (WS-ZONE-SUB)
               ADD WS-ST-COUNT (WS-SENSOR-SUB)
                   TO WS-ZN-COUNT (WS-ZONE-SUB)
           END-IF.

       COMPARE-ZONE-MEMBERS.
           MOVE ZERO TO WS-ZV-COUNT
           MOVE 1 TO WS-ZONE-MEMBER-SUB
           PERFORM UNTIL WS-ZONE-MEMBER-SUB >
                   WS-ZN-MEMBER-COUNT (WS-ZONE-SUB)
               PERFORM COLLECT-ZONE-VALUE
               ADD 1 TO WS-ZONE-MEMBER-SUB
           END-PERFORM
           IF WS-ZV-COUNT > 1
               IF FUNCTION MOD(WS-ZV-COUNT, 2) = 1
                   COMPUTE WS-ZV-SUB = (WS-ZV-COUNT + 1) / 2
                   MOVE WS-ZV-SORTED (WS-ZV-SUB) TO WS-ZONE-MEDIAN
               ELSE
                   COMPUTE WS-ZV-SUB = WS-ZV-COUNT / 2
                   COMPUTE WS-ZONE-MEDIAN ROUNDED =
                       (WS-ZV-SORTED (WS-ZV-SUB)
                       + WS-ZV-SORTED (WS-ZV-SUB + 1)) / 2
               END-IF
               MOVE 1 TO WS-ZV-SUB
               PERFORM UNTIL WS-ZV-SUB > WS-ZV-COUNT
                   PERFORM TEST-ZONE-VALUE
                   ADD 1 TO WS-ZV-SUB
               END-PERFORM
           END-IF.

       COLLECT-ZONE-VALUE.
           PERFORM FIND-ZONE-MEMBER
           IF WS-SENSOR-FOUND = 'Y'
               IF WS-ZONE-SHIFT = ZERO
                   IF WS-ST-COUNT (WS-SENSOR-SUB) > ZERO
                       COMPUTE WS-SENSOR-AVG =
                           WS-ST-SUM (WS-SENSOR-SUB)
                           / WS-ST-COUNT (WS-SENSOR-SUB)
                       PERFORM ADD-ZONE-VALUE
                   END-IF
               ELSE
                   IF WS-ST-SH-COUNT (WS-SENSOR-SUB WS-ZONE-SHIFT)
                           > ZERO
                       COMPUTE WS-SENSOR-AVG =
                           WS-ST-SH-SUM (WS-SENSOR-SUB WS-ZONE-SHIFT)
                           / WS-ST-SH-COUNT
                           (WS-SENSOR-SUB WS-ZONE-SHIFT)
                       PERFORM ADD-ZONE-VALUE
                   END-IF
               END-IF
           END-IF.

       ADD-ZONE-VALUE.
           ADD 1 TO WS-ZV-COUNT
           MOVE WS-ZN-MEMBER-ID (WS-ZONE-SUB WS-ZONE-MEMBER-SUB)
               TO WS-ZV-SENSOR-ID (WS-ZV-COUNT)
           MOVE WS-SENSOR-AVG TO WS-ZV-VALUE (WS-ZV-COUNT)
           MOVE WS-ZV-COUNT TO WS-ZV-INSERT-SUB
           PERFORM UNTIL WS-ZV-INSERT-SUB = 1
                   OR WS-ZV-SORTED (WS-ZV-INSERT-SUB - 1)
                   <= WS-SENSOR-AVG
               MOVE WS-ZV-SORTED (WS-ZV-INSERT-SUB - 1)
                   TO WS-ZV-SORTED (WS-ZV-INSERT-SUB)
               SUBTRACT 1 FROM WS-ZV-INSERT-SUB
           END-PERFORM
           MOVE WS-SENSOR-AVG TO WS-ZV-SORTED (WS-ZV-INSERT-SUB).

       TEST-ZONE-VALUE.
           COMPUTE WS-ZONE-DIFFERENCE =
               WS-ZV-VALUE (WS-ZV-SUB) - WS-ZONE-MEDIAN
           IF FUNCTION ABS(WS-ZONE-DIFFERENCE) >
                   WS-ZN-BAND (WS-ZONE-SUB)
               ADD 1 TO WS-ZONE-EXCEPTIONS
               ADD 1 TO WS-ZN-DISAGREE (WS-ZONE-SUB)
               MOVE WS-CURRENT-DATE (1:8) TO ZDX-RUN-DATE
               MOVE WS-ZN-ZONE-ID (WS-ZONE-SUB) TO ZDX-ZONE-ID
               MOVE WS-ZV-SENSOR-ID (WS-ZV-SUB) TO ZDX-SENSOR-ID
               MOVE WS-ZONE-SHIFT TO ZDX-SHIFT
               MOVE WS-ZV-VALUE (WS-ZV-SUB) TO ZDX-SENSOR-AVG
               MOVE WS-ZONE-MEDIAN TO ZDX-ZONE-MEDIAN
               MOVE WS-ZONE-DIFFERENCE TO ZDX-DIFFERENCE
               MOVE WS-ZN-BAND (WS-ZONE-SUB) TO ZDX-BAND
               WRITE ZONE-EXCEPTION-RECORD
               MOVE WS-ZN-ZONE-ID (WS-ZONE-SUB) TO WS-ZL-ZONE-ID
               MOVE WS-ZV-SENSOR-ID (WS-ZV-SUB) TO WS-ZL-SENSOR-ID
               IF WS-ZONE-SHIFT = ZERO
                   MOVE "NIGHT" TO WS-ZL-SHIFT
               ELSE
                   MOVE WS-ZONE-SHIFT TO WS-ZL-SHIFT
               END-IF
               MOVE WS-ZV-VALUE (WS-ZV-SUB) TO WS-ZL-SENSOR-AVG
               MOVE WS-ZONE-MEDIAN TO WS-ZL-MEDIAN
               MOVE WS-ZONE-DIFFERENCE TO WS-ZL-DIFFERENCE
               MOVE WS-ZN-BAND (WS-ZONE-SUB) TO WS-ZL-BAND
               MOVE WS-ZONE-LINE TO ZONE-REPORT-LINE
               WRITE ZONE-REPORT-LINE
           END-IF.
