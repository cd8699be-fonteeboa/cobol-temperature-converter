       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhatIfCompare.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-OUTPUT-FILE ASSIGN TO "PRODOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-OUT-STATUS.

           SELECT SIM-OUTPUT-FILE ASSIGN TO "SIMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-OUT-STATUS.

           SELECT PROD-ALERT-FILE ASSIGN TO "PRODALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-ALERT-STATUS.

           SELECT SIM-ALERT-FILE ASSIGN TO "SIMALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-ALERT-STATUS.

           SELECT PROD-REJECT-FILE ASSIGN TO "PRODREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-REJECT-STATUS.

           SELECT SIM-REJECT-FILE ASSIGN TO "SIMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-REJECT-STATUS.

           SELECT PROD-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-LEDGER-STATUS.

           SELECT SIM-LEDGER-FILE ASSIGN TO "SIMLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-LEDGER-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "WHATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WHATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-OUTPUT-FILE.
       01  PROD-OUTPUT-RECORD.
           05 PSO-RECORD-TYPE         PIC X(1).
           05 PSO-SENSOR-ID           PIC X(10).
           05 PSO-SOURCE-SCALE        PIC X(1).
           05 PSO-INPUT-VALUE         PIC X(10).
           05 PSO-TARGET-SCALE        PIC X(1).
           05 PSO-OUTPUT-VALUE        PIC X(10).
           05 PSO-STATUS              PIC X(9).
           05 PSO-CAPTURE-DATE        PIC X(8).
           05 PSO-CAPTURE-TIME        PIC X(6).
           05 PSO-LATE-FLAG           PIC X(4).
           05 PSO-CAL-FLAG            PIC X(4).
           05 PSO-MANUAL-FLAG         PIC X(4).
           05 PSO-WORK-ORDER          PIC X(10).

       FD  SIM-OUTPUT-FILE.
       01  SIM-OUTPUT-RECORD.
           05 SSO-RECORD-TYPE         PIC X(1).
           05 SSO-SENSOR-ID           PIC X(10).
           05 SSO-SOURCE-SCALE        PIC X(1).
           05 SSO-INPUT-VALUE         PIC X(10).
           05 SSO-TARGET-SCALE        PIC X(1).
           05 SSO-OUTPUT-VALUE        PIC X(10).
           05 SSO-STATUS              PIC X(9).
           05 SSO-CAPTURE-DATE        PIC X(8).
           05 SSO-CAPTURE-TIME        PIC X(6).
           05 SSO-LATE-FLAG           PIC X(4).
           05 SSO-CAL-FLAG            PIC X(4).
           05 SSO-MANUAL-FLAG         PIC X(4).
           05 SSO-WORK-ORDER          PIC X(10).

       FD  PROD-ALERT-FILE.
       01  PROD-ALERT-RECORD.
           05 PTA-SENSOR-ID           PIC X(10).
           05 PTA-TARGET-SCALE        PIC X(1).
           05 PTA-CONVERTED-VALUE     PIC X(10).
           05 PTA-CELSIUS-VALUE       PIC X(10).
           05 PTA-LIMIT-BREACHED      PIC X(4).
           05 PTA-LIMIT-VALUE         PIC X(10).
           05 PTA-SEVERITY            PIC X(8).

       FD  SIM-ALERT-FILE.
       01  SIM-ALERT-RECORD.
           05 STA-SENSOR-ID           PIC X(10).
           05 STA-TARGET-SCALE        PIC X(1).
           05 STA-CONVERTED-VALUE     PIC X(10).
           05 STA-CELSIUS-VALUE       PIC X(10).
           05 STA-LIMIT-BREACHED      PIC X(4).
           05 STA-LIMIT-VALUE         PIC X(10).
           05 STA-SEVERITY            PIC X(8).

       FD  PROD-REJECT-FILE.
       01  PROD-REJECT-RECORD.
           05 PRJ-SENSOR-ID           PIC X(10).
           05 PRJ-SOURCE-SCALE        PIC X(1).
           05 PRJ-TARGET-SCALE        PIC X(1).
           05 PRJ-RAW-READING         PIC X(12).
           05 PRJ-CAPTURE-DATE        PIC X(8).
           05 PRJ-CAPTURE-TIME        PIC X(6).
           05 PRJ-REASON-CODE         PIC X(4).

       FD  SIM-REJECT-FILE.
       01  SIM-REJECT-RECORD.
           05 SRJ-SENSOR-ID           PIC X(10).
           05 SRJ-SOURCE-SCALE        PIC X(1).
           05 SRJ-TARGET-SCALE        PIC X(1).
           05 SRJ-RAW-READING         PIC X(12).
           05 SRJ-CAPTURE-DATE        PIC X(8).
           05 SRJ-CAPTURE-TIME        PIC X(6).
           05 SRJ-REASON-CODE         PIC X(4).

       FD  PROD-LEDGER-FILE.
       01  PROD-LEDGER-RECORD.
           05 PLR-RUN-DATE            PIC X(8).
           05 PLR-RUN-TIME            PIC X(6).
           05 PLR-RUN-MODE            PIC X(1).
           05 FILLER                  PIC X(619).

       FD  SIM-LEDGER-FILE.
       01  SIM-LEDGER-RECORD.
           05 SLR-RUN-DATE            PIC X(8).
           05 SLR-RUN-TIME            PIC X(6).
           05 SLR-RUN-MODE            PIC X(1).
           05 FILLER                  PIC X(619).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-PROD-OUT-STATUS      PIC XX.
       01 WS-SIM-OUT-STATUS       PIC XX.
       01 WS-PROD-ALERT-STATUS    PIC XX.
       01 WS-SIM-ALERT-STATUS     PIC XX.
       01 WS-PROD-REJECT-STATUS   PIC XX.
       01 WS-SIM-REJECT-STATUS    PIC XX.
       01 WS-PROD-LEDGER-STATUS   PIC XX.
       01 WS-SIM-LEDGER-STATUS    PIC XX.
       01 WS-PARAMETER-STATUS     PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-INPUT-MISSING        PIC X VALUE 'N'.

       01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01 WS-PROD-RUN-FOUND       PIC X VALUE 'N'.
       01 WS-SIM-RUN-FOUND        PIC X VALUE 'N'.

       01 WS-PROD-RUN.
           05 WS-PRN-RUN-DATE         PIC X(8).
           05 WS-PRN-RUN-TIME         PIC X(6).
           05 WS-PRN-RUN-MODE         PIC X(1).
           05 WS-PRN-RETURN-CODE      PIC 9(2).
           05 WS-PRN-RESTART-USED     PIC X(1).
           05 WS-PRN-RECORDS-SKIPPED  PIC 9(9).
           05 WS-PRN-RECORDS-READ     PIC 9(9).
           05 WS-PRN-RECORDS-CONVERTED PIC 9(9).
           05 WS-PRN-RECORDS-REJECTED PIC 9(9).
           05 WS-PRN-RECORDS-SUPPRESSED PIC 9(9).
           05 WS-PRN-ALERTS-WRITTEN   PIC 9(9).
           05 WS-PRN-SITE-COUNT       PIC 9(2).
           05 WS-PRN-SITE-ENTRY OCCURS 10 TIMES.
               10 WS-PRN-SITE-SOURCE  PIC X(8).
               10 WS-PRN-SITE-FEED-DATE PIC X(8).
               10 WS-PRN-SITE-OUTCOME PIC X(4).
               10 WS-PRN-SITE-READ    PIC 9(9).
               10 WS-PRN-SITE-CONVERTED PIC 9(9).
               10 WS-PRN-SITE-REJECTED PIC 9(9).
               10 WS-PRN-SITE-SUPPRESSED PIC 9(9).

       01 WS-SIM-RUN.
           05 WS-SRN-RUN-DATE         PIC X(8).
           05 WS-SRN-RUN-TIME         PIC X(6).
           05 WS-SRN-RUN-MODE         PIC X(1).
           05 WS-SRN-RETURN-CODE      PIC 9(2).
           05 WS-SRN-RESTART-USED     PIC X(1).
           05 WS-SRN-RECORDS-SKIPPED  PIC 9(9).
           05 WS-SRN-RECORDS-READ     PIC 9(9).
           05 WS-SRN-RECORDS-CONVERTED PIC 9(9).
           05 WS-SRN-RECORDS-REJECTED PIC 9(9).
           05 WS-SRN-RECORDS-SUPPRESSED PIC 9(9).
           05 WS-SRN-ALERTS-WRITTEN   PIC 9(9).
           05 WS-SRN-SITE-COUNT       PIC 9(2).
           05 WS-SRN-SITE-ENTRY OCCURS 10 TIMES.
               10 WS-SRN-SITE-SOURCE  PIC X(8).
               10 WS-SRN-SITE-FEED-DATE PIC X(8).
               10 WS-SRN-SITE-OUTCOME PIC X(4).
               10 WS-SRN-SITE-READ    PIC 9(9).
               10 WS-SRN-SITE-CONVERTED PIC 9(9).
               10 WS-SRN-SITE-REJECTED PIC 9(9).
               10 WS-SRN-SITE-SUPPRESSED PIC 9(9).

       01 WS-READING-TABLE.
           05 WS-RD-ENTRY OCCURS 10000 TIMES.
               10 WS-RD-SENSOR-ID     PIC X(10).
               10 WS-RD-CAPTURE-DATE  PIC X(8).
               10 WS-RD-CAPTURE-TIME  PIC X(6).
               10 WS-RD-TARGET-SCALE  PIC X(1).
               10 WS-RD-OUTPUT-VALUE  PIC X(10).
               10 WS-RD-LATE-FLAG     PIC X(4).
               10 WS-RD-MATCHED       PIC X(1).
       01 WS-READING-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-READING-SUB          PIC 9(5) VALUE ZERO.
       01 WS-READING-HINT         PIC 9(5) VALUE ZERO.
       01 WS-READINGS-SEARCHED    PIC 9(5) VALUE ZERO.

       01 WS-ALERT-TABLE.
           05 WS-AT-ENTRY OCCURS 2000 TIMES.
               10 WS-AT-SENSOR-ID     PIC X(10).
               10 WS-AT-LIMIT-BREACHED PIC X(4).
               10 WS-AT-SEVERITY      PIC X(8).
               10 WS-AT-CELSIUS       PIC X(10).
               10 WS-AT-LIMIT-VALUE   PIC X(10).
               10 WS-AT-MATCHED       PIC X(1).
       01 WS-ALERT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ALERT-SUB            PIC 9(4) VALUE ZERO.

       01 WS-REJECT-TABLE.
           05 WS-RJ-ENTRY OCCURS 5000 TIMES.
               10 WS-RJ-SENSOR-ID     PIC X(10).
               10 WS-RJ-CAPTURE-DATE  PIC X(8).
               10 WS-RJ-CAPTURE-TIME  PIC X(6).
               10 WS-RJ-RAW-READING   PIC X(12).
               10 WS-RJ-REASON-CODE   PIC X(4).
               10 WS-RJ-MATCHED       PIC X(1).
       01 WS-REJECT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-REJECT-SUB           PIC 9(4) VALUE ZERO.

       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-SITE-SUB             PIC 9(2) VALUE ZERO.
       01 WS-PROD-SITE-SUB        PIC 9(2) VALUE ZERO.
       01 WS-PROD-VALUE           PIC S9(5)V999 VALUE ZERO.
       01 WS-SIM-VALUE            PIC S9(5)V999 VALUE ZERO.
       01 WS-OUTCOME-CODE         PIC X(4) VALUE SPACES.
       01 WS-OUTCOME-TEXT         PIC X(12) VALUE SPACES.

       01 WS-VALUES-CHANGED       PIC 9(5) VALUE ZERO.
       01 WS-FLAGS-CHANGED        PIC 9(5) VALUE ZERO.
       01 WS-SIM-ONLY-READINGS    PIC 9(5) VALUE ZERO.
       01 WS-PROD-ONLY-READINGS   PIC 9(5) VALUE ZERO.
       01 WS-ALERTS-GAINED        PIC 9(5) VALUE ZERO.
       01 WS-ALERTS-LOST          PIC 9(5) VALUE ZERO.
       01 WS-SEVERITY-CHANGED     PIC 9(5) VALUE ZERO.
       01 WS-REJECTS-GAINED       PIC 9(5) VALUE ZERO.
       01 WS-REJECTS-LOST         PIC 9(5) VALUE ZERO.
       01 WS-REASONS-CHANGED      PIC 9(5) VALUE ZERO.
       01 WS-SITES-CHANGED        PIC 9(5) VALUE ZERO.
       01 WS-RC-CHANGED           PIC X VALUE 'N'.
       01 WS-DIFFERENCES          PIC 9(7) VALUE ZERO.
       01 WS-SECTION-LINES        PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT           PIC 9(3) VALUE 55.

       01 WS-CURRENT-DATE.
           05 WS-CD-DATE              PIC X(8).
           05 FILLER                  PIC X(13).

       01 WS-PAGE-HEADING.
           05 FILLER                  PIC X(35)
               VALUE "TEMPPARM WHAT-IF COMPARISON REPORT".
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-PH-DATE              PIC X(8).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-PH-PAGE              PIC ZZZ9.
           05 FILLER                  PIC X(59) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 WS-SL-TITLE             PIC X(40).
           05 WS-SL-VALUE             PIC X(10).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-GROUP-LINE.
           05 WS-GL-LABEL             PIC X(10).
           05 WS-GL-VALUE             PIC X(40).
           05 FILLER                  PIC X(82) VALUE SPACES.

       01 WS-COLUMN-HEADING           PIC X(132) VALUE SPACES.

       01 WS-RUN-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE "PRODUCTION".
           05 FILLER                  PIC X(20) VALUE "SIMULATION".
           05 FILLER                  PIC X(10) VALUE "CHANGE".
           05 FILLER                  PIC X(50) VALUE SPACES.

       01 WS-RUN-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RN-LABEL             PIC X(30).
           05 WS-RN-PROD              PIC X(20).
           05 WS-RN-SIM               PIC X(20).
           05 WS-RN-CHANGE            PIC X(10).
           05 FILLER                  PIC X(50) VALUE SPACES.

       01 WS-COUNT-EDIT           PIC Z(8)9.

       01 WS-SITE-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "SITE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "FEED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "PROD OUTCOME".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "SIM OUTCOME".
           05 FILLER                  PIC X(11) VALUE "  PROD CONV".
           05 FILLER                  PIC X(11) VALUE "   SIM CONV".
           05 FILLER                  PIC X(11) VALUE "   PROD REJ".
           05 FILLER                  PIC X(11) VALUE "    SIM REJ".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "CHANGE".
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-SITE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-SOURCE            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-FEED-DATE         PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-PROD-OUTCOME      PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-SIM-OUTCOME       PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-PROD-CONVERTED    PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-SIM-CONVERTED     PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-PROD-REJECTED     PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-SIM-REJECTED      PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-ST-CHANGE            PIC X(7).
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-READING-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "CHANGE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "CAPTURED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(2) VALUE "SC".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "PROD VALUE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE " SIM VALUE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE " DIFFERENCE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "PROD".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "SIM".
           05 FILLER                  PIC X(38) VALUE SPACES.

       01 WS-READING-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-CHANGE            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-CAPTURE-DATE      PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-RL-CAPTURE-TIME      PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-SCALE             PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-RL-PROD-VALUE        PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-SIM-VALUE         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-DIFFERENCE        PIC -(6)9.999.
           05 WS-RL-DIFF-TEXT REDEFINES WS-RL-DIFFERENCE
                                      PIC X(11).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-PROD-LATE         PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-SIM-LATE          PIC X(4).
           05 FILLER                  PIC X(38) VALUE SPACES.

       01 WS-ALERT-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "CHANGE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "LIM".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "PROD SEV".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "SIM SEV".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE " CELSIUS".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE " LIMIT".
           05 FILLER                  PIC X(58) VALUE SPACES.

       01 WS-ALERT-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-CHANGE            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-LIMIT-BREACHED    PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-PROD-SEVERITY     PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-SIM-SEVERITY      PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-CELSIUS           PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-AL-LIMIT-VALUE       PIC X(10).
           05 FILLER                  PIC X(58) VALUE SPACES.

       01 WS-REJECT-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "CHANGE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE "CAPTURED".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "RAW READING".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "PROD".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "SIM".
           05 FILLER                  PIC X(61) VALUE SPACES.

       01 WS-REJECT-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-JL-CHANGE            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-JL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-JL-CAPTURE-DATE      PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-JL-CAPTURE-TIME      PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-JL-RAW-READING       PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-JL-PROD-REASON       PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-JL-SIM-REASON        PIC X(6).
           05 FILLER                  PIC X(61) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL             PIC X(40).
           05 WS-TL-VALUE             PIC Z(8)9.
           05 FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-REPORT-PARAMETERS
           PERFORM OPEN-COMPARISON-FILES
           IF WS-INPUT-MISSING = 'Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY "Unable to open WHATRPT - report skipped."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-PRODUCTION-RUN
                   PERFORM LOAD-SIMULATION-RUN
                   PERFORM LOAD-PRODUCTION-READINGS
                   PERFORM LOAD-PRODUCTION-ALERTS
                   PERFORM LOAD-PRODUCTION-REJECTS
                   PERFORM PRINT-RUN-OUTCOME
                   PERFORM COMPARE-READINGS
                   PERFORM COMPARE-ALERTS
                   PERFORM COMPARE-REJECTS
                   PERFORM PRINT-COMPARISON-TOTALS
                   CLOSE REPORT-FILE
                   DISPLAY "What-if comparison complete for run date "
                       WS-RUN-DATE " - differences: " WS-DIFFERENCES
                   IF WS-DIFFERENCES > ZERO
                           OR WS-PROD-RUN-FOUND = 'N'
                           OR WS-SIM-RUN-FOUND = 'N'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE PROD-OUTPUT-FILE
               CLOSE SIM-OUTPUT-FILE
               CLOSE PROD-ALERT-FILE
               CLOSE SIM-ALERT-FILE
               CLOSE PROD-REJECT-FILE
               CLOSE SIM-REJECT-FILE
               CLOSE PROD-LEDGER-FILE
               CLOSE SIM-LEDGER-FILE
           END-IF
           STOP RUN.

       LOAD-REPORT-PARAMETERS.
           MOVE SPACES TO WS-RUN-DATE
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       IF PARM-RUN-DATE IS NUMERIC
                           MOVE PARM-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       OPEN-COMPARISON-FILES.
           MOVE 'N' TO WS-INPUT-MISSING
           OPEN INPUT PROD-OUTPUT-FILE
           IF WS-PROD-OUT-STATUS NOT = '00'
               DISPLAY "Unable to open PRODOUT - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT SIM-OUTPUT-FILE
           IF WS-SIM-OUT-STATUS NOT = '00'
               DISPLAY "Unable to open SIMOUT - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT PROD-ALERT-FILE
           IF WS-PROD-ALERT-STATUS NOT = '00'
               DISPLAY "Unable to open PRODALRT - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT SIM-ALERT-FILE
           IF WS-SIM-ALERT-STATUS NOT = '00'
               DISPLAY "Unable to open SIMALRT - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT PROD-REJECT-FILE
           IF WS-PROD-REJECT-STATUS NOT = '00'
               DISPLAY "Unable to open PRODREJ - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT SIM-REJECT-FILE
           IF WS-SIM-REJECT-STATUS NOT = '00'
               DISPLAY "Unable to open SIMREJ - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT PROD-LEDGER-FILE
           IF WS-PROD-LEDGER-STATUS NOT = '00'
               DISPLAY "Unable to open RUNLEDGR - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           OPEN INPUT SIM-LEDGER-FILE
           IF WS-SIM-LEDGER-STATUS NOT = '00'
               DISPLAY "Unable to open SIMLEDGR - comparison skipped."
               MOVE 'Y' TO WS-INPUT-MISSING
           END-IF
           IF WS-INPUT-MISSING = 'Y'
               IF WS-PROD-OUT-STATUS = '00'
                   CLOSE PROD-OUTPUT-FILE
               END-IF
               IF WS-SIM-OUT-STATUS = '00'
                   CLOSE SIM-OUTPUT-FILE
               END-IF
               IF WS-PROD-ALERT-STATUS = '00'
                   CLOSE PROD-ALERT-FILE
               END-IF
               IF WS-SIM-ALERT-STATUS = '00'
                   CLOSE SIM-ALERT-FILE
               END-IF
               IF WS-PROD-REJECT-STATUS = '00'
                   CLOSE PROD-REJECT-FILE
               END-IF
               IF WS-SIM-REJECT-STATUS = '00'
                   CLOSE SIM-REJECT-FILE
               END-IF
               IF WS-PROD-LEDGER-STATUS = '00'
                   CLOSE PROD-LEDGER-FILE
               END-IF
               IF WS-SIM-LEDGER-STATUS = '00'
                   CLOSE SIM-LEDGER-FILE
               END-IF
           END-IF.

       LOAD-PRODUCTION-RUN.
           MOVE 'N' TO WS-PROD-RUN-FOUND
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROD-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PLR-RUN-MODE = 'N'
                               AND (WS-RUN-DATE = SPACES
                               OR PLR-RUN-DATE = WS-RUN-DATE)
                           MOVE PROD-LEDGER-RECORD TO WS-PROD-RUN
                           MOVE 'Y' TO WS-PROD-RUN-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-RUN-FOUND = 'Y'
               MOVE WS-PRN-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY "No nightly run on RUNLEDGR for run date "
                   WS-RUN-DATE " - return code not compared."
           END-IF.

       LOAD-SIMULATION-RUN.
           MOVE 'N' TO WS-SIM-RUN-FOUND
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SIM-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SLR-RUN-MODE = 'S'
                           MOVE SIM-LEDGER-RECORD TO WS-SIM-RUN
                           MOVE 'Y' TO WS-SIM-RUN-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SIM-RUN-FOUND = 'N'
               DISPLAY "No simulation run on SIMLEDGR - return code "
                   "not compared."
           END-IF.

       LOAD-PRODUCTION-READINGS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROD-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PSO-RECORD-TYPE = 'D'
                           PERFORM ADD-PRODUCTION-READING
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PRODUCTION-READING.
           IF WS-READING-COUNT < 10000
               ADD 1 TO WS-READING-COUNT
               MOVE WS-READING-COUNT TO WS-READING-SUB
               MOVE PSO-SENSOR-ID TO WS-RD-SENSOR-ID (WS-READING-SUB)
               MOVE PSO-CAPTURE-DATE
                   TO WS-RD-CAPTURE-DATE (WS-READING-SUB)
               MOVE PSO-CAPTURE-TIME
                   TO WS-RD-CAPTURE-TIME (WS-READING-SUB)
               MOVE PSO-TARGET-SCALE
                   TO WS-RD-TARGET-SCALE (WS-READING-SUB)
               MOVE PSO-OUTPUT-VALUE
                   TO WS-RD-OUTPUT-VALUE (WS-READING-SUB)
               MOVE PSO-LATE-FLAG TO WS-RD-LATE-FLAG (WS-READING-SUB)
               MOVE 'N' TO WS-RD-MATCHED (WS-READING-SUB)
           ELSE
               DISPLAY "Reading table full - production reading not "
                   "compared: " PSO-SENSOR-ID " " PSO-CAPTURE-DATE
                   " " PSO-CAPTURE-TIME
           END-IF.

       LOAD-PRODUCTION-ALERTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROD-ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM ADD-PRODUCTION-ALERT
               END-READ
           END-PERFORM.

       ADD-PRODUCTION-ALERT.
           IF WS-ALERT-COUNT < 2000
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-ALERT-COUNT TO WS-ALERT-SUB
               MOVE PTA-SENSOR-ID TO WS-AT-SENSOR-ID (WS-ALERT-SUB)
               MOVE PTA-LIMIT-BREACHED
                   TO WS-AT-LIMIT-BREACHED (WS-ALERT-SUB)
               MOVE PTA-SEVERITY TO WS-AT-SEVERITY (WS-ALERT-SUB)
               MOVE PTA-CELSIUS-VALUE TO WS-AT-CELSIUS (WS-ALERT-SUB)
               MOVE PTA-LIMIT-VALUE
                   TO WS-AT-LIMIT-VALUE (WS-ALERT-SUB)
               MOVE 'N' TO WS-AT-MATCHED (WS-ALERT-SUB)
           ELSE
               DISPLAY "Alert table full - production alert not "
                   "compared: " PTA-SENSOR-ID
           END-IF.

       LOAD-PRODUCTION-REJECTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROD-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM ADD-PRODUCTION-REJECT
               END-READ
           END-PERFORM.

       ADD-PRODUCTION-REJECT.
           IF WS-REJECT-COUNT < 5000
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-COUNT TO WS-REJECT-SUB
               MOVE PRJ-SENSOR-ID TO WS-RJ-SENSOR-ID (WS-REJECT-SUB)
               MOVE PRJ-CAPTURE-DATE
                   TO WS-RJ-CAPTURE-DATE (WS-REJECT-SUB)
               MOVE PRJ-CAPTURE-TIME
                   TO WS-RJ-CAPTURE-TIME (WS-REJECT-SUB)
               MOVE PRJ-RAW-READING
                   TO WS-RJ-RAW-READING (WS-REJECT-SUB)
               MOVE PRJ-REASON-CODE
                   TO WS-RJ-REASON-CODE (WS-REJECT-SUB)
               MOVE 'N' TO WS-RJ-MATCHED (WS-REJECT-SUB)
           ELSE
               DISPLAY "Reject table full - production reject not "
                   "compared: " PRJ-SENSOR-ID
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
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GROUP-LINE TO REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-RUN-OUTCOME.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "RUN OUTCOME FOR NIGHT OF RUN DATE"
               TO WS-SL-TITLE
           MOVE WS-RUN-DATE TO WS-SL-VALUE
           MOVE WS-RUN-HEADING TO WS-COLUMN-HEADING
           IF WS-PROD-RUN-FOUND = 'N'
               MOVE "  NO NIGHTLY RUN ON THE LEDGER FOR THIS DATE."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-SIM-RUN-FOUND = 'N'
               MOVE "  NO SIMULATION RUN ON THE SIMULATION LEDGER."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-PROD-RUN-FOUND = 'Y' AND WS-SIM-RUN-FOUND = 'Y'
               PERFORM PRINT-RUN-TOTALS
               PERFORM PRINT-SITE-OUTCOMES
           END-IF.

       PRINT-RUN-TOTALS.
           MOVE "RUN TIME" TO WS-RN-LABEL
           MOVE WS-PRN-RUN-TIME TO WS-RN-PROD
           MOVE WS-SRN-RUN-TIME TO WS-RN-SIM
           MOVE SPACES TO WS-RN-CHANGE
           MOVE WS-RUN-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "RETURN CODE" TO WS-RN-LABEL
           MOVE WS-PRN-RETURN-CODE TO WS-RN-PROD
           MOVE WS-SRN-RETURN-CODE TO WS-RN-SIM
           IF WS-PRN-RETURN-CODE NOT = WS-SRN-RETURN-CODE
               MOVE 'Y' TO WS-RC-CHANGED
               ADD 1 TO WS-DIFFERENCES
               MOVE "CHANGED" TO WS-RN-CHANGE
           ELSE
               MOVE SPACES TO WS-RN-CHANGE
           END-IF
           MOVE WS-RUN-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "RECORDS READ" TO WS-RN-LABEL
           MOVE WS-PRN-RECORDS-READ TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-PROD
           MOVE WS-SRN-RECORDS-READ TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-SIM
           PERFORM MARK-COUNT-CHANGE
           MOVE "RECORDS CONVERTED" TO WS-RN-LABEL
           MOVE WS-PRN-RECORDS-CONVERTED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-PROD
           MOVE WS-SRN-RECORDS-CONVERTED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-SIM
           PERFORM MARK-COUNT-CHANGE
           MOVE "RECORDS REJECTED" TO WS-RN-LABEL
           MOVE WS-PRN-RECORDS-REJECTED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-PROD
           MOVE WS-SRN-RECORDS-REJECTED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-SIM
           PERFORM MARK-COUNT-CHANGE
           MOVE "RECORDS SUPPRESSED" TO WS-RN-LABEL
           MOVE WS-PRN-RECORDS-SUPPRESSED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-PROD
           MOVE WS-SRN-RECORDS-SUPPRESSED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-SIM
           PERFORM MARK-COUNT-CHANGE
           MOVE "ALERTS WRITTEN" TO WS-RN-LABEL
           MOVE WS-PRN-ALERTS-WRITTEN TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-PROD
           MOVE WS-SRN-ALERTS-WRITTEN TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-RN-SIM
           PERFORM MARK-COUNT-CHANGE
           IF WS-PRN-RESTART-USED = 'Y'
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE "  PRODUCTION RUN RESUMED FROM A CHECKPOINT -"
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE "  ITS COUNTS COVER ONLY THE RESUMED PORTION."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       MARK-COUNT-CHANGE.
           IF WS-RN-PROD NOT = WS-RN-SIM
               MOVE "CHANGED" TO WS-RN-CHANGE
           ELSE
               MOVE SPACES TO WS-RN-CHANGE
           END-IF
           MOVE WS-RUN-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-SITE-OUTCOMES.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SITE-HEADING TO WS-COLUMN-HEADING
           MOVE WS-SITE-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-SITE-SUB
           PERFORM UNTIL WS-SITE-SUB > WS-SRN-SITE-COUNT
                   OR WS-SITE-SUB > 10
               PERFORM PRINT-SITE-OUTCOME
               ADD 1 TO WS-SITE-SUB
           END-PERFORM.

       PRINT-SITE-OUTCOME.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-PROD-SITE-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-PROD-SITE-SUB > WS-PRN-SITE-COUNT
                   OR WS-PROD-SITE-SUB > 10
               IF WS-PRN-SITE-SOURCE (WS-PROD-SITE-SUB) =
                       WS-SRN-SITE-SOURCE (WS-SITE-SUB)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-PROD-SITE-SUB
               END-IF
           END-PERFORM
           MOVE WS-SRN-SITE-SOURCE (WS-SITE-SUB) TO WS-ST-SOURCE
           MOVE WS-SRN-SITE-FEED-DATE (WS-SITE-SUB)
               TO WS-ST-FEED-DATE
           MOVE WS-SRN-SITE-OUTCOME (WS-SITE-SUB) TO WS-OUTCOME-CODE
           PERFORM SET-OUTCOME-TEXT
           MOVE WS-OUTCOME-TEXT TO WS-ST-SIM-OUTCOME
           MOVE WS-SRN-SITE-CONVERTED (WS-SITE-SUB)
               TO WS-ST-SIM-CONVERTED
           MOVE WS-SRN-SITE-REJECTED (WS-SITE-SUB)
               TO WS-ST-SIM-REJECTED
           MOVE SPACES TO WS-ST-CHANGE
           IF WS-FOUND = 'Y'
               MOVE WS-PRN-SITE-OUTCOME (WS-PROD-SITE-SUB)
                   TO WS-OUTCOME-CODE
               PERFORM SET-OUTCOME-TEXT
               MOVE WS-OUTCOME-TEXT TO WS-ST-PROD-OUTCOME
               MOVE WS-PRN-SITE-CONVERTED (WS-PROD-SITE-SUB)
                   TO WS-ST-PROD-CONVERTED
               MOVE WS-PRN-SITE-REJECTED (WS-PROD-SITE-SUB)
                   TO WS-ST-PROD-REJECTED
               IF WS-PRN-SITE-OUTCOME (WS-PROD-SITE-SUB) NOT =
                       WS-SRN-SITE-OUTCOME (WS-SITE-SUB)
                   MOVE "OUTCOME" TO WS-ST-CHANGE
                   ADD 1 TO WS-SITES-CHANGED
                   ADD 1 TO WS-DIFFERENCES
               END-IF
           ELSE
               MOVE "(NOT RUN)" TO WS-ST-PROD-OUTCOME
               MOVE ZERO TO WS-ST-PROD-CONVERTED
               MOVE ZERO TO WS-ST-PROD-REJECTED
               MOVE "OUTCOME" TO WS-ST-CHANGE
               ADD 1 TO WS-SITES-CHANGED
               ADD 1 TO WS-DIFFERENCES
           END-IF
           MOVE WS-SITE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       SET-OUTCOME-TEXT.
           EVALUATE WS-OUTCOME-CODE
               WHEN "PUBL"
                   MOVE "PUBLISHED" TO WS-OUTCOME-TEXT
               WHEN "PBRK"
                   MOVE "PUBL/RATE HI" TO WS-OUTCOME-TEXT
               WHEN "RATE"
                   MOVE "RATE REFUSED" TO WS-OUTCOME-TEXT
               WHEN "DUPL"
                   MOVE "ALREADY DONE" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "REFUSED" TO WS-OUTCOME-TEXT
           END-EVALUATE.

       COMPARE-READINGS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "CONVERTED READINGS THAT CHANGED" TO WS-SL-TITLE
           MOVE SPACES TO WS-SL-VALUE
           MOVE WS-READING-HEADING TO WS-COLUMN-HEADING
           MOVE ZERO TO WS-SECTION-LINES
           MOVE ZERO TO WS-READING-HINT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SIM-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SSO-RECORD-TYPE = 'D'
                           PERFORM COMPARE-SIM-READING
                       END-IF
               END-READ
           END-PERFORM
           MOVE 1 TO WS-READING-SUB
           PERFORM UNTIL WS-READING-SUB > WS-READING-COUNT
               IF WS-RD-MATCHED (WS-READING-SUB) = 'N'
                   PERFORM PRINT-PRODUCTION-ONLY
               END-IF
               ADD 1 TO WS-READING-SUB
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE "  NO CONVERTED READING CHANGED."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       COMPARE-SIM-READING.
           PERFORM FIND-PRODUCTION-READING
           MOVE SSO-SENSOR-ID TO WS-RL-SENSOR-ID
           MOVE SSO-CAPTURE-DATE TO WS-RL-CAPTURE-DATE
           MOVE SSO-CAPTURE-TIME TO WS-RL-CAPTURE-TIME
           MOVE SSO-TARGET-SCALE TO WS-RL-SCALE
           MOVE SSO-OUTPUT-VALUE TO WS-RL-SIM-VALUE
           MOVE SSO-LATE-FLAG TO WS-RL-SIM-LATE
           IF WS-FOUND = 'Y'
               MOVE 'Y' TO WS-RD-MATCHED (WS-READING-SUB)
               MOVE FUNCTION NUMVAL(SSO-OUTPUT-VALUE) TO WS-SIM-VALUE
               MOVE FUNCTION NUMVAL
                   (WS-RD-OUTPUT-VALUE (WS-READING-SUB))
                   TO WS-PROD-VALUE
               MOVE WS-RD-OUTPUT-VALUE (WS-READING-SUB)
                   TO WS-RL-PROD-VALUE
               MOVE WS-RD-LATE-FLAG (WS-READING-SUB)
                   TO WS-RL-PROD-LATE
               COMPUTE WS-RL-DIFFERENCE = WS-SIM-VALUE - WS-PROD-VALUE
               EVALUATE TRUE
                   WHEN WS-SIM-VALUE NOT = WS-PROD-VALUE
                       MOVE "VALUE" TO WS-RL-CHANGE
                       ADD 1 TO WS-VALUES-CHANGED
                       PERFORM WRITE-READING-LINE
                   WHEN SSO-LATE-FLAG NOT =
                           WS-RD-LATE-FLAG (WS-READING-SUB)
                       MOVE "LATE FLAG" TO WS-RL-CHANGE
                       ADD 1 TO WS-FLAGS-CHANGED
                       PERFORM WRITE-READING-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE "SIM ONLY" TO WS-RL-CHANGE
               MOVE SPACES TO WS-RL-PROD-VALUE
               MOVE SPACES TO WS-RL-DIFF-TEXT
               MOVE SPACES TO WS-RL-PROD-LATE
               ADD 1 TO WS-SIM-ONLY-READINGS
               PERFORM WRITE-READING-LINE
           END-IF.

       FIND-PRODUCTION-READING.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-READINGS-SEARCHED
           MOVE WS-READING-HINT TO WS-READING-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-READINGS-SEARCHED >= WS-READING-COUNT
               ADD 1 TO WS-READING-SUB
               IF WS-READING-SUB > WS-READING-COUNT
                   MOVE 1 TO WS-READING-SUB
               END-IF
               ADD 1 TO WS-READINGS-SEARCHED
               IF WS-RD-MATCHED (WS-READING-SUB) = 'N'
                       AND WS-RD-SENSOR-ID (WS-READING-SUB)
                       = SSO-SENSOR-ID
                       AND WS-RD-CAPTURE-DATE (WS-READING-SUB)
                       = SSO-CAPTURE-DATE
                       AND WS-RD-CAPTURE-TIME (WS-READING-SUB)
                       = SSO-CAPTURE-TIME
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-READING-SUB TO WS-READING-HINT
               END-IF
           END-PERFORM.

       PRINT-PRODUCTION-ONLY.
           MOVE "PROD ONLY" TO WS-RL-CHANGE
           MOVE WS-RD-SENSOR-ID (WS-READING-SUB) TO WS-RL-SENSOR-ID
           MOVE WS-RD-CAPTURE-DATE (WS-READING-SUB)
               TO WS-RL-CAPTURE-DATE
           MOVE WS-RD-CAPTURE-TIME (WS-READING-SUB)
               TO WS-RL-CAPTURE-TIME
           MOVE WS-RD-TARGET-SCALE (WS-READING-SUB) TO WS-RL-SCALE
           MOVE WS-RD-OUTPUT-VALUE (WS-READING-SUB)
               TO WS-RL-PROD-VALUE
           MOVE WS-RD-LATE-FLAG (WS-READING-SUB) TO WS-RL-PROD-LATE
           MOVE SPACES TO WS-RL-SIM-VALUE
           MOVE SPACES TO WS-RL-DIFF-TEXT
           MOVE SPACES TO WS-RL-SIM-LATE
           ADD 1 TO WS-PROD-ONLY-READINGS
           PERFORM WRITE-READING-LINE.

       WRITE-READING-LINE.
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-DIFFERENCES
           MOVE WS-READING-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       COMPARE-ALERTS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "ALERTS THAT WOULD APPEAR OR DISAPPEAR"
               TO WS-SL-TITLE
           MOVE SPACES TO WS-SL-VALUE
           MOVE WS-ALERT-HEADING TO WS-COLUMN-HEADING
           MOVE ZERO TO WS-SECTION-LINES
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SIM-ALERT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM COMPARE-SIM-ALERT
               END-READ
           END-PERFORM
           MOVE 1 TO WS-ALERT-SUB
           PERFORM UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
               IF WS-AT-MATCHED (WS-ALERT-SUB) = 'N'
                   PERFORM PRINT-ALERT-LOST
               END-IF
               ADD 1 TO WS-ALERT-SUB
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE "  NO ALERT GAINED, LOST OR CHANGED SEVERITY."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       COMPARE-SIM-ALERT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-ALERT-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-ALERT-SUB > WS-ALERT-COUNT
               IF WS-AT-MATCHED (WS-ALERT-SUB) = 'N'
                       AND WS-AT-SENSOR-ID (WS-ALERT-SUB)
                       = STA-SENSOR-ID
                       AND WS-AT-LIMIT-BREACHED (WS-ALERT-SUB)
                       = STA-LIMIT-BREACHED
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-ALERT-SUB
               END-IF
           END-PERFORM
           MOVE STA-SENSOR-ID TO WS-AL-SENSOR-ID
           MOVE STA-LIMIT-BREACHED TO WS-AL-LIMIT-BREACHED
           MOVE STA-SEVERITY TO WS-AL-SIM-SEVERITY
           MOVE STA-CELSIUS-VALUE TO WS-AL-CELSIUS
           MOVE STA-LIMIT-VALUE TO WS-AL-LIMIT-VALUE
           IF WS-FOUND = 'Y'
               MOVE 'Y' TO WS-AT-MATCHED (WS-ALERT-SUB)
               IF WS-AT-SEVERITY (WS-ALERT-SUB) NOT = STA-SEVERITY
                   MOVE "SEVERITY" TO WS-AL-CHANGE
                   MOVE WS-AT-SEVERITY (WS-ALERT-SUB)
                       TO WS-AL-PROD-SEVERITY
                   ADD 1 TO WS-SEVERITY-CHANGED
                   PERFORM WRITE-ALERT-LINE
               END-IF
           ELSE
               MOVE "GAINED" TO WS-AL-CHANGE
               MOVE SPACES TO WS-AL-PROD-SEVERITY
               ADD 1 TO WS-ALERTS-GAINED
               PERFORM WRITE-ALERT-LINE
           END-IF.

       PRINT-ALERT-LOST.
           MOVE "LOST" TO WS-AL-CHANGE
           MOVE WS-AT-SENSOR-ID (WS-ALERT-SUB) TO WS-AL-SENSOR-ID
           MOVE WS-AT-LIMIT-BREACHED (WS-ALERT-SUB)
               TO WS-AL-LIMIT-BREACHED
           MOVE WS-AT-SEVERITY (WS-ALERT-SUB) TO WS-AL-PROD-SEVERITY
           MOVE SPACES TO WS-AL-SIM-SEVERITY
           MOVE WS-AT-CELSIUS (WS-ALERT-SUB) TO WS-AL-CELSIUS
           MOVE WS-AT-LIMIT-VALUE (WS-ALERT-SUB) TO WS-AL-LIMIT-VALUE
           ADD 1 TO WS-ALERTS-LOST
           PERFORM WRITE-ALERT-LINE.

       WRITE-ALERT-LINE.
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-DIFFERENCES
           MOVE WS-ALERT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       COMPARE-REJECTS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "REJECTS GAINED OR LOST" TO WS-SL-TITLE
           MOVE SPACES TO WS-SL-VALUE
           MOVE WS-REJECT-HEADING TO WS-COLUMN-HEADING
           MOVE ZERO TO WS-SECTION-LINES
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SIM-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM COMPARE-SIM-REJECT
               END-READ
           END-PERFORM
           MOVE 1 TO WS-REJECT-SUB
           PERFORM UNTIL WS-REJECT-SUB > WS-REJECT-COUNT
               IF WS-RJ-MATCHED (WS-REJECT-SUB) = 'N'
                   PERFORM PRINT-REJECT-LOST
               END-IF
               ADD 1 TO WS-REJECT-SUB
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE "  NO REJECT GAINED, LOST OR CHANGED REASON."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       COMPARE-SIM-REJECT.
           MOVE 'N' TO WS-FOUND
           MOVE 1 TO WS-REJECT-SUB
           PERFORM UNTIL WS-FOUND = 'Y'
                   OR WS-REJECT-SUB > WS-REJECT-COUNT
               IF WS-RJ-MATCHED (WS-REJECT-SUB) = 'N'
                       AND WS-RJ-SENSOR-ID (WS-REJECT-SUB)
                       = SRJ-SENSOR-ID
                       AND WS-RJ-CAPTURE-DATE (WS-REJECT-SUB)
                       = SRJ-CAPTURE-DATE
                       AND WS-RJ-CAPTURE-TIME (WS-REJECT-SUB)
                       = SRJ-CAPTURE-TIME
                       AND WS-RJ-RAW-READING (WS-REJECT-SUB)
                       = SRJ-RAW-READING
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-REJECT-SUB
               END-IF
           END-PERFORM
           MOVE SRJ-SENSOR-ID TO WS-JL-SENSOR-ID
           MOVE SRJ-CAPTURE-DATE TO WS-JL-CAPTURE-DATE
           MOVE SRJ-CAPTURE-TIME TO WS-JL-CAPTURE-TIME
           MOVE SRJ-RAW-READING TO WS-JL-RAW-READING
           MOVE SRJ-REASON-CODE TO WS-JL-SIM-REASON
           IF WS-FOUND = 'Y'
               MOVE 'Y' TO WS-RJ-MATCHED (WS-REJECT-SUB)
               IF WS-RJ-REASON-CODE (WS-REJECT-SUB)
                       NOT = SRJ-REASON-CODE
                   MOVE "REASON" TO WS-JL-CHANGE
                   MOVE WS-RJ-REASON-CODE (WS-REJECT-SUB)
                       TO WS-JL-PROD-REASON
                   ADD 1 TO WS-REASONS-CHANGED
                   PERFORM WRITE-REJECT-LINE
               END-IF
           ELSE
               MOVE "GAINED" TO WS-JL-CHANGE
               MOVE SPACES TO WS-JL-PROD-REASON
               ADD 1 TO WS-REJECTS-GAINED
               PERFORM WRITE-REJECT-LINE
           END-IF.

       PRINT-REJECT-LOST.
           MOVE "LOST" TO WS-JL-CHANGE
           MOVE WS-RJ-SENSOR-ID (WS-REJECT-SUB) TO WS-JL-SENSOR-ID
           MOVE WS-RJ-CAPTURE-DATE (WS-REJECT-SUB)
               TO WS-JL-CAPTURE-DATE
           MOVE WS-RJ-CAPTURE-TIME (WS-REJECT-SUB)
               TO WS-JL-CAPTURE-TIME
           MOVE WS-RJ-RAW-READING (WS-REJECT-SUB) TO WS-JL-RAW-READING
           MOVE WS-RJ-REASON-CODE (WS-REJECT-SUB) TO WS-JL-PROD-REASON
           MOVE SPACES TO WS-JL-SIM-REASON
           ADD 1 TO WS-REJECTS-LOST
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-DIFFERENCES
           MOVE WS-REJECT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-COMPARISON-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "COMPARISON TOTALS" TO WS-SL-TITLE
           MOVE WS-RUN-DATE TO WS-SL-VALUE
           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE "RETURN CODE CHANGED (1 = YES)" TO WS-TL-LABEL
           IF WS-RC-CHANGED = 'Y'
               MOVE 1 TO WS-TL-VALUE
           ELSE
               MOVE ZERO TO WS-TL-VALUE
           END-IF
           PERFORM WRITE-TOTAL-LINE
           MOVE "SITE OUTCOMES CHANGED" TO WS-TL-LABEL
           MOVE WS-SITES-CHANGED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "CONVERTED VALUES CHANGED" TO WS-TL-LABEL
           MOVE WS-VALUES-CHANGED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "LATE FLAGS CHANGED" TO WS-TL-LABEL
           MOVE WS-FLAGS-CHANGED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "READINGS CONVERTED IN SIMULATION ONLY" TO WS-TL-LABEL
           MOVE WS-SIM-ONLY-READINGS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "READINGS CONVERTED IN PRODUCTION ONLY" TO WS-TL-LABEL
           MOVE WS-PROD-ONLY-READINGS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ALERTS GAINED" TO WS-TL-LABEL
           MOVE WS-ALERTS-GAINED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ALERTS LOST" TO WS-TL-LABEL
           MOVE WS-ALERTS-LOST TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ALERT SEVERITIES CHANGED" TO WS-TL-LABEL
           MOVE WS-SEVERITY-CHANGED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REJECTS GAINED" TO WS-TL-LABEL
           MOVE WS-REJECTS-GAINED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REJECTS LOST" TO WS-TL-LABEL
           MOVE WS-REJECTS-LOST TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REJECT REASONS CHANGED" TO WS-TL-LABEL
           MOVE WS-REASONS-CHANGED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "TOTAL DIFFERENCES" TO WS-TL-LABEL
           MOVE WS-DIFFERENCES TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.
