       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunHistoryReport.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "RUNHPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RUNHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-FROM-DATE          PIC X(8).
           05 PARM-TO-DATE            PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-LEDGER-STATUS        PIC XX.
       01 WS-PARAMETER-STATUS     PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.

       01 WS-FROM-DATE            PIC X(8) VALUE SPACES.
       01 WS-TO-DATE              PIC X(8) VALUE SPACES.
       01 WS-TODAY-NUM            PIC 9(8) VALUE ZERO.
       01 WS-FROM-NUM             PIC 9(8) VALUE ZERO.

       01 WS-LEDGER-READ          PIC 9(5) VALUE ZERO.
       01 WS-RUNS-LISTED          PIC 9(5) VALUE ZERO.
       01 WS-NIGHTLY-RUNS         PIC 9(5) VALUE ZERO.
       01 WS-REPROCESS-RUNS       PIC 9(5) VALUE ZERO.
       01 WS-RESTART-RUNS         PIC 9(5) VALUE ZERO.
       01 WS-RC0-RUNS             PIC 9(5) VALUE ZERO.
       01 WS-RC4-RUNS             PIC 9(5) VALUE ZERO.
       01 WS-RC6-RUNS             PIC 9(5) VALUE ZERO.
       01 WS-RC8-RUNS             PIC 9(5) VALUE ZERO.
       01 WS-RC12-RUNS            PIC 9(5) VALUE ZERO.
       01 WS-SITES-PUBLISHED      PIC 9(5) VALUE ZERO.
       01 WS-SITES-REFUSED        PIC 9(5) VALUE ZERO.
       01 WS-SITES-DUPLICATE      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-READ           PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-CONVERTED      PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REJECTED       PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-SUPPRESSED     PIC 9(9) VALUE ZERO.
       01 WS-SITE-SUB             PIC 9(2) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT           PIC 9(3) VALUE 55.

       01 WS-CURRENT-DATE.
           05 WS-CD-DATE              PIC X(8).
           05 FILLER                  PIC X(13).

       01 WS-PAGE-HEADING.
           05 FILLER                  PIC X(35)
               VALUE "TEMPCONV RUN HISTORY REPORT".
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-PH-DATE              PIC X(8).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-PH-PAGE              PIC ZZZ9.
           05 FILLER                  PIC X(59) VALUE SPACES.

       01 WS-COUNT-HEADING.
           05 FILLER                  PIC X(6) VALUE "FROM: ".
           05 WS-CH-FROM-DATE         PIC X(8).
           05 FILLER                  PIC X(7) VALUE "   TO: ".
           05 WS-CH-TO-DATE           PIC X(8).
           05 FILLER                  PIC X(19)
               VALUE "   LEDGER RECORDS: ".
           05 WS-CH-READ              PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE "   LISTED: ".
           05 WS-CH-LISTED            PIC ZZZZ9.
           05 FILLER                  PIC X(63) VALUE SPACES.

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
           05 FILLER                  PIC X(8) VALUE "RUN DATE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "TIME".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "MODE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(2) VALUE "RC".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "RESTART".
           05 FILLER                  PIC X(12) VALUE "     SKIPPED".
           05 FILLER                  PIC X(12) VALUE "        READ".
           05 FILLER                  PIC X(12) VALUE "   CONVERTED".
           05 FILLER                  PIC X(12) VALUE "    REJECTED".
           05 FILLER                  PIC X(12) VALUE "  SUPPRESSED".
           05 FILLER                  PIC X(12) VALUE "      ALERTS".
           05 FILLER                  PIC X(18) VALUE SPACES.

       01 WS-RUN-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-RUN-DATE          PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-RUN-TIME          PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-MODE              PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-RETURN-CODE       PIC Z9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-RESTART           PIC X(7).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-SKIPPED           PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-READ              PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-CONVERTED         PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-REJECTED          PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-SUPPRESSED        PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-ALERTS            PIC Z(9)9.
           05 FILLER                  PIC X(18) VALUE SPACES.

       01 WS-SITE-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "SITE ".
           05 WS-SN-SOURCE            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SN-FEED-DATE         PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SN-OUTCOME           PIC X(13).
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SN-READ              PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SN-CONVERTED         PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SN-REJECTED          PIC Z(9)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-SN-SUPPRESSED        PIC Z(9)9.
           05 FILLER                  PIC X(30) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL             PIC X(32).
           05 WS-TL-VALUE             PIC Z(8)9.
           05 FILLER                  PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-REPORT-PARAMETERS
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "Unable to open RUNLEDGR - report skipped."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY "Unable to open RUNHRPT - report skipped."
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-LEDGER-FILE
               ELSE
                   PERFORM PRINT-RUN-HISTORY
                   CLOSE RUN-LEDGER-FILE
                   CLOSE REPORT-FILE
                   DISPLAY "Run history report complete. Listed: "
                       WS-RUNS-LISTED
                       " From: " WS-FROM-DATE " To: " WS-TO-DATE
               END-IF
           END-IF
           STOP RUN.

       LOAD-REPORT-PARAMETERS.
           MOVE WS-CD-DATE TO WS-TO-DATE
           MOVE WS-CD-DATE TO WS-TODAY-NUM
           COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 30)
           MOVE WS-FROM-NUM TO WS-FROM-DATE
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       IF PARM-FROM-DATE IS NUMERIC
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF PARM-TO-DATE IS NUMERIC
                           MOVE PARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
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

       PRINT-RUN-HISTORY.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "RUNS RECORDED ON THE RUN-CONTROL LEDGER"
               TO WS-SL-TITLE
           MOVE SPACES TO WS-SL-VALUE
           MOVE WS-RUN-HEADING TO WS-COLUMN-HEADING
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RUN-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ
                       IF RLR-RUN-DATE >= WS-FROM-DATE
                               AND RLR-RUN-DATE <= WS-TO-DATE
                           PERFORM PRINT-RUN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNS-LISTED = ZERO
               MOVE "  NO RUNS RECORDED IN THE REPORT PERIOD."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM PRINT-PERIOD-TOTALS
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUN-ENTRY.
           ADD 1 TO WS-RUNS-LISTED
           MOVE RLR-RUN-DATE TO WS-RL-RUN-DATE
           MOVE RLR-RUN-TIME TO WS-RL-RUN-TIME
           IF RLR-RUN-MODE = 'R'
               MOVE "REPROCESS" TO WS-RL-MODE
               ADD 1 TO WS-REPROCESS-RUNS
           ELSE
               MOVE "NIGHTLY" TO WS-RL-MODE
               ADD 1 TO WS-NIGHTLY-RUNS
           END-IF
           MOVE RLR-RETURN-CODE TO WS-RL-RETURN-CODE
           EVALUATE TRUE
               WHEN RLR-RETURN-CODE = ZERO
                   ADD 1 TO WS-RC0-RUNS
               WHEN RLR-RETURN-CODE <= 4
                   ADD 1 TO WS-RC4-RUNS
               WHEN RLR-RETURN-CODE <= 6
                   ADD 1 TO WS-RC6-RUNS
               WHEN RLR-RETURN-CODE <= 8
                   ADD 1 TO WS-RC8-RUNS
               WHEN OTHER
                   ADD 1 TO WS-RC12-RUNS
           END-EVALUATE
           IF RLR-RESTART-USED = 'Y'
               MOVE "YES" TO WS-RL-RESTART
               ADD 1 TO WS-RESTART-RUNS
           ELSE
               MOVE "NO" TO WS-RL-RESTART
           END-IF
           MOVE RLR-RECORDS-SKIPPED TO WS-RL-SKIPPED
           MOVE RLR-RECORDS-READ TO WS-RL-READ
           MOVE RLR-RECORDS-CONVERTED TO WS-RL-CONVERTED
           MOVE RLR-RECORDS-REJECTED TO WS-RL-REJECTED
           MOVE RLR-RECORDS-SUPPRESSED TO WS-RL-SUPPRESSED
           MOVE RLR-ALERTS-WRITTEN TO WS-RL-ALERTS
           ADD RLR-RECORDS-READ TO WS-TOTAL-READ
           ADD RLR-RECORDS-CONVERTED TO WS-TOTAL-CONVERTED
           ADD RLR-RECORDS-REJECTED TO WS-TOTAL-REJECTED
           ADD RLR-RECORDS-SUPPRESSED TO WS-TOTAL-SUPPRESSED
           MOVE WS-RUN-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF RLR-SITE-COUNT IS NUMERIC
                   AND RLR-SITE-COUNT > ZERO
               MOVE 1 TO WS-SITE-SUB
               PERFORM UNTIL WS-SITE-SUB > RLR-SITE-COUNT
                       OR WS-SITE-SUB > 10
                   PERFORM PRINT-SITE-ENTRY
                   ADD 1 TO WS-SITE-SUB
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SITE-ENTRY.
           MOVE RLR-SITE-SOURCE (WS-SITE-SUB) TO WS-SN-SOURCE
           MOVE RLR-SITE-FEED-DATE (WS-SITE-SUB) TO WS-SN-FEED-DATE
           EVALUATE RLR-SITE-OUTCOME (WS-SITE-SUB)
               WHEN "PUBL"
                   MOVE "PUBLISHED" TO WS-SN-OUTCOME
                   ADD 1 TO WS-SITES-PUBLISHED
               WHEN "PBRK"
                   MOVE "PUBL/RATE HI" TO WS-SN-OUTCOME
                   ADD 1 TO WS-SITES-PUBLISHED
               WHEN "DUPL"
                   MOVE "ALREADY DONE" TO WS-SN-OUTCOME
                   ADD 1 TO WS-SITES-DUPLICATE
               WHEN "RATE"
                   MOVE "RATE REFUSED" TO WS-SN-OUTCOME
                   ADD 1 TO WS-SITES-REFUSED
               WHEN OTHER
                   MOVE "REFUSED" TO WS-SN-OUTCOME
                   ADD 1 TO WS-SITES-REFUSED
           END-EVALUATE
           MOVE RLR-SITE-READ (WS-SITE-SUB) TO WS-SN-READ
           MOVE RLR-SITE-CONVERTED (WS-SITE-SUB) TO WS-SN-CONVERTED
           MOVE RLR-SITE-REJECTED (WS-SITE-SUB) TO WS-SN-REJECTED
           MOVE RLR-SITE-SUPPRESSED (WS-SITE-SUB)
               TO WS-SN-SUPPRESSED
           MOVE WS-SITE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       PRINT-PERIOD-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "PERIOD TOTALS" TO WS-SL-TITLE
           MOVE SPACES TO WS-SL-VALUE
           MOVE SPACES TO WS-COLUMN-HEADING
           MOVE WS-FROM-DATE TO WS-CH-FROM-DATE
           MOVE WS-TO-DATE TO WS-CH-TO-DATE
           MOVE WS-LEDGER-READ TO WS-CH-READ
           MOVE WS-RUNS-LISTED TO WS-CH-LISTED
           MOVE WS-COUNT-HEADING TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "NIGHTLY RUNS" TO WS-TL-LABEL
           MOVE WS-NIGHTLY-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "REPROCESS RUNS" TO WS-TL-LABEL
           MOVE WS-REPROCESS-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RESTARTED FROM CHECKPOINT" TO WS-TL-LABEL
           MOVE WS-RESTART-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ENDED RC 0" TO WS-TL-LABEL
           MOVE WS-RC0-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ENDED RC 4" TO WS-TL-LABEL
           MOVE WS-RC4-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ENDED RC 6" TO WS-TL-LABEL
           MOVE WS-RC6-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ENDED RC 8" TO WS-TL-LABEL
           MOVE WS-RC8-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "ENDED RC 12" TO WS-TL-LABEL
           MOVE WS-RC12-RUNS TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "SITE FEEDS PUBLISHED" TO WS-TL-LABEL
           MOVE WS-SITES-PUBLISHED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "SITE FEEDS REFUSED" TO WS-TL-LABEL
           MOVE WS-SITES-REFUSED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "SITE FEEDS ALREADY PROCESSED" TO WS-TL-LABEL
           MOVE WS-SITES-DUPLICATE TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS READ" TO WS-TL-LABEL
           MOVE WS-TOTAL-READ TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS CONVERTED" TO WS-TL-LABEL
           MOVE WS-TOTAL-CONVERTED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS REJECTED" TO WS-TL-LABEL
           MOVE WS-TOTAL-REJECTED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS SUPPRESSED" TO WS-TL-LABEL
           MOVE WS-TOTAL-SUPPRESSED TO WS-TL-VALUE
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.
