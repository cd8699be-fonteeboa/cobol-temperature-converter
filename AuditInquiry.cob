           05 ALR-STATUS              PIC X(9).
           05 ALR-CAPTURE-DATE        PIC X(8).
           05 ALR-CAPTURE-TIME        PIC X(6).
           05 ALR-MANUAL-FLAG         PIC X(4).

       FD  QUERY-PARM-FILE.
       01  QUERY-PARM-RECORD.
           05 QPR-STATUS              PIC X(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(104).

       WORKING-STORAGE SECTION.

           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS            PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-MANUAL-FLAG       PIC X(4).

       01 WS-COUNT-LINE.
           05 FILLER                  PIC X(18)
           MOVE ALR-INPUT-VALUE TO WS-DL-INPUT-VALUE
           MOVE ALR-OUTPUT-VALUE TO WS-DL-OUTPUT-VALUE
           MOVE ALR-STATUS TO WS-DL-STATUS
           MOVE ALR-MANUAL-FLAG TO WS-DL-MANUAL-FLAG
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
