       IDENTIFICATION DIVISION.
       PROGRAM-ID. SensorBatchMaintenance.
       AUTHOR. Jv Fonte com Chá de Gepetê.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMR-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "SENSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT ERROR-FILE ASSIGN TO "SENSTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "SENSBPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SENSBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
       01  SENSOR-MASTER-RECORD.
           05 SMR-SENSOR-ID           PIC X(10).
           05 SMR-DESCRIPTION         PIC X(30).
           05 SMR-LOCATION            PIC X(20).
           05 SMR-NATIVE-SCALE        PIC X(1).
           05 SMR-SERVICE-FLAG        PIC X(1).
           05 SMR-LOW-LIMIT           PIC X(10).
           05 SMR-HIGH-LIMIT          PIC X(10).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 STR-TRAN-CODE           PIC X(1).
           05 STR-SENSOR-ID           PIC X(10).
           05 STR-DESCRIPTION         PIC X(30).
           05 STR-LOCATION            PIC X(20).
           05 STR-NATIVE-SCALE        PIC X(1).
           05 STR-LOW-LIMIT           PIC X(10).
           05 STR-HIGH-LIMIT          PIC X(10).

       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05 SER-TRANSACTION         PIC X(82).
           05 SER-REASON-CODE         PIC X(4).
           05 SER-REASON-TEXT         PIC X(40).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-OPERATOR-ID        PIC X(8).
           05 PARM-RUN-MODE           PIC X(1).

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05 MLR-TIMESTAMP           PIC X(19).
           05 MLR-OPERATOR-ID         PIC X(8).
           05 MLR-ACTION              PIC X(4).
           05 MLR-SENSOR-ID           PIC X(10).
           05 MLR-BEFORE-IMAGE        PIC X(82).
           05 MLR-AFTER-IMAGE         PIC X(82).

       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-SENSOR-MASTER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS   PIC XX.
       01 WS-ERROR-STATUS         PIC XX.
       01 WS-PARAMETER-STATUS     PIC XX.
       01 WS-MAINT-LOG-STATUS     PIC XX.
       01 WS-REPORT-STATUS        PIC XX.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.

       01 WS-OPERATOR-ID          PIC X(8) VALUE "BATCH".
       01 WS-RUN-MODE             PIC X VALUE 'V'.
       01 WS-MODE-WORDS           PIC X(13) VALUE SPACES.

       01 WS-SENSOR-FOUND         PIC X VALUE 'N'.
       01 WS-TRAN-VALID           PIC X VALUE 'N'.
       01 WS-REASON-CODE          PIC X(4) VALUE SPACES.
       01 WS-REASON-TEXT          PIC X(40) VALUE SPACES.
       01 WS-MAINT-ACTION         PIC X(4) VALUE SPACES.
       01 WS-ACTION-WORDS         PIC X(10) VALUE SPACES.
       01 WS-BEFORE-IMAGE         PIC X(82) VALUE SPACES.
       01 WS-AFTER-IMAGE          PIC X(82) VALUE SPACES.
       01 WS-ENTRY-SENSOR-ID      PIC X(10) VALUE SPACES.
       01 WS-ENTRY-NATIVE-SCALE   PIC X(1) VALUE SPACES.

       01 WS-PENDING-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-SENSOR-ID     PIC X(10).
               10 WS-PT-IMAGE         PIC X(82).
       01 WS-PENDING-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PENDING-SUB          PIC 9(4) VALUE ZERO.
       01 WS-PENDING-FOUND        PIC X VALUE 'N'.

       01 WS-TRAN-TYPE-SUB        PIC 9(1) VALUE ZERO.
       01 WS-TRAN-TYPE-TABLE.
           05 WS-TT-ENTRY OCCURS 6 TIMES.
               10 WS-TT-WORDS         PIC X(10).
               10 WS-TT-READ          PIC 9(7).
               10 WS-TT-APPLIED       PIC 9(7).
               10 WS-TT-REJECTED      PIC 9(7).

       01 WS-TRANSACTIONS-READ    PIC 9(7) VALUE ZERO.
       01 WS-TRANSACTIONS-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-TRANSACTIONS-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-LIMIT           PIC 9(3) VALUE 55.
       01 WS-HOLD-LINE            PIC X(132) VALUE SPACES.

       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR              PIC 9(4).
           05 WS-CD-MONTH             PIC 9(2).
           05 WS-CD-DAY               PIC 9(2).
           05 WS-CD-HOUR              PIC 9(2).
           05 WS-CD-MINUTE            PIC 9(2).
           05 WS-CD-SECOND            PIC 9(2).
           05 FILLER                  PIC X(9).
       01 WS-RUN-DATE             PIC X(8) VALUE SPACES.

       01 WS-PAGE-HEADING.
           05 FILLER                  PIC X(35)
               VALUE "SENSOR MASTER BATCH EDIT REPORT".
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE "RUN DATE ".
           05 WS-PH-DATE              PIC X(8).
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE "PAGE ".
           05 WS-PH-PAGE              PIC ZZZ9.
           05 FILLER                  PIC X(59) VALUE SPACES.

       01 WS-MODE-HEADING.
           05 FILLER                  PIC X(6) VALUE "MODE: ".
           05 WS-MH-MODE              PIC X(13).
           05 FILLER                  PIC X(13) VALUE "   OPERATOR: ".
           05 WS-MH-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(92) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "   SEQ".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(1) VALUE "T".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "ACTION".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "SENSOR ID".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "RESULT".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "CODE".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(40) VALUE "REASON".
           05 FILLER                  PIC X(39) VALUE SPACES.

       01 WS-EDIT-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-SEQ               PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-CODE              PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-ACTION            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-SENSOR-ID         PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-RESULT            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-REASON-CODE       PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-EL-REASON            PIC X(40).
           05 FILLER                  PIC X(39) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL             PIC X(20).
           05 FILLER                  PIC X(6) VALUE "READ: ".
           05 WS-TL-READ              PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-TL-APPLIED-LABEL     PIC X(9).
           05 WS-TL-APPLIED           PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "REJECTED: ".
           05 WS-TL-REJECTED          PIC ZZZZZZ9.
           05 FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM INITIALIZE-TYPE-TOTALS
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = '00'
               DISPLAY "Unable to open SENSTRAN - maintenance "
                   "skipped."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM OPEN-SENSOR-MASTER
               IF WS-SENSOR-MASTER-STATUS NOT = '00'
                   DISPLAY "Unable to open SENSMSTR - maintenance "
                       "skipped."
                   CLOSE TRANSACTION-FILE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-BATCH-OUTPUTS
                   IF WS-ERROR-STATUS NOT = '00'
                           OR WS-REPORT-STATUS NOT = '00'
                       IF WS-ERROR-STATUS NOT = '00'
                           DISPLAY "Unable to open SENSTERR - "
                               "maintenance skipped."
                       END-IF
                       IF WS-REPORT-STATUS NOT = '00'
                           DISPLAY "Unable to open SENSBRPT - "
                               "maintenance skipped."
                       END-IF
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM PROCESS-TRANSACTIONS
                       PERFORM PRINT-CONTROL-TOTALS
                       IF WS-TRANSACTIONS-REJECTED > ZERO
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM CLOSE-BATCH-FILES
               END-IF
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       IF PARM-OPERATOR-ID NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(PARM-OPERATOR-ID)
                               TO WS-OPERATOR-ID
                       END-IF
                       IF PARM-RUN-MODE = 'U' OR 'u'
                           MOVE 'U' TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-RUN-MODE = 'U'
               MOVE "UPDATE" TO WS-MODE-WORDS
           ELSE
               MOVE "VALIDATE ONLY" TO WS-MODE-WORDS
           END-IF
           DISPLAY "Sensor batch maintenance - mode: " WS-MODE-WORDS
               " operator: " WS-OPERATOR-ID.

       INITIALIZE-TYPE-TOTALS.
           MOVE "ADD" TO WS-TT-WORDS (1)
           MOVE "CHANGE" TO WS-TT-WORDS (2)
           MOVE "RETIRE" TO WS-TT-WORDS (3)
           MOVE "REINSTATE" TO WS-TT-WORDS (4)
           MOVE "SET LIMITS" TO WS-TT-WORDS (5)
           MOVE "UNKNOWN" TO WS-TT-WORDS (6)
           MOVE 1 TO WS-TRAN-TYPE-SUB
           PERFORM UNTIL WS-TRAN-TYPE-SUB > 6
               MOVE ZERO TO WS-TT-READ (WS-TRAN-TYPE-SUB)
               MOVE ZERO TO WS-TT-APPLIED (WS-TRAN-TYPE-SUB)
               MOVE ZERO TO WS-TT-REJECTED (WS-TRAN-TYPE-SUB)
               ADD 1 TO WS-TRAN-TYPE-SUB
           END-PERFORM.

       OPEN-SENSOR-MASTER.
           IF WS-RUN-MODE = 'U'
               OPEN I-O SENSOR-MASTER-FILE
           ELSE
               OPEN INPUT SENSOR-MASTER-FILE
           END-IF.

       OPEN-BATCH-OUTPUTS.
           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-RUN-MODE = 'U'
               OPEN EXTEND MAINT-LOG-FILE
               IF WS-MAINT-LOG-STATUS NOT = '00'
                   OPEN OUTPUT MAINT-LOG-FILE
               END-IF
           END-IF.

       CLOSE-BATCH-FILES.
           CLOSE TRANSACTION-FILE
           CLOSE SENSOR-MASTER-FILE
           IF WS-ERROR-STATUS = '00'
               CLOSE ERROR-FILE
           END-IF
           IF WS-REPORT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RUN-MODE = 'U'
               CLOSE MAINT-LOG-FILE
           END-IF
           DISPLAY "Sensor batch maintenance complete. Read: "
               WS-TRANSACTIONS-READ
               " Applied: " WS-TRANSACTIONS-APPLIED
               " Rejected: " WS-TRANSACTIONS-REJECTED.

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

       PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-TRANSACTIONS-READ
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM.

       PROCESS-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE FUNCTION UPPER-CASE(STR-TRAN-CODE) TO STR-TRAN-CODE
           MOVE FUNCTION UPPER-CASE(STR-SENSOR-ID) TO STR-SENSOR-ID
           MOVE STR-SENSOR-ID TO WS-ENTRY-SENSOR-ID
           EVALUATE STR-TRAN-CODE
               WHEN 'A'
                   MOVE 1 TO WS-TRAN-TYPE-SUB
               WHEN 'C'
                   MOVE 2 TO WS-TRAN-TYPE-SUB
               WHEN 'R'
                   MOVE 3 TO WS-TRAN-TYPE-SUB
               WHEN 'I'
                   MOVE 4 TO WS-TRAN-TYPE-SUB
               WHEN 'L'
                   MOVE 5 TO WS-TRAN-TYPE-SUB
               WHEN OTHER
                   MOVE 6 TO WS-TRAN-TYPE-SUB
                   MOVE "BADT" TO WS-REASON-CODE
                   MOVE "INVALID TRANSACTION CODE" TO WS-REASON-TEXT
                   MOVE 'N' TO WS-TRAN-VALID
           END-EVALUATE
           MOVE WS-TT-WORDS (WS-TRAN-TYPE-SUB) TO WS-ACTION-WORDS
           ADD 1 TO WS-TT-READ (WS-TRAN-TYPE-SUB)
           IF WS-TRAN-VALID = 'Y' AND STR-SENSOR-ID = SPACES
               MOVE "NOID" TO WS-REASON-CODE
               MOVE "SENSOR ID IS REQUIRED" TO WS-REASON-TEXT
               MOVE 'N' TO WS-TRAN-VALID
           END-IF
           IF WS-TRAN-VALID = 'Y'
               PERFORM LOOKUP-SENSOR
               EVALUATE STR-TRAN-CODE
                   WHEN 'A'
                       PERFORM EDIT-ADD-SENSOR
                   WHEN 'C'
                       PERFORM EDIT-CHANGE-SENSOR
                   WHEN 'R'
                       PERFORM EDIT-RETIRE-SENSOR
                   WHEN 'I'
                       PERFORM EDIT-REINSTATE-SENSOR
                   WHEN 'L'
                       PERFORM EDIT-SET-LIMITS
               END-EVALUATE
           END-IF
           IF WS-TRAN-VALID = 'Y'
               PERFORM APPLY-TRANSACTION
           END-IF
           IF WS-TRAN-VALID = 'Y'
               ADD 1 TO WS-TRANSACTIONS-APPLIED
               ADD 1 TO WS-TT-APPLIED (WS-TRAN-TYPE-SUB)
               IF WS-RUN-MODE = 'U'
                   MOVE "APPLIED" TO WS-EL-RESULT
               ELSE
                   MOVE "VALID" TO WS-EL-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-TRANSACTIONS-REJECTED
               ADD 1 TO WS-TT-REJECTED (WS-TRAN-TYPE-SUB)
               MOVE "REJECTED" TO WS-EL-RESULT
               MOVE TRANSACTION-RECORD TO SER-TRANSACTION
               MOVE WS-REASON-CODE TO SER-REASON-CODE
               MOVE WS-REASON-TEXT TO SER-REASON-TEXT
               WRITE ERROR-RECORD
           END-IF
           MOVE WS-TRANSACTIONS-READ TO WS-EL-SEQ
           MOVE STR-TRAN-CODE TO WS-EL-CODE
           MOVE WS-ACTION-WORDS TO WS-EL-ACTION
           MOVE STR-SENSOR-ID TO WS-EL-SENSOR-ID
           MOVE WS-REASON-CODE TO WS-EL-REASON-CODE
           MOVE WS-REASON-TEXT TO WS-EL-REASON
           MOVE WS-EDIT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       LOOKUP-SENSOR.
           MOVE 'N' TO WS-SENSOR-FOUND
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM LOOKUP-PENDING-IMAGE
           IF WS-PENDING-FOUND = 'Y'
               IF WS-PT-IMAGE (WS-PENDING-SUB) NOT = SPACES
                   MOVE WS-PT-IMAGE (WS-PENDING-SUB)
                       TO SENSOR-MASTER-RECORD
                   MOVE 'Y' TO WS-SENSOR-FOUND
                   MOVE SENSOR-MASTER-RECORD TO WS-BEFORE-IMAGE
               END-IF
           ELSE
               MOVE WS-ENTRY-SENSOR-ID TO SMR-SENSOR-ID
               READ SENSOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SENSOR-FOUND
                       MOVE SENSOR-MASTER-RECORD TO WS-BEFORE-IMAGE
               END-READ
           END-IF.

       LOOKUP-PENDING-IMAGE.
           MOVE 'N' TO WS-PENDING-FOUND
           MOVE 1 TO WS-PENDING-SUB
           PERFORM UNTIL WS-PENDING-FOUND = 'Y'
                   OR WS-PENDING-SUB > WS-PENDING-COUNT
               IF WS-PT-SENSOR-ID (WS-PENDING-SUB)
                       = WS-ENTRY-SENSOR-ID
                   MOVE 'Y' TO WS-PENDING-FOUND
               ELSE
                   ADD 1 TO WS-PENDING-SUB
               END-IF
           END-PERFORM.

       EDIT-ADD-SENSOR.
           IF WS-SENSOR-FOUND = 'Y'
               MOVE "DUPL" TO WS-REASON-CODE
               MOVE "SENSOR ALREADY ON FILE" TO WS-REASON-TEXT
               MOVE 'N' TO WS-TRAN-VALID
           ELSE
               MOVE FUNCTION UPPER-CASE(STR-NATIVE-SCALE)
                   TO WS-ENTRY-NATIVE-SCALE
               PERFORM EDIT-NATIVE-SCALE
               IF WS-TRAN-VALID = 'Y'
                   PERFORM EDIT-SENSOR-LIMITS
               END-IF
               IF WS-TRAN-VALID = 'Y'
                   MOVE STR-SENSOR-ID TO SMR-SENSOR-ID
                   MOVE STR-DESCRIPTION TO SMR-DESCRIPTION
                   MOVE STR-LOCATION TO SMR-LOCATION
                   MOVE WS-ENTRY-NATIVE-SCALE TO SMR-NATIVE-SCALE
                   MOVE 'I' TO SMR-SERVICE-FLAG
                   MOVE STR-LOW-LIMIT TO SMR-LOW-LIMIT
                   MOVE STR-HIGH-LIMIT TO SMR-HIGH-LIMIT
                   MOVE "ADD " TO WS-MAINT-ACTION
               END-IF
           END-IF.

       EDIT-CHANGE-SENSOR.
           IF WS-SENSOR-FOUND = 'N'
               PERFORM REJECT-NOT-ON-FILE
           ELSE
               IF STR-DESCRIPTION = SPACES
                       AND STR-LOCATION = SPACES
                       AND STR-NATIVE-SCALE = SPACES
                   MOVE "NOCH" TO WS-REASON-CODE
                   MOVE "NO DESCRIPTION, LOCATION OR SCALE GIVEN"
                       TO WS-REASON-TEXT
                   MOVE 'N' TO WS-TRAN-VALID
               END-IF
               IF WS-TRAN-VALID = 'Y'
                       AND STR-NATIVE-SCALE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(STR-NATIVE-SCALE)
                       TO WS-ENTRY-NATIVE-SCALE
                   PERFORM EDIT-NATIVE-SCALE
               END-IF
               IF WS-TRAN-VALID = 'Y'
                   IF STR-DESCRIPTION NOT = SPACES
                       MOVE STR-DESCRIPTION TO SMR-DESCRIPTION
                   END-IF
                   IF STR-LOCATION NOT = SPACES
                       MOVE STR-LOCATION TO SMR-LOCATION
                   END-IF
                   IF STR-NATIVE-SCALE NOT = SPACES
                       MOVE WS-ENTRY-NATIVE-SCALE TO SMR-NATIVE-SCALE
                   END-IF
                   MOVE "CHG " TO WS-MAINT-ACTION
               END-IF
           END-IF.

       EDIT-RETIRE-SENSOR.
           IF WS-SENSOR-FOUND = 'N'
               PERFORM REJECT-NOT-ON-FILE
           ELSE
               IF SMR-SERVICE-FLAG = 'O'
                   MOVE "RETD" TO WS-REASON-CODE
                   MOVE "SENSOR ALREADY OUT OF SERVICE"
                       TO WS-REASON-TEXT
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   MOVE 'O' TO SMR-SERVICE-FLAG
                   MOVE "RET " TO WS-MAINT-ACTION
               END-IF
           END-IF.

       EDIT-REINSTATE-SENSOR.
           IF WS-SENSOR-FOUND = 'N'
               PERFORM REJECT-NOT-ON-FILE
           ELSE
               IF SMR-SERVICE-FLAG = 'I'
                   MOVE "INSV" TO WS-REASON-CODE
                   MOVE "SENSOR ALREADY IN SERVICE" TO WS-REASON-TEXT
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   MOVE 'I' TO SMR-SERVICE-FLAG
                   MOVE "REI " TO WS-MAINT-ACTION
               END-IF
           END-IF.

       EDIT-SET-LIMITS.
           IF WS-SENSOR-FOUND = 'N'
               PERFORM REJECT-NOT-ON-FILE
           ELSE
               PERFORM EDIT-SENSOR-LIMITS
               IF WS-TRAN-VALID = 'Y'
                   MOVE STR-LOW-LIMIT TO SMR-LOW-LIMIT
                   MOVE STR-HIGH-LIMIT TO SMR-HIGH-LIMIT
                   MOVE "LIM " TO WS-MAINT-ACTION
               END-IF
           END-IF.

       REJECT-NOT-ON-FILE.
           MOVE "NOTF" TO WS-REASON-CODE
           MOVE "SENSOR NOT ON FILE" TO WS-REASON-TEXT
           MOVE 'N' TO WS-TRAN-VALID.

       EDIT-NATIVE-SCALE.
           IF WS-ENTRY-NATIVE-SCALE = 'C' OR 'F' OR 'K' OR 'R'
               CONTINUE
           ELSE
               MOVE "SCAL" TO WS-REASON-CODE
               MOVE "NATIVE SCALE MUST BE C, F, K OR R"
                   TO WS-REASON-TEXT
               MOVE 'N' TO WS-TRAN-VALID
           END-IF.

       EDIT-SENSOR-LIMITS.
           IF STR-LOW-LIMIT = SPACES AND STR-HIGH-LIMIT = SPACES
               CONTINUE
           ELSE
               IF STR-LOW-LIMIT NOT = SPACES
                       AND STR-HIGH-LIMIT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(STR-LOW-LIMIT) = ZERO
                           AND FUNCTION
                           TEST-NUMVAL(STR-HIGH-LIMIT) = ZERO
                       IF FUNCTION NUMVAL(STR-LOW-LIMIT) <
                               FUNCTION NUMVAL(STR-HIGH-LIMIT)
                           CONTINUE
                       ELSE
                           MOVE "LIMR" TO WS-REASON-CODE
                           MOVE "LOW LIMIT MUST BE BELOW HIGH LIMIT"
                               TO WS-REASON-TEXT
                           MOVE 'N' TO WS-TRAN-VALID
                       END-IF
                   ELSE
                       MOVE "LIMN" TO WS-REASON-CODE
                       MOVE "ALERT LIMITS MUST BE NUMERIC"
                           TO WS-REASON-TEXT
                       MOVE 'N' TO WS-TRAN-VALID
                   END-IF
               ELSE
                   MOVE "LIMB" TO WS-REASON-CODE
                   MOVE "GIVE BOTH LIMITS OR LEAVE BOTH BLANK"
                       TO WS-REASON-TEXT
                   MOVE 'N' TO WS-TRAN-VALID
               END-IF
           END-IF.

       APPLY-TRANSACTION.
           MOVE SENSOR-MASTER-RECORD TO WS-AFTER-IMAGE
           IF WS-RUN-MODE = 'U'
               IF STR-TRAN-CODE = 'A'
                   WRITE SENSOR-MASTER-RECORD
                       INVALID KEY
                           MOVE "IOER" TO WS-REASON-CODE
                           MOVE "UNABLE TO WRITE SENSOR RECORD"
                               TO WS-REASON-TEXT
                           MOVE 'N' TO WS-TRAN-VALID
                   END-WRITE
               ELSE
                   REWRITE SENSOR-MASTER-RECORD
                       INVALID KEY
                           MOVE "IOER" TO WS-REASON-CODE
                           MOVE "UNABLE TO REWRITE SENSOR RECORD"
                               TO WS-REASON-TEXT
                           MOVE 'N' TO WS-TRAN-VALID
                   END-REWRITE
               END-IF
               IF WS-TRAN-VALID = 'Y'
                   PERFORM WRITE-MAINT-LOG
               END-IF
           ELSE
               PERFORM SAVE-PENDING-IMAGE
           END-IF.

       SAVE-PENDING-IMAGE.
           PERFORM LOOKUP-PENDING-IMAGE
           IF WS-PENDING-FOUND = 'N'
               IF WS-PENDING-COUNT < 5000
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-COUNT TO WS-PENDING-SUB
                   MOVE WS-ENTRY-SENSOR-ID
                       TO WS-PT-SENSOR-ID (WS-PENDING-SUB)
                   MOVE 'Y' TO WS-PENDING-FOUND
               ELSE
                   DISPLAY "Pending table full - later transactions "
                       "for " WS-ENTRY-SENSOR-ID " edited against "
                       "SENSMSTR."
               END-IF
           END-IF
           IF WS-PENDING-FOUND = 'Y'
               MOVE WS-AFTER-IMAGE TO WS-PT-IMAGE (WS-PENDING-SUB)
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-PH-DATE
           MOVE WS-PAGE-NUMBER TO WS-PH-PAGE
           MOVE WS-MODE-WORDS TO WS-MH-MODE
           MOVE WS-OPERATOR-ID TO WS-MH-OPERATOR
           MOVE REPORT-RECORD TO WS-HOLD-LINE
           MOVE WS-PAGE-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MODE-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HOLD-LINE TO REPORT-RECORD
           MOVE 4 TO WS-LINE-COUNT.

       PRINT-CONTROL-TOTALS.
           IF WS-TRANSACTIONS-READ = ZERO
               MOVE "  NO TRANSACTIONS ON FILE." TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-RUN-MODE = 'U'
               MOVE "APPLIED: " TO WS-TL-APPLIED-LABEL
           ELSE
               MOVE "VALID:   " TO WS-TL-APPLIED-LABEL
           END-IF
           MOVE 1 TO WS-TRAN-TYPE-SUB
           PERFORM UNTIL WS-TRAN-TYPE-SUB > 6
               IF WS-TT-READ (WS-TRAN-TYPE-SUB) > ZERO
                   MOVE WS-TT-WORDS (WS-TRAN-TYPE-SUB) TO WS-TL-LABEL
                   MOVE WS-TT-READ (WS-TRAN-TYPE-SUB) TO WS-TL-READ
                   MOVE WS-TT-APPLIED (WS-TRAN-TYPE-SUB)
                       TO WS-TL-APPLIED
                   MOVE WS-TT-REJECTED (WS-TRAN-TYPE-SUB)
                       TO WS-TL-REJECTED
                   MOVE WS-TOTAL-LINE TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-TRAN-TYPE-SUB
           END-PERFORM
           MOVE "ALL TRANSACTIONS" TO WS-TL-LABEL
           MOVE WS-TRANSACTIONS-READ TO WS-TL-READ
           MOVE WS-TRANSACTIONS-APPLIED TO WS-TL-APPLIED
           MOVE WS-TRANSACTIONS-REJECTED TO WS-TL-REJECTED
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-RUN-MODE NOT = 'U'
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE "  VALIDATE ONLY - SENSMSTR AND MNTLOG NOT UPDATED."
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "*** END OF REPORT ***" TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.
