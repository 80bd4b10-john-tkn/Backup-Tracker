       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-TESTSAMPLE.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCTOBER 15TH, 2026.
       ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SPECIAL-NAMES.
             source-computer. x86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-DAT ASSIGN TO 'DB.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ASSET-NUM
           FILE STATUS IS WS-FILE-STATUS.

           SELECT TESTRULE-FILE ASSIGN TO 'TESTRULE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TESTRULE-STATUS.

           SELECT TESTQ-FILE ASSIGN TO 'TESTQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TQ-QUEUE-KEY
           FILE STATUS IS WS-TESTQ-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'TESTSAMPLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-JOB-NAME
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DB-DAT.
       01 FD-BACKUP-STRUCT.
           88 EOF VALUE HIGH-VALUE.
           02 FD-ASSET-NUM PIC 9(6).
           02 FD-DATE-CREATED PIC 9(8).
           02 FD-DATE-FROM PIC 9(8).
           02 FD-DATE-TO PIC 9(8).
           02 FD-MEDIUM PIC X(10).
           02 FD-MEDIUM-SERIAL PIC X(50).
           02 FD-LOCATION PIC X(20).
           02 FD-BACKUP-CONTENTS PIC X(200).
           02 FD-RESTORE-TEST-DATE PIC 9(8).
           02 FD-RESTORE-TEST-RESULT PIC X(01).
               88 FD-RESTORE-TEST-PASSED VALUE IS 'P'.
               88 FD-RESTORE-TEST-FAILED VALUE IS 'F'.
               88 FD-RESTORE-NEVER-TESTED VALUE IS 'N'.
           02 FD-RETENTION-CLASS PIC X(4).
           02 FD-RECORD-STATUS PIC X(01).
               88 FD-RECORD-ACTIVE VALUE IS 'A'.
               88 FD-RECORD-EXPIRED VALUE IS 'E'.
           02 FD-EXTRA-VOLUME-COUNT PIC 9(2).
           02 FD-VOLUME-TABLE.
               03 FD-VOLUME-ENTRY OCCURS 9 TIMES.
                   04 FD-VOL-SERIAL PIC X(50).
                   04 FD-VOL-LOCATION PIC X(20).
           02 FD-LEGAL-HOLD PIC X(01).
               88 FD-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 FD-BACKUP-SIZE-MB PIC 9(9).
           02 FD-COST-CENTER PIC X(10).
           02 FD-KEY-ID PIC X(16).
           02 FD-VOLUME-KEY-TABLE.
               03 FD-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       FD TESTRULE-FILE.
       01 TESTRULE-RECORD.
           02 TR-NEVER-TESTED-DAYS PIC 9(4).
           02 TR-RANDOM-PERCENT PIC 9(3).
           02 TR-DUE-DAYS PIC 9(3).
           02 TR-RANDOM-SEED PIC 9(9).

       FD TESTQ-FILE.
       01 TQ-TEST-QUEUE.
           02 TQ-QUEUE-KEY.
               03 TQ-QUEUE-PERIOD PIC 9(6).
               03 TQ-ASSET-NUM PIC 9(6).
           02 TQ-RETENTION-CLASS PIC X(4).
           02 TQ-SELECT-REASON PIC X(01).
               88 TQ-CLASS-COVERAGE VALUE IS 'C'.
               88 TQ-FAILED-RETEST VALUE IS 'F'.
               88 TQ-NEVER-TESTED VALUE IS 'N'.
               88 TQ-RANDOM-SAMPLE VALUE IS 'R'.
           02 TQ-DATE-QUEUED PIC 9(8).
           02 TQ-DATE-DUE PIC 9(8).
           02 TQ-ITEM-STATUS PIC X(01).
               88 TQ-ITEM-OPEN VALUE IS 'O'.
               88 TQ-ITEM-COMPLETED VALUE IS 'C'.
               88 TQ-ITEM-SKIPPED VALUE IS 'S'.
           02 TQ-DATE-COMPLETED PIC 9(8).
           02 TQ-TEST-RESULT PIC X(01).
           02 TQ-OPERATOR-ID PIC X(8).

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       FD RUNCTL-FILE.
       01 RC-RUN-CONTROL.
           02 RC-JOB-NAME PIC X(12).
           02 RC-START-DATE PIC 9(8).
           02 RC-START-TIME PIC 9(6).
           02 RC-END-DATE PIC 9(8).
           02 RC-END-TIME PIC 9(6).
           02 RC-RECORD-COUNT PIC 9(6).
           02 RC-OUTCOME PIC X(01).
               88 RC-RUNNING VALUE IS 'R'.
               88 RC-COMPLETED VALUE IS 'C'.
               88 RC-FAILED VALUE IS 'F'.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC X(02).
           88 RUNCTL-STATUS-OK VALUE IS '00'.
           88 RUNCTL-FILE-MISSING VALUE IS '35'.
       01 WS-RC-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 RC-AT-END VALUE IS 'Y'.
           88 RC-NOT-AT-END VALUE IS 'N'.
       01 WS-RUN-BLOCKED-SW PIC X(01) VALUE IS 'N'.
           88 RUN-BLOCKED VALUE IS 'Y'.
           88 RUN-CLEARED VALUE IS 'N'.
       01 WS-JOB-NAME PIC X(12) VALUE IS 'TESTSAMPLE'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.
       01 WS-TESTRULE-STATUS PIC X(02).
           88 TESTRULE-STATUS-OK VALUE IS '00'.
           88 TESTRULE-FILE-MISSING VALUE IS '35'.
       01 WS-TESTQ-STATUS PIC X(02).
           88 TESTQ-STATUS-OK VALUE IS '00'.
           88 TESTQ-FILE-MISSING VALUE IS '35'.
       01 WS-DB-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 DB-AT-END VALUE IS 'Y'.
           88 DB-NOT-AT-END VALUE IS 'N'.
       01 WS-TQ-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 TQ-AT-END VALUE IS 'Y'.
           88 TQ-NOT-AT-END VALUE IS 'N'.

       01 WS-SAMPLE-PERIOD PIC 9(6).
       01 WS-SAMPLE-PERIOD-REDEF REDEFINES WS-SAMPLE-PERIOD.
           02 WS-SAMPLE-CCYY PIC 9(4).
           02 WS-SAMPLE-MM PIC 9(2).
       01 WS-QUARTER-START-PERIOD PIC 9(6).
       01 WS-QUARTER-START-REDEF REDEFINES WS-QUARTER-START-PERIOD.
           02 WS-QUARTER-START-CCYY PIC 9(4).
           02 WS-QUARTER-START-MM PIC 9(2).
       01 WS-QUARTER-START-DATE PIC 9(8).
       01 WS-QUARTER-INDEX PIC 9(2).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-JULIAN PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC S9(8) COMP.

       01 WS-NEVER-TESTED-DAYS PIC 9(4).
       01 WS-RANDOM-PERCENT PIC 9(3).
       01 WS-DUE-DAYS PIC 9(3).
       01 WS-RANDOM-SEED PIC 9(9).
       01 WS-RANDOM-STATE PIC 9(10).
       01 WS-RANDOM-PRODUCT PIC 9(16).
       01 WS-RANDOM-QUOT PIC 9(16).
       01 WS-RANDOM-DRAW PIC 9(3).

       01 WS-OPEN-TABLE.
           02 WS-OPEN-COUNT PIC 9(4) COMP VALUE IS 0.
           02 WS-OPEN-ASSET PIC 9(6) OCCURS 2000 TIMES.
       01 WS-OPEN-SUB PIC 9(4) COMP.
       01 WS-OPEN-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 ASSET-ALREADY-QUEUED VALUE IS 'Y'.
           88 ASSET-NOT-QUEUED VALUE IS 'N'.

       01 WS-CLASS-TABLE.
           02 WS-CLASS-COUNT PIC 9(3) COMP VALUE IS 0.
           02 WS-CLASS-ENTRY OCCURS 100 TIMES.
               03 WS-CL-CLASS PIC X(4).
               03 WS-CL-COVERED-SW PIC X(01).
                   88 CLASS-COVERED VALUE IS 'Y'.
                   88 CLASS-NOT-COVERED VALUE IS 'N'.
               03 WS-CL-CAND-ASSET PIC 9(6).
               03 WS-CL-CAND-TEST-DATE PIC 9(8).
       01 WS-CL-SUB PIC 9(3) COMP.
       01 WS-CLASS-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 CLASS-FOUND VALUE IS 'Y'.
           88 CLASS-NOT-FOUND VALUE IS 'N'.
       01 WS-FIND-CLASS PIC X(4).

       01 WS-SELECT-REASON PIC X(01).
           88 SELECT-NONE VALUE IS SPACE.

       01 WS-QUEUED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-CLASS-QUEUED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-FAILED-QUEUED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-NEVER-QUEUED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-RANDOM-QUEUED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-CARRIED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-SKIPPED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-ACTIVE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-QUEUE-LINE.
           02 QL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 QL-RETENTION-CLASS PIC X(4).
           02 FILLER PIC X(02).
           02 QL-REASON PIC X(20).
           02 FILLER PIC X(02).
           02 QL-DATE-CREATED PIC 9(8).
           02 FILLER PIC X(02).
           02 QL-LAST-TEST-DATE PIC 9(8).
           02 FILLER PIC X(02).
           02 QL-LAST-TEST-RESULT PIC X(01).
           02 FILLER PIC X(05).
           02 QL-DATE-DUE PIC 9(8).
           02 FILLER PIC X(02).
           02 QL-LOCATION PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-TESTSAMPLE: RESTORE TEST SAMPLING'
           DISPLAY 'SAMPLE PERIOD (CCYYMM):'
           ACCEPT WS-SAMPLE-PERIOD
           IF WS-SAMPLE-PERIOD NOT NUMERIC OR
              WS-SAMPLE-MM < 1 OR WS-SAMPLE-MM > 12
               DISPLAY 'BACKUP-TESTSAMPLE: PERIOD MUST BE CCYYMM'
               STOP RUN
           END-IF
           PERFORM LOAD-TEST-RULES-PROCEDURE
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-JULIAN + WS-DUE-DAYS)
           COMPUTE WS-QUARTER-INDEX = (WS-SAMPLE-MM - 1) / 3
           MOVE WS-SAMPLE-CCYY TO WS-QUARTER-START-CCYY
           COMPUTE WS-QUARTER-START-MM = WS-QUARTER-INDEX * 3 + 1
           COMPUTE WS-QUARTER-START-DATE =
               WS-QUARTER-START-PERIOD * 100 + 1
           COMPUTE WS-RANDOM-STATE =
               WS-RANDOM-SEED + WS-SAMPLE-PERIOD
           PERFORM OPEN-TESTQ-FILE-PROCEDURE
           PERFORM OPEN-DATABASE-PROCEDURE
           PERFORM LOAD-OPEN-QUEUE-PROCEDURE
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-SAMPLE-HEADING-PROCEDURE
           SET DB-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO FD-ASSET-NUM
           START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
               INVALID KEY
                   SET DB-AT-END TO TRUE
           END-START
           PERFORM SAMPLE-ONE-BACKUP-PROCEDURE UNTIL DB-AT-END
           MOVE 1 TO WS-CL-SUB
           PERFORM COVER-ONE-CLASS-PROCEDURE
               UNTIL WS-CL-SUB > WS-CLASS-COUNT
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           CLOSE DB-DAT
           CLOSE TESTQ-FILE
           MOVE WS-QUEUED-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       LOAD-TEST-RULES-PROCEDURE.
           MOVE 90 TO WS-NEVER-TESTED-DAYS
           MOVE 5 TO WS-RANDOM-PERCENT
           MOVE 30 TO WS-DUE-DAYS
           MOVE 1 TO WS-RANDOM-SEED
           OPEN INPUT TESTRULE-FILE
           IF TESTRULE-FILE-MISSING
               DISPLAY 'BACKUP-TESTSAMPLE: TESTRULE.DAT MISSING - '
                   'DEFAULT RULES USED'
           ELSE
               READ TESTRULE-FILE
                   AT END
                       DISPLAY 'BACKUP-TESTSAMPLE: TESTRULE.DAT EMPTY '
                           '- DEFAULT RULES USED'
                   NOT AT END
                       MOVE TR-NEVER-TESTED-DAYS TO
                           WS-NEVER-TESTED-DAYS
                       MOVE TR-RANDOM-PERCENT TO WS-RANDOM-PERCENT
                       IF TR-DUE-DAYS > 0
                           MOVE TR-DUE-DAYS TO WS-DUE-DAYS
                       END-IF
                       MOVE TR-RANDOM-SEED TO WS-RANDOM-SEED
               END-READ
               CLOSE TESTRULE-FILE
           END-IF
           IF WS-RANDOM-PERCENT > 100
               MOVE 100 TO WS-RANDOM-PERCENT
           END-IF.

       OPEN-TESTQ-FILE-PROCEDURE.
           OPEN I-O TESTQ-FILE
           IF TESTQ-FILE-MISSING
               OPEN OUTPUT TESTQ-FILE
               CLOSE TESTQ-FILE
               OPEN I-O TESTQ-FILE
           END-IF.

       OPEN-DATABASE-PROCEDURE.
           OPEN I-O DB-DAT
           IF FILE-STATUS-FILE-MISSING
               OPEN OUTPUT DB-DAT
               CLOSE DB-DAT
               OPEN I-O DB-DAT
           END-IF.

       LOAD-OPEN-QUEUE-PROCEDURE.
           SET TQ-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO TQ-QUEUE-KEY
           START TESTQ-FILE KEY IS NOT LESS THAN TQ-QUEUE-KEY
               INVALID KEY
                   SET TQ-AT-END TO TRUE
           END-START
           PERFORM LOAD-ONE-QUEUE-ITEM-PROCEDURE UNTIL TQ-AT-END.

       LOAD-ONE-QUEUE-ITEM-PROCEDURE.
           READ TESTQ-FILE NEXT RECORD
               AT END
                   SET TQ-AT-END TO TRUE
               NOT AT END
                   IF TQ-ITEM-OPEN
                       PERFORM CHECK-OPEN-ITEM-ACTIVE-PROCEDURE
                   END-IF
                   IF NOT TQ-ITEM-SKIPPED AND
                      TQ-QUEUE-PERIOD NOT < WS-QUARTER-START-PERIOD AND
                      TQ-QUEUE-PERIOD NOT > WS-SAMPLE-PERIOD
                       MOVE TQ-RETENTION-CLASS TO WS-FIND-CLASS
                       PERFORM FIND-CLASS-ENTRY-PROCEDURE
                       SET CLASS-COVERED(WS-CL-SUB) TO TRUE
                   END-IF
           END-READ.

       CHECK-OPEN-ITEM-ACTIVE-PROCEDURE.
           MOVE TQ-ASSET-NUM TO FD-ASSET-NUM
           READ DB-DAT
               INVALID KEY
                   MOVE 'E' TO FD-RECORD-STATUS
           END-READ
           IF FD-RECORD-ACTIVE
               ADD 1 TO WS-CARRIED-COUNT
               IF WS-OPEN-COUNT < 2000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE TQ-ASSET-NUM TO WS-OPEN-ASSET(WS-OPEN-COUNT)
               END-IF
           ELSE
               SET TQ-ITEM-SKIPPED TO TRUE
               MOVE WS-TODAY-DATE TO TQ-DATE-COMPLETED
               MOVE 'TESTSAMP' TO TQ-OPERATOR-ID
               REWRITE TQ-TEST-QUEUE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       FIND-CLASS-ENTRY-PROCEDURE.
           SET CLASS-NOT-FOUND TO TRUE
           MOVE 1 TO WS-CL-SUB
           PERFORM CHECK-ONE-CLASS-ENTRY-PROCEDURE
               UNTIL CLASS-FOUND OR WS-CL-SUB > WS-CLASS-COUNT
           IF CLASS-NOT-FOUND
               IF WS-CLASS-COUNT < 100
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE WS-CLASS-COUNT TO WS-CL-SUB
                   MOVE WS-FIND-CLASS TO WS-CL-CLASS(WS-CL-SUB)
                   SET CLASS-NOT-COVERED(WS-CL-SUB) TO TRUE
                   MOVE 0 TO WS-CL-CAND-ASSET(WS-CL-SUB)
                   MOVE 99999999 TO WS-CL-CAND-TEST-DATE(WS-CL-SUB)
               ELSE
                   MOVE 100 TO WS-CL-SUB
               END-IF
           END-IF.

       CHECK-ONE-CLASS-ENTRY-PROCEDURE.
           IF WS-CL-CLASS(WS-CL-SUB) = WS-FIND-CLASS
               SET CLASS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CL-SUB
           END-IF.

       SAMPLE-ONE-BACKUP-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   IF FD-RECORD-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM SELECT-BACKUP-PROCEDURE
                   END-IF
           END-READ.

       SELECT-BACKUP-PROCEDURE.
           MOVE FD-RETENTION-CLASS TO WS-FIND-CLASS
           PERFORM FIND-CLASS-ENTRY-PROCEDURE
           IF FD-RESTORE-TEST-DATE IS NUMERIC AND
              NOT FD-RESTORE-NEVER-TESTED AND
              FD-RESTORE-TEST-DATE NOT < WS-QUARTER-START-DATE
               SET CLASS-COVERED(WS-CL-SUB) TO TRUE
           END-IF
           PERFORM CHECK-ASSET-QUEUED-PROCEDURE
           MOVE SPACE TO WS-SELECT-REASON
           PERFORM DRAW-RANDOM-NUMBER-PROCEDURE
           IF ASSET-NOT-QUEUED
               EVALUATE TRUE
                   WHEN FD-RESTORE-TEST-FAILED
                       MOVE 'F' TO WS-SELECT-REASON
                   WHEN FD-RESTORE-NEVER-TESTED OR
                        FD-RESTORE-TEST-DATE NOT NUMERIC OR
                        FD-RESTORE-TEST-DATE = 0
                       PERFORM CHECK-NEVER-TESTED-AGE-PROCEDURE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SELECT-NONE AND WS-RANDOM-DRAW < WS-RANDOM-PERCENT
                   MOVE 'R' TO WS-SELECT-REASON
               END-IF
               IF SELECT-NONE
                   PERFORM TRACK-CLASS-CANDIDATE-PROCEDURE
               ELSE
                   PERFORM WRITE-QUEUE-ITEM-PROCEDURE
               END-IF
           END-IF.

       CHECK-ASSET-QUEUED-PROCEDURE.
           SET ASSET-NOT-QUEUED TO TRUE
           MOVE 1 TO WS-OPEN-SUB
           PERFORM CHECK-ONE-OPEN-ASSET-PROCEDURE
               UNTIL ASSET-ALREADY-QUEUED OR
                     WS-OPEN-SUB > WS-OPEN-COUNT.

       CHECK-ONE-OPEN-ASSET-PROCEDURE.
           IF WS-OPEN-ASSET(WS-OPEN-SUB) = FD-ASSET-NUM
               SET ASSET-ALREADY-QUEUED TO TRUE
           ELSE
               ADD 1 TO WS-OPEN-SUB
           END-IF.

       CHECK-NEVER-TESTED-AGE-PROCEDURE.
           MOVE 0 TO WS-AGE-DAYS
           IF FD-DATE-CREATED IS NUMERIC AND FD-DATE-CREATED > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-JULIAN -
                   FUNCTION INTEGER-OF-DATE(FD-DATE-CREATED)
           END-IF
           IF WS-AGE-DAYS > WS-NEVER-TESTED-DAYS
               MOVE 'N' TO WS-SELECT-REASON
           END-IF.

       DRAW-RANDOM-NUMBER-PROCEDURE.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807
           DIVIDE WS-RANDOM-PRODUCT BY 2147483647
               GIVING WS-RANDOM-QUOT REMAINDER WS-RANDOM-STATE
           IF WS-RANDOM-STATE = 0
               MOVE 1 TO WS-RANDOM-STATE
           END-IF
           DIVIDE WS-RANDOM-STATE BY 100
               GIVING WS-RANDOM-QUOT REMAINDER WS-RANDOM-DRAW.

       TRACK-CLASS-CANDIDATE-PROCEDURE.
           IF FD-RESTORE-TEST-DATE IS NUMERIC
               IF FD-RESTORE-TEST-DATE <
                  WS-CL-CAND-TEST-DATE(WS-CL-SUB)
                   MOVE FD-ASSET-NUM TO WS-CL-CAND-ASSET(WS-CL-SUB)
                   MOVE FD-RESTORE-TEST-DATE TO
                       WS-CL-CAND-TEST-DATE(WS-CL-SUB)
               END-IF
           END-IF.

       WRITE-QUEUE-ITEM-PROCEDURE.
           MOVE WS-SAMPLE-PERIOD TO TQ-QUEUE-PERIOD
           MOVE FD-ASSET-NUM TO TQ-ASSET-NUM
           MOVE FD-RETENTION-CLASS TO TQ-RETENTION-CLASS
           MOVE WS-SELECT-REASON TO TQ-SELECT-REASON
           MOVE WS-TODAY-DATE TO TQ-DATE-QUEUED
           MOVE WS-DUE-DATE TO TQ-DATE-DUE
           SET TQ-ITEM-OPEN TO TRUE
           MOVE 0 TO TQ-DATE-COMPLETED
           MOVE SPACE TO TQ-TEST-RESULT
           MOVE SPACES TO TQ-OPERATOR-ID
           WRITE TQ-TEST-QUEUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QUEUED-COUNT
                   SET CLASS-COVERED(WS-CL-SUB) TO TRUE
                   EVALUATE TRUE
                       WHEN TQ-CLASS-COVERAGE
                           ADD 1 TO WS-CLASS-QUEUED-COUNT
                       WHEN TQ-FAILED-RETEST
                           ADD 1 TO WS-FAILED-QUEUED-COUNT
                       WHEN TQ-NEVER-TESTED
                           ADD 1 TO WS-NEVER-QUEUED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-RANDOM-QUEUED-COUNT
                   END-EVALUATE
                   PERFORM WRITE-QUEUE-LINE-PROCEDURE
           END-WRITE.

       COVER-ONE-CLASS-PROCEDURE.
           IF CLASS-NOT-COVERED(WS-CL-SUB) AND
              WS-CL-CAND-ASSET(WS-CL-SUB) > 0
               MOVE WS-CL-CAND-ASSET(WS-CL-SUB) TO FD-ASSET-NUM
               READ DB-DAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO WS-SELECT-REASON
                       PERFORM WRITE-QUEUE-ITEM-PROCEDURE
               END-READ
           END-IF
           ADD 1 TO WS-CL-SUB.

       WRITE-SAMPLE-HEADING-PROCEDURE.
           MOVE 'RESTORE TEST SAMPLE - MONTHLY WORK QUEUE' TO
               PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'PERIOD: ' WS-SAMPLE-PERIOD
               '  QUARTER FROM: ' WS-QUARTER-START-DATE
               '  RUN DATE: ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEVER-TESTED-DAYS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'RULES: EVERY CLASS EACH QUARTER, FAILED RETESTED, '
               'NEVER TESTED OVER ' WS-COUNT-EDIT ' DAYS, '
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RANDOM-PERCENT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '       RANDOM ' WS-COUNT-EDIT
               ' PERCENT OF THE REST, SEED ' WS-RANDOM-SEED
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ASSET#  CLASS REASON                CREATED   '
               'LAST TEST  RES  DUE DATE  LOCATION'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-QUEUE-LINE-PROCEDURE.
           MOVE SPACES TO WS-QUEUE-LINE
           MOVE FD-ASSET-NUM TO QL-ASSET-NUM
           MOVE FD-RETENTION-CLASS TO QL-RETENTION-CLASS
           EVALUATE TRUE
               WHEN TQ-CLASS-COVERAGE
                   MOVE 'QUARTERLY CLASS' TO QL-REASON
               WHEN TQ-FAILED-RETEST
                   MOVE 'FAILED - RETEST' TO QL-REASON
               WHEN TQ-NEVER-TESTED
                   MOVE 'NEVER TESTED' TO QL-REASON
               WHEN OTHER
                   MOVE 'RANDOM SAMPLE' TO QL-REASON
           END-EVALUATE
           MOVE FD-DATE-CREATED TO QL-DATE-CREATED
           MOVE FD-RESTORE-TEST-DATE TO QL-LAST-TEST-DATE
           MOVE FD-RESTORE-TEST-RESULT TO QL-LAST-TEST-RESULT
           MOVE TQ-DATE-DUE TO QL-DATE-DUE
           MOVE FD-LOCATION TO QL-LOCATION
           MOVE WS-QUEUE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ACTIVE BACKUPS CONSIDERED : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CLASS-QUEUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'QUEUED - QUARTERLY CLASS  : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FAILED-QUEUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'QUEUED - FAILED RETEST    : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEVER-QUEUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'QUEUED - NEVER TESTED     : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RANDOM-QUEUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'QUEUED - RANDOM SAMPLE    : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'OPEN ITEMS CARRIED FORWARD: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'SKIPPED - BACKUP EXPIRED  : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       OPEN-RUNCTL-FILE-PROCEDURE.
           OPEN I-O RUNCTL-FILE
           IF RUNCTL-FILE-MISSING
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.

       RUN-CONTROL-START-PROCEDURE.
           SET RUN-CLEARED TO TRUE
           PERFORM OPEN-RUNCTL-FILE-PROCEDURE
           SET RC-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO RC-JOB-NAME
           START RUNCTL-FILE KEY IS NOT LESS THAN RC-JOB-NAME
               INVALID KEY
                   SET RC-AT-END TO TRUE
           END-START
           PERFORM CHECK-ONE-RUNCTL-PROCEDURE UNTIL RC-AT-END
           IF RUN-CLEARED
               MOVE WS-JOB-NAME TO RC-JOB-NAME
               ACCEPT RC-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RC-TIME-WORK FROM TIME
               MOVE WS-RC-TIME-HHMMSS TO RC-START-TIME
               MOVE 0 TO RC-END-DATE
               MOVE 0 TO RC-END-TIME
               MOVE 0 TO RC-RECORD-COUNT
               SET RC-RUNNING TO TRUE
               WRITE RC-RUN-CONTROL
                   INVALID KEY
                       REWRITE RC-RUN-CONTROL
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF
           CLOSE RUNCTL-FILE.

       CHECK-ONE-RUNCTL-PROCEDURE.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RC-AT-END TO TRUE
               NOT AT END
                   IF RC-RUNNING
                       IF RC-JOB-NAME = WS-JOB-NAME
                           DISPLAY 'BACKUP-TESTSAMPLE: PREVIOUS RUN '
                               'DID NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-TESTSAMPLE: JOB ' RC-JOB-NAME
                               ' IS STILL RUNNING - NOT STARTED'
                       END-IF
                       SET RUN-BLOCKED TO TRUE
                   END-IF
           END-READ.

       RUN-CONTROL-END-PROCEDURE.
           PERFORM OPEN-RUNCTL-FILE-PROCEDURE
           MOVE WS-JOB-NAME TO RC-JOB-NAME
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ACCEPT RC-END-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-RC-TIME-WORK FROM TIME
                   MOVE WS-RC-TIME-HHMMSS TO RC-END-TIME
                   MOVE WS-RUN-RECORD-COUNT TO RC-RECORD-COUNT
                   MOVE WS-RUN-OUTCOME TO RC-OUTCOME
                   REWRITE RC-RUN-CONTROL
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RUNCTL-FILE.

