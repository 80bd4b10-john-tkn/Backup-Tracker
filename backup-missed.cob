       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-MISSED.
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

           SELECT SCHEDULE-FILE ASSIGN TO 'SCHEDULE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-SYSTEM-NAME
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT CONTXREF-FILE ASSIGN TO 'CONTXREF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CX-XREF-KEY
           FILE STATUS IS WS-CONTXREF-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'MISSED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-SUSPENSE-NUM
           FILE STATUS IS WS-SUSPENSE-STATUS.

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

       FD SCHEDULE-FILE.
       01 SC-SCHEDULE-STRUCT.
           02 SC-SYSTEM-NAME PIC X(44).
           02 SC-FREQUENCY PIC X(01).
               88 SC-DAILY VALUE IS 'D'.
               88 SC-WEEKLY VALUE IS 'W'.
               88 SC-MONTHLY VALUE IS 'M'.
           02 SC-GRACE-DAYS PIC 9(3).
           02 SC-DESCRIPTION PIC X(30).

       FD CONTXREF-FILE.
       01 CX-XREF-STRUCT.
           02 CX-XREF-KEY.
               03 CX-ASSET-NUM PIC 9(6).
               03 CX-ENTRY-NUM PIC 9(2).
           02 CX-ENTRY-TEXT PIC X(44).

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       FD SUSPENSE-FILE.
       01 SX-SUSPENSE-RECORD.
           02 SX-SUSPENSE-NUM PIC 9(6).
           02 SX-ASSET-NUM PIC 9(6).
           02 SX-MEDIUM-SERIAL PIC X(50).
           02 SX-EXCEPTION-CODE PIC X(01).
               88 SX-ON-SHELF-EXCEPTION VALUE IS 'S'.
               88 SX-NO-MEDIA-EXCEPTION VALUE IS 'M'.
               88 SX-MISMATCH-EXCEPTION VALUE IS 'X'.
               88 SX-MISSED-BACKUP-EXCEPTION VALUE IS 'B'.
           02 SX-EXCEPTION-TEXT PIC X(45).
           02 SX-DATE-RAISED PIC 9(8).
           02 SX-DATE-LAST-SEEN PIC 9(8).
           02 SX-STATUS PIC X(01).
               88 SX-STATUS-OPEN VALUE IS 'O'.
               88 SX-STATUS-RESOLVED VALUE IS 'R'.
               88 SX-STATUS-ACCEPTED VALUE IS 'A'.
           02 SX-DISPOSITION-DATE PIC 9(8).
           02 SX-DISPOSITION-OPERATOR PIC X(8).
           02 SX-NOTE PIC X(40).

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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'MISSED'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.

       01 WS-SCHEDULE-STATUS PIC X(02).
           88 SCHEDULE-STATUS-OK VALUE IS '00'.
           88 SCHEDULE-FILE-MISSING VALUE IS '35'.
       01 WS-SC-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 SC-AT-END VALUE IS 'Y'.
           88 SC-NOT-AT-END VALUE IS 'N'.

       01 WS-CONTXREF-STATUS PIC X(02).
           88 CONTXREF-STATUS-OK VALUE IS '00'.
           88 CONTXREF-FILE-MISSING VALUE IS '35'.
       01 WS-CX-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 CX-AT-END VALUE IS 'Y'.
           88 CX-NOT-AT-END VALUE IS 'N'.

       01 WS-SCHEDULE-TABLE.
           02 WS-SCHEDULE-COUNT PIC 9(4) COMP VALUE IS 0.
           02 WS-SCHEDULE-ENTRY OCCURS 500 TIMES.
               03 WS-SC-SYSTEM-NAME PIC X(44).
               03 WS-SC-FREQUENCY PIC X(01).
               03 WS-SC-GRACE-DAYS PIC 9(3).
               03 WS-SC-LAST-DATE PIC 9(8).
               03 WS-SC-LAST-ASSET PIC 9(6).
       01 WS-SC-SUB PIC 9(4) COMP.
       01 WS-SC-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 SCHEDULE-MATCH-FOUND VALUE IS 'Y'.
           88 SCHEDULE-MATCH-NOT-FOUND VALUE IS 'N'.
       01 WS-SCHEDULE-FULL-SW PIC X(01) VALUE IS 'N'.
           88 SCHEDULE-TABLE-FULL VALUE IS 'Y'.

       01 WS-DB-ASSET-READ PIC 9(6) VALUE IS 0.
       01 WS-DB-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 DB-RECORD-FOUND VALUE IS 'Y'.
           88 DB-RECORD-NOT-FOUND VALUE IS 'N'.

       01 WS-TODAY-JULIAN PIC 9(8).
       01 WS-LAST-JULIAN PIC 9(8).
       01 WS-DAYS-SINCE PIC 9(6).
       01 WS-INTERVAL-DAYS PIC 9(3).
       01 WS-ALLOWED-DAYS PIC 9(4).
       01 WS-LATE-SW PIC X(01) VALUE IS 'N'.
           88 BACKUP-IS-LATE VALUE IS 'Y'.
           88 BACKUP-NOT-LATE VALUE IS 'N'.

       01 WS-SCHEDULED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-LATE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-NEVER-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-MISSED-LINE.
           02 ML-SYSTEM-NAME PIC X(44).
           02 FILLER PIC X(02).
           02 ML-FREQUENCY PIC X(01).
           02 FILLER PIC X(05).
           02 ML-GRACE-DAYS PIC ZZ9.
           02 FILLER PIC X(04).
           02 ML-LAST-DATE PIC X(08).
           02 FILLER PIC X(02).
           02 ML-LAST-ASSET PIC X(06).
           02 FILLER PIC X(02).
           02 ML-DAYS-SINCE PIC ZZZZZ9 BLANK WHEN ZERO.
           02 FILLER PIC X(02).
           02 ML-EXCEPTION PIC X(45).

       01 WS-SUSPENSE-STATUS PIC X(02).
           88 SUSPENSE-STATUS-OK VALUE IS '00'.
           88 SUSPENSE-FILE-MISSING VALUE IS '35'.
       01 WS-SX-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 SX-AT-END VALUE IS 'Y'.
           88 SX-NOT-AT-END VALUE IS 'N'.
       01 WS-SX-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 SX-MATCH-FOUND VALUE IS 'Y'.
           88 SX-MATCH-NOT-FOUND VALUE IS 'N'.
       01 WS-NEXT-SUSPENSE-NUM PIC 9(6).
       01 WS-MAX-SUSPENSE-NUM PIC 9(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUSP-ASSET-NUM PIC 9(6).
       01 WS-SUSP-SERIAL PIC X(50).
       01 WS-SUSP-CODE PIC X(01).
       01 WS-SUSP-TEXT PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SCHEDULE-PROCEDURE
           IF WS-SCHEDULE-COUNT = 0
               DISPLAY 'BACKUP-MISSED: SCHEDULE.DAT MISSING OR EMPTY'
               DISPLAY 'NO SYSTEMS CHECKED'
               STOP RUN
           END-IF
           IF SCHEDULE-TABLE-FULL
               DISPLAY 'BACKUP-MISSED: MORE THAN 500 SCHEDULED '
                   'SYSTEMS - ONLY THE FIRST 500 CHECKED'
           END-IF
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM FIND-LAST-BACKUPS-PROCEDURE
           OPEN OUTPUT PRINT-FILE
           MOVE 'MISSED BACKUP EXCEPTIONS' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'RUN DATE: ' WS-TODAY-DATE
               '   FREQUENCY D=DAILY W=WEEKLY M=MONTHLY'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'SYSTEM' DELIMITED BY SIZE
               '                                        '
               DELIMITED BY SIZE
               'FREQ  GRACE  LAST BKP  ASSET#    DAYS  EXCEPTION'
               DELIMITED BY SIZE
               INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM OPEN-SUSPENSE-FILE-PROCEDURE
           PERFORM DETERMINE-NEXT-SUSPENSE-NUM-PROCEDURE
           MOVE 1 TO WS-SC-SUB
           PERFORM CHECK-ONE-SCHEDULE-PROCEDURE
               UNTIL WS-SC-SUB > WS-SCHEDULE-COUNT
           CLOSE SUSPENSE-FILE
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           MOVE WS-LATE-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       LOAD-SCHEDULE-PROCEDURE.
           OPEN INPUT SCHEDULE-FILE
           IF NOT SCHEDULE-FILE-MISSING
               SET SC-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO SC-SYSTEM-NAME
               START SCHEDULE-FILE KEY IS NOT LESS THAN SC-SYSTEM-NAME
                   INVALID KEY
                       SET SC-AT-END TO TRUE
               END-START
               PERFORM LOAD-ONE-SCHEDULE-PROCEDURE UNTIL SC-AT-END
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-ONE-SCHEDULE-PROCEDURE.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   SET SC-AT-END TO TRUE
               NOT AT END
                   IF WS-SCHEDULE-COUNT < 500
                       ADD 1 TO WS-SCHEDULE-COUNT
                       MOVE SC-SYSTEM-NAME TO
                           WS-SC-SYSTEM-NAME(WS-SCHEDULE-COUNT)
                       MOVE SC-FREQUENCY TO
                           WS-SC-FREQUENCY(WS-SCHEDULE-COUNT)
                       MOVE SC-GRACE-DAYS TO
                           WS-SC-GRACE-DAYS(WS-SCHEDULE-COUNT)
                       MOVE 0 TO WS-SC-LAST-DATE(WS-SCHEDULE-COUNT)
                       MOVE 0 TO WS-SC-LAST-ASSET(WS-SCHEDULE-COUNT)
                   ELSE
                       SET SCHEDULE-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       FIND-LAST-BACKUPS-PROCEDURE.
           OPEN INPUT CONTXREF-FILE
           IF NOT CONTXREF-FILE-MISSING
               OPEN INPUT DB-DAT
               SET CX-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO CX-XREF-KEY
               START CONTXREF-FILE KEY IS NOT LESS THAN CX-XREF-KEY
                   INVALID KEY
                       SET CX-AT-END TO TRUE
               END-START
               PERFORM CHECK-ONE-CONTENT-ENTRY-PROCEDURE
                   UNTIL CX-AT-END
               IF NOT FILE-STATUS-FILE-MISSING
                   CLOSE DB-DAT
               END-IF
               CLOSE CONTXREF-FILE
           END-IF.

       CHECK-ONE-CONTENT-ENTRY-PROCEDURE.
           READ CONTXREF-FILE NEXT RECORD
               AT END
                   SET CX-AT-END TO TRUE
               NOT AT END
                   PERFORM MATCH-SCHEDULE-ENTRY-PROCEDURE
                   IF SCHEDULE-MATCH-FOUND
                       PERFORM READ-XREF-BACKUP-PROCEDURE
                       IF DB-RECORD-FOUND
                           PERFORM UPDATE-LAST-BACKUP-PROCEDURE
                       END-IF
                   END-IF
           END-READ.

       MATCH-SCHEDULE-ENTRY-PROCEDURE.
           SET SCHEDULE-MATCH-NOT-FOUND TO TRUE
           MOVE 1 TO WS-SC-SUB
           PERFORM CHECK-ONE-SCHEDULE-NAME-PROCEDURE
               UNTIL SCHEDULE-MATCH-FOUND OR
                     WS-SC-SUB > WS-SCHEDULE-COUNT.

       CHECK-ONE-SCHEDULE-NAME-PROCEDURE.
           IF WS-SC-SYSTEM-NAME(WS-SC-SUB) = CX-ENTRY-TEXT
               SET SCHEDULE-MATCH-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SC-SUB
           END-IF.

       READ-XREF-BACKUP-PROCEDURE.
           IF CX-ASSET-NUM NOT = WS-DB-ASSET-READ
               SET DB-RECORD-NOT-FOUND TO TRUE
               MOVE CX-ASSET-NUM TO WS-DB-ASSET-READ
               IF NOT FILE-STATUS-FILE-MISSING
                   MOVE CX-ASSET-NUM TO FD-ASSET-NUM
                   READ DB-DAT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DB-RECORD-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

       UPDATE-LAST-BACKUP-PROCEDURE.
           IF FD-DATE-CREATED IS NUMERIC
               IF FD-DATE-CREATED > WS-SC-LAST-DATE(WS-SC-SUB)
                   MOVE FD-DATE-CREATED TO WS-SC-LAST-DATE(WS-SC-SUB)
                   MOVE FD-ASSET-NUM TO WS-SC-LAST-ASSET(WS-SC-SUB)
               END-IF
           END-IF.

       CHECK-ONE-SCHEDULE-PROCEDURE.
           ADD 1 TO WS-SCHEDULED-COUNT
           SET BACKUP-NOT-LATE TO TRUE
           EVALUATE WS-SC-FREQUENCY(WS-SC-SUB)
               WHEN 'W'
                   MOVE 7 TO WS-INTERVAL-DAYS
               WHEN 'M'
                   MOVE 31 TO WS-INTERVAL-DAYS
               WHEN OTHER
                   MOVE 1 TO WS-INTERVAL-DAYS
           END-EVALUATE
           COMPUTE WS-ALLOWED-DAYS =
               WS-INTERVAL-DAYS + WS-SC-GRACE-DAYS(WS-SC-SUB)
           MOVE WS-SC-SYSTEM-NAME(WS-SC-SUB) TO ML-SYSTEM-NAME
           MOVE WS-SC-FREQUENCY(WS-SC-SUB) TO ML-FREQUENCY
           MOVE WS-SC-GRACE-DAYS(WS-SC-SUB) TO ML-GRACE-DAYS
           IF WS-SC-LAST-DATE(WS-SC-SUB) = 0
               SET BACKUP-IS-LATE TO TRUE
               ADD 1 TO WS-NEVER-COUNT
               MOVE 'NONE' TO ML-LAST-DATE
               MOVE SPACES TO ML-LAST-ASSET
               MOVE 0 TO ML-DAYS-SINCE
               MOVE 'NO BACKUP ON FILE FOR SCHEDULED SYSTEM' TO
                   ML-EXCEPTION
           ELSE
               COMPUTE WS-LAST-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-SC-LAST-DATE(WS-SC-SUB))
               IF WS-TODAY-JULIAN > WS-LAST-JULIAN
                   COMPUTE WS-DAYS-SINCE =
                       WS-TODAY-JULIAN - WS-LAST-JULIAN
               ELSE
                   MOVE 0 TO WS-DAYS-SINCE
               END-IF
               IF WS-DAYS-SINCE > WS-ALLOWED-DAYS
                   SET BACKUP-IS-LATE TO TRUE
               END-IF
               MOVE WS-SC-LAST-DATE(WS-SC-SUB) TO ML-LAST-DATE
               MOVE WS-SC-LAST-ASSET(WS-SC-SUB) TO ML-LAST-ASSET
               MOVE WS-DAYS-SINCE TO ML-DAYS-SINCE
               MOVE 'SCHEDULED BACKUP MISSED - PAST GRACE PERIOD' TO
                   ML-EXCEPTION
           END-IF
           IF BACKUP-IS-LATE
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-MISSED-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-SC-LAST-ASSET(WS-SC-SUB) TO WS-SUSP-ASSET-NUM
               MOVE WS-SC-SYSTEM-NAME(WS-SC-SUB) TO WS-SUSP-SERIAL
               MOVE 'B' TO WS-SUSP-CODE
               MOVE ML-EXCEPTION TO WS-SUSP-TEXT
               PERFORM RECORD-SUSPENSE-EXCEPTION-PROCEDURE
           END-IF
           ADD 1 TO WS-SC-SUB.

       OPEN-SUSPENSE-FILE-PROCEDURE.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-MISSING
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

       DETERMINE-NEXT-SUSPENSE-NUM-PROCEDURE.
           MOVE 0 TO WS-MAX-SUSPENSE-NUM
           SET SX-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO SX-SUSPENSE-NUM
           START SUSPENSE-FILE KEY IS NOT LESS THAN SX-SUSPENSE-NUM
               INVALID KEY
                   SET SX-AT-END TO TRUE
           END-START
           PERFORM SCAN-MAX-SUSPENSE-NUM-PROCEDURE UNTIL SX-AT-END
           COMPUTE WS-NEXT-SUSPENSE-NUM = WS-MAX-SUSPENSE-NUM + 1.

       SCAN-MAX-SUSPENSE-NUM-PROCEDURE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SX-AT-END TO TRUE
               NOT AT END
                   IF SX-SUSPENSE-NUM > WS-MAX-SUSPENSE-NUM
                       MOVE SX-SUSPENSE-NUM TO WS-MAX-SUSPENSE-NUM
                   END-IF
           END-READ.

       RECORD-SUSPENSE-EXCEPTION-PROCEDURE.
           PERFORM FIND-MATCHING-SUSPENSE-PROCEDURE
           IF SX-MATCH-FOUND
               MOVE WS-TODAY-DATE TO SX-DATE-LAST-SEEN
               REWRITE SX-SUSPENSE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-NEXT-SUSPENSE-NUM TO SX-SUSPENSE-NUM
               MOVE WS-SUSP-ASSET-NUM TO SX-ASSET-NUM
               MOVE WS-SUSP-SERIAL TO SX-MEDIUM-SERIAL
               MOVE WS-SUSP-CODE TO SX-EXCEPTION-CODE
               MOVE WS-SUSP-TEXT TO SX-EXCEPTION-TEXT
               MOVE WS-TODAY-DATE TO SX-DATE-RAISED
               MOVE WS-TODAY-DATE TO SX-DATE-LAST-SEEN
               SET SX-STATUS-OPEN TO TRUE
               MOVE 0 TO SX-DISPOSITION-DATE
               MOVE SPACES TO SX-DISPOSITION-OPERATOR
               MOVE SPACES TO SX-NOTE
               WRITE SX-SUSPENSE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-NEXT-SUSPENSE-NUM
           END-IF.

       FIND-MATCHING-SUSPENSE-PROCEDURE.
           SET SX-MATCH-NOT-FOUND TO TRUE
           SET SX-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO SX-SUSPENSE-NUM
           START SUSPENSE-FILE KEY IS NOT LESS THAN SX-SUSPENSE-NUM
               INVALID KEY
                   SET SX-AT-END TO TRUE
           END-START
           PERFORM CHECK-ONE-SUSPENSE-MATCH-PROCEDURE
               UNTIL SX-MATCH-FOUND OR SX-AT-END.

       CHECK-ONE-SUSPENSE-MATCH-PROCEDURE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SX-AT-END TO TRUE
               NOT AT END
                   IF (SX-STATUS-OPEN OR SX-STATUS-ACCEPTED)
                      AND SX-ASSET-NUM = WS-SUSP-ASSET-NUM
                      AND SX-EXCEPTION-CODE = WS-SUSP-CODE
                      AND SX-MEDIUM-SERIAL = WS-SUSP-SERIAL
                       SET SX-MATCH-FOUND TO TRUE
                   END-IF
           END-READ.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SCHEDULED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'SCHEDULED SYSTEMS CHECKED : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'MISSED BACKUPS            : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEVER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  OF WHICH NEVER BACKED UP: ' WS-COUNT-EDIT
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
                           DISPLAY 'BACKUP-MISSED: PREVIOUS RUN DID '
                               'NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-MISSED: JOB ' RC-JOB-NAME
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

