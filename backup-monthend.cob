             source-computer. x86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-DAT ASSIGN TO 'DB.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ASSET-NUM
           FILE STATUS IS WS-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.

           SELECT IMGCTL-FILE ASSIGN TO 'IMGCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-PERIOD
           FILE STATUS IS WS-IMGCTL-STATUS.

           SELECT TESTQ-FILE ASSIGN TO 'TESTQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TQ-QUEUE-KEY
           FILE STATUS IS WS-TESTQ-STATUS.

           SELECT ASSET-SORT-FILE ASSIGN TO 'JRNLSORT.TMP'.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME

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

       FD JOURNAL-FILE.
       01 JR-JOURNAL-RECORD.
           02 JR-ASSET-NUM PIC 9(6).
               03 JR-BEFORE-VOLUME-TABLE PIC X(630).
               03 JR-BEFORE-LEGAL-HOLD PIC X(01).
               03 JR-BEFORE-SIZE-MB PIC 9(9).
               03 JR-BEFORE-COST-CENTER PIC X(10).
               03 JR-BEFORE-KEY-ID PIC X(16).
               03 JR-BEFORE-VOLUME-KEY-TABLE PIC X(144).
           02 JR-AFTER-IMAGE.
               03 JR-AFTER-DATE-CREATED PIC 9(8).
               03 JR-AFTER-DATE-FROM PIC 9(8).
               03 JR-AFTER-VOLUME-TABLE PIC X(630).
               03 JR-AFTER-LEGAL-HOLD PIC X(01).
               03 JR-AFTER-SIZE-MB PIC 9(9).
               03 JR-AFTER-COST-CENTER PIC X(10).
               03 JR-AFTER-KEY-ID PIC X(16).
               03 JR-AFTER-VOLUME-KEY-TABLE PIC X(144).

       FD ARCHIVE-FILE.
       01 AR-JOURNAL-RECORD PIC X(2291).

       FD IMAGE-FILE.
       01 IM-HEADER-RECORD.
           02 IM-H-TYPE PIC X(01).
           02 IM-H-PERIOD PIC 9(6).
           02 IM-H-DATE PIC 9(8).
           02 IM-H-TIME PIC 9(6).
           02 FILLER PIC X(1116).
       01 IM-DETAIL-RECORD.
           02 IM-D-TYPE PIC X(01).
           02 IM-D-BACKUP-RECORD PIC X(1136).
       01 IM-TRAILER-RECORD.
           02 IM-T-TYPE PIC X(01).
           02 IM-T-RECORD-COUNT PIC 9(6).
           02 IM-T-ASSET-HASH PIC 9(12).
           02 IM-T-SIZE-TOTAL-MB PIC 9(15).
           02 FILLER PIC X(1103).

       FD IMGCTL-FILE.
       01 IC-IMAGE-CONTROL.
           02 IC-PERIOD PIC 9(6).
           02 IC-DATE-TAKEN PIC 9(8).
           02 IC-TIME-TAKEN PIC 9(6).
           02 IC-RECORD-COUNT PIC 9(6).
           02 IC-ASSET-HASH PIC 9(12).
           02 IC-SIZE-TOTAL-MB PIC 9(15).
           02 IC-JOURNAL-COUNT PIC 9(6).

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

       SD ASSET-SORT-FILE.
       01 AS-SORT-RECORD.
           88 ARCHIVE-IS-EMPTY VALUE IS 'Y'.
           88 ARCHIVE-NOT-EMPTY VALUE IS 'N'.

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.
       01 WS-DB-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 DB-AT-END VALUE IS 'Y'.
           88 DB-NOT-AT-END VALUE IS 'N'.

       01 WS-IMAGE-STATUS PIC X(02).
           88 IMAGE-STATUS-OK VALUE IS '00'.
       01 WS-IMGCTL-STATUS PIC X(02).
           88 IMGCTL-STATUS-OK VALUE IS '00'.
           88 IMGCTL-FILE-MISSING VALUE IS '35'.
       01 WS-IMGCTL-UPDATE-SW PIC X(01) VALUE IS 'Y'.
           88 IMGCTL-UPDATE-GOOD VALUE IS 'Y'.
           88 IMGCTL-UPDATE-FAILED VALUE IS 'N'.
       01 WS-IMAGE-WRITE-SW PIC X(01) VALUE IS 'Y'.
           88 IMAGE-WRITE-GOOD VALUE IS 'Y'.
           88 IMAGE-WRITE-FAILED VALUE IS 'N'.
       01 WS-IMAGE-FILE-NAME PIC X(40).
       01 WS-IMAGE-DATE PIC 9(8).
       01 WS-IMAGE-TIME.
           02 WS-IMAGE-TIME-HHMMSS PIC 9(6).
           02 WS-IMAGE-TIME-CC PIC 9(2).
       01 WS-IMAGE-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-IMAGE-ASSET-HASH PIC 9(12) VALUE IS 0.
       01 WS-IMAGE-SIZE-TOTAL-MB PIC 9(15) VALUE IS 0.

       01 WS-IMAGE-TOTALS-LINE.
           02 FILLER PIC X(09) VALUE IS 'RECORDS: '.
           02 IT-RECORD-COUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(14) VALUE IS '  ASSET HASH: '.
           02 IT-ASSET-HASH PIC Z(11)9.
           02 FILLER PIC X(11) VALUE IS '  SIZE MB: '.
           02 IT-SIZE-TOTAL-MB PIC Z(14)9.

       01 WS-JR-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 JR-AT-END VALUE IS 'Y'.
           88 JR-NOT-AT-END VALUE IS 'N'.
           88 AS-AT-END VALUE IS 'Y'.
           88 AS-NOT-AT-END VALUE IS 'N'.

       01 WS-TESTQ-STATUS PIC X(02).
           88 TESTQ-STATUS-OK VALUE IS '00'.
           88 TESTQ-FILE-MISSING VALUE IS '35'.
       01 WS-TQ-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 TQ-AT-END VALUE IS 'Y'.
           88 TQ-NOT-AT-END VALUE IS 'N'.
       01 WS-TQ-COMPLETED-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-TQ-OVERDUE-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-TQ-SKIPPED-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-TQ-OPEN-COUNT PIC 9(5) COMP VALUE IS 0.

       01 WS-TEST-QUEUE-LINE.
           02 TL-QUEUE-PERIOD PIC 9(6).
           02 FILLER PIC X(02).
           02 TL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 TL-RETENTION-CLASS PIC X(4).
           02 FILLER PIC X(02).
           02 TL-SELECT-REASON PIC X(01).
           02 FILLER PIC X(02).
           02 TL-DATE-DUE PIC 9(8).
           02 FILLER PIC X(02).
           02 TL-ITEM-STATUS PIC X(10).
           02 FILLER PIC X(02).
           02 TL-DATE-COMPLETED PIC 9(8) BLANK WHEN ZERO.
           02 FILLER PIC X(02).
           02 TL-TEST-RESULT PIC X(01).
           02 FILLER PIC X(02).
           02 TL-OPERATOR-ID PIC X(8).

       01 WS-TEST-QUEUE-TOTALS-LINE.
           02 FILLER PIC X(11) VALUE IS 'COMPLETED: '.
           02 TT-COMPLETED-COUNT PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE IS '  OVERDUE: '.
           02 TT-OVERDUE-COUNT PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE IS '  SKIPPED: '.
           02 TT-SKIPPED-COUNT PIC ZZZZ9.
           02 FILLER PIC X(08) VALUE IS '  OPEN: '.
           02 TT-OPEN-COUNT PIC ZZZZ9.

       01 WS-ARCHIVE-PERIOD PIC 9(6).
       01 WS-ARCHIVE-FILE-NAME PIC X(40).

               MOVE 'JOURNAL IS EMPTY - NOTHING TO CLOSE OUT' TO
                   WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               PERFORM WRITE-TEST-QUEUE-SECTION-PROCEDURE
               PERFORM END-REPORT-PROCEDURE
               DISPLAY 'BACKUP-MONTHEND: JOURNAL EMPTY - NO CUTOVER'
               PERFORM RUN-CONTROL-END-PROCEDURE
               STOP RUN
           END-IF
           PERFORM TAKE-IMAGE-COPY-PROCEDURE
           IF IMAGE-WRITE-FAILED
               PERFORM END-REPORT-PROCEDURE
               DISPLAY 'BACKUP-MONTHEND: WRITE FAILED ON '
                   WS-IMAGE-FILE-NAME
               DISPLAY 'NO IMAGE COPY TAKEN - JOURNAL LEFT IN '
                   'PLACE - RERUN AFTER THE PROBLEM IS CORRECTED'
               MOVE 'F' TO WS-RUN-OUTCOME
               PERFORM RUN-CONTROL-END-PROCEDURE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           OPEN OUTPUT ARCHIVE-FILE
           SET ARCHIVE-WRITE-GOOD TO TRUE
               PERFORM RUN-CONTROL-END-PROCEDURE
               STOP RUN
           END-IF
           PERFORM REGISTER-IMAGE-COPY-PROCEDURE
           IF IMGCTL-UPDATE-FAILED
               MOVE 'F' TO WS-RUN-OUTCOME
           END-IF
           PERFORM WRITE-BY-ASSET-SECTION-PROCEDURE
           PERFORM WRITE-DELETE-DETAIL-SECTION-PROCEDURE
           PERFORM WRITE-GRAND-TOTALS-PROCEDURE
           PERFORM WRITE-IMAGE-COPY-SECTION-PROCEDURE
           PERFORM WRITE-TEST-QUEUE-SECTION-PROCEDURE
           MOVE WS-TOTAL-COUNT TO WS-REPORT-RECORD-COUNT
           PERFORM END-REPORT-PROCEDURE
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE
           DISPLAY 'BACKUP-MONTHEND: JOURNAL CLOSED TO '
               WS-ARCHIVE-FILE-NAME
           DISPLAY 'BACKUP-MONTHEND: DB.DAT IMAGE COPY IN '
               WS-IMAGE-FILE-NAME
           IF IMGCTL-UPDATE-FAILED
               DISPLAY 'BACKUP-MONTHEND: IMGCTL.DAT NOT UPDATED FOR '
                   WS-IMAGE-FILE-NAME ' STATUS ' WS-IMGCTL-STATUS
               DISPLAY 'REGISTER PERIOD ' WS-ARCHIVE-PERIOD
                   ' IN IMGCTL.DAT BEFORE THE NEXT CUTOVER'
           END-IF
           MOVE WS-TOTAL-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.
           MOVE WS-ACTIVITY-LINE TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       TAKE-IMAGE-COPY-PROCEDURE.
           MOVE SPACES TO WS-IMAGE-FILE-NAME
           STRING 'DBIMG' WS-ARCHIVE-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
           MOVE 0 TO WS-IMAGE-RECORD-COUNT
           MOVE 0 TO WS-IMAGE-ASSET-HASH
           MOVE 0 TO WS-IMAGE-SIZE-TOTAL-MB
           SET IMAGE-WRITE-GOOD TO TRUE
           ACCEPT WS-IMAGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-IMAGE-TIME FROM TIME
           OPEN OUTPUT IMAGE-FILE
           IF NOT IMAGE-STATUS-OK
               SET IMAGE-WRITE-FAILED TO TRUE
           ELSE
               MOVE SPACES TO IM-HEADER-RECORD
               MOVE 'H' TO IM-H-TYPE
               MOVE WS-ARCHIVE-PERIOD TO IM-H-PERIOD
               MOVE WS-IMAGE-DATE TO IM-H-DATE
               MOVE WS-IMAGE-TIME-HHMMSS TO IM-H-TIME
               WRITE IM-HEADER-RECORD
               IF NOT IMAGE-STATUS-OK
                   SET IMAGE-WRITE-FAILED TO TRUE
               END-IF
               OPEN INPUT DB-DAT
               EVALUATE TRUE
                   WHEN FILE-STATUS-OK
                       SET DB-NOT-AT-END TO TRUE
                       MOVE LOW-VALUES TO FD-ASSET-NUM
                       START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
                           INVALID KEY
                               SET DB-AT-END TO TRUE
                       END-START
                       PERFORM COPY-ONE-IMAGE-RECORD-PROCEDURE
                           UNTIL DB-AT-END OR IMAGE-WRITE-FAILED
                       CLOSE DB-DAT
                   WHEN FILE-STATUS-FILE-MISSING
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'BACKUP-MONTHEND: DB.DAT COULD NOT BE '
                           'READ - STATUS ' WS-FILE-STATUS
                       SET IMAGE-WRITE-FAILED TO TRUE
               END-EVALUATE
               IF IMAGE-WRITE-GOOD
                   MOVE SPACES TO IM-TRAILER-RECORD
                   MOVE 'T' TO IM-T-TYPE
                   MOVE WS-IMAGE-RECORD-COUNT TO IM-T-RECORD-COUNT
                   MOVE WS-IMAGE-ASSET-HASH TO IM-T-ASSET-HASH
                   MOVE WS-IMAGE-SIZE-TOTAL-MB TO IM-T-SIZE-TOTAL-MB
                   WRITE IM-TRAILER-RECORD
                   IF NOT IMAGE-STATUS-OK
                       SET IMAGE-WRITE-FAILED TO TRUE
                   END-IF
               END-IF
               CLOSE IMAGE-FILE
           END-IF.

       COPY-ONE-IMAGE-RECORD-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   MOVE 'D' TO IM-D-TYPE
                   MOVE FD-BACKUP-STRUCT TO IM-D-BACKUP-RECORD
                   WRITE IM-DETAIL-RECORD
                   IF NOT IMAGE-STATUS-OK
                       SET IMAGE-WRITE-FAILED TO TRUE
                   END-IF
                   ADD 1 TO WS-IMAGE-RECORD-COUNT
                   ADD FD-ASSET-NUM TO WS-IMAGE-ASSET-HASH
                   IF FD-BACKUP-SIZE-MB IS NUMERIC
                       ADD FD-BACKUP-SIZE-MB TO WS-IMAGE-SIZE-TOTAL-MB
                   END-IF
           END-READ.

       REGISTER-IMAGE-COPY-PROCEDURE.
           SET IMGCTL-UPDATE-GOOD TO TRUE
           OPEN I-O IMGCTL-FILE
           IF IMGCTL-FILE-MISSING
               OPEN OUTPUT IMGCTL-FILE
               CLOSE IMGCTL-FILE
               OPEN I-O IMGCTL-FILE
           END-IF
           IF NOT IMGCTL-STATUS-OK
               SET IMGCTL-UPDATE-FAILED TO TRUE
           ELSE
               MOVE WS-ARCHIVE-PERIOD TO IC-PERIOD
               MOVE WS-IMAGE-DATE TO IC-DATE-TAKEN
               MOVE WS-IMAGE-TIME-HHMMSS TO IC-TIME-TAKEN
               MOVE WS-IMAGE-RECORD-COUNT TO IC-RECORD-COUNT
               MOVE WS-IMAGE-ASSET-HASH TO IC-ASSET-HASH
               MOVE WS-IMAGE-SIZE-TOTAL-MB TO IC-SIZE-TOTAL-MB
               MOVE WS-TOTAL-COUNT TO IC-JOURNAL-COUNT
               WRITE IC-IMAGE-CONTROL
                   INVALID KEY
                       REWRITE IC-IMAGE-CONTROL
                           INVALID KEY
                               SET IMGCTL-UPDATE-FAILED TO TRUE
                       END-REWRITE
               END-WRITE
               IF NOT IMGCTL-STATUS-OK
                   SET IMGCTL-UPDATE-FAILED TO TRUE
               END-IF
               CLOSE IMGCTL-FILE
           END-IF.

       WRITE-IMAGE-COPY-SECTION-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'IMAGE COPY OF DB.DAT TAKEN TO ' WS-IMAGE-FILE-NAME
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-IMAGE-RECORD-COUNT TO IT-RECORD-COUNT
           MOVE WS-IMAGE-ASSET-HASH TO IT-ASSET-HASH
           MOVE WS-IMAGE-SIZE-TOTAL-MB TO IT-SIZE-TOTAL-MB
           MOVE WS-IMAGE-TOTALS-LINE TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           IF IMGCTL-UPDATE-FAILED
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING '*** IMGCTL.DAT NOT UPDATED - STATUS '
                   WS-IMGCTL-STATUS ' - RUN FAILED ***'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING 'REGISTER PERIOD ' WS-ARCHIVE-PERIOD
                   ' IN IMGCTL.DAT BEFORE THE NEXT CUTOVER'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

       WRITE-TEST-QUEUE-SECTION-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE 'RESTORE TEST WORK QUEUE' TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE 'PERIOD  ASSET#  CLAS R  DUE DATE  STATUS      DONE'
               TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           OPEN INPUT TESTQ-FILE
           IF NOT TESTQ-STATUS-OK
               MOVE 'NO RESTORE TEST QUEUE ON FILE' TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               SET TQ-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO TQ-QUEUE-KEY
               START TESTQ-FILE KEY IS NOT LESS THAN TQ-QUEUE-KEY
                   INVALID KEY
                       SET TQ-AT-END TO TRUE
               END-START
               PERFORM CHECK-TEST-QUEUE-ITEM-PROCEDURE UNTIL TQ-AT-END
               CLOSE TESTQ-FILE
               MOVE WS-TQ-COMPLETED-COUNT TO TT-COMPLETED-COUNT
               MOVE WS-TQ-OVERDUE-COUNT TO TT-OVERDUE-COUNT
               MOVE WS-TQ-SKIPPED-COUNT TO TT-SKIPPED-COUNT
               MOVE WS-TQ-OPEN-COUNT TO TT-OPEN-COUNT
               MOVE WS-TEST-QUEUE-TOTALS-LINE TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

       CHECK-TEST-QUEUE-ITEM-PROCEDURE.
           READ TESTQ-FILE NEXT RECORD
               AT END
                   SET TQ-AT-END TO TRUE
               NOT AT END
                   IF TQ-QUEUE-PERIOD = WS-ARCHIVE-PERIOD OR
                      (TQ-QUEUE-PERIOD < WS-ARCHIVE-PERIOD AND
                       TQ-ITEM-OPEN)
                       PERFORM WRITE-TEST-QUEUE-DETAIL-PROCEDURE
                   END-IF
           END-READ.

       WRITE-TEST-QUEUE-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-TEST-QUEUE-LINE
           MOVE TQ-QUEUE-PERIOD TO TL-QUEUE-PERIOD
           MOVE TQ-ASSET-NUM TO TL-ASSET-NUM
           MOVE TQ-RETENTION-CLASS TO TL-RETENTION-CLASS
           MOVE TQ-SELECT-REASON TO TL-SELECT-REASON
           MOVE TQ-DATE-DUE TO TL-DATE-DUE
           MOVE 0 TO TL-DATE-COMPLETED
           EVALUATE TRUE
               WHEN TQ-ITEM-COMPLETED
                   MOVE 'COMPLETED' TO TL-ITEM-STATUS
                   MOVE TQ-DATE-COMPLETED TO TL-DATE-COMPLETED
                   MOVE TQ-TEST-RESULT TO TL-TEST-RESULT
                   MOVE TQ-OPERATOR-ID TO TL-OPERATOR-ID
                   ADD 1 TO WS-TQ-COMPLETED-COUNT
               WHEN TQ-ITEM-SKIPPED
                   MOVE 'SKIPPED' TO TL-ITEM-STATUS
                   MOVE TQ-DATE-COMPLETED TO TL-DATE-COMPLETED
                   ADD 1 TO WS-TQ-SKIPPED-COUNT
               WHEN TQ-DATE-DUE < WS-RUN-DATE
                   MOVE 'OVERDUE' TO TL-ITEM-STATUS
                   ADD 1 TO WS-TQ-OVERDUE-COUNT
               WHEN OTHER
                   MOVE 'OPEN' TO TL-ITEM-STATUS
                   ADD 1 TO WS-TQ-OPEN-COUNT
           END-EVALUATE
           MOVE WS-TEST-QUEUE-LINE TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       START-REPORT-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
