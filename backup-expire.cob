           RECORD KEY IS MD-MEDIUM-SERIAL
           FILE STATUS IS WS-MEDIA-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 FD-LEGAL-HOLD PIC X(01).
               88 FD-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 FD-BACKUP-SIZE-MB PIC 9(9).
           02 FD-COST-CENTER PIC X(10).
           02 FD-KEY-ID PIC X(16).
           02 FD-VOLUME-KEY-TABLE.
               03 FD-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       FD POLICY-FILE.
       01 POLICY-RECORD.
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

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).
               88 MD-STATE-RETIRED VALUE IS 'R'.
           02 MD-ASSET-NUM PIC 9(6).

       FD ALERT-FILE.
       01 AL-ALERT-RECORD.
           02 AL-RECORD-TYPE PIC X(01).
               88 AL-RUN-HEADER VALUE IS 'H'.
               88 AL-ALERT-RAISED VALUE IS 'A'.
               88 AL-ALERT-CLEARED VALUE IS 'C'.
               88 AL-RUN-TRAILER VALUE IS 'T'.
           02 AL-SOURCE-JOB PIC X(12).
           02 AL-ALERT-DATE PIC 9(8).
           02 AL-ALERT-TIME PIC 9(8).
           02 AL-SEVERITY PIC X(01).
               88 AL-SEVERITY-CRITICAL VALUE IS 'C'.
               88 AL-SEVERITY-MAJOR VALUE IS 'M'.
               88 AL-SEVERITY-WARNING VALUE IS 'W'.
           02 AL-ASSET-NUM PIC 9(6).
           02 AL-SERIAL PIC X(50).
           02 AL-MESSAGE PIC X(60).
           02 AL-DEDUPE-KEY PIC X(40).
       01 AL-TRAILER-RECORD.
           02 AL-T-TYPE PIC X(01).
           02 AL-T-SOURCE-JOB PIC X(12).
           02 AL-T-DATE PIC 9(8).
           02 AL-T-TIME PIC 9(8).
           02 AL-T-ALERT-COUNT PIC 9(6).

       FD RUNCTL-FILE.
       01 RC-RUN-CONTROL.
           02 RC-JOB-NAME PIC X(12).
       01 WS-VOL-SUB PIC 9(2) COMP.
       01 WS-VOL-LIMIT PIC 9(2) COMP.

       01 WS-NEEDED-KEY-TABLE.
           02 WS-NEEDED-KEY-COUNT PIC 9(4) COMP VALUE IS 0.
           02 WS-NEEDED-KEY-ID PIC X(16) OCCURS 2000 TIMES.
       01 WS-NEEDED-SUB PIC 9(4) COMP.
       01 WS-KEYS-ADDED-COUNT PIC 9(4) COMP.
       01 WS-NEEDED-FULL-SW PIC X(01) VALUE IS 'N'.
           88 NEEDED-TABLE-FULL VALUE IS 'Y'.
       01 WS-NEEDED-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 NEEDED-KEY-FOUND VALUE IS 'Y'.
           88 NEEDED-KEY-NOT-FOUND VALUE IS 'N'.
       01 WS-KEY-NEEDED-SW PIC X(01) VALUE IS 'N'.
           88 KEY-STILL-NEEDED VALUE IS 'Y'.
           88 KEY-NOT-NEEDED VALUE IS 'N'.
       01 WS-RETAINED-SW PIC X(01) VALUE IS 'Y'.
           88 RECORD-RETAINED VALUE IS 'Y'.
           88 RECORD-LAPSING VALUE IS 'N'.
       01 WS-CHECK-KEY-ID PIC X(16).
       01 WS-HELD-KEY-ID PIC X(16).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-JULIAN PIC 9(7) COMP.
       01 WS-RECORD-JULIAN PIC 9(7) COMP.
       01 WS-EXPIRED-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-UNKNOWN-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-HELD-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-KEY-HELD-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-RETURNED-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).
           02 FILLER PIC X(02).
           02 UN-LABEL PIC X(40).

       01 WS-KEY-NEEDED-LINE.
           02 KN-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 KN-RETENTION-CLASS PIC X(4).
           02 FILLER PIC X(02).
           02 KN-LABEL PIC X(40).
           02 FILLER PIC X(02).
           02 KN-KEY-ID PIC X(16).

       01 WS-ALERT-STATUS PIC X(02).
           88 ALERT-STATUS-OK VALUE IS '00'.
           88 ALERT-FILE-MISSING VALUE IS '35'.
       01 WS-ALERT-SEVERITY PIC X(01).
       01 WS-ALERT-ASSET-NUM PIC 9(6).
       01 WS-ALERT-SERIAL PIC X(50).
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-ALERT-DEDUPE-KEY PIC X(40).
       01 WS-ALERT-COUNT PIC 9(6) COMP VALUE IS 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-RETENTION-POLICY-PROCEDURE
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM OPEN-DATABASE-PROCEDURE
           PERFORM OPEN-MEDIA-FILE-PROCEDURE
           PERFORM LOAD-NEEDED-KEYS-PROCEDURE
           IF NEEDED-TABLE-FULL
               DISPLAY 'BACKUP-EXPIRE: MORE THAN 2000 KEYS IN USE - '
                   'ENCRYPTED BACKUPS ARE NOT EXPIRED THIS RUN'
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM START-ALERT-RUN-PROCEDURE
           MOVE 'RETENTION EXPIRATION RUN - SCRATCH LIST' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ASSET#  MEDIUM      MEDIUM SERIAL' TO PRINT-LINE
           END-START
           PERFORM CHECK-EXPIRATION-RECORD-PROCEDURE UNTIL AT-END
           PERFORM WRITE-TOTALS-PROCEDURE
           PERFORM END-ALERT-RUN-PROCEDURE
           CLOSE PRINT-FILE
           CLOSE MEDIA-FILE
           PERFORM CLOSE-DATABASE-PROCEDURE
                       IF FD-LEGAL-HOLD-ON
                           PERFORM WRITE-LEGAL-HOLD-PROCEDURE
                       ELSE
                           PERFORM CHECK-KEYS-STILL-NEEDED-PROCEDURE
                           IF KEY-STILL-NEEDED
                               PERFORM WRITE-KEY-NEEDED-PROCEDURE
                           ELSE
                               PERFORM EXPIRE-ONE-RECORD-PROCEDURE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           WRITE PRINT-LINE
           ADD 1 TO WS-HELD-COUNT.

       WRITE-KEY-NEEDED-PROCEDURE.
           MOVE FD-ASSET-NUM TO KN-ASSET-NUM
           MOVE FD-RETENTION-CLASS TO KN-RETENTION-CLASS
           MOVE 'RETENTION LAPSED BUT KEY STILL NEEDED' TO KN-LABEL
           MOVE WS-HELD-KEY-ID TO KN-KEY-ID
           MOVE WS-KEY-NEEDED-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-KEY-HELD-COUNT.

       LOAD-NEEDED-KEYS-PROCEDURE.
           SET NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO FD-ASSET-NUM
           START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
               INVALID KEY
                   SET AT-END TO TRUE
           END-START
           PERFORM LOAD-ONE-NEEDED-RECORD-PROCEDURE UNTIL AT-END
           MOVE 1 TO WS-KEYS-ADDED-COUNT
           PERFORM ADD-HELD-RECORD-KEYS-PROCEDURE
               UNTIL WS-KEYS-ADDED-COUNT = 0 OR NEEDED-TABLE-FULL.

       ADD-HELD-RECORD-KEYS-PROCEDURE.
           MOVE 0 TO WS-KEYS-ADDED-COUNT
           SET NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO FD-ASSET-NUM
           START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
               INVALID KEY
                   SET AT-END TO TRUE
           END-START
           PERFORM ADD-ONE-HELD-RECORD-PROCEDURE UNTIL AT-END.

       ADD-ONE-HELD-RECORD-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF NOT FD-RECORD-EXPIRED
                       PERFORM CHECK-RECORD-RETAINED-PROCEDURE
                       IF RECORD-LAPSING
                           PERFORM CHECK-KEYS-STILL-NEEDED-PROCEDURE
                           IF KEY-STILL-NEEDED
                               PERFORM ADD-RECORD-KEYS-PROCEDURE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-ONE-NEEDED-RECORD-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF NOT FD-RECORD-EXPIRED
                       PERFORM CHECK-RECORD-RETAINED-PROCEDURE
                       IF RECORD-RETAINED
                           PERFORM ADD-RECORD-KEYS-PROCEDURE
                       END-IF
                   END-IF
           END-READ.

       CHECK-RECORD-RETAINED-PROCEDURE.
           SET RECORD-RETAINED TO TRUE
           PERFORM LOOKUP-RETENTION-CLASS-PROCEDURE
           IF CLASS-FOUND AND NOT FD-LEGAL-HOLD-ON
               MOVE WS-POLICY-RETAIN-DAYS(WS-POLICY-SUB) TO
                   WS-RETAIN-DAYS
               IF NOT PERMANENT-RETENTION
                   COMPUTE WS-RECORD-JULIAN =
                       FUNCTION INTEGER-OF-DATE(FD-DATE-TO)
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-JULIAN - WS-RECORD-JULIAN
                   IF WS-AGE-DAYS > WS-RETAIN-DAYS
                       SET RECORD-LAPSING TO TRUE
                   END-IF
               END-IF
           END-IF.

       SET-VOLUME-LIMIT-PROCEDURE.
           IF FD-EXTRA-VOLUME-COUNT IS NUMERIC
               MOVE FD-EXTRA-VOLUME-COUNT TO WS-VOL-LIMIT
               IF WS-VOL-LIMIT > 9
                   MOVE 9 TO WS-VOL-LIMIT
               END-IF
           ELSE
               MOVE 0 TO WS-VOL-LIMIT
           END-IF.

       ADD-RECORD-KEYS-PROCEDURE.
           MOVE FD-KEY-ID TO WS-CHECK-KEY-ID
           PERFORM ADD-ONE-NEEDED-KEY-PROCEDURE
           PERFORM SET-VOLUME-LIMIT-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM ADD-ONE-VOLUME-KEY-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT.

       ADD-ONE-VOLUME-KEY-PROCEDURE.
           MOVE FD-VOL-KEY-ID(WS-VOL-SUB) TO WS-CHECK-KEY-ID
           PERFORM ADD-ONE-NEEDED-KEY-PROCEDURE
           ADD 1 TO WS-VOL-SUB.

       ADD-ONE-NEEDED-KEY-PROCEDURE.
           IF WS-CHECK-KEY-ID NOT = SPACES
               PERFORM FIND-NEEDED-KEY-PROCEDURE
               IF NEEDED-KEY-NOT-FOUND
                   IF WS-NEEDED-KEY-COUNT < 2000
                       ADD 1 TO WS-NEEDED-KEY-COUNT
                       ADD 1 TO WS-KEYS-ADDED-COUNT
                       MOVE WS-CHECK-KEY-ID TO
                           WS-NEEDED-KEY-ID(WS-NEEDED-KEY-COUNT)
                   ELSE
                       SET NEEDED-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-NEEDED-KEY-PROCEDURE.
           SET NEEDED-KEY-NOT-FOUND TO TRUE
           MOVE 1 TO WS-NEEDED-SUB
           PERFORM CHECK-ONE-NEEDED-KEY-PROCEDURE
               UNTIL NEEDED-KEY-FOUND OR
                     WS-NEEDED-SUB > WS-NEEDED-KEY-COUNT.

       CHECK-ONE-NEEDED-KEY-PROCEDURE.
           IF WS-NEEDED-KEY-ID(WS-NEEDED-SUB) = WS-CHECK-KEY-ID
               SET NEEDED-KEY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-NEEDED-SUB
           END-IF.

       CHECK-KEYS-STILL-NEEDED-PROCEDURE.
           SET KEY-NOT-NEEDED TO TRUE
           MOVE SPACES TO WS-HELD-KEY-ID
           MOVE FD-KEY-ID TO WS-CHECK-KEY-ID
           PERFORM CHECK-ONE-RECORD-KEY-PROCEDURE
           PERFORM SET-VOLUME-LIMIT-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM CHECK-ONE-VOLUME-KEY-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT.

       CHECK-ONE-VOLUME-KEY-PROCEDURE.
           MOVE FD-VOL-KEY-ID(WS-VOL-SUB) TO WS-CHECK-KEY-ID
           PERFORM CHECK-ONE-RECORD-KEY-PROCEDURE
           ADD 1 TO WS-VOL-SUB.

       CHECK-ONE-RECORD-KEY-PROCEDURE.
           IF WS-CHECK-KEY-ID NOT = SPACES AND KEY-NOT-NEEDED
               IF NEEDED-TABLE-FULL
                   SET KEY-STILL-NEEDED TO TRUE
                   MOVE WS-CHECK-KEY-ID TO WS-HELD-KEY-ID
               ELSE
                   PERFORM FIND-NEEDED-KEY-PROCEDURE
                   IF NEEDED-KEY-FOUND
                       SET KEY-STILL-NEEDED TO TRUE
                       MOVE WS-CHECK-KEY-ID TO WS-HELD-KEY-ID
                   END-IF
               END-IF
           END-IF.

       LOOKUP-RETENTION-CLASS-PROCEDURE.
           SET CLASS-NOT-FOUND TO TRUE
           MOVE 1 TO WS-POLICY-SUB
       RETURN-MEDIA-TO-SCRATCH-PROCEDURE.
           MOVE FD-MEDIUM-SERIAL TO WS-RELEASE-SERIAL
           PERFORM RELEASE-ONE-SERIAL-PROCEDURE
           PERFORM SET-VOLUME-LIMIT-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM RELEASE-ONE-VOLUME-SERIAL-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT.
               MOVE FD-BACKUP-SIZE-MB TO JR-BEFORE-SIZE-MB
           ELSE
               MOVE 0 TO JR-BEFORE-SIZE-MB
           END-IF
           MOVE FD-COST-CENTER TO JR-BEFORE-COST-CENTER
           MOVE FD-KEY-ID TO JR-BEFORE-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO JR-BEFORE-VOLUME-KEY-TABLE.

       WRITE-JOURNAL-ENTRY-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           ELSE
               MOVE 0 TO JR-AFTER-SIZE-MB
           END-IF
           MOVE FD-COST-CENTER TO JR-AFTER-COST-CENTER
           MOVE FD-KEY-ID TO JR-AFTER-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO JR-AFTER-VOLUME-KEY-TABLE
           WRITE JR-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

           MOVE 'RETENTION CLASS NOT IN POLICY - SKIPPED' TO UN-LABEL
           MOVE WS-UNKNOWN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE FD-ASSET-NUM TO WS-ALERT-ASSET-NUM
           MOVE FD-MEDIUM-SERIAL TO WS-ALERT-SERIAL
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'RETENTION CLASS ' FD-RETENTION-CLASS
               ' NOT IN POLICY - NOT EXPIRED'
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE SPACES TO WS-ALERT-DEDUPE-KEY
           STRING 'RCLASS-' FD-ASSET-NUM
               DELIMITED BY SIZE INTO WS-ALERT-DEDUPE-KEY
           END-STRING
           PERFORM WRITE-ALERT-PROCEDURE
           ADD 1 TO WS-UNKNOWN-COUNT.

       OPEN-ALERT-FILE-PROCEDURE.
           OPEN EXTEND ALERT-FILE
           IF ALERT-FILE-MISSING
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF.

       START-ALERT-RUN-PROCEDURE.
           PERFORM OPEN-ALERT-FILE-PROCEDURE
           MOVE 0 TO WS-ALERT-COUNT
           MOVE SPACES TO AL-ALERT-RECORD
           SET AL-RUN-HEADER TO TRUE
           MOVE WS-JOB-NAME TO AL-SOURCE-JOB
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE 0 TO AL-ASSET-NUM
           WRITE AL-ALERT-RECORD.

       WRITE-ALERT-PROCEDURE.
           MOVE SPACES TO AL-ALERT-RECORD
           SET AL-ALERT-RAISED TO TRUE
           MOVE WS-JOB-NAME TO AL-SOURCE-JOB
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
           MOVE WS-ALERT-ASSET-NUM TO AL-ASSET-NUM
           MOVE WS-ALERT-SERIAL TO AL-SERIAL
           MOVE WS-ALERT-MESSAGE TO AL-MESSAGE
           MOVE WS-ALERT-DEDUPE-KEY TO AL-DEDUPE-KEY
           WRITE AL-ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       END-ALERT-RUN-PROCEDURE.
           MOVE SPACES TO AL-TRAILER-RECORD
           MOVE 'T' TO AL-T-TYPE
           MOVE WS-JOB-NAME TO AL-T-SOURCE-JOB
           ACCEPT AL-T-DATE FROM DATE YYYYMMDD
           ACCEPT AL-T-TIME FROM TIME
           MOVE WS-ALERT-COUNT TO AL-T-ALERT-COUNT
           WRITE AL-TRAILER-RECORD
           CLOSE ALERT-FILE.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-KEY-HELD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'HELD - KEY STILL NEEDED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RETURNED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'SERIALS RETURNED TO SCRATCH POOL: ' WS-COUNT-EDIT
