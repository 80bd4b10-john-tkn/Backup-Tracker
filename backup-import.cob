           RECORD KEY IS RC-JOB-NAME
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT MEDTYPE-FILE ASSIGN TO 'MEDTYPE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEDTYPE-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT MEDERR-FILE ASSIGN TO 'MEDERR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ME-ERROR-KEY
           FILE STATUS IS WS-MEDERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DB-DAT.
           02 FD-LEGAL-HOLD PIC X(01).
               88 FD-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 FD-BACKUP-SIZE-MB PIC 9(9).
           02 FD-COST-CENTER PIC X(10).
           02 FD-KEY-ID PIC X(16).
           02 FD-VOLUME-KEY-TABLE.
               03 FD-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       FD CATALOG-FILE.
       01 CT-CATALOG-RECORD PIC X(1000).
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
               03 CX-ENTRY-NUM PIC 9(2).
           02 CX-ENTRY-TEXT PIC X(44).

       FD MEDTYPE-FILE.
       01 MEDTYPE-RECORD.
           02 MT-MEDIUM-TYPE PIC X(10).
           02 MT-RATED-WRITES PIC 9(5).
           02 MT-SHELF-LIFE-MONTHS PIC 9(3).
           02 MT-ERROR-LIMIT PIC 9(2).
           02 MT-WARN-PERCENT PIC 9(2).

       FD MEDERR-FILE.
       01 ME-MEDIA-ERROR.
           02 ME-ERROR-KEY.
               03 ME-MEDIUM-SERIAL PIC X(50).
               03 ME-ERROR-DATE PIC 9(8).
               03 ME-ERROR-TIME PIC 9(8).
           02 ME-ERROR-TYPE PIC X(01).
               88 ME-READ-ERROR VALUE IS 'R'.
               88 ME-WRITE-ERROR VALUE IS 'W'.
               88 ME-RESTORE-TEST-FAILURE VALUE IS 'T'.
           02 ME-ASSET-NUM PIC 9(6).
           02 ME-OPERATOR-ID PIC X(8).
           02 ME-NOTE PIC X(40).

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

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC X(02).
           88 RUNCTL-STATUS-OK VALUE IS '00'.
           02 CI-CLASS PIC X(4).
           02 CI-CONTENTS PIC X(200).
           02 CI-SIZE-X PIC X(9).
           02 CI-COST-CENTER PIC X(10).
           02 CI-VOL-PAIR OCCURS 9 TIMES.
               03 CI-VOL-SERIAL PIC X(50).
               03 CI-VOL-LOCATION PIC X(20).
           02 WS-LEAP-REM-400 PIC 9(4).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-MEDTYPE-STATUS PIC X(02).
           88 MEDTYPE-STATUS-OK VALUE IS '00'.
           88 MEDTYPE-FILE-MISSING VALUE IS '35'.
       01 WS-MT-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 MT-AT-END VALUE IS 'Y'.
           88 MT-NOT-AT-END VALUE IS 'N'.
       01 WS-MEDTYPE-TABLE.
           02 WS-MEDTYPE-COUNT PIC 9(2) COMP VALUE IS 0.
           02 WS-MEDTYPE-ENTRY OCCURS 30 TIMES.
               03 WS-MT-TYPE PIC X(10).
               03 WS-MT-RATED-WRITES PIC 9(5).
               03 WS-MT-SHELF-LIFE-MONTHS PIC 9(3).
               03 WS-MT-ERROR-LIMIT PIC 9(2).
               03 WS-MT-WARN-PERCENT PIC 9(2).
       01 WS-MT-SUB PIC 9(2) COMP.
       01 WS-MT-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 MEDIUM-TYPE-FOUND VALUE IS 'Y'.
           88 MEDIUM-TYPE-NOT-FOUND VALUE IS 'N'.
       01 WS-MEDERR-STATUS PIC X(02).
           88 MEDERR-STATUS-OK VALUE IS '00'.
           88 MEDERR-FILE-MISSING VALUE IS '35'.
       01 WS-ME-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 ME-AT-END VALUE IS 'Y'.
           88 ME-NOT-AT-END VALUE IS 'N'.
       01 WS-MEDERR-OPEN-SW PIC X(01) VALUE IS 'N'.
           88 MEDERR-IS-OPEN VALUE IS 'Y'.
           88 MEDERR-NOT-OPEN VALUE IS 'N'.
       01 WS-HEALTH-RATED-WRITES PIC 9(5).
       01 WS-HEALTH-SHELF-MONTHS PIC 9(3).
       01 WS-HEALTH-ERROR-LIMIT PIC 9(2).
       01 WS-HEALTH-WARN-PERCENT PIC 9(2).
       01 WS-HEALTH-ERROR-COUNT PIC 9(3) COMP.
       01 WS-HEALTH-AGE-MONTHS PIC S9(5) COMP.
       01 WS-HEALTH-TODAY PIC 9(8).
       01 WS-HEALTH-TODAY-REDEF REDEFINES WS-HEALTH-TODAY.
           02 WS-HEALTH-TODAY-CCYY PIC 9(4).
           02 WS-HEALTH-TODAY-MM PIC 9(2).
           02 WS-HEALTH-TODAY-DD PIC 9(2).
       01 WS-HEALTH-ACQUIRED PIC 9(8).
       01 WS-HEALTH-ACQUIRED-REDEF REDEFINES WS-HEALTH-ACQUIRED.
           02 WS-HEALTH-ACQUIRED-CCYY PIC 9(4).
           02 WS-HEALTH-ACQUIRED-MM PIC 9(2).
           02 WS-HEALTH-ACQUIRED-DD PIC 9(2).
       01 WS-HEALTH-STATE-SW PIC X(01) VALUE IS 'H'.
           88 MEDIUM-HEALTHY VALUE IS 'H'.
           88 MEDIUM-NEAR-LIMIT VALUE IS 'N'.
           88 MEDIUM-PAST-LIMIT VALUE IS 'P'.
       01 WS-HEALTH-REASON PIC X(12).
       01 WS-HEALTH-PERCENT PIC 9(5) COMP.
       01 WS-NEXT-ASSET-NUM PIC 9(6).
       01 WS-MAX-ASSET-NUM PIC 9(6).

           02 FILLER PIC X(02).
           02 RG-REASON PIC X(45).

       01 WS-ALERT-STATUS PIC X(02).
           88 ALERT-STATUS-OK VALUE IS '00'.
           88 ALERT-FILE-MISSING VALUE IS '35'.
       01 WS-ALERT-SEVERITY PIC X(01).
       01 WS-ALERT-ASSET-NUM PIC 9(6).
       01 WS-ALERT-SERIAL PIC X(50).
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-ALERT-DEDUPE-KEY PIC X(40).
       01 WS-ALERT-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-ALERT-RUN-TIME-WORK.
           02 WS-ALERT-RUN-TIME PIC 9(6).
           02 WS-ALERT-RUN-TIME-CC PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-RETENTION-POLICY-PROCEDURE
           END-IF
           PERFORM OPEN-DATABASE-PROCEDURE
           PERFORM OPEN-MEDIA-FILE-PROCEDURE
           PERFORM LOAD-MEDIUM-TYPE-TABLE-PROCEDURE
           PERFORM OPEN-MEDERR-INPUT-PROCEDURE
           PERFORM OPEN-CONTXREF-FILE-PROCEDURE
           PERFORM DETERMINE-NEXT-ASSET-NUM-PROCEDURE
           PERFORM START-ALERT-RUN-PROCEDURE
           OPEN OUTPUT PRINT-FILE
           MOVE 'CATALOG IMPORT REGISTER' TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM WRITE-CHECKPOINT-PROCEDURE
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           PERFORM END-ALERT-RUN-PROCEDURE
           CLOSE MEDIA-FILE
           IF MEDERR-IS-OPEN
               CLOSE MEDERR-FILE
           END-IF
           CLOSE CONTXREF-FILE
           PERFORM CLOSE-DATABASE-PROCEDURE
           CLOSE CATALOG-FILE
                    CI-CLASS
                    CI-CONTENTS
                    CI-SIZE-X
                    CI-COST-CENTER
                    CI-VOL-SERIAL(1) CI-VOL-LOCATION(1)
                    CI-VOL-SERIAL(2) CI-VOL-LOCATION(2)
                    CI-VOL-SERIAL(3) CI-VOL-LOCATION(3)
                   SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               IF CI-COST-CENTER = SPACES
                   MOVE 'OWNING COST CENTER IS REQUIRED' TO
                       WS-REJECT-REASON
                   SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM LOOKUP-RETENTION-CLASS-PROCEDURE
               IF CLASS-NOT-FOUND
                           TO WS-REJECT-REASON
                       SET SERIAL-NOT-AVAILABLE TO TRUE
                   END-IF
                   IF SERIAL-IS-AVAILABLE
                       PERFORM CHECK-MEDIUM-FIT-PROCEDURE
                   END-IF
           END-READ.

       CHECK-MEDIUM-FIT-PROCEDURE.
           MOVE WS-TODAY-DATE TO WS-HEALTH-TODAY
           PERFORM ASSESS-MEDIUM-HEALTH-PROCEDURE
           IF MEDIUM-PAST-LIMIT
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'MEDIUM PAST ' WS-HEALTH-REASON
                   DELIMITED BY SPACE
                   ' LIMIT - NOT WRITABLE' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               SET SERIAL-NOT-AVAILABLE TO TRUE
           END-IF.

       OPEN-MEDERR-INPUT-PROCEDURE.
           SET MEDERR-NOT-OPEN TO TRUE
           OPEN INPUT MEDERR-FILE
           IF NOT MEDERR-FILE-MISSING
               SET MEDERR-IS-OPEN TO TRUE
           END-IF.

       LOAD-MEDIUM-TYPE-TABLE-PROCEDURE.
           MOVE 0 TO WS-MEDTYPE-COUNT
           OPEN INPUT MEDTYPE-FILE
           IF NOT MEDTYPE-FILE-MISSING
               SET MT-NOT-AT-END TO TRUE
               PERFORM LOAD-ONE-MEDIUM-TYPE-PROCEDURE
                   UNTIL MT-AT-END
               CLOSE MEDTYPE-FILE
           END-IF.

       LOAD-ONE-MEDIUM-TYPE-PROCEDURE.
           READ MEDTYPE-FILE
               AT END
                   SET MT-AT-END TO TRUE
               NOT AT END
                   IF WS-MEDTYPE-COUNT < 30 AND
                      MT-MEDIUM-TYPE NOT = SPACES
                       ADD 1 TO WS-MEDTYPE-COUNT
                       MOVE MT-MEDIUM-TYPE TO
                           WS-MT-TYPE(WS-MEDTYPE-COUNT)
                       MOVE MT-RATED-WRITES TO
                           WS-MT-RATED-WRITES(WS-MEDTYPE-COUNT)
                       MOVE MT-SHELF-LIFE-MONTHS TO
                           WS-MT-SHELF-LIFE-MONTHS(WS-MEDTYPE-COUNT)
                       MOVE MT-ERROR-LIMIT TO
                           WS-MT-ERROR-LIMIT(WS-MEDTYPE-COUNT)
                       MOVE MT-WARN-PERCENT TO
                           WS-MT-WARN-PERCENT(WS-MEDTYPE-COUNT)
                   END-IF
           END-READ.

       ASSESS-MEDIUM-HEALTH-PROCEDURE.
           SET MEDIUM-HEALTHY TO TRUE
           MOVE SPACES TO WS-HEALTH-REASON
           PERFORM LOOKUP-MEDIUM-TYPE-PROCEDURE
           PERFORM COMPUTE-MEDIUM-AGE-PROCEDURE
           PERFORM COUNT-MEDIA-ERRORS-PROCEDURE
           IF WS-HEALTH-RATED-WRITES > 0
               IF MD-TIMES-WRITTEN >= WS-HEALTH-RATED-WRITES
                   SET MEDIUM-PAST-LIMIT TO TRUE
                   MOVE 'WRITE-CYCLE' TO WS-HEALTH-REASON
               END-IF
           END-IF
           IF WS-HEALTH-SHELF-MONTHS > 0 AND NOT MEDIUM-PAST-LIMIT
               IF WS-HEALTH-AGE-MONTHS >= WS-HEALTH-SHELF-MONTHS
                   SET MEDIUM-PAST-LIMIT TO TRUE
                   MOVE 'SHELF-LIFE' TO WS-HEALTH-REASON
               END-IF
           END-IF
           IF NOT MEDIUM-PAST-LIMIT
               IF WS-HEALTH-ERROR-COUNT >= WS-HEALTH-ERROR-LIMIT
                   SET MEDIUM-PAST-LIMIT TO TRUE
                   MOVE 'ERROR-COUNT' TO WS-HEALTH-REASON
               END-IF
           END-IF.

       LOOKUP-MEDIUM-TYPE-PROCEDURE.
           MOVE 0 TO WS-HEALTH-RATED-WRITES
           MOVE 0 TO WS-HEALTH-SHELF-MONTHS
           MOVE 2 TO WS-HEALTH-ERROR-LIMIT
           MOVE 90 TO WS-HEALTH-WARN-PERCENT
           SET MEDIUM-TYPE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-MT-SUB
           PERFORM CHECK-ONE-MEDIUM-TYPE-PROCEDURE
               UNTIL MEDIUM-TYPE-FOUND OR
                     WS-MT-SUB > WS-MEDTYPE-COUNT
           IF MEDIUM-TYPE-FOUND
               MOVE WS-MT-RATED-WRITES(WS-MT-SUB) TO
                   WS-HEALTH-RATED-WRITES
               MOVE WS-MT-SHELF-LIFE-MONTHS(WS-MT-SUB) TO
                   WS-HEALTH-SHELF-MONTHS
               IF WS-MT-ERROR-LIMIT(WS-MT-SUB) > 0
                   MOVE WS-MT-ERROR-LIMIT(WS-MT-SUB) TO
                       WS-HEALTH-ERROR-LIMIT
               END-IF
               IF WS-MT-WARN-PERCENT(WS-MT-SUB) > 0
                   MOVE WS-MT-WARN-PERCENT(WS-MT-SUB) TO
                       WS-HEALTH-WARN-PERCENT
               END-IF
           END-IF.

       CHECK-ONE-MEDIUM-TYPE-PROCEDURE.
           IF WS-MT-TYPE(WS-MT-SUB) = MD-MEDIUM-TYPE
               SET MEDIUM-TYPE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MT-SUB
           END-IF.

       COMPUTE-MEDIUM-AGE-PROCEDURE.
           MOVE 0 TO WS-HEALTH-AGE-MONTHS
           MOVE MD-DATE-ACQUIRED TO WS-HEALTH-ACQUIRED
           IF MD-DATE-ACQUIRED IS NUMERIC AND MD-DATE-ACQUIRED > 0
               COMPUTE WS-HEALTH-AGE-MONTHS =
                   (WS-HEALTH-TODAY-CCYY - WS-HEALTH-ACQUIRED-CCYY)
                       * 12
                   + WS-HEALTH-TODAY-MM - WS-HEALTH-ACQUIRED-MM
               IF WS-HEALTH-AGE-MONTHS < 0
                   MOVE 0 TO WS-HEALTH-AGE-MONTHS
               END-IF
           END-IF.

       COUNT-MEDIA-ERRORS-PROCEDURE.
           MOVE 0 TO WS-HEALTH-ERROR-COUNT
           IF MEDERR-IS-OPEN
               SET ME-NOT-AT-END TO TRUE
               MOVE MD-MEDIUM-SERIAL TO ME-MEDIUM-SERIAL
               MOVE 0 TO ME-ERROR-DATE
               MOVE 0 TO ME-ERROR-TIME
               START MEDERR-FILE KEY IS NOT LESS THAN ME-ERROR-KEY
                   INVALID KEY
                       SET ME-AT-END TO TRUE
               END-START
               PERFORM COUNT-ONE-MEDIA-ERROR-PROCEDURE UNTIL ME-AT-END
           END-IF.

       COUNT-ONE-MEDIA-ERROR-PROCEDURE.
           READ MEDERR-FILE NEXT RECORD
               AT END
                   SET ME-AT-END TO TRUE
               NOT AT END
                   IF ME-MEDIUM-SERIAL NOT = MD-MEDIUM-SERIAL
                       SET ME-AT-END TO TRUE
                   ELSE
                       ADD 1 TO WS-HEALTH-ERROR-COUNT
                   END-IF
           END-READ.

       ASSIGN-IMPORT-MEDIA-PROCEDURE.
           MOVE CI-VOL-PAIR(9) TO FD-VOLUME-ENTRY(9)
           MOVE 'N' TO FD-LEGAL-HOLD
           MOVE WS-BACKUP-SIZE-MB TO FD-BACKUP-SIZE-MB
           MOVE CI-COST-CENTER TO FD-COST-CENTER
           MOVE SPACES TO FD-KEY-ID FD-VOLUME-KEY-TABLE
           WRITE FD-BACKUP-STRUCT
               INVALID KEY
                   MOVE 'ASSET NUMBER ALREADY IN USE' TO
           MOVE FD-VOLUME-TABLE TO JR-AFTER-VOLUME-TABLE
           MOVE FD-LEGAL-HOLD TO JR-AFTER-LEGAL-HOLD
           MOVE FD-BACKUP-SIZE-MB TO JR-AFTER-SIZE-MB
           MOVE FD-COST-CENTER TO JR-AFTER-COST-CENTER
           MOVE FD-KEY-ID TO JR-AFTER-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO JR-AFTER-VOLUME-KEY-TABLE
           WRITE JR-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

           MOVE SPACES TO RG-REASON
           MOVE WS-REGISTER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE FD-ASSET-NUM TO WS-ALERT-ASSET-NUM
           MOVE CI-SERIAL TO WS-ALERT-SERIAL
           MOVE CI-SERIAL TO WS-ALERT-DEDUPE-KEY
           PERFORM WRITE-ALERT-CLEAR-PROCEDURE
           ADD 1 TO WS-ACCEPTED-COUNT.

       WRITE-REJECT-REGISTER-PROCEDURE.
           MOVE WS-REJECT-REASON TO RG-REASON
           MOVE WS-REGISTER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE 0 TO WS-ALERT-ASSET-NUM
           MOVE CI-SERIAL TO WS-ALERT-SERIAL
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'IMPORT REJECTED: ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE SPACES TO WS-ALERT-DEDUPE-KEY
           IF CI-SERIAL = SPACES
               STRING 'REC-' WS-TODAY-DATE WS-ALERT-RUN-TIME '-'
                   WS-RECORD-NUM
                   DELIMITED BY SIZE INTO WS-ALERT-DEDUPE-KEY
               END-STRING
           ELSE
               MOVE CI-SERIAL TO WS-ALERT-DEDUPE-KEY
           END-IF
           PERFORM WRITE-ALERT-PROCEDURE
           ADD 1 TO WS-REJECTED-COUNT.

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
           ACCEPT WS-ALERT-RUN-TIME-WORK FROM TIME
           MOVE SPACES TO AL-ALERT-RECORD
           SET AL-RUN-HEADER TO TRUE
           MOVE WS-JOB-NAME TO AL-SOURCE-JOB
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE 0 TO AL-ASSET-NUM
           WRITE AL-ALERT-RECORD.

       END-ALERT-RUN-PROCEDURE.
           IF WS-RESTART-RECORD-NUM = 0
               MOVE SPACES TO AL-TRAILER-RECORD
               MOVE 'T' TO AL-T-TYPE
               MOVE WS-JOB-NAME TO AL-T-SOURCE-JOB
               ACCEPT AL-T-DATE FROM DATE YYYYMMDD
               ACCEPT AL-T-TIME FROM TIME
               MOVE WS-ALERT-COUNT TO AL-T-ALERT-COUNT
               WRITE AL-TRAILER-RECORD
           END-IF
           CLOSE ALERT-FILE.

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

       WRITE-ALERT-CLEAR-PROCEDURE.
           MOVE SPACES TO AL-ALERT-RECORD
           SET AL-ALERT-CLEARED TO TRUE
           MOVE WS-JOB-NAME TO AL-SOURCE-JOB
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE WS-ALERT-ASSET-NUM TO AL-ASSET-NUM
           MOVE WS-ALERT-SERIAL TO AL-SERIAL
           MOVE WS-ALERT-DEDUPE-KEY TO AL-DEDUPE-KEY
           WRITE AL-ALERT-RECORD.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
