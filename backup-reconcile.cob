           RECORD KEY IS SX-SUSPENSE-NUM
           FILE STATUS IS WS-SUSPENSE-STATUS.

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

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           02 SX-DISPOSITION-OPERATOR PIC X(8).
           02 SX-NOTE PIC X(40).

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
       01 WS-SUSP-CODE PIC X(01).
       01 WS-SUSP-TEXT PIC X(45).

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
           PERFORM RUN-CONTROL-START-PROCEDURE
           PERFORM MATCH-MERGE-PROCEDURE
               UNTIL DB-AT-END AND MF-AT-END
           PERFORM WRITE-TOTALS-PROCEDURE
           PERFORM ALERT-OPEN-SUSPENSE-PROCEDURE
           PERFORM CLOSE-DATABASE-PROCEDURE
           CLOSE SUSPENSE-FILE
           CLOSE PRINT-FILE.

       ALERT-OPEN-SUSPENSE-PROCEDURE.
           PERFORM START-ALERT-RUN-PROCEDURE
           SET SX-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO SX-SUSPENSE-NUM
           START SUSPENSE-FILE KEY IS NOT LESS THAN SX-SUSPENSE-NUM
               INVALID KEY
                   SET SX-AT-END TO TRUE
           END-START
           PERFORM ALERT-ONE-SUSPENSE-PROCEDURE UNTIL SX-AT-END
           PERFORM END-ALERT-RUN-PROCEDURE.

       ALERT-ONE-SUSPENSE-PROCEDURE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET SX-AT-END TO TRUE
               NOT AT END
                   IF SX-STATUS-OPEN
                       MOVE 'M' TO WS-ALERT-SEVERITY
                       MOVE SX-ASSET-NUM TO WS-ALERT-ASSET-NUM
                       MOVE SX-MEDIUM-SERIAL TO WS-ALERT-SERIAL
                       MOVE SX-EXCEPTION-TEXT TO WS-ALERT-MESSAGE
                       MOVE SPACES TO WS-ALERT-DEDUPE-KEY
                       STRING 'SUSP-' SX-SUSPENSE-NUM
                           DELIMITED BY SIZE
                           INTO WS-ALERT-DEDUPE-KEY
                       END-STRING
                       PERFORM WRITE-ALERT-PROCEDURE
                   END-IF
           END-READ.

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

       OPEN-SUSPENSE-FILE-PROCEDURE.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-MISSING
