       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-ALERTFEED.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCTOBER 15TH, 2026.
       ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SPECIAL-NAMES.
             source-computer. x86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERTWRK-FILE ASSIGN TO 'ALERTWRK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTWRK-STATUS.

           SELECT ALERTOPEN-FILE ASSIGN TO 'ALERTOPEN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AO-ALERT-KEY
           FILE STATUS IS WS-ALERTOPEN-STATUS.

           SELECT FEED-FILE ASSIGN TO 'ALERTFEED.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE ASSIGN TO 'ALERTREG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-JOB-NAME
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ALERTWRK-FILE.
       01 AW-ALERT-RECORD PIC X(186).

       FD ALERTOPEN-FILE.
       01 AO-OPEN-ALERT.
           02 AO-ALERT-KEY.
               03 AO-SOURCE-JOB PIC X(12).
               03 AO-DEDUPE-KEY PIC X(40).
           02 AO-SEVERITY PIC X(01).
           02 AO-ASSET-NUM PIC 9(6).
           02 AO-SERIAL PIC X(50).
           02 AO-MESSAGE PIC X(60).
           02 AO-DATE-RAISED PIC 9(8).
           02 AO-TIME-RAISED PIC 9(8).
           02 AO-LAST-RUN-DATE PIC 9(8).
           02 AO-LAST-RUN-TIME PIC 9(8).

       FD FEED-FILE.
       01 FEED-RECORD PIC X(200).

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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'ALERTFEED'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-ALERT-STATUS PIC X(02).
           88 ALERT-STATUS-OK VALUE IS '00'.
           88 ALERT-FILE-MISSING VALUE IS '35'.
       01 WS-ALERT-SEVERITY PIC X(01).
       01 WS-ALERT-ASSET-NUM PIC 9(6).
       01 WS-ALERT-SERIAL PIC X(50).
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-ALERT-DEDUPE-KEY PIC X(40).
       01 WS-ALERT-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-AL-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 AL-AT-END VALUE IS 'Y'.
           88 AL-NOT-AT-END VALUE IS 'N'.
       01 WS-ALERT-SEQ PIC 9(7) COMP VALUE IS 0.
       01 WS-ALERTS-TAKEN PIC 9(7) COMP VALUE IS 0.
       01 WS-CARRY-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-ALERTWRK-STATUS PIC X(02).
           88 ALERTWRK-STATUS-OK VALUE IS '00'.
       01 WS-AW-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 AW-AT-END VALUE IS 'Y'.
           88 AW-NOT-AT-END VALUE IS 'N'.

       01 WS-ALERTOPEN-STATUS PIC X(02).
           88 ALERTOPEN-STATUS-OK VALUE IS '00'.
           88 ALERTOPEN-FILE-MISSING VALUE IS '35'.
       01 WS-AO-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 AO-AT-END VALUE IS 'Y'.
           88 AO-NOT-AT-END VALUE IS 'N'.

       01 WS-SOURCE-TABLE.
           02 WS-SOURCE-COUNT PIC 9(2) COMP VALUE IS 0.
           02 WS-SOURCE-ENTRY OCCURS 50 TIMES.
               03 WS-SR-SOURCE-JOB PIC X(12).
               03 WS-SR-HEADER-SW PIC X(01).
                   88 SR-HEADER-SEEN VALUE IS 'Y'.
               03 WS-SR-OPEN-SEQ PIC 9(7) COMP.
               03 WS-SR-OPEN-COUNT PIC 9(6) COMP.
               03 WS-SR-COMPLETE-SEQ PIC 9(7) COMP.
               03 WS-SR-RECEIVED-COUNT PIC 9(6) COMP.
               03 WS-SR-NEW-COUNT PIC 9(6) COMP.
               03 WS-SR-REPEAT-COUNT PIC 9(6) COMP.
               03 WS-SR-SUPERSEDED-COUNT PIC 9(6) COMP.
               03 WS-SR-CLEARED-COUNT PIC 9(6) COMP.
               03 WS-SR-STILL-OPEN-COUNT PIC 9(6) COMP.
       01 WS-SOURCE-SUB PIC 9(2) COMP.
       01 WS-FIND-SOURCE PIC X(12).
       01 WS-SOURCE-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 SOURCE-FOUND VALUE IS 'Y'.
           88 SOURCE-NOT-FOUND VALUE IS 'N'.
       01 WS-SOURCE-FULL-SW PIC X(01) VALUE IS 'N'.
           88 SOURCE-TABLE-FULL VALUE IS 'Y'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-EVENT-DATE PIC 9(8).
       01 WS-EVENT-TIME PIC 9(8).
       01 WS-FEED-ACTION PIC X(05).

       01 WS-RECEIVED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-NEW-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-REPEAT-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-SUPERSEDED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-CLEARED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-STILL-OPEN-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-FEED-HEADER.
           02 FH-RECORD-TYPE PIC X(01) VALUE IS 'H'.
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FH-FEED-NAME PIC X(12) VALUE IS 'ALERTFEED'.
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FH-RUN-DATE PIC 9(8).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FH-RUN-TIME PIC 9(8).

       01 WS-FEED-DETAIL.
           02 FL-RECORD-TYPE PIC X(01) VALUE IS 'D'.
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-ACTION PIC X(05).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-SOURCE-JOB PIC X(12).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-SEVERITY PIC X(01).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-SERIAL PIC X(50).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-MESSAGE PIC X(60).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-DEDUPE-KEY PIC X(40).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-ALERT-DATE PIC 9(8).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FL-ALERT-TIME PIC 9(8).

       01 WS-FEED-TRAILER.
           02 FT-RECORD-TYPE PIC X(01) VALUE IS 'T'.
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FT-NEW-COUNT PIC 9(6).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FT-CLEAR-COUNT PIC 9(6).
           02 FILLER PIC X(01) VALUE IS '|'.
           02 FT-DETAIL-COUNT PIC 9(6).

       01 WS-ACTION-LINE.
           02 AC-ACTION PIC X(05).
           02 FILLER PIC X(02).
           02 AC-SOURCE-JOB PIC X(12).
           02 FILLER PIC X(02).
           02 AC-SEVERITY PIC X(01).
           02 FILLER PIC X(02).
           02 AC-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 AC-DEDUPE-KEY PIC X(40).
           02 FILLER PIC X(02).
           02 AC-MESSAGE PIC X(58).

       01 WS-SOURCE-COUNT-LINE.
           02 SC-SOURCE-JOB PIC X(12).
           02 FILLER PIC X(02).
           02 SC-RECEIVED PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 SC-NEW PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 SC-REPEATED PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 SC-SUPERSEDED PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 SC-CLEARED PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 SC-STILL-OPEN PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 SC-SNAPSHOT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM RUNCTL-ALERT-SNAPSHOT-PROCEDURE
           PERFORM LOAD-SOURCE-TABLE-PROCEDURE
           IF SOURCE-TABLE-FULL
               DISPLAY 'BACKUP-ALERTFEED: MORE THAN 50 ALERT SOURCES - '
                   'EXTRA SOURCES ARE NOT COUNTED OR CLEARED'
           END-IF
           PERFORM OPEN-ALERTOPEN-FILE-PROCEDURE
           OPEN OUTPUT FEED-FILE
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           MOVE WS-RUN-TIME TO FH-RUN-TIME
           WRITE FEED-RECORD FROM WS-FEED-HEADER
           OPEN OUTPUT PRINT-FILE
           MOVE 'HELP DESK ALERT FEED REGISTER' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'RUN DATE: ' WS-RUN-DATE '  TIME: ' WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ALERTS SENT TO THE HELP DESK' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ACTION SOURCE        SEV ASSET#  ' DELIMITED BY SIZE
               'DEDUPE KEY                                MESSAGE'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM APPLY-ALERTS-PROCEDURE
           PERFORM CLEAR-RESOLVED-ALERTS-PROCEDURE
           IF WS-NEW-COUNT = 0 AND WS-CLEARED-COUNT = 0
               MOVE '  NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE WS-NEW-COUNT TO FT-NEW-COUNT
           MOVE WS-CLEARED-COUNT TO FT-CLEAR-COUNT
           COMPUTE FT-DETAIL-COUNT = WS-NEW-COUNT + WS-CLEARED-COUNT
           WRITE FEED-RECORD FROM WS-FEED-TRAILER
           CLOSE FEED-FILE
           CLOSE ALERTOPEN-FILE
           PERFORM WRITE-SOURCE-COUNTS-PROCEDURE
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           PERFORM CARRY-FORWARD-ALERTS-PROCEDURE
           COMPUTE WS-RUN-RECORD-COUNT = WS-NEW-COUNT + WS-CLEARED-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       RUNCTL-ALERT-SNAPSHOT-PROCEDURE.
           PERFORM START-ALERT-RUN-PROCEDURE
           PERFORM OPEN-RUNCTL-FILE-PROCEDURE
           SET RC-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO RC-JOB-NAME
           START RUNCTL-FILE KEY IS NOT LESS THAN RC-JOB-NAME
               INVALID KEY
                   SET RC-AT-END TO TRUE
           END-START
           PERFORM CHECK-ONE-JOB-STATUS-PROCEDURE UNTIL RC-AT-END
           CLOSE RUNCTL-FILE
           PERFORM END-ALERT-RUN-PROCEDURE.

       CHECK-ONE-JOB-STATUS-PROCEDURE.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RC-AT-END TO TRUE
               NOT AT END
                   IF RC-JOB-NAME NOT = WS-JOB-NAME
                       IF RC-FAILED
                           PERFORM WRITE-JOB-FAILED-ALERT-PROCEDURE
                       END-IF
                       IF RC-RUNNING AND RC-START-DATE < WS-RUN-DATE
                           PERFORM WRITE-JOB-STUCK-ALERT-PROCEDURE
                       END-IF
                   END-IF
           END-READ.

       WRITE-JOB-FAILED-ALERT-PROCEDURE.
           MOVE 'C' TO WS-ALERT-SEVERITY
           MOVE 0 TO WS-ALERT-ASSET-NUM
           MOVE SPACES TO WS-ALERT-SERIAL
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'JOB ' DELIMITED BY SIZE
               RC-JOB-NAME DELIMITED BY SPACE
               ' FAILED - RUN STARTED ' RC-START-DATE ' '
               RC-START-TIME DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE SPACES TO WS-ALERT-DEDUPE-KEY
           STRING 'RUNCTL-' DELIMITED BY SIZE
               RC-JOB-NAME DELIMITED BY SPACE
               '-F' DELIMITED BY SIZE
               INTO WS-ALERT-DEDUPE-KEY
           END-STRING
           PERFORM WRITE-ALERT-PROCEDURE.

       WRITE-JOB-STUCK-ALERT-PROCEDURE.
           MOVE 'M' TO WS-ALERT-SEVERITY
           MOVE 0 TO WS-ALERT-ASSET-NUM
           MOVE SPACES TO WS-ALERT-SERIAL
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'JOB ' DELIMITED BY SIZE
               RC-JOB-NAME DELIMITED BY SPACE
               ' STILL RUNNING SINCE ' RC-START-DATE ' '
               RC-START-TIME DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE SPACES TO WS-ALERT-DEDUPE-KEY
           STRING 'RUNCTL-' DELIMITED BY SIZE
               RC-JOB-NAME DELIMITED BY SPACE
               '-S' DELIMITED BY SIZE
               INTO WS-ALERT-DEDUPE-KEY
           END-STRING
           PERFORM WRITE-ALERT-PROCEDURE.

       LOAD-SOURCE-TABLE-PROCEDURE.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-ALERT-SEQ
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS-OK
               SET AL-NOT-AT-END TO TRUE
               PERFORM SCAN-ONE-ALERT-PROCEDURE UNTIL AL-AT-END
               CLOSE ALERT-FILE
           END-IF
           MOVE WS-ALERT-SEQ TO WS-ALERTS-TAKEN.

       SCAN-ONE-ALERT-PROCEDURE.
           READ ALERT-FILE
               AT END
                   SET AL-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ALERT-SEQ
                   MOVE AL-SOURCE-JOB TO WS-FIND-SOURCE
                   PERFORM FIND-SOURCE-ENTRY-PROCEDURE
                   IF SOURCE-FOUND
                       PERFORM TALLY-SNAPSHOT-RECORD-PROCEDURE
                   END-IF
           END-READ.

       TALLY-SNAPSHOT-RECORD-PROCEDURE.
           EVALUATE TRUE
               WHEN AL-RUN-HEADER
                   MOVE 'Y' TO WS-SR-HEADER-SW(WS-SOURCE-SUB)
                   MOVE WS-ALERT-SEQ TO WS-SR-OPEN-SEQ(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-OPEN-COUNT(WS-SOURCE-SUB)
               WHEN AL-ALERT-RAISED
                   IF WS-SR-OPEN-SEQ(WS-SOURCE-SUB) > 0
                       ADD 1 TO WS-SR-OPEN-COUNT(WS-SOURCE-SUB)
                   END-IF
               WHEN AL-RUN-TRAILER
                   IF WS-SR-OPEN-SEQ(WS-SOURCE-SUB) > 0 AND
                      AL-T-ALERT-COUNT = WS-SR-OPEN-COUNT(WS-SOURCE-SUB)
                       MOVE WS-SR-OPEN-SEQ(WS-SOURCE-SUB) TO
                           WS-SR-COMPLETE-SEQ(WS-SOURCE-SUB)
                   END-IF
                   MOVE 0 TO WS-SR-OPEN-SEQ(WS-SOURCE-SUB)
           END-EVALUATE.

       FIND-SOURCE-ENTRY-PROCEDURE.
           SET SOURCE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-SOURCE-SUB
           PERFORM CHECK-ONE-SOURCE-ENTRY-PROCEDURE
               UNTIL SOURCE-FOUND OR WS-SOURCE-SUB > WS-SOURCE-COUNT
           IF SOURCE-NOT-FOUND
               IF WS-SOURCE-COUNT < 50
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SOURCE-SUB
                   MOVE WS-FIND-SOURCE TO
                       WS-SR-SOURCE-JOB(WS-SOURCE-SUB)
                   MOVE 'N' TO WS-SR-HEADER-SW(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-OPEN-SEQ(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-OPEN-COUNT(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-COMPLETE-SEQ(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-RECEIVED-COUNT(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-NEW-COUNT(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-REPEAT-COUNT(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-SUPERSEDED-COUNT(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-CLEARED-COUNT(WS-SOURCE-SUB)
                   MOVE 0 TO WS-SR-STILL-OPEN-COUNT(WS-SOURCE-SUB)
                   SET SOURCE-FOUND TO TRUE
               ELSE
                   SET SOURCE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-SOURCE-ENTRY-PROCEDURE.
           IF WS-SR-SOURCE-JOB(WS-SOURCE-SUB) = WS-FIND-SOURCE
               SET SOURCE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SOURCE-SUB
           END-IF.

       OPEN-ALERTOPEN-FILE-PROCEDURE.
           OPEN I-O ALERTOPEN-FILE
           IF ALERTOPEN-FILE-MISSING
               OPEN OUTPUT ALERTOPEN-FILE
               CLOSE ALERTOPEN-FILE
               OPEN I-O ALERTOPEN-FILE
           END-IF.

       APPLY-ALERTS-PROCEDURE.
           MOVE 0 TO WS-ALERT-SEQ
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS-OK
               SET AL-NOT-AT-END TO TRUE
               PERFORM APPLY-ONE-ALERT-PROCEDURE
                   UNTIL AL-AT-END OR WS-ALERT-SEQ NOT < WS-ALERTS-TAKEN
               CLOSE ALERT-FILE
           END-IF.

       APPLY-ONE-ALERT-PROCEDURE.
           READ ALERT-FILE
               AT END
                   SET AL-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ALERT-SEQ
                   EVALUATE TRUE
                       WHEN AL-ALERT-RAISED
                           ADD 1 TO WS-RECEIVED-COUNT
                           PERFORM APPLY-RAISED-ALERT-PROCEDURE
                       WHEN AL-ALERT-CLEARED
                           ADD 1 TO WS-RECEIVED-COUNT
                           PERFORM APPLY-CLEARED-ALERT-PROCEDURE
                   END-EVALUATE
           END-READ.

       APPLY-RAISED-ALERT-PROCEDURE.
           MOVE AL-SOURCE-JOB TO WS-FIND-SOURCE
           PERFORM FIND-SOURCE-ENTRY-PROCEDURE
           IF SOURCE-FOUND
               ADD 1 TO WS-SR-RECEIVED-COUNT(WS-SOURCE-SUB)
               IF WS-ALERT-SEQ < WS-SR-COMPLETE-SEQ(WS-SOURCE-SUB)
                   ADD 1 TO WS-SR-SUPERSEDED-COUNT(WS-SOURCE-SUB)
                   ADD 1 TO WS-SUPERSEDED-COUNT
               ELSE
                   PERFORM POST-RAISED-ALERT-PROCEDURE
               END-IF
           ELSE
               PERFORM POST-RAISED-ALERT-PROCEDURE
           END-IF.

       POST-RAISED-ALERT-PROCEDURE.
           MOVE AL-SOURCE-JOB TO AO-SOURCE-JOB
           MOVE AL-DEDUPE-KEY TO AO-DEDUPE-KEY
           READ ALERTOPEN-FILE
               INVALID KEY
                   PERFORM RAISE-NEW-ALERT-PROCEDURE
               NOT INVALID KEY
                   PERFORM REFRESH-OPEN-ALERT-PROCEDURE
           END-READ.

       RAISE-NEW-ALERT-PROCEDURE.
           MOVE AL-SOURCE-JOB TO AO-SOURCE-JOB
           MOVE AL-DEDUPE-KEY TO AO-DEDUPE-KEY
           MOVE AL-SEVERITY TO AO-SEVERITY
           MOVE AL-ASSET-NUM TO AO-ASSET-NUM
           MOVE AL-SERIAL TO AO-SERIAL
           MOVE AL-MESSAGE TO AO-MESSAGE
           MOVE AL-ALERT-DATE TO AO-DATE-RAISED
           MOVE AL-ALERT-TIME TO AO-TIME-RAISED
           MOVE WS-RUN-DATE TO AO-LAST-RUN-DATE
           MOVE WS-RUN-TIME TO AO-LAST-RUN-TIME
           WRITE AO-OPEN-ALERT
               INVALID KEY
                   DISPLAY 'BACKUP-ALERTFEED: UNABLE TO RECORD ALERT '
                       AO-DEDUPE-KEY
               NOT INVALID KEY
                   MOVE 'NEW' TO WS-FEED-ACTION
                   MOVE AO-DATE-RAISED TO WS-EVENT-DATE
                   MOVE AO-TIME-RAISED TO WS-EVENT-TIME
                   PERFORM WRITE-FEED-DETAIL-PROCEDURE
                   ADD 1 TO WS-NEW-COUNT
                   IF SOURCE-FOUND
                       ADD 1 TO WS-SR-NEW-COUNT(WS-SOURCE-SUB)
                   END-IF
           END-WRITE.

       REFRESH-OPEN-ALERT-PROCEDURE.
           MOVE AL-SEVERITY TO AO-SEVERITY
           MOVE AL-ASSET-NUM TO AO-ASSET-NUM
           MOVE AL-SERIAL TO AO-SERIAL
           MOVE AL-MESSAGE TO AO-MESSAGE
           MOVE WS-RUN-DATE TO AO-LAST-RUN-DATE
           MOVE WS-RUN-TIME TO AO-LAST-RUN-TIME
           REWRITE AO-OPEN-ALERT
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-REPEAT-COUNT
           IF SOURCE-FOUND
               ADD 1 TO WS-SR-REPEAT-COUNT(WS-SOURCE-SUB)
           END-IF.

       APPLY-CLEARED-ALERT-PROCEDURE.
           MOVE AL-SOURCE-JOB TO WS-FIND-SOURCE
           PERFORM FIND-SOURCE-ENTRY-PROCEDURE
           IF SOURCE-FOUND
               ADD 1 TO WS-SR-RECEIVED-COUNT(WS-SOURCE-SUB)
           END-IF
           MOVE AL-SOURCE-JOB TO AO-SOURCE-JOB
           MOVE AL-DEDUPE-KEY TO AO-DEDUPE-KEY
           READ ALERTOPEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-ALERT-DATE TO WS-EVENT-DATE
                   MOVE AL-ALERT-TIME TO WS-EVENT-TIME
                   PERFORM SEND-CLEAR-PROCEDURE
           END-READ.

       CLEAR-RESOLVED-ALERTS-PROCEDURE.
           SET AO-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO AO-ALERT-KEY
           START ALERTOPEN-FILE KEY IS NOT LESS THAN AO-ALERT-KEY
               INVALID KEY
                   SET AO-AT-END TO TRUE
           END-START
           PERFORM CHECK-ONE-OPEN-ALERT-PROCEDURE UNTIL AO-AT-END.

       CHECK-ONE-OPEN-ALERT-PROCEDURE.
           READ ALERTOPEN-FILE NEXT RECORD
               AT END
                   SET AO-AT-END TO TRUE
               NOT AT END
                   MOVE AO-SOURCE-JOB TO WS-FIND-SOURCE
                   PERFORM FIND-SOURCE-ENTRY-PROCEDURE
                   IF SOURCE-FOUND
                       PERFORM CHECK-ALERT-STILL-RAISED-PROCEDURE
                   ELSE
                       ADD 1 TO WS-STILL-OPEN-COUNT
                   END-IF
           END-READ.

       CHECK-ALERT-STILL-RAISED-PROCEDURE.
           IF WS-SR-COMPLETE-SEQ(WS-SOURCE-SUB) > 0 AND
              (AO-LAST-RUN-DATE NOT = WS-RUN-DATE OR
               AO-LAST-RUN-TIME NOT = WS-RUN-TIME)
               MOVE WS-RUN-DATE TO WS-EVENT-DATE
               MOVE WS-RUN-TIME TO WS-EVENT-TIME
               PERFORM SEND-CLEAR-PROCEDURE
           ELSE
               ADD 1 TO WS-SR-STILL-OPEN-COUNT(WS-SOURCE-SUB)
               ADD 1 TO WS-STILL-OPEN-COUNT
           END-IF.

       SEND-CLEAR-PROCEDURE.
           MOVE 'CLEAR' TO WS-FEED-ACTION
           PERFORM WRITE-FEED-DETAIL-PROCEDURE
           ADD 1 TO WS-CLEARED-COUNT
           IF SOURCE-FOUND
               ADD 1 TO WS-SR-CLEARED-COUNT(WS-SOURCE-SUB)
           END-IF
           DELETE ALERTOPEN-FILE RECORD
               INVALID KEY
                   DISPLAY 'BACKUP-ALERTFEED: UNABLE TO REMOVE ALERT '
                       AO-DEDUPE-KEY
           END-DELETE.

       WRITE-FEED-DETAIL-PROCEDURE.
           MOVE WS-FEED-ACTION TO FL-ACTION
           MOVE AO-SOURCE-JOB TO FL-SOURCE-JOB
           MOVE AO-SEVERITY TO FL-SEVERITY
           MOVE AO-ASSET-NUM TO FL-ASSET-NUM
           MOVE AO-SERIAL TO FL-SERIAL
           MOVE AO-MESSAGE TO FL-MESSAGE
           MOVE AO-DEDUPE-KEY TO FL-DEDUPE-KEY
           MOVE WS-EVENT-DATE TO FL-ALERT-DATE
           MOVE WS-EVENT-TIME TO FL-ALERT-TIME
           WRITE FEED-RECORD FROM WS-FEED-DETAIL
           MOVE WS-FEED-ACTION TO AC-ACTION
           MOVE AO-SOURCE-JOB TO AC-SOURCE-JOB
           MOVE AO-SEVERITY TO AC-SEVERITY
           MOVE AO-ASSET-NUM TO AC-ASSET-NUM
           MOVE AO-DEDUPE-KEY TO AC-DEDUPE-KEY
           MOVE AO-MESSAGE TO AC-MESSAGE
           MOVE WS-ACTION-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-SOURCE-COUNTS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ALERT COUNTS BY SOURCE' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'SOURCE        RECEIVED      NEW' DELIMITED BY SIZE
               '   REPEAT  SUPERSD  CLEARED     OPEN  SNAPSHOT'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 1 TO WS-SOURCE-SUB
           PERFORM WRITE-ONE-SOURCE-COUNT-PROCEDURE
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
           IF WS-SOURCE-COUNT = 0
               MOVE '  NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-ONE-SOURCE-COUNT-PROCEDURE.
           MOVE WS-SR-SOURCE-JOB(WS-SOURCE-SUB) TO SC-SOURCE-JOB
           MOVE WS-SR-RECEIVED-COUNT(WS-SOURCE-SUB) TO SC-RECEIVED
           MOVE WS-SR-NEW-COUNT(WS-SOURCE-SUB) TO SC-NEW
           MOVE WS-SR-REPEAT-COUNT(WS-SOURCE-SUB) TO SC-REPEATED
           MOVE WS-SR-SUPERSEDED-COUNT(WS-SOURCE-SUB) TO
               SC-SUPERSEDED
           MOVE WS-SR-CLEARED-COUNT(WS-SOURCE-SUB) TO SC-CLEARED
           MOVE WS-SR-STILL-OPEN-COUNT(WS-SOURCE-SUB) TO
               SC-STILL-OPEN
           EVALUATE TRUE
               WHEN WS-SR-COMPLETE-SEQ(WS-SOURCE-SUB) > 0
                   MOVE 'COMPLETE' TO SC-SNAPSHOT
               WHEN SR-HEADER-SEEN(WS-SOURCE-SUB)
                   MOVE 'INCOMPLETE' TO SC-SNAPSHOT
               WHEN OTHER
                   MOVE SPACES TO SC-SNAPSHOT
           END-EVALUATE
           MOVE WS-SOURCE-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-SOURCE-SUB.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ALERT RECORDS RECEIVED:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'NEW ALERTS SENT:            ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPEAT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'STILL OPEN - NOT RESENT:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'SUPERSEDED BY LATER RUN:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'CLEAR RECORDS SENT:         ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-STILL-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ALERTS OPEN AT END OF RUN:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       CARRY-FORWARD-ALERTS-PROCEDURE.
           MOVE 0 TO WS-ALERT-SEQ
           MOVE 0 TO WS-CARRY-COUNT
           OPEN OUTPUT ALERTWRK-FILE
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS-OK
               SET AL-NOT-AT-END TO TRUE
               PERFORM CARRY-ONE-ALERT-PROCEDURE UNTIL AL-AT-END
               CLOSE ALERT-FILE
           END-IF
           CLOSE ALERTWRK-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN INPUT ALERTWRK-FILE
           IF ALERTWRK-STATUS-OK
               SET AW-NOT-AT-END TO TRUE
               PERFORM RESTORE-ONE-ALERT-PROCEDURE UNTIL AW-AT-END
               CLOSE ALERTWRK-FILE
           END-IF
           CLOSE ALERT-FILE
           IF WS-CARRY-COUNT > 0
               MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT
               DISPLAY 'BACKUP-ALERTFEED: ' WS-COUNT-EDIT
                   ' ALERT RECORDS ARRIVED DURING THE RUN - '
                   'KEPT FOR THE NEXT FEED'
           END-IF.

       CARRY-ONE-ALERT-PROCEDURE.
           READ ALERT-FILE
               AT END
                   SET AL-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ALERT-SEQ
                   IF WS-ALERT-SEQ > WS-ALERTS-TAKEN
                       WRITE AW-ALERT-RECORD FROM AL-ALERT-RECORD
                       ADD 1 TO WS-CARRY-COUNT
                   END-IF
           END-READ.

       RESTORE-ONE-ALERT-PROCEDURE.
           READ ALERTWRK-FILE
               AT END
                   SET AW-AT-END TO TRUE
               NOT AT END
                   WRITE AL-ALERT-RECORD FROM AW-ALERT-RECORD
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
                           DISPLAY 'BACKUP-ALERTFEED: PREVIOUS RUN '
                               'DID NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                           SET RUN-BLOCKED TO TRUE
                       ELSE
                           IF RC-START-DATE NOT < WS-RUN-DATE
                               DISPLAY 'BACKUP-ALERTFEED: JOB '
                                   RC-JOB-NAME
                                   ' IS STILL RUNNING - NOT STARTED'
                               SET RUN-BLOCKED TO TRUE
                           END-IF
                       END-IF
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
