           RECORD KEY IS FD-ASSET-NUM
           FILE STATUS IS WS-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.

           SELECT IMGCTL-FILE ASSIGN TO 'IMGCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-PERIOD
           FILE STATUS IS WS-IMGCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'RECOVERY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           02 FD-LEGAL-HOLD PIC X(01).
               88 FD-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 FD-BACKUP-SIZE-MB PIC 9(9).
           02 FD-COST-CENTER PIC X(10).
           02 FD-KEY-ID PIC X(16).
           02 FD-VOLUME-KEY-TABLE.
               03 FD-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       FD JOURNAL-FILE.
       01 JR-JOURNAL-RECORD.
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

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.

       01 WS-JOURNAL-STATUS PIC X(02).
           88 JOURNAL-STATUS-OK VALUE IS '00'.
           88 JOURNAL-FILE-MISSING VALUE IS '35'.
       01 WS-JOURNAL-FILE-NAME PIC X(40).
       01 WS-DB-OPEN-SW PIC X(01) VALUE IS 'N'.
           88 DB-IS-OPEN VALUE IS 'Y'.
           88 DB-NOT-OPEN VALUE IS 'N'.

       01 WS-IMAGE-STATUS PIC X(02).
           88 IMAGE-STATUS-OK VALUE IS '00'.
           88 IMAGE-FILE-MISSING VALUE IS '35'.
       01 WS-IMGCTL-STATUS PIC X(02).
           88 IMGCTL-STATUS-OK VALUE IS '00'.
           88 IMGCTL-FILE-MISSING VALUE IS '35'.
       01 WS-IC-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 IC-AT-END VALUE IS 'Y'.
           88 IC-NOT-AT-END VALUE IS 'N'.
       01 WS-IM-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 IM-AT-END VALUE IS 'Y'.
           88 IM-NOT-AT-END VALUE IS 'N'.
       01 WS-IMAGE-FILE-NAME PIC X(40).

       01 WS-IMAGE-TABLE.
           02 WS-IMAGE-COUNT PIC 9(3) COMP VALUE IS 0.
           02 WS-IMAGE-ENTRY OCCURS 240 TIMES.
               03 WS-IMG-PERIOD PIC 9(6).
               03 WS-IMG-DATE-TAKEN PIC 9(8).
               03 WS-IMG-TIME-TAKEN PIC 9(6).
               03 WS-IMG-RECORD-COUNT PIC 9(6).
               03 WS-IMG-ASSET-HASH PIC 9(12).
               03 WS-IMG-SIZE-TOTAL-MB PIC 9(15).
               03 WS-IMG-JOURNAL-COUNT PIC 9(6).
       01 WS-IMAGE-SUB PIC 9(3) COMP.
       01 WS-IMAGE-SELECTED-SW PIC X(01) VALUE IS 'N'.
           88 IMAGE-SELECTED VALUE IS 'Y'.
           88 IMAGE-NOT-SELECTED VALUE IS 'N'.
       01 WS-IMAGE-GOOD-SW PIC X(01) VALUE IS 'N'.
           88 IMAGE-IS-GOOD VALUE IS 'Y'.
           88 IMAGE-NOT-GOOD VALUE IS 'N'.
       01 WS-TRAILER-SEEN-SW PIC X(01) VALUE IS 'N'.
           88 TRAILER-SEEN VALUE IS 'Y'.
           88 TRAILER-NOT-SEEN VALUE IS 'N'.
       01 WS-IMAGE-REASON PIC X(45).
       01 WS-IMAGE-RECORD-COUNT PIC 9(6).
       01 WS-IMAGE-ASSET-HASH PIC 9(12).
       01 WS-IMAGE-SIZE-TOTAL-MB PIC 9(15).
       01 WS-LOADED-COUNT PIC 9(6) COMP VALUE IS 0.

       01 WS-PERIOD-SUB PIC 9(3) COMP.
       01 WS-ARCHIVE-READ-COUNT PIC 9(6) COMP.
       01 WS-MISSING-PERIOD-COUNT PIC 9(3) COMP VALUE IS 0.
       01 WS-FILE-APPLIED-COUNT PIC 9(6) COMP.
       01 WS-FILE-SKIPPED-COUNT PIC 9(6) COMP.
       01 WS-COUNT-EDIT-2 PIC ZZZZZ9.

       01 WS-JR-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 JR-AT-END VALUE IS 'Y'.
           02 WS-CURRENT-VOLUME-TABLE PIC X(630).
           02 WS-CURRENT-LEGAL-HOLD PIC X(01).
           02 WS-CURRENT-SIZE-MB PIC 9(9).
           02 WS-CURRENT-COST-CENTER PIC X(10).
           02 WS-CURRENT-KEY-ID PIC X(16).
           02 WS-CURRENT-VOLUME-KEY-TABLE PIC X(144).

       01 WS-APPLIED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-SKIPPED-COUNT PIC 9(6) COMP VALUE IS 0.
           02 FILLER PIC X(02).
           02 AP-ACTION PIC X(20).

       01 WS-IMAGE-USED-LINE.
           02 FILLER PIC X(17) VALUE IS 'IMAGE COPY USED: '.
           02 IU-FILE-NAME PIC X(16).
           02 FILLER PIC X(08) VALUE IS ' TAKEN: '.
           02 IU-DATE-TAKEN PIC 9(8).
           02 FILLER PIC X(01).
           02 IU-TIME-TAKEN PIC 9(6).
           02 FILLER PIC X(11) VALUE IS '  RECORDS: '.
           02 IU-RECORD-COUNT PIC ZZZ,ZZ9.

       01 WS-IMAGE-REJECT-LINE.
           02 FILLER PIC X(21) VALUE IS 'IMAGE COPY REJECTED: '.
           02 IR-FILE-NAME PIC X(16).
           02 FILLER PIC X(02).
           02 IR-REASON PIC X(45).

       01 WS-FAILURE-LINE.
           02 FILLER PIC X(20) VALUE IS 'RECOVERY STOPPED -  '.
           02 FL-ASSET-NUM PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-RECOVER: RELOAD IMAGE COPY AND REPLAY '
               'JOURNALS FORWARD'
           DISPLAY 'RECOVER THROUGH DATE (CCYYMMDD):'
           ACCEPT WS-CUTOFF-DATE
           DISPLAY 'RECOVER THROUGH TIME (HHMMSS):'
               STOP RUN
           END-IF
           COMPUTE WS-CUTOFF-TIME-CC = WS-CUTOFF-TIME * 100 + 99
           MOVE 'JOURNAL.DAT' TO WS-JOURNAL-FILE-NAME
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-MISSING
               DISPLAY 'BACKUP-RECOVER: JOURNAL.DAT IS MISSING'
               STOP RUN
           END-IF
           CLOSE JOURNAL-FILE
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE 'FORWARD RECOVERY - JOURNAL RECORDS APPLIED' TO
               PRINT-LINE
           WRITE PRINT-LINE
           PERFORM LOAD-IMAGE-REGISTER-PROCEDURE
           IF WS-IMAGE-COUNT = 0
               MOVE 'NO IMAGE COPY REGISTERED - JOURNAL.DAT REPLAYED '
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'ONTO DB.DAT AS FOUND' TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'ASSET#  OP DATE      TIME' TO PRINT-LINE
               WRITE PRINT-LINE
               OPEN I-O DB-DAT
               IF FILE-STATUS-FILE-MISSING
                   OPEN OUTPUT DB-DAT
                   CLOSE DB-DAT
                   OPEN I-O DB-DAT
               END-IF
               SET DB-IS-OPEN TO TRUE
           ELSE
               PERFORM SELECT-IMAGE-COPY-PROCEDURE
               IF IMAGE-SELECTED
                   PERFORM CHECK-ARCHIVE-PERIODS-PROCEDURE
               END-IF
               IF RECOVERY-NOT-FAILED
                   PERFORM LOAD-IMAGE-COPY-PROCEDURE
               END-IF
               IF RECOVERY-NOT-FAILED
                   PERFORM REPLAY-ARCHIVE-PERIODS-PROCEDURE
               END-IF
           END-IF
           IF RECOVERY-NOT-FAILED
               MOVE 'JOURNAL.DAT' TO WS-JOURNAL-FILE-NAME
               PERFORM REPLAY-ONE-JOURNAL-FILE-PROCEDURE
           END-IF
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           IF DB-IS-OPEN
               CLOSE DB-DAT
           END-IF
           IF RECOVERY-FAILED
               DISPLAY 'BACKUP-RECOVER: STOPPED - SEE RECOVERY.TXT'
               MOVE 'F' TO WS-RUN-OUTCOME
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       LOAD-IMAGE-REGISTER-PROCEDURE.
           MOVE 0 TO WS-IMAGE-COUNT
           OPEN INPUT IMGCTL-FILE
           IF NOT IMGCTL-FILE-MISSING
               SET IC-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO IC-PERIOD
               START IMGCTL-FILE KEY IS NOT LESS THAN IC-PERIOD
                   INVALID KEY
                       SET IC-AT-END TO TRUE
               END-START
               PERFORM LOAD-ONE-IMAGE-ENTRY-PROCEDURE UNTIL IC-AT-END
               CLOSE IMGCTL-FILE
           END-IF.

       LOAD-ONE-IMAGE-ENTRY-PROCEDURE.
           READ IMGCTL-FILE NEXT RECORD
               AT END
                   SET IC-AT-END TO TRUE
               NOT AT END
                   IF WS-IMAGE-COUNT < 240
                       ADD 1 TO WS-IMAGE-COUNT
                       MOVE IC-PERIOD TO WS-IMG-PERIOD(WS-IMAGE-COUNT)
                       MOVE IC-DATE-TAKEN TO
                           WS-IMG-DATE-TAKEN(WS-IMAGE-COUNT)
                       MOVE IC-TIME-TAKEN TO
                           WS-IMG-TIME-TAKEN(WS-IMAGE-COUNT)
                       MOVE IC-RECORD-COUNT TO
                           WS-IMG-RECORD-COUNT(WS-IMAGE-COUNT)
                       MOVE IC-ASSET-HASH TO
                           WS-IMG-ASSET-HASH(WS-IMAGE-COUNT)
                       MOVE IC-SIZE-TOTAL-MB TO
                           WS-IMG-SIZE-TOTAL-MB(WS-IMAGE-COUNT)
                       MOVE IC-JOURNAL-COUNT TO
                           WS-IMG-JOURNAL-COUNT(WS-IMAGE-COUNT)
                   END-IF
           END-READ.

       SELECT-IMAGE-COPY-PROCEDURE.
           SET IMAGE-NOT-SELECTED TO TRUE
           MOVE WS-IMAGE-COUNT TO WS-IMAGE-SUB
           PERFORM CHECK-ONE-IMAGE-COPY-PROCEDURE
               UNTIL IMAGE-SELECTED OR WS-IMAGE-SUB = 0
           IF IMAGE-SELECTED
               MOVE WS-IMAGE-FILE-NAME TO IU-FILE-NAME
               MOVE WS-IMG-DATE-TAKEN(WS-IMAGE-SUB) TO IU-DATE-TAKEN
               MOVE WS-IMG-TIME-TAKEN(WS-IMAGE-SUB) TO IU-TIME-TAKEN
               MOVE WS-IMG-RECORD-COUNT(WS-IMAGE-SUB) TO
                   IU-RECORD-COUNT
               MOVE WS-IMAGE-USED-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               SET RECOVERY-FAILED TO TRUE
               MOVE 'RECOVERY STOPPED - NO GOOD IMAGE COPY TAKEN ON OR '
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'BEFORE THE CUTOFF - DB.DAT NOT TOUCHED' TO
                   PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CHECK-ONE-IMAGE-COPY-PROCEDURE.
           MOVE SPACES TO WS-IMAGE-FILE-NAME
           STRING 'DBIMG' WS-IMG-PERIOD(WS-IMAGE-SUB) '.DAT'
               DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
           IF WS-IMG-DATE-TAKEN(WS-IMAGE-SUB) > WS-CUTOFF-DATE
              OR (WS-IMG-DATE-TAKEN(WS-IMAGE-SUB) = WS-CUTOFF-DATE AND
                  WS-IMG-TIME-TAKEN(WS-IMAGE-SUB) > WS-CUTOFF-TIME)
               SUBTRACT 1 FROM WS-IMAGE-SUB
           ELSE
               PERFORM VERIFY-IMAGE-COPY-PROCEDURE
               IF IMAGE-IS-GOOD
                   SET IMAGE-SELECTED TO TRUE
               ELSE
                   MOVE WS-IMAGE-FILE-NAME TO IR-FILE-NAME
                   MOVE WS-IMAGE-REASON TO IR-REASON
                   MOVE WS-IMAGE-REJECT-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   SUBTRACT 1 FROM WS-IMAGE-SUB
               END-IF
           END-IF.

       VERIFY-IMAGE-COPY-PROCEDURE.
           SET IMAGE-IS-GOOD TO TRUE
           MOVE 0 TO WS-IMAGE-RECORD-COUNT
           MOVE 0 TO WS-IMAGE-ASSET-HASH
           MOVE 0 TO WS-IMAGE-SIZE-TOTAL-MB
           SET TRAILER-NOT-SEEN TO TRUE
           OPEN INPUT IMAGE-FILE
           IF NOT IMAGE-STATUS-OK
               MOVE 'IMAGE FILE NOT FOUND' TO WS-IMAGE-REASON
               SET IMAGE-NOT-GOOD TO TRUE
           ELSE
               SET IM-NOT-AT-END TO TRUE
               READ IMAGE-FILE
                   AT END
                       SET IM-AT-END TO TRUE
               END-READ
               IF IM-AT-END OR IM-H-TYPE NOT = 'H' OR
                  IM-H-PERIOD NOT = WS-IMG-PERIOD(WS-IMAGE-SUB)
                   MOVE 'HEADER MISSING OR WRONG PERIOD' TO
                       WS-IMAGE-REASON
                   SET IMAGE-NOT-GOOD TO TRUE
               ELSE
                   PERFORM TALLY-ONE-IMAGE-RECORD-PROCEDURE
                       UNTIL IM-AT-END OR TRAILER-SEEN
                   PERFORM CHECK-IMAGE-TOTALS-PROCEDURE
               END-IF
               CLOSE IMAGE-FILE
           END-IF.

       TALLY-ONE-IMAGE-RECORD-PROCEDURE.
           READ IMAGE-FILE
               AT END
                   SET IM-AT-END TO TRUE
               NOT AT END
                   IF IM-D-TYPE = 'T'
                       SET TRAILER-SEEN TO TRUE
                   ELSE
                       MOVE IM-D-BACKUP-RECORD TO FD-BACKUP-STRUCT
                       ADD 1 TO WS-IMAGE-RECORD-COUNT
                       ADD FD-ASSET-NUM TO WS-IMAGE-ASSET-HASH
                       IF FD-BACKUP-SIZE-MB IS NUMERIC
                           ADD FD-BACKUP-SIZE-MB TO
                               WS-IMAGE-SIZE-TOTAL-MB
                       END-IF
                   END-IF
           END-READ.

       CHECK-IMAGE-TOTALS-PROCEDURE.
           IF TRAILER-NOT-SEEN
               MOVE 'NO TRAILER - IMAGE IS INCOMPLETE' TO
                   WS-IMAGE-REASON
               SET IMAGE-NOT-GOOD TO TRUE
           ELSE
               IF IM-T-RECORD-COUNT NOT = WS-IMAGE-RECORD-COUNT OR
                  IM-T-ASSET-HASH NOT = WS-IMAGE-ASSET-HASH OR
                  IM-T-SIZE-TOTAL-MB NOT = WS-IMAGE-SIZE-TOTAL-MB
                   MOVE 'CONTROL TOTALS DO NOT MATCH TRAILER' TO
                       WS-IMAGE-REASON
                   SET IMAGE-NOT-GOOD TO TRUE
               ELSE
                   IF WS-IMG-RECORD-COUNT(WS-IMAGE-SUB) NOT =
                          WS-IMAGE-RECORD-COUNT OR
                      WS-IMG-ASSET-HASH(WS-IMAGE-SUB) NOT =
                          WS-IMAGE-ASSET-HASH OR
                      WS-IMG-SIZE-TOTAL-MB(WS-IMAGE-SUB) NOT =
                          WS-IMAGE-SIZE-TOTAL-MB
                       MOVE 'CONTROL TOTALS DO NOT MATCH IMGCTL.DAT' TO
                           WS-IMAGE-REASON
                       SET IMAGE-NOT-GOOD TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-ARCHIVE-PERIODS-PROCEDURE.
           MOVE 0 TO WS-MISSING-PERIOD-COUNT
           COMPUTE WS-PERIOD-SUB = WS-IMAGE-SUB + 1
           PERFORM CHECK-ONE-ARCHIVE-PERIOD-PROCEDURE
               UNTIL WS-PERIOD-SUB > WS-IMAGE-COUNT
           IF WS-MISSING-PERIOD-COUNT > 0
               SET RECOVERY-FAILED TO TRUE
               MOVE 'RECOVERY STOPPED - JOURNAL ARCHIVES MISSING OR '
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'INCOMPLETE AFTER THE IMAGE COPY - DB.DAT NOT '
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'TOUCHED' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CHECK-ONE-ARCHIVE-PERIOD-PROCEDURE.
           PERFORM SET-ARCHIVE-FILE-NAME-PROCEDURE
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS-OK
               MOVE 0 TO WS-ARCHIVE-READ-COUNT
               SET JR-NOT-AT-END TO TRUE
               PERFORM COUNT-ONE-ARCHIVE-RECORD-PROCEDURE
                   UNTIL JR-AT-END
               CLOSE JOURNAL-FILE
               IF WS-ARCHIVE-READ-COUNT NOT =
                      WS-IMG-JOURNAL-COUNT(WS-PERIOD-SUB)
                   ADD 1 TO WS-MISSING-PERIOD-COUNT
                   MOVE WS-ARCHIVE-READ-COUNT TO WS-COUNT-EDIT
                   MOVE WS-IMG-JOURNAL-COUNT(WS-PERIOD-SUB) TO
                       WS-COUNT-EDIT-2
                   MOVE SPACES TO WS-REPORT-TEXT-LINE
                   STRING 'INCOMPLETE JOURNAL ARCHIVE: '
                       WS-JOURNAL-FILE-NAME(1:16)
                       ' RECORDS: ' WS-COUNT-EDIT
                       '  IMGCTL.DAT: ' WS-COUNT-EDIT-2
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
                   MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-MISSING-PERIOD-COUNT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'MISSING JOURNAL ARCHIVE: ' WS-JOURNAL-FILE-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           ADD 1 TO WS-PERIOD-SUB.

       COUNT-ONE-ARCHIVE-RECORD-PROCEDURE.
           READ JOURNAL-FILE
               AT END
                   SET JR-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
           END-READ.

       SET-ARCHIVE-FILE-NAME-PROCEDURE.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING 'JRNL' WS-IMG-PERIOD(WS-PERIOD-SUB) '.DAT'
               DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME.

       LOAD-IMAGE-COPY-PROCEDURE.
           OPEN OUTPUT DB-DAT
           CLOSE DB-DAT
           OPEN I-O DB-DAT
           SET DB-IS-OPEN TO TRUE
           OPEN INPUT IMAGE-FILE
           SET IM-NOT-AT-END TO TRUE
           SET TRAILER-NOT-SEEN TO TRUE
           READ IMAGE-FILE
               AT END
                   SET IM-AT-END TO TRUE
           END-READ
           PERFORM LOAD-ONE-IMAGE-RECORD-PROCEDURE
               UNTIL IM-AT-END OR TRAILER-SEEN OR RECOVERY-FAILED
           CLOSE IMAGE-FILE
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'RECORDS LOADED FROM IMAGE COPY: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ASSET#  OP DATE      TIME' TO PRINT-LINE
           WRITE PRINT-LINE.

       LOAD-ONE-IMAGE-RECORD-PROCEDURE.
           READ IMAGE-FILE
               AT END
                   SET IM-AT-END TO TRUE
               NOT AT END
                   IF IM-D-TYPE = 'T'
                       SET TRAILER-SEEN TO TRUE
                   ELSE
                       MOVE IM-D-BACKUP-RECORD TO FD-BACKUP-STRUCT
                       WRITE FD-BACKUP-STRUCT
                           INVALID KEY
                               MOVE FD-ASSET-NUM TO JR-ASSET-NUM
                               MOVE 'IMAGE LOAD FAILED - DUPLICATE'
                                   TO WS-FAIL-REASON
                               PERFORM RECOVERY-FAILURE-PROCEDURE
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
                   END-IF
           END-READ.

       REPLAY-ARCHIVE-PERIODS-PROCEDURE.
           COMPUTE WS-PERIOD-SUB = WS-IMAGE-SUB + 1
           PERFORM REPLAY-ONE-ARCHIVE-PERIOD-PROCEDURE
               UNTIL WS-PERIOD-SUB > WS-IMAGE-COUNT
                  OR RECOVERY-FAILED.

       REPLAY-ONE-ARCHIVE-PERIOD-PROCEDURE.
           PERFORM SET-ARCHIVE-FILE-NAME-PROCEDURE
           PERFORM REPLAY-ONE-JOURNAL-FILE-PROCEDURE
           ADD 1 TO WS-PERIOD-SUB.

       REPLAY-ONE-JOURNAL-FILE-PROCEDURE.
           MOVE 0 TO WS-FILE-APPLIED-COUNT
           MOVE 0 TO WS-FILE-SKIPPED-COUNT
           OPEN INPUT JOURNAL-FILE
           IF NOT JOURNAL-STATUS-OK
               MOVE 'JOURNAL FILE COULD NOT BE OPENED' TO
                   WS-FAIL-REASON
               MOVE 0 TO JR-ASSET-NUM
               PERFORM RECOVERY-FAILURE-PROCEDURE
           ELSE
               SET JR-NOT-AT-END TO TRUE
               PERFORM PROCESS-JOURNAL-RECORD-PROCEDURE
                   UNTIL JR-AT-END OR RECOVERY-FAILED
               CLOSE JOURNAL-FILE
           END-IF
           MOVE WS-FILE-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE WS-FILE-SKIPPED-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'JOURNAL USED: ' WS-JOURNAL-FILE-NAME(1:16)
               '  APPLIED: ' WS-COUNT-EDIT
               '  PAST CUTOFF: ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PROCESS-JOURNAL-RECORD-PROCEDURE.
           READ JOURNAL-FILE
               AT END
                       PERFORM APPLY-JOURNAL-RECORD-PROCEDURE
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       ADD 1 TO WS-FILE-SKIPPED-COUNT
                   END-IF
           END-READ.

               MOVE FD-BACKUP-SIZE-MB TO WS-CURRENT-SIZE-MB
           ELSE
               MOVE 0 TO WS-CURRENT-SIZE-MB
           END-IF
           MOVE FD-COST-CENTER TO WS-CURRENT-COST-CENTER
           MOVE FD-KEY-ID TO WS-CURRENT-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO WS-CURRENT-VOLUME-KEY-TABLE.

       MOVE-AFTER-IMAGE-TO-RECORD-PROCEDURE.
           MOVE JR-AFTER-DATE-CREATED TO FD-DATE-CREATED
           MOVE JR-AFTER-EXTRA-VOLUME-COUNT TO FD-EXTRA-VOLUME-COUNT
           MOVE JR-AFTER-VOLUME-TABLE TO FD-VOLUME-TABLE
           MOVE JR-AFTER-LEGAL-HOLD TO FD-LEGAL-HOLD
           MOVE JR-AFTER-SIZE-MB TO FD-BACKUP-SIZE-MB
           MOVE JR-AFTER-COST-CENTER TO FD-COST-CENTER
           MOVE JR-AFTER-KEY-ID TO FD-KEY-ID
           MOVE JR-AFTER-VOLUME-KEY-TABLE TO FD-VOLUME-KEY-TABLE.

       WRITE-APPLIED-DETAIL-PROCEDURE.
           MOVE JR-ASSET-NUM TO AP-ASSET-NUM
           MOVE JR-TS-TIME TO AP-TS-TIME
           MOVE WS-APPLIED-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-FILE-APPLIED-COUNT.

       RECOVERY-FAILURE-PROCEDURE.
           SET RECOVERY-FAILED TO TRUE
