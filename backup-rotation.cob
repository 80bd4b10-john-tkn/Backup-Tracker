           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RESTREQ-FILE ASSIGN TO 'RESTREQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-REQUEST-NUM
           FILE STATUS IS WS-RESTREQ-STATUS.

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

       FD SCHEME-FILE.
       01 SCHEME-RECORD.
           02 TX-DIRECTION PIC X(01).
               88 TX-OUTBOUND VALUE IS 'O'.
               88 TX-INBOUND VALUE IS 'R'.
               88 TX-RECALL VALUE IS 'E'.
           02 TX-DESTINATION PIC X(20).
           02 TX-DATE-SHIPPED PIC 9(8).
           02 TX-DATE-ARRIVED PIC 9(8).
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

       FD RESTREQ-FILE.
       01 RR-RESTORE-REQUEST.
           02 RR-REQUEST-NUM PIC 9(6).
           02 RR-ASSET-NUM PIC 9(6).
           02 RR-REQUESTED-BY PIC X(20).
           02 RR-DATE-REQUESTED PIC 9(8).
           02 RR-STATUS PIC X(01).
               88 RR-STATUS-REQUESTED VALUE IS 'R'.
               88 RR-STATUS-PULLED VALUE IS 'P'.
               88 RR-STATUS-RESTORED VALUE IS 'D'.
               88 RR-STATUS-RETURNED VALUE IS 'C'.
           02 RR-DATE-PULLED PIC 9(8).
           02 RR-DATE-RESTORED PIC 9(8).
           02 RR-DATE-RETURNED PIC 9(8).
           02 RR-NOTE PIC X(40).

       FD RUNCTL-FILE.
       01 RC-RUN-CONTROL.
       01 WS-JOURNAL-STATUS PIC X(02).
           88 JOURNAL-FILE-MISSING VALUE IS '35'.

       01 WS-RESTREQ-STATUS PIC X(02).
           88 RESTREQ-STATUS-OK VALUE IS '00'.
           88 RESTREQ-FILE-MISSING VALUE IS '35'.
       01 WS-REQ-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 REQ-AT-END VALUE IS 'Y'.
           88 REQ-NOT-AT-END VALUE IS 'N'.
       01 WS-RECALL-TABLE.
           02 WS-RECALL-ASSET-COUNT PIC 9(4) COMP VALUE IS 0.
           02 WS-RECALL-ENTRY OCCURS 500 TIMES.
               03 WS-RECALL-ASSET-NUM PIC 9(6).
               03 WS-RECALL-NEEDED-SW PIC X(01).
                   88 RECALL-NEEDED VALUE IS 'Y'.
                   88 RECALL-NOT-NEEDED VALUE IS 'N'.
       01 WS-RECALL-SUB PIC 9(4) COMP.
       01 WS-RECALL-DEST PIC X(20).
       01 WS-RECALL-REQUESTED-SW PIC X(01) VALUE IS 'N'.
           88 RECALL-REQUESTED VALUE IS 'Y'.
           88 RECALL-NOT-REQUESTED VALUE IS 'N'.

       01 WS-TX-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 TX-AT-END VALUE IS 'Y'.
           88 TX-NOT-AT-END VALUE IS 'N'.
       01 WS-SPAN-DAYS PIC S9(7) COMP.
       01 WS-AGE-DAYS PIC S9(7) COMP.

       01 WS-RECALL-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-PULL-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-RETURN-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZZ9.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM LOAD-OPEN-REQUESTS-PROCEDURE
           PERFORM OPEN-DATABASE-PROCEDURE
           PERFORM OPEN-TRANSFER-FILE-PROCEDURE
           PERFORM DETERMINE-NEXT-MANIFEST-NUM-PROCEDURE
           OPEN OUTPUT PRINT-FILE
           MOVE 'DAILY ROTATION SCHEDULE - COURIER LISTS' TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM WRITE-RECALL-LIST-PROCEDURE
           PERFORM WRITE-PULL-LIST-PROCEDURE
           PERFORM WRITE-RETURN-LIST-PROCEDURE
           CLOSE PRINT-FILE
           CLOSE TRANSFER-FILE
           PERFORM CLOSE-DATABASE-PROCEDURE
           COMPUTE WS-RUN-RECORD-COUNT =
               WS-RECALL-COUNT + WS-PULL-COUNT + WS-RETURN-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

           MOVE 0 TO WS-LOC-COUNT
           SET VAULT-SITE-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-PULL-DEST
           MOVE SPACES TO WS-RECALL-DEST
           OPEN INPUT LOCATION-FILE
           IF NOT LOCATION-FILE-MISSING
               SET LM-NOT-AT-END TO TRUE
                           MOVE LM-LOCATION-NAME TO WS-PULL-DEST
                           SET VAULT-SITE-FOUND TO TRUE
                       END-IF
                       IF LM-ONSITE-TYPE AND WS-RECALL-DEST = SPACES
                           MOVE LM-LOCATION-NAME TO WS-RECALL-DEST
                       END-IF
                   END-IF
           END-READ.

                   SET AT-END TO TRUE
           END-START.

       LOAD-OPEN-REQUESTS-PROCEDURE.
           MOVE 0 TO WS-RECALL-ASSET-COUNT
           OPEN INPUT RESTREQ-FILE
           IF NOT RESTREQ-FILE-MISSING
               SET REQ-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO RR-REQUEST-NUM
               START RESTREQ-FILE KEY IS NOT LESS THAN RR-REQUEST-NUM
                   INVALID KEY
                       SET REQ-AT-END TO TRUE
               END-START
               PERFORM LOAD-ONE-REQUEST-PROCEDURE UNTIL REQ-AT-END
               CLOSE RESTREQ-FILE
           END-IF.

       LOAD-ONE-REQUEST-PROCEDURE.
           READ RESTREQ-FILE NEXT RECORD
               AT END
                   SET REQ-AT-END TO TRUE
               NOT AT END
                   IF NOT RR-STATUS-RETURNED
                       MOVE RR-ASSET-NUM TO FD-ASSET-NUM
                       PERFORM CHECK-RECALL-REQUESTED-PROCEDURE
                       IF RECALL-NOT-REQUESTED AND
                          WS-RECALL-ASSET-COUNT < 500
                           ADD 1 TO WS-RECALL-ASSET-COUNT
                           MOVE RR-ASSET-NUM TO WS-RECALL-ASSET-NUM
                               (WS-RECALL-ASSET-COUNT)
                           SET RECALL-NOT-NEEDED(WS-RECALL-ASSET-COUNT)
                               TO TRUE
                           MOVE WS-RECALL-ASSET-COUNT TO WS-RECALL-SUB
                           SET RECALL-REQUESTED TO TRUE
                       END-IF
                       IF RECALL-REQUESTED AND RR-STATUS-REQUESTED
                           SET RECALL-NEEDED(WS-RECALL-SUB) TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-RECALL-REQUESTED-PROCEDURE.
           SET RECALL-NOT-REQUESTED TO TRUE
           MOVE 1 TO WS-RECALL-SUB
           PERFORM CHECK-ONE-RECALL-ASSET-PROCEDURE
               UNTIL RECALL-REQUESTED OR
                     WS-RECALL-SUB > WS-RECALL-ASSET-COUNT.

       CHECK-ONE-RECALL-ASSET-PROCEDURE.
           IF WS-RECALL-ASSET-NUM(WS-RECALL-SUB) = FD-ASSET-NUM
               SET RECALL-REQUESTED TO TRUE
           ELSE
               ADD 1 TO WS-RECALL-SUB
           END-IF.

       WRITE-RECALL-LIST-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'PRIORITY RECALL - MEDIA NEEDED FOR RESTORE REQUESTS'
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ASSET#  MEDIUM      MEDIUM SERIAL' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEXT-MANIFEST-NUM TO WS-CUR-MANIFEST-NUM
           MOVE 0 TO WS-MANIFEST-LINE-NUM
           MOVE 'E' TO WS-XFER-DIRECTION
           MOVE WS-RECALL-DEST TO WS-XFER-DESTINATION
           MOVE 'R' TO WS-RECORD-SCHEME
           IF WS-RECALL-DEST = SPACES
               DISPLAY 'BACKUP-ROTATION: NO ONSITE LOCATION DEFINED'
               DISPLAY 'NO RECALL MANIFEST PRODUCED'
               MOVE 'NO ONSITE LOCATION DEFINED - NO RECALL MANIFEST '
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE 1 TO WS-RECALL-SUB
               PERFORM CHECK-RECALL-RECORD-PROCEDURE
                   UNTIL WS-RECALL-SUB > WS-RECALL-ASSET-COUNT
               IF WS-RECALL-COUNT = 0
                   MOVE 'NO MEDIA TO RECALL FOR RESTORE TODAY' TO
                       PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   PERFORM WRITE-MANIFEST-NUM-LINE-PROCEDURE
                   ADD 1 TO WS-NEXT-MANIFEST-NUM
               END-IF
           END-IF
           MOVE WS-RECALL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'MEDIA TO RECALL FOR RESTORE: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       CHECK-RECALL-RECORD-PROCEDURE.
           IF RECALL-NEEDED(WS-RECALL-SUB)
               MOVE WS-RECALL-ASSET-NUM(WS-RECALL-SUB) TO FD-ASSET-NUM
               READ DB-DAT
                   INVALID KEY
                       DISPLAY 'BACKUP-ROTATION: RESTORE REQUEST FOR '
                           'UNKNOWN ASSET ' FD-ASSET-NUM
                   NOT INVALID KEY
                       PERFORM LIST-RECALL-PIECES-PROCEDURE
               END-READ
           END-IF
           ADD 1 TO WS-RECALL-SUB.

       LIST-RECALL-PIECES-PROCEDURE.
           PERFORM BUILD-BEFORE-IMAGE-PROCEDURE
           SET RECORD-NOT-CHANGED TO TRUE
           MOVE FD-LOCATION TO WS-CHECK-LOCATION
           PERFORM LOOKUP-SITE-TYPE-PROCEDURE
           IF WS-SITE-TYPE = 'V' OR WS-SITE-TYPE = 'D'
               MOVE FD-MEDIUM-SERIAL TO WS-PIECE-SERIAL
               MOVE FD-LOCATION TO WS-PIECE-LOCATION
               MOVE 0 TO WS-PIECE-VOL-INDEX
               PERFORM WRITE-ROTATION-DETAIL-PROCEDURE
               PERFORM WRITE-TRANSFER-LINE-PROCEDURE
               MOVE WS-IN-TRANSIT-LOC TO FD-LOCATION
               SET RECORD-CHANGED TO TRUE
               ADD 1 TO WS-RECALL-COUNT
           END-IF
           PERFORM SET-VOLUME-LIMIT-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM LIST-ONE-RECALL-VOLUME-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT
           PERFORM REWRITE-CHANGED-RECORD-PROCEDURE.

       LIST-ONE-RECALL-VOLUME-PROCEDURE.
           MOVE FD-VOL-LOCATION(WS-VOL-SUB) TO WS-CHECK-LOCATION
           PERFORM LOOKUP-SITE-TYPE-PROCEDURE
           IF WS-SITE-TYPE = 'V' OR WS-SITE-TYPE = 'D'
               MOVE FD-VOL-SERIAL(WS-VOL-SUB) TO WS-PIECE-SERIAL
               MOVE FD-VOL-LOCATION(WS-VOL-SUB) TO WS-PIECE-LOCATION
               MOVE WS-VOL-SUB TO WS-PIECE-VOL-INDEX
               PERFORM WRITE-ROTATION-DETAIL-PROCEDURE
               PERFORM WRITE-TRANSFER-LINE-PROCEDURE
               MOVE WS-IN-TRANSIT-LOC TO FD-VOL-LOCATION(WS-VOL-SUB)
               SET RECORD-CHANGED TO TRUE
               ADD 1 TO WS-RECALL-COUNT
           END-IF
           ADD 1 TO WS-VOL-SUB.

       WRITE-PULL-LIST-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
                   SET AT-END TO TRUE
               NOT AT END
                   PERFORM DETERMINE-RECORD-SCHEME-PROCEDURE
                   PERFORM CHECK-RECALL-REQUESTED-PROCEDURE
                   IF NOT FD-RECORD-EXPIRED
                      AND WS-AGE-DAYS >= WS-OFFSITE-AFTER-DAYS
                      AND RECALL-NOT-REQUESTED
                       PERFORM LIST-PULL-PIECES-PROCEDURE
                   END-IF
           END-READ.
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
       OPEN-RUNCTL-FILE-PROCEDURE.
