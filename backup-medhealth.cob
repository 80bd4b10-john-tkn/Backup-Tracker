       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-MEDHEALTH.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCTOBER 15TH, 2026.
       ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SPECIAL-NAMES.
             source-computer. x86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIA-FILE ASSIGN TO 'MEDIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-MEDIUM-SERIAL
           FILE STATUS IS WS-MEDIA-STATUS.

           SELECT MEDTYPE-FILE ASSIGN TO 'MEDTYPE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEDTYPE-STATUS.

           SELECT MEDERR-FILE ASSIGN TO 'MEDERR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ME-ERROR-KEY
           FILE STATUS IS WS-MEDERR-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'MEDHEALTH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-JOB-NAME
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MEDIA-FILE.
       01 MD-MEDIA-STRUCT.
           02 MD-MEDIUM-SERIAL PIC X(50).
           02 MD-MEDIUM-TYPE PIC X(10).
           02 MD-DATE-ACQUIRED PIC 9(8).
           02 MD-TIMES-WRITTEN PIC 9(5).
           02 MD-MEDIA-STATE PIC X(01).
               88 MD-STATE-SCRATCH VALUE IS 'S'.
               88 MD-STATE-IN-USE VALUE IS 'U'.
               88 MD-STATE-RETIRED VALUE IS 'R'.
           02 MD-ASSET-NUM PIC 9(6).

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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'MEDHEALTH'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-MEDIA-STATUS PIC X(02).
           88 MEDIA-STATUS-OK VALUE IS '00'.
           88 MEDIA-FILE-MISSING VALUE IS '35'.
       01 WS-MD-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 MD-AT-END VALUE IS 'Y'.
           88 MD-NOT-AT-END VALUE IS 'N'.

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

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETIRE-OPTION PIC X(01).
           88 RETIRE-PAST-LIMIT VALUES ARE 'Y' 'y'.
       01 WS-CANDIDATE-ACTION PIC X(24).

       01 WS-SCANNED-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-NEAR-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-PAST-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-RETIRED-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-HELD-IN-USE-COUNT PIC 9(5) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-CANDIDATE-LINE.
           02 MH-MEDIUM-SERIAL PIC X(30).
           02 FILLER PIC X(02).
           02 MH-MEDIUM-TYPE PIC X(10).
           02 FILLER PIC X(02).
           02 MH-DATE-ACQUIRED PIC 9(8).
           02 FILLER PIC X(02).
           02 MH-TIMES-WRITTEN PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE IS '/'.
           02 MH-RATED-WRITES PIC ZZZZ9.
           02 FILLER PIC X(02).
           02 MH-AGE-MONTHS PIC ZZZ9.
           02 FILLER PIC X(01) VALUE IS '/'.
           02 MH-SHELF-MONTHS PIC ZZ9.
           02 FILLER PIC X(02).
           02 MH-ERROR-COUNT PIC ZZ9.
           02 FILLER PIC X(02).
           02 MH-HEALTH-STATE PIC X(10).
           02 FILLER PIC X(02).
           02 MH-REASON PIC X(12).
           02 FILLER PIC X(02).
           02 MH-ACTION PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-MEDHEALTH: MEDIA RETIREMENT CANDIDATES'
           DISPLAY 'RETIRE MEDIA PAST THEIR LIMITS (Y/N):'
           ACCEPT WS-RETIRE-OPTION
           PERFORM LOAD-MEDIUM-TYPE-TABLE-PROCEDURE
           IF WS-MEDTYPE-COUNT = 0
               DISPLAY 'BACKUP-MEDHEALTH: MEDTYPE.DAT MISSING OR EMPTY'
               DISPLAY 'ONLY MEDIA ERROR HISTORY WILL BE CHECKED'
           END-IF
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-MEDIA-FILE-PROCEDURE
           PERFORM OPEN-MEDERR-FILE-PROCEDURE
           OPEN OUTPUT PRINT-FILE
           MOVE 'MEDIA HEALTH - RETIREMENT CANDIDATES' TO PRINT-LINE
           WRITE PRINT-LINE
           IF RETIRE-PAST-LIMIT
               MOVE 'MEDIA PAST THEIR LIMITS ARE RETIRED THIS RUN' TO
                   PRINT-LINE
           ELSE
               MOVE 'LISTING ONLY - NO MEDIA RETIRED THIS RUN' TO
                   PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'MEDIUM SERIAL                   TYPE        '
               'ACQUIRED  WRITES/RATED AGE/LIFE  ERR  STATE       '
               'LIMIT         ACTION'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           SET MD-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO MD-MEDIUM-SERIAL
           START MEDIA-FILE KEY IS NOT LESS THAN MD-MEDIUM-SERIAL
               INVALID KEY
                   SET MD-AT-END TO TRUE
           END-START
           PERFORM CHECK-ONE-MEDIUM-PROCEDURE UNTIL MD-AT-END
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           IF MEDERR-IS-OPEN
               CLOSE MEDERR-FILE
           END-IF
           CLOSE MEDIA-FILE
           COMPUTE WS-RUN-RECORD-COUNT = WS-NEAR-COUNT + WS-PAST-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       OPEN-MEDIA-FILE-PROCEDURE.
           OPEN I-O MEDIA-FILE
           IF MEDIA-FILE-MISSING
               OPEN OUTPUT MEDIA-FILE
               CLOSE MEDIA-FILE
               OPEN I-O MEDIA-FILE
           END-IF.

       OPEN-MEDERR-FILE-PROCEDURE.
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

       CHECK-ONE-MEDIUM-PROCEDURE.
           READ MEDIA-FILE NEXT RECORD
               AT END
                   SET MD-AT-END TO TRUE
               NOT AT END
                   IF NOT MD-STATE-RETIRED
                       ADD 1 TO WS-SCANNED-COUNT
                       MOVE WS-TODAY-DATE TO WS-HEALTH-TODAY
                       PERFORM ASSESS-MEDIUM-HEALTH-PROCEDURE
                       IF NOT MEDIUM-HEALTHY
                           PERFORM LIST-CANDIDATE-PROCEDURE
                       END-IF
                   END-IF
           END-READ.

       LIST-CANDIDATE-PROCEDURE.
           MOVE SPACES TO WS-CANDIDATE-ACTION
           IF MEDIUM-NEAR-LIMIT
               ADD 1 TO WS-NEAR-COUNT
           ELSE
               ADD 1 TO WS-PAST-COUNT
               IF RETIRE-PAST-LIMIT
                   IF MD-STATE-IN-USE
                       MOVE 'IN USE - NOT RETIRED' TO
                           WS-CANDIDATE-ACTION
                       ADD 1 TO WS-HELD-IN-USE-COUNT
                   ELSE
                       SET MD-STATE-RETIRED TO TRUE
                       MOVE 0 TO MD-ASSET-NUM
                       REWRITE MD-MEDIA-STRUCT
                           INVALID KEY
                               MOVE 'RETIRE FAILED' TO
                                   WS-CANDIDATE-ACTION
                           NOT INVALID KEY
                               MOVE 'RETIRED' TO WS-CANDIDATE-ACTION
                               ADD 1 TO WS-RETIRED-COUNT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-CANDIDATE-DETAIL-PROCEDURE.

       WRITE-CANDIDATE-DETAIL-PROCEDURE.
           MOVE MD-MEDIUM-SERIAL TO MH-MEDIUM-SERIAL
           MOVE MD-MEDIUM-TYPE TO MH-MEDIUM-TYPE
           MOVE MD-DATE-ACQUIRED TO MH-DATE-ACQUIRED
           MOVE MD-TIMES-WRITTEN TO MH-TIMES-WRITTEN
           MOVE WS-HEALTH-RATED-WRITES TO MH-RATED-WRITES
           MOVE WS-HEALTH-AGE-MONTHS TO MH-AGE-MONTHS
           MOVE WS-HEALTH-SHELF-MONTHS TO MH-SHELF-MONTHS
           MOVE WS-HEALTH-ERROR-COUNT TO MH-ERROR-COUNT
           IF MEDIUM-NEAR-LIMIT
               MOVE 'NEAR LIMIT' TO MH-HEALTH-STATE
           ELSE
               MOVE 'PAST LIMIT' TO MH-HEALTH-STATE
           END-IF
           MOVE WS-HEALTH-REASON TO MH-REASON
           MOVE WS-CANDIDATE-ACTION TO MH-ACTION
           MOVE WS-CANDIDATE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

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
           END-IF
           IF MEDIUM-HEALTHY AND WS-HEALTH-RATED-WRITES > 0
               COMPUTE WS-HEALTH-PERCENT =
                   MD-TIMES-WRITTEN * 100 / WS-HEALTH-RATED-WRITES
               IF WS-HEALTH-PERCENT >= WS-HEALTH-WARN-PERCENT
                   SET MEDIUM-NEAR-LIMIT TO TRUE
                   MOVE 'WRITE-CYCLE' TO WS-HEALTH-REASON
               END-IF
           END-IF
           IF MEDIUM-HEALTHY AND WS-HEALTH-SHELF-MONTHS > 0 AND
              WS-HEALTH-AGE-MONTHS > 0
               COMPUTE WS-HEALTH-PERCENT =
                   WS-HEALTH-AGE-MONTHS * 100 / WS-HEALTH-SHELF-MONTHS
               IF WS-HEALTH-PERCENT >= WS-HEALTH-WARN-PERCENT
                   SET MEDIUM-NEAR-LIMIT TO TRUE
                   MOVE 'SHELF-LIFE' TO WS-HEALTH-REASON
               END-IF
           END-IF
           IF MEDIUM-HEALTHY AND WS-HEALTH-ERROR-COUNT > 0
               SET MEDIUM-NEAR-LIMIT TO TRUE
               MOVE 'ERROR-COUNT' TO WS-HEALTH-REASON
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

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SCANNED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'MEDIA CHECKED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEAR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'NEAR THEIR LIMITS: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PAST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'PAST THEIR LIMITS: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RETIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'MEDIA RETIRED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HELD-IN-USE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'PAST LIMIT BUT STILL IN USE: ' WS-COUNT-EDIT
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
                           DISPLAY 'BACKUP-MEDHEALTH: PREVIOUS RUN DID '
                               'NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-MEDHEALTH: JOB ' RC-JOB-NAME
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

