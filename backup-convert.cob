       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-CONVERT.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. OCTOBER 15TH, 2026.
       ENVIRONMENT DIVISION.
            CONFIGURATION SECTION.
            SPECIAL-NAMES.
             source-computer. x86.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DB-DAT ASSIGN TO 'DB.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OD-ASSET-NUM
           FILE STATUS IS WS-FILE-STATUS.

           SELECT DB-DAT ASSIGN TO 'DB.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-ASSET-NUM
           FILE STATUS IS WS-FILE-STATUS.

           SELECT DBWORK-FILE ASSIGN TO 'CONVDB.TMP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT OLD-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JRWORK-FILE ASSIGN TO 'CONVJRNL.TMP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT OLD-IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.

           SELECT IMWORK-FILE ASSIGN TO 'CONVIMG.TMP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT IMGCTL-FILE ASSIGN TO 'IMGCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-PERIOD
           FILE STATUS IS WS-IMGCTL-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'CONVERT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-JOB-NAME
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-DB-DAT.
       01 OD-BACKUP-STRUCT.
           02 OD-ASSET-NUM PIC 9(6).
           02 OD-BACKUP-DATA PIC X(960).

       FD DB-DAT.
       01 FD-BACKUP-STRUCT.
           02 FD-ASSET-NUM PIC 9(6).
           02 FD-BACKUP-DATA PIC X(960).
           02 FD-COST-CENTER PIC X(10).
           02 FD-KEY-ID PIC X(16).
           02 FD-VOLUME-KEY-TABLE.
               03 FD-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       FD DBWORK-FILE.
       01 DW-BACKUP-STRUCT.
           02 DW-ASSET-NUM PIC 9(6).
           02 DW-BACKUP-DATA PIC X(960).

       FD OLD-JOURNAL-FILE.
       01 OJ-JOURNAL-RECORD PIC X(1951).

       FD JOURNAL-FILE.
       01 JR-JOURNAL-RECORD.
           02 JR-JOURNAL-HEADER.
               03 JR-ASSET-NUM PIC 9(6).
               03 JR-TS-DATE PIC 9(8).
               03 JR-TS-TIME PIC 9(8).
               03 JR-OPERATION PIC X(01).
               03 JR-OPERATOR-ID PIC X(8).
           02 JR-BEFORE-IMAGE.
               03 JR-BEFORE-BACKUP-DATA PIC X(960).
               03 JR-BEFORE-COST-CENTER PIC X(10).
               03 JR-BEFORE-KEY-ID PIC X(16).
               03 JR-BEFORE-VOLUME-KEY-TABLE PIC X(144).
           02 JR-AFTER-IMAGE.
               03 JR-AFTER-BACKUP-DATA PIC X(960).
               03 JR-AFTER-COST-CENTER PIC X(10).
               03 JR-AFTER-KEY-ID PIC X(16).
               03 JR-AFTER-VOLUME-KEY-TABLE PIC X(144).

       FD JRWORK-FILE.
       01 JW-JOURNAL-RECORD.
           02 JW-JOURNAL-HEADER PIC X(31).
           02 JW-BEFORE-BACKUP-DATA PIC X(960).
           02 JW-AFTER-BACKUP-DATA PIC X(960).

       FD OLD-IMAGE-FILE.
       01 OI-IMAGE-RECORD PIC X(967).

       FD IMAGE-FILE.
       01 IM-HEADER-RECORD.
           02 IM-H-TYPE PIC X(01).
           02 IM-H-PERIOD PIC 9(6).
           02 IM-H-DATE PIC 9(8).
           02 IM-H-TIME PIC 9(6).
           02 FILLER PIC X(1116).
       01 IM-DETAIL-RECORD.
           02 IM-D-TYPE PIC X(01).
           02 IM-D-ASSET-NUM PIC 9(6).
           02 IM-D-BACKUP-DATA PIC X(951).
           02 IM-D-BACKUP-SIZE-MB PIC 9(9).
           02 IM-D-COST-CENTER PIC X(10).
           02 IM-D-KEY-ID PIC X(16).
           02 IM-D-VOLUME-KEY-TABLE PIC X(144).
       01 IM-TRAILER-RECORD.
           02 IM-T-TYPE PIC X(01).
           02 IM-T-RECORD-COUNT PIC 9(6).
           02 IM-T-ASSET-HASH PIC 9(12).
           02 IM-T-SIZE-TOTAL-MB PIC 9(15).
           02 FILLER PIC X(1103).

       FD IMWORK-FILE.
       01 IW-HEADER-RECORD.
           02 IW-H-TYPE PIC X(01).
               88 IW-HEADER VALUE IS 'H'.
               88 IW-DETAIL VALUE IS 'D'.
               88 IW-TRAILER VALUE IS 'T'.
           02 IW-H-PERIOD PIC 9(6).
           02 IW-H-DATE PIC 9(8).
           02 IW-H-TIME PIC 9(6).
           02 FILLER PIC X(946).
       01 IW-DETAIL-RECORD.
           02 IW-D-TYPE PIC X(01).
           02 IW-D-ASSET-NUM PIC 9(6).
           02 IW-D-BACKUP-DATA PIC X(951).
           02 IW-D-BACKUP-SIZE-MB PIC 9(9).
       01 IW-TRAILER-RECORD.
           02 IW-T-TYPE PIC X(01).
           02 IW-T-RECORD-COUNT PIC 9(6).
           02 IW-T-ASSET-HASH PIC 9(12).
           02 IW-T-SIZE-TOTAL-MB PIC 9(15).
           02 FILLER PIC X(933).

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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'CONVERT'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.
       01 WS-WORK-STATUS PIC X(02).
           88 WORK-STATUS-OK VALUE IS '00'.
       01 WS-JOURNAL-STATUS PIC X(02).
           88 JOURNAL-STATUS-OK VALUE IS '00'.
           88 JOURNAL-FILE-MISSING VALUE IS '35'.
       01 WS-IMAGE-STATUS PIC X(02).
           88 IMAGE-STATUS-OK VALUE IS '00'.
           88 IMAGE-FILE-MISSING VALUE IS '35'.
       01 WS-IMGCTL-STATUS PIC X(02).
           88 IMGCTL-STATUS-OK VALUE IS '00'.
           88 IMGCTL-FILE-MISSING VALUE IS '35'.

       01 WS-JOURNAL-FILE-NAME PIC X(40).
       01 WS-IMAGE-FILE-NAME PIC X(40).

       01 WS-PRIOR-OUTCOME PIC X(01) VALUE IS SPACE.
           88 NO-PRIOR-RUN VALUE IS SPACE.
           88 PRIOR-RUN-COMPLETED VALUE IS 'C'.
           88 PRIOR-RUN-FAILED VALUE IS 'F'.
       01 WS-PRIOR-END-DATE PIC 9(8).
       01 WS-CONFIRM PIC X(01).
       01 WS-CONVERT-FAILED-SW PIC X(01) VALUE IS 'N'.
           88 CONVERT-FAILED VALUE IS 'Y'.
           88 CONVERT-NOT-FAILED VALUE IS 'N'.
       01 WS-FILE-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 OLD-FILE-FOUND VALUE IS 'Y'.
           88 OLD-FILE-NOT-FOUND VALUE IS 'N'.
       01 WS-IN-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 IN-AT-END VALUE IS 'Y'.
           88 IN-NOT-AT-END VALUE IS 'N'.
       01 WS-IC-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 IC-AT-END VALUE IS 'Y'.
           88 IC-NOT-AT-END VALUE IS 'N'.
       01 WS-MORE-PERIODS-SW PIC X(01) VALUE IS 'Y'.
           88 MORE-PERIODS VALUE IS 'Y'.
           88 NO-MORE-PERIODS VALUE IS 'N'.

       01 WS-CONVERT-PERIOD PIC 9(6).
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-DONE-TABLE.
           02 WS-DONE-COUNT PIC 9(3) COMP VALUE IS 0.
           02 WS-DONE-PERIOD PIC 9(6) OCCURS 240 TIMES.
       01 WS-DONE-SUB PIC 9(3) COMP.
       01 WS-DONE-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 PERIOD-ALREADY-DONE VALUE IS 'Y'.
           88 PERIOD-NOT-DONE VALUE IS 'N'.

       01 WS-FILE-RECORD-COUNT PIC 9(6) COMP.
       01 WS-DB-RECORD-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-FILES-CONVERTED PIC 9(4) COMP VALUE IS 0.
       01 WS-FILES-SKIPPED PIC 9(4) COMP VALUE IS 0.

       01 WS-TOTALS-MATCH-SW PIC X(01) VALUE IS 'N'.
           88 IMAGE-TOTALS-MATCH VALUE IS 'Y'.
           88 IMAGE-TOTALS-DIFFER VALUE IS 'N'.
       01 WS-IMAGE-RECORD-COUNT PIC 9(6).
       01 WS-IMAGE-ASSET-HASH PIC 9(12).
       01 WS-IMAGE-SIZE-TOTAL-MB PIC 9(15).

       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-FILE-LINE.
           02 FC-FILE-NAME PIC X(16).
           02 FILLER PIC X(02).
           02 FC-ACTION PIC X(45).
           02 FILLER PIC X(02).
           02 FC-RECORD-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-CONVERT: CONVERT DATA FILES TO THE COST '
               'CENTER AND KEY CUSTODY RECORD LAYOUT'
           PERFORM CHECK-PRIOR-CONVERSION-PROCEDURE
           IF PRIOR-RUN-COMPLETED
               DISPLAY 'BACKUP-CONVERT: FILES WERE ALREADY CONVERTED '
                   'ON ' WS-PRIOR-END-DATE ' - NOT STARTED'
               STOP RUN
           END-IF
           IF PRIOR-RUN-FAILED
               DISPLAY 'BACKUP-CONVERT: AN EARLIER CONVERSION DID NOT '
                   'COMPLETE - RESTORE THE COPIES TAKEN BEFORE IT'
           END-IF
           DISPLAY 'DB.DAT, JOURNAL.DAT, JOURNAL ARCHIVES AND IMAGE '
               'COPIES ARE REWRITTEN IN PLACE'
           DISPLAY 'COPY EVERY DATA FILE BEFORE CONTINUING'
           DISPLAY 'CONTINUE (Y/N):'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'BACKUP-CONVERT: NOT STARTED'
               STOP RUN
           END-IF
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE 'RECORD LAYOUT CONVERSION - FILES CONVERTED' TO
               PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'FILE              ACTION' TO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM CONVERT-DATABASE-PROCEDURE
           IF CONVERT-NOT-FAILED
               MOVE 'JOURNAL.DAT' TO WS-JOURNAL-FILE-NAME
               PERFORM CONVERT-JOURNAL-FILE-PROCEDURE
           END-IF
           IF CONVERT-NOT-FAILED
               PERFORM CONVERT-IMAGE-PERIODS-PROCEDURE
           END-IF
           IF CONVERT-NOT-FAILED
               PERFORM CONVERT-OTHER-ARCHIVES-PROCEDURE
           END-IF
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           IF CONVERT-FAILED
               DISPLAY 'BACKUP-CONVERT: STOPPED - SEE CONVERT.TXT'
               MOVE 'F' TO WS-RUN-OUTCOME
           ELSE
               DISPLAY 'BACKUP-CONVERT: COMPLETE - SEE CONVERT.TXT'
           END-IF
           MOVE WS-DB-RECORD-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       CHECK-PRIOR-CONVERSION-PROCEDURE.
           SET NO-PRIOR-RUN TO TRUE
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-STATUS-OK
               MOVE WS-JOB-NAME TO RC-JOB-NAME
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-COMPLETED OR RC-FAILED
                           MOVE RC-OUTCOME TO WS-PRIOR-OUTCOME
                           MOVE RC-END-DATE TO WS-PRIOR-END-DATE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       CONVERT-DATABASE-PROCEDURE.
           MOVE 'DB.DAT' TO FC-FILE-NAME
           MOVE 0 TO WS-FILE-RECORD-COUNT
           OPEN INPUT OLD-DB-DAT
           EVALUATE TRUE
               WHEN FILE-STATUS-OK
                   OPEN OUTPUT DBWORK-FILE
                   SET IN-NOT-AT-END TO TRUE
                   MOVE LOW-VALUES TO OD-ASSET-NUM
                   START OLD-DB-DAT KEY IS NOT LESS THAN OD-ASSET-NUM
                       INVALID KEY
                           SET IN-AT-END TO TRUE
                   END-START
                   PERFORM COPY-OLD-BACKUP-RECORD-PROCEDURE
                       UNTIL IN-AT-END OR CONVERT-FAILED
                   CLOSE DBWORK-FILE
                   CLOSE OLD-DB-DAT
                   IF CONVERT-NOT-FAILED
                       PERFORM REBUILD-DATABASE-PROCEDURE
                   END-IF
               WHEN FILE-STATUS-FILE-MISSING
                   PERFORM WRITE-SKIPPED-LINE-PROCEDURE
               WHEN OTHER
                   DISPLAY 'BACKUP-CONVERT: DB.DAT COULD NOT BE '
                       'OPENED - STATUS ' WS-FILE-STATUS
                   MOVE 'COULD NOT BE OPENED - NOT CONVERTED' TO
                       FC-ACTION
                   PERFORM WRITE-FAILED-LINE-PROCEDURE
           END-EVALUATE.

       COPY-OLD-BACKUP-RECORD-PROCEDURE.
           READ OLD-DB-DAT NEXT RECORD
               AT END
                   SET IN-AT-END TO TRUE
               NOT AT END
                   WRITE DW-BACKUP-STRUCT FROM OD-BACKUP-STRUCT
                   IF NOT WORK-STATUS-OK
                       MOVE 'WORK FILE WRITE FAILED - NOT CONVERTED' TO
                           FC-ACTION
                       PERFORM WRITE-FAILED-LINE-PROCEDURE
                   END-IF
           END-READ.

       REBUILD-DATABASE-PROCEDURE.
           OPEN OUTPUT DB-DAT
           IF FILE-STATUS-OK
               OPEN INPUT DBWORK-FILE
               SET IN-NOT-AT-END TO TRUE
               PERFORM EXPAND-BACKUP-RECORD-PROCEDURE
                   UNTIL IN-AT-END OR CONVERT-FAILED
               CLOSE DBWORK-FILE
               CLOSE DB-DAT
           ELSE
               MOVE 'COULD NOT BE REBUILT - RELOAD FROM COPY' TO
                   FC-ACTION
               PERFORM WRITE-FAILED-LINE-PROCEDURE
           END-IF
           MOVE WS-FILE-RECORD-COUNT TO WS-DB-RECORD-COUNT
           IF CONVERT-NOT-FAILED
               PERFORM WRITE-CONVERTED-LINE-PROCEDURE
           END-IF.

       EXPAND-BACKUP-RECORD-PROCEDURE.
           READ DBWORK-FILE
               AT END
                   SET IN-AT-END TO TRUE
               NOT AT END
                   MOVE DW-ASSET-NUM TO FD-ASSET-NUM
                   MOVE DW-BACKUP-DATA TO FD-BACKUP-DATA
                   MOVE SPACES TO FD-COST-CENTER
                   MOVE SPACES TO FD-KEY-ID
                   MOVE SPACES TO FD-VOLUME-KEY-TABLE
                   WRITE FD-BACKUP-STRUCT
                       INVALID KEY
                           MOVE 'REWRITE FAILED - RELOAD FROM COPY' TO
                               FC-ACTION
                           PERFORM WRITE-FAILED-LINE-PROCEDURE
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-RECORD-COUNT
                   END-WRITE
           END-READ.

       CONVERT-JOURNAL-FILE-PROCEDURE.
           MOVE WS-JOURNAL-FILE-NAME TO FC-FILE-NAME
           MOVE 0 TO WS-FILE-RECORD-COUNT
           SET OLD-FILE-NOT-FOUND TO TRUE
           OPEN INPUT OLD-JOURNAL-FILE
           EVALUATE TRUE
               WHEN JOURNAL-STATUS-OK
                   SET OLD-FILE-FOUND TO TRUE
                   OPEN OUTPUT JRWORK-FILE
                   SET IN-NOT-AT-END TO TRUE
                   PERFORM COPY-OLD-JOURNAL-RECORD-PROCEDURE
                       UNTIL IN-AT-END OR CONVERT-FAILED
                   CLOSE JRWORK-FILE
                   CLOSE OLD-JOURNAL-FILE
                   IF CONVERT-NOT-FAILED
                       PERFORM REBUILD-JOURNAL-FILE-PROCEDURE
                   END-IF
               WHEN JOURNAL-FILE-MISSING
                   PERFORM WRITE-SKIPPED-LINE-PROCEDURE
               WHEN OTHER
                   DISPLAY 'BACKUP-CONVERT: ' WS-JOURNAL-FILE-NAME
                       ' COULD NOT BE OPENED - STATUS '
                       WS-JOURNAL-STATUS
                   MOVE 'COULD NOT BE OPENED - NOT CONVERTED' TO
                       FC-ACTION
                   PERFORM WRITE-FAILED-LINE-PROCEDURE
           END-EVALUATE.

       COPY-OLD-JOURNAL-RECORD-PROCEDURE.
           READ OLD-JOURNAL-FILE
               AT END
                   SET IN-AT-END TO TRUE
               NOT AT END
                   WRITE JW-JOURNAL-RECORD FROM OJ-JOURNAL-RECORD
                   IF NOT WORK-STATUS-OK
                       MOVE 'WORK FILE WRITE FAILED - NOT CONVERTED' TO
                           FC-ACTION
                       PERFORM WRITE-FAILED-LINE-PROCEDURE
                   END-IF
           END-READ.

       REBUILD-JOURNAL-FILE-PROCEDURE.
           OPEN OUTPUT JOURNAL-FILE
           OPEN INPUT JRWORK-FILE
           SET IN-NOT-AT-END TO TRUE
           PERFORM EXPAND-JOURNAL-RECORD-PROCEDURE
               UNTIL IN-AT-END OR CONVERT-FAILED
           CLOSE JRWORK-FILE
           CLOSE JOURNAL-FILE
           IF CONVERT-NOT-FAILED
               PERFORM WRITE-CONVERTED-LINE-PROCEDURE
           END-IF.

       EXPAND-JOURNAL-RECORD-PROCEDURE.
           READ JRWORK-FILE
               AT END
                   SET IN-AT-END TO TRUE
               NOT AT END
                   MOVE JW-JOURNAL-HEADER TO JR-JOURNAL-HEADER
                   MOVE JW-BEFORE-BACKUP-DATA TO JR-BEFORE-BACKUP-DATA
                   MOVE SPACES TO JR-BEFORE-COST-CENTER
                   MOVE SPACES TO JR-BEFORE-KEY-ID
                   MOVE SPACES TO JR-BEFORE-VOLUME-KEY-TABLE
                   MOVE JW-AFTER-BACKUP-DATA TO JR-AFTER-BACKUP-DATA
                   MOVE SPACES TO JR-AFTER-COST-CENTER
                   MOVE SPACES TO JR-AFTER-KEY-ID
                   MOVE SPACES TO JR-AFTER-VOLUME-KEY-TABLE
                   WRITE JR-JOURNAL-RECORD
                   IF JOURNAL-STATUS-OK
                       ADD 1 TO WS-FILE-RECORD-COUNT
                   ELSE
                       MOVE 'REWRITE FAILED - RELOAD FROM COPY' TO
                           FC-ACTION
                       PERFORM WRITE-FAILED-LINE-PROCEDURE
                   END-IF
           END-READ.

       CONVERT-IMAGE-PERIODS-PROCEDURE.
           OPEN I-O IMGCTL-FILE
           IF IMGCTL-STATUS-OK
               SET IC-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO IC-PERIOD
               START IMGCTL-FILE KEY IS NOT LESS THAN IC-PERIOD
                   INVALID KEY
                       SET IC-AT-END TO TRUE
               END-START
               PERFORM CONVERT-ONE-IMAGE-PERIOD-PROCEDURE
                   UNTIL IC-AT-END OR CONVERT-FAILED
               CLOSE IMGCTL-FILE
           ELSE
               MOVE 'NO IMAGE COPIES REGISTERED IN IMGCTL.DAT' TO
                   PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CONVERT-ONE-IMAGE-PERIOD-PROCEDURE.
           READ IMGCTL-FILE NEXT RECORD
               AT END
                   SET IC-AT-END TO TRUE
               NOT AT END
                   MOVE IC-PERIOD TO WS-CONVERT-PERIOD
                   PERFORM CONVERT-ARCHIVE-PERIOD-PROCEDURE
                   IF CONVERT-NOT-FAILED AND OLD-FILE-FOUND AND
                      WS-FILE-RECORD-COUNT NOT = IC-JOURNAL-COUNT
                       MOVE SPACES TO WS-REPORT-TEXT-LINE
                       STRING '    ' WS-JOURNAL-FILE-NAME
                           DELIMITED BY SPACE
                           ' RECORD COUNT DOES NOT MATCH IMGCTL.DAT'
                           DELIMITED BY SIZE
                           INTO WS-REPORT-TEXT-LINE
                       MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
                   IF CONVERT-NOT-FAILED
                       PERFORM CONVERT-IMAGE-FILE-PROCEDURE
                   END-IF
                   IF CONVERT-NOT-FAILED AND OLD-FILE-FOUND AND
                      IMAGE-TOTALS-MATCH
                       MOVE WS-IMAGE-RECORD-COUNT TO IC-RECORD-COUNT
                       MOVE WS-IMAGE-ASSET-HASH TO IC-ASSET-HASH
                       MOVE WS-IMAGE-SIZE-TOTAL-MB TO IC-SIZE-TOTAL-MB
                       REWRITE IC-IMAGE-CONTROL
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       CONVERT-ARCHIVE-PERIOD-PROCEDURE.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING 'JRNL' WS-CONVERT-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME
           PERFORM CONVERT-JOURNAL-FILE-PROCEDURE
           IF WS-DONE-COUNT < 240
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-CONVERT-PERIOD TO WS-DONE-PERIOD(WS-DONE-COUNT)
           END-IF.

       CONVERT-IMAGE-FILE-PROCEDURE.
           MOVE SPACES TO WS-IMAGE-FILE-NAME
           STRING 'DBIMG' WS-CONVERT-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
           MOVE WS-IMAGE-FILE-NAME TO FC-FILE-NAME
           MOVE 0 TO WS-FILE-RECORD-COUNT
           SET OLD-FILE-NOT-FOUND TO TRUE
           SET IMAGE-TOTALS-DIFFER TO TRUE
           OPEN INPUT OLD-IMAGE-FILE
           EVALUATE TRUE
               WHEN IMAGE-STATUS-OK
                   SET OLD-FILE-FOUND TO TRUE
                   OPEN OUTPUT IMWORK-FILE
                   SET IN-NOT-AT-END TO TRUE
                   PERFORM COPY-OLD-IMAGE-RECORD-PROCEDURE
                       UNTIL IN-AT-END OR CONVERT-FAILED
                   CLOSE IMWORK-FILE
                   CLOSE OLD-IMAGE-FILE
                   IF CONVERT-NOT-FAILED
                       PERFORM REBUILD-IMAGE-FILE-PROCEDURE
                   END-IF
               WHEN IMAGE-FILE-MISSING
                   PERFORM WRITE-SKIPPED-LINE-PROCEDURE
               WHEN OTHER
                   DISPLAY 'BACKUP-CONVERT: ' WS-IMAGE-FILE-NAME
                       ' COULD NOT BE OPENED - STATUS ' WS-IMAGE-STATUS
                   MOVE 'COULD NOT BE OPENED - NOT CONVERTED' TO
                       FC-ACTION
                   PERFORM WRITE-FAILED-LINE-PROCEDURE
           END-EVALUATE.

       COPY-OLD-IMAGE-RECORD-PROCEDURE.
           READ OLD-IMAGE-FILE
               AT END
                   SET IN-AT-END TO TRUE
               NOT AT END
                   WRITE IW-HEADER-RECORD FROM OI-IMAGE-RECORD
                   IF NOT WORK-STATUS-OK
                       MOVE 'WORK FILE WRITE FAILED - NOT CONVERTED' TO
                           FC-ACTION
                       PERFORM WRITE-FAILED-LINE-PROCEDURE
                   END-IF
           END-READ.

       REBUILD-IMAGE-FILE-PROCEDURE.
           MOVE 0 TO WS-IMAGE-RECORD-COUNT
           MOVE 0 TO WS-IMAGE-ASSET-HASH
           MOVE 0 TO WS-IMAGE-SIZE-TOTAL-MB
           OPEN OUTPUT IMAGE-FILE
           OPEN INPUT IMWORK-FILE
           SET IN-NOT-AT-END TO TRUE
           PERFORM EXPAND-IMAGE-RECORD-PROCEDURE
               UNTIL IN-AT-END OR CONVERT-FAILED
           CLOSE IMWORK-FILE
           CLOSE IMAGE-FILE
           IF CONVERT-NOT-FAILED
               PERFORM WRITE-CONVERTED-LINE-PROCEDURE
               IF IMAGE-TOTALS-DIFFER
                   MOVE SPACES TO WS-REPORT-TEXT-LINE
                   STRING '    ' WS-IMAGE-FILE-NAME DELIMITED BY SPACE
                       ' TRAILER MISSING OR NOT IN BALANCE - '
                       'TRAILER AND IMGCTL.DAT LEFT AS FOUND'
                       DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
                   MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       EXPAND-IMAGE-RECORD-PROCEDURE.
           READ IMWORK-FILE
               AT END
                   SET IN-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN IW-HEADER
                           PERFORM EXPAND-IMAGE-HEADER-PROCEDURE
                       WHEN IW-DETAIL
                           PERFORM EXPAND-IMAGE-DETAIL-PROCEDURE
                       WHEN IW-TRAILER
                           PERFORM EXPAND-IMAGE-TRAILER-PROCEDURE
                       WHEN OTHER
                           MOVE SPACES TO IM-HEADER-RECORD
                           MOVE IW-HEADER-RECORD TO IM-HEADER-RECORD
                           WRITE IM-HEADER-RECORD
                   END-EVALUATE
                   IF IMAGE-STATUS-OK
                       ADD 1 TO WS-FILE-RECORD-COUNT
                   ELSE
                       MOVE 'REWRITE FAILED - RELOAD FROM COPY' TO
                           FC-ACTION
                       PERFORM WRITE-FAILED-LINE-PROCEDURE
                   END-IF
           END-READ.

       EXPAND-IMAGE-HEADER-PROCEDURE.
           MOVE SPACES TO IM-HEADER-RECORD
           MOVE IW-H-TYPE TO IM-H-TYPE
           MOVE IW-H-PERIOD TO IM-H-PERIOD
           MOVE IW-H-DATE TO IM-H-DATE
           MOVE IW-H-TIME TO IM-H-TIME
           WRITE IM-HEADER-RECORD.

       EXPAND-IMAGE-DETAIL-PROCEDURE.
           MOVE IW-D-TYPE TO IM-D-TYPE
           MOVE IW-D-ASSET-NUM TO IM-D-ASSET-NUM
           MOVE IW-D-BACKUP-DATA TO IM-D-BACKUP-DATA
           MOVE IW-D-BACKUP-SIZE-MB TO IM-D-BACKUP-SIZE-MB
           MOVE SPACES TO IM-D-COST-CENTER
           MOVE SPACES TO IM-D-KEY-ID
           MOVE SPACES TO IM-D-VOLUME-KEY-TABLE
           WRITE IM-DETAIL-RECORD
           ADD 1 TO WS-IMAGE-RECORD-COUNT
           ADD IW-D-ASSET-NUM TO WS-IMAGE-ASSET-HASH
           IF IW-D-BACKUP-SIZE-MB IS NUMERIC
               ADD IW-D-BACKUP-SIZE-MB TO WS-IMAGE-SIZE-TOTAL-MB
           END-IF.

       EXPAND-IMAGE-TRAILER-PROCEDURE.
           MOVE SPACES TO IM-TRAILER-RECORD
           MOVE IW-T-TYPE TO IM-T-TYPE
           IF IW-T-RECORD-COUNT = WS-IMAGE-RECORD-COUNT AND
              IW-T-ASSET-HASH = WS-IMAGE-ASSET-HASH AND
              IW-T-SIZE-TOTAL-MB = WS-IMAGE-SIZE-TOTAL-MB
               SET IMAGE-TOTALS-MATCH TO TRUE
               MOVE WS-IMAGE-RECORD-COUNT TO IM-T-RECORD-COUNT
               MOVE WS-IMAGE-ASSET-HASH TO IM-T-ASSET-HASH
               MOVE WS-IMAGE-SIZE-TOTAL-MB TO IM-T-SIZE-TOTAL-MB
           ELSE
               MOVE IW-T-RECORD-COUNT TO IM-T-RECORD-COUNT
               MOVE IW-T-ASSET-HASH TO IM-T-ASSET-HASH
               MOVE IW-T-SIZE-TOTAL-MB TO IM-T-SIZE-TOTAL-MB
           END-IF
           WRITE IM-TRAILER-RECORD.

       CONVERT-OTHER-ARCHIVES-PROCEDURE.
           DISPLAY 'JOURNAL ARCHIVES CLOSED BEFORE IMAGE COPIES WERE '
               'TAKEN ARE NOT IN IMGCTL.DAT'
           SET MORE-PERIODS TO TRUE
           PERFORM CONVERT-ONE-OTHER-ARCHIVE-PROCEDURE
               UNTIL NO-MORE-PERIODS OR CONVERT-FAILED.

       CONVERT-ONE-OTHER-ARCHIVE-PROCEDURE.
           DISPLAY 'OTHER ARCHIVE PERIOD TO CONVERT (CCYYMM, BLANK '
               'WHEN DONE):'
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN WS-PERIOD-ENTRY = SPACES
                   SET NO-MORE-PERIODS TO TRUE
               WHEN WS-PERIOD-ENTRY NOT NUMERIC
                   DISPLAY 'BACKUP-CONVERT: PERIOD MUST BE NUMERIC'
               WHEN OTHER
                   MOVE WS-PERIOD-ENTRY TO WS-CONVERT-PERIOD
                   PERFORM FIND-DONE-PERIOD-PROCEDURE
                   IF PERIOD-ALREADY-DONE
                       DISPLAY 'BACKUP-CONVERT: PERIOD '
                           WS-CONVERT-PERIOD ' ALREADY CONVERTED'
                   ELSE
                       IF WS-DONE-COUNT NOT < 240
                           DISPLAY 'BACKUP-CONVERT: MORE THAN 240 '
                               'PERIODS - RUN STOPPED'
                           SET NO-MORE-PERIODS TO TRUE
                       ELSE
                           PERFORM CONVERT-ARCHIVE-PERIOD-PROCEDURE
                           IF OLD-FILE-NOT-FOUND
                               DISPLAY 'BACKUP-CONVERT: '
                                   WS-JOURNAL-FILE-NAME ' NOT FOUND'
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-DONE-PERIOD-PROCEDURE.
           SET PERIOD-NOT-DONE TO TRUE
           MOVE 1 TO WS-DONE-SUB
           PERFORM CHECK-ONE-DONE-PERIOD-PROCEDURE
               UNTIL PERIOD-ALREADY-DONE OR WS-DONE-SUB > WS-DONE-COUNT.

       CHECK-ONE-DONE-PERIOD-PROCEDURE.
           IF WS-DONE-PERIOD(WS-DONE-SUB) = WS-CONVERT-PERIOD
               SET PERIOD-ALREADY-DONE TO TRUE
           ELSE
               ADD 1 TO WS-DONE-SUB
           END-IF.

       WRITE-CONVERTED-LINE-PROCEDURE.
           MOVE 'CONVERTED' TO FC-ACTION
           MOVE WS-FILE-RECORD-COUNT TO FC-RECORD-COUNT
           MOVE WS-FILE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-FILES-CONVERTED.

       WRITE-SKIPPED-LINE-PROCEDURE.
           MOVE 'NOT FOUND - SKIPPED' TO FC-ACTION
           MOVE 0 TO FC-RECORD-COUNT
           MOVE WS-FILE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-FILES-SKIPPED.

       WRITE-FAILED-LINE-PROCEDURE.
           SET CONVERT-FAILED TO TRUE
           MOVE WS-FILE-RECORD-COUNT TO FC-RECORD-COUNT
           MOVE WS-FILE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FILES-CONVERTED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'FILES CONVERTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FILES-SKIPPED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'FILES NOT FOUND: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DB-RECORD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'BACKUP RECORDS CONVERTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF CONVERT-FAILED
               MOVE 'CONVERSION STOPPED - RESTORE THE FILE COPIES '
                   TO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'BEFORE RUNNING IT AGAIN' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

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
                           DISPLAY 'BACKUP-CONVERT: PREVIOUS RUN DID '
                               'NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-CONVERT: JOB ' RC-JOB-NAME
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
