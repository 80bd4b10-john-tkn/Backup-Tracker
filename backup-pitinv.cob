       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-PITINV.
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

           SELECT PITWORK-FILE ASSIGN TO 'PITWORK.TMP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-ASSET-NUM
           FILE STATUS IS WS-PITWORK-STATUS.

           SELECT CHANGE-SORT-FILE ASSIGN TO 'PITSORT.TMP'.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD JOURNAL-FILE.
       01 JR-JOURNAL-RECORD.
           02 JR-ASSET-NUM PIC 9(6).
           02 JR-TS-DATE PIC 9(8).
           02 JR-TS-TIME PIC 9(8).
           02 JR-OPERATION PIC X(01).
               88 JR-ADD-OPERATION VALUE IS 'A'.
               88 JR-UPDATE-OPERATION VALUE IS 'U'.
               88 JR-DELETE-OPERATION VALUE IS 'D'.
           02 JR-OPERATOR-ID PIC X(8).
           02 JR-BEFORE-IMAGE.
               03 JR-BEFORE-DATE-CREATED PIC 9(8).
               03 JR-BEFORE-DATE-FROM PIC 9(8).
               03 JR-BEFORE-DATE-TO PIC 9(8).
               03 JR-BEFORE-MEDIUM PIC X(10).
               03 JR-BEFORE-MEDIUM-SERIAL PIC X(50).
               03 JR-BEFORE-LOCATION PIC X(20).
               03 JR-BEFORE-CONTENTS PIC X(200).
               03 JR-BEFORE-RESTORE-TEST-DATE PIC 9(8).
               03 JR-BEFORE-RESTORE-TEST-RESULT PIC X(01).
               03 JR-BEFORE-RETENTION-CLASS PIC X(4).
               03 JR-BEFORE-RECORD-STATUS PIC X(01).
               03 JR-BEFORE-EXTRA-VOLUME-COUNT PIC 9(2).
               03 JR-BEFORE-VOLUME-TABLE PIC X(630).
               03 JR-BEFORE-LEGAL-HOLD PIC X(01).
               03 JR-BEFORE-SIZE-MB PIC 9(9).
               03 JR-BEFORE-COST-CENTER PIC X(10).
               03 JR-BEFORE-KEY-ID PIC X(16).
               03 JR-BEFORE-VOLUME-KEY-TABLE PIC X(144).
           02 JR-AFTER-IMAGE.
               03 JR-AFTER-DATE-CREATED PIC 9(8).
               03 JR-AFTER-DATE-FROM PIC 9(8).
               03 JR-AFTER-DATE-TO PIC 9(8).
               03 JR-AFTER-MEDIUM PIC X(10).
               03 JR-AFTER-MEDIUM-SERIAL PIC X(50).
               03 JR-AFTER-LOCATION PIC X(20).
               03 JR-AFTER-CONTENTS PIC X(200).
               03 JR-AFTER-RESTORE-TEST-DATE PIC 9(8).
               03 JR-AFTER-RESTORE-TEST-RESULT PIC X(01).
               03 JR-AFTER-RETENTION-CLASS PIC X(4).
               03 JR-AFTER-RECORD-STATUS PIC X(01).
               03 JR-AFTER-EXTRA-VOLUME-COUNT PIC 9(2).
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

       FD PITWORK-FILE.
       01 PW-BACKUP-RECORD.
           02 PW-ASSET-NUM PIC 9(6).
           02 PW-BACKUP-DATA PIC X(1130).

       SD CHANGE-SORT-FILE.
       01 CS-SORT-RECORD.
           02 CS-ASSET-NUM PIC 9(6).
           02 CS-TS-DATE PIC 9(8).
           02 CS-TS-TIME PIC 9(8).
           02 CS-SEQ-NUM PIC 9(9).
           02 CS-OPERATION PIC X(01).
               88 CS-ADD-OPERATION VALUE IS 'A'.
           02 CS-BEFORE-IMAGE PIC X(1130).

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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'PITINV'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.
       01 WS-DB-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 DB-AT-END VALUE IS 'Y'.
           88 DB-NOT-AT-END VALUE IS 'N'.
       01 WS-DB-OPEN-SW PIC X(01) VALUE IS 'N'.
           88 DB-IS-OPEN VALUE IS 'Y'.
           88 DB-NOT-OPEN VALUE IS 'N'.

       01 WS-JOURNAL-STATUS PIC X(02).
           88 JOURNAL-STATUS-OK VALUE IS '00'.
           88 JOURNAL-FILE-MISSING VALUE IS '35'.
       01 WS-JOURNAL-FILE-NAME PIC X(40).
       01 WS-JR-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 JR-AT-END VALUE IS 'Y'.
           88 JR-NOT-AT-END VALUE IS 'N'.
       01 WS-JOURNAL-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 JOURNAL-WAS-FOUND VALUE IS 'Y'.
           88 JOURNAL-NOT-FOUND VALUE IS 'N'.

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
       01 WS-LAST-IMAGE-PERIOD PIC 9(6) VALUE IS 0.
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

       01 WS-PITWORK-STATUS PIC X(02).
           88 PITWORK-STATUS-OK VALUE IS '00'.
       01 WS-PW-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 PW-AT-END VALUE IS 'Y'.
           88 PW-NOT-AT-END VALUE IS 'N'.
       01 WS-CS-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 CS-AT-END VALUE IS 'Y'.
           88 CS-NOT-AT-END VALUE IS 'N'.

       01 WS-PERIOD-WORK PIC 9(6).
       01 WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
           02 WS-PERIOD-WORK-CCYY PIC 9(4).
           02 WS-PERIOD-WORK-MM PIC 9(2).
       01 WS-PERIOD-COUNT PIC 9(3) COMP.
       01 WS-START-PERIOD PIC 9(6).
       01 WS-END-PERIOD PIC 9(6).
       01 WS-PERIOD-SUB PIC 9(3) COMP.
       01 WS-PREV-SUB PIC 9(3) COMP.
       01 WS-PERIOD-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 PERIOD-REGISTERED VALUE IS 'Y'.
           88 PERIOD-NOT-REGISTERED VALUE IS 'N'.
       01 WS-PAST-CUTOFF-SW PIC X(01) VALUE IS 'N'.
           88 PAST-CUTOFF-REACHED VALUE IS 'Y'.
           88 PAST-CUTOFF-NOT-REACHED VALUE IS 'N'.
       01 WS-REBUILD-FAILED-SW PIC X(01) VALUE IS 'N'.
           88 REBUILD-FAILED VALUE IS 'Y'.
           88 REBUILD-NOT-FAILED VALUE IS 'N'.
       01 WS-METHOD PIC X(01) VALUE IS SPACE.
           88 METHOD-CURRENT VALUE IS 'C'.
           88 METHOD-IMAGE VALUE IS 'I'.
           88 METHOD-AUTOMATIC VALUE IS ' '.

       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           02 WS-CUTOFF-CCYYMM PIC 9(6).
           02 WS-CUTOFF-DD PIC 9(2).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           02 WS-TODAY-CCYYMM PIC 9(6).
           02 WS-TODAY-DD PIC 9(2).
       01 WS-PREV-CUTOVER-DATE PIC 9(8).

       01 WS-DATE-WORK.
           02 WS-DATE-CHECK-VALUE PIC 9(8).
           02 WS-DATE-CHECK-REDEF REDEFINES WS-DATE-CHECK-VALUE.
               03 WS-DATE-CHECK-CCYY PIC 9(4).
               03 WS-DATE-CHECK-MM PIC 9(2).
               03 WS-DATE-CHECK-DD PIC 9(2).
           02 WS-DAYS-IN-MONTH PIC 9(2).
           02 WS-DATE-VALID-SW PIC X(01) VALUE IS 'Y'.
               88 DATE-IS-VALID VALUE IS 'Y'.
               88 DATE-NOT-VALID VALUE IS 'N'.
           02 WS-LEAP-QUOT PIC 9(4).
           02 WS-LEAP-REM-4 PIC 9(4).
           02 WS-LEAP-REM-100 PIC 9(4).
           02 WS-LEAP-REM-400 PIC 9(4).

       01 WS-JOURNAL-SEQ PIC 9(9) COMP VALUE IS 0.
       01 WS-GROUP-ASSET-NUM PIC 9(6).
       01 WS-FILE-READ-COUNT PIC 9(6) COMP.
       01 WS-FILE-USED-COUNT PIC 9(6) COMP.
       01 WS-GAP-COUNT PIC 9(3) COMP VALUE IS 0.
       01 WS-MISMATCH-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-LOADED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-APPLIED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-UNCHANGED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-RESTORED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-LATER-ADD-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-LISTED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-ACTIVE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-EXPIRED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-HOLD-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ,ZZ9.
       01 WS-VOL-SUB PIC 9(2) COMP.
       01 WS-VOL-LIMIT PIC 9(2) COMP.

       01 WS-PRINT-FILE-NAME PIC X(40).
       01 WS-REPORT-CODE PIC X(4).
       01 WS-REPORT-TITLE PIC X(50).
       01 WS-REPORT-CRITERIA PIC X(60).
       01 WS-COLUMN-HEADING PIC X(132).
       01 WS-PRINT-DETAIL PIC X(132).
       01 WS-PAGE-NUM PIC 9(4) COMP VALUE IS 0.
       01 WS-LINE-COUNT PIC 9(2) COMP VALUE IS 99.
       01 WS-REPORT-RECORD-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-RECORD-COUNT-EDIT PIC ZZZZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME.
           02 WS-RUN-TIME-HHMMSS PIC 9(6).
           02 WS-RUN-TIME-CC PIC 9(2).

       01 WS-HEADING-LINE-1.
           02 H1-TITLE PIC X(50).
           02 FILLER PIC X(02).
           02 FILLER PIC X(10) VALUE IS 'RUN DATE: '.
           02 H1-RUN-DATE PIC 9(8).
           02 FILLER PIC X(08) VALUE IS '  TIME: '.
           02 H1-RUN-TIME PIC 9(6).
           02 FILLER PIC X(07) VALUE IS '  PAGE '.
           02 H1-PAGE-NUM PIC ZZZ9.
       01 WS-HEADING-LINE-2.
           02 FILLER PIC X(10) VALUE IS 'CRITERIA: '.
           02 H2-CRITERIA PIC X(60).

       01 WS-INVENTORY-HEADING.
           02 FILLER PIC X(42) VALUE IS
               'ASSET#  MEDIUM      LOCATION              '.
           02 FILLER PIC X(20) VALUE IS 'DATEFROM  DATETO    '.
           02 FILLER PIC X(42) VALUE IS 'CONTENTS'.
           02 FILLER PIC X(13) VALUE IS 'STATUS   HOLD'.

       01 WS-INVENTORY-LINE.
           02 IL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 IL-MEDIUM PIC X(10).
           02 FILLER PIC X(02).
           02 IL-LOCATION PIC X(20).
           02 FILLER PIC X(02).
           02 IL-DATE-FROM PIC 9(8).
           02 FILLER PIC X(02).
           02 IL-DATE-TO PIC 9(8).
           02 FILLER PIC X(02).
           02 IL-CONTENTS PIC X(40).
           02 FILLER PIC X(02).
           02 IL-STATUS PIC X(07).
           02 FILLER PIC X(02).
           02 IL-HOLD PIC X(04).

       01 WS-VOLUME-DETAIL-LINE.
           02 FILLER PIC X(08) VALUE IS "    VOL ".
           02 VL-VOL-NUM PIC 9(2).
           02 FILLER PIC X(02).
           02 VL-SERIAL PIC X(50).
           02 FILLER PIC X(02).
           02 VL-LOCATION PIC X(20).

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

       01 WS-JOURNAL-USED-LINE.
           02 FILLER PIC X(14) VALUE IS 'JOURNAL USED: '.
           02 JU-FILE-NAME PIC X(16).
           02 FILLER PIC X(11) VALUE IS '  RECORDS: '.
           02 JU-READ-COUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X(08) VALUE IS '  USED: '.
           02 JU-USED-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-PITINV: REBUILD THE BACKUP CATALOG AS IT '
               'STOOD ON A PAST DATE'
           DISPLAY 'AS AT THE END OF DATE (CCYYMMDD):'
           ACCEPT WS-CUTOFF-DATE
           DISPLAY 'REBUILD FROM C=CURRENT DB.DAT, I=IMAGE COPY, '
               'BLANK=IMAGE COPY IF ONE IS AVAILABLE:'
           ACCEPT WS-METHOD
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-CUTOFF-DATE NOT NUMERIC
               DISPLAY 'BACKUP-PITINV: DATE MUST BE NUMERIC'
               STOP RUN
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-DATE-CHECK-VALUE
           PERFORM VALIDATE-ONE-DATE-PROCEDURE
           IF DATE-NOT-VALID
               DISPLAY 'BACKUP-PITINV: ' WS-CUTOFF-DATE
                   ' IS NOT A VALID DATE'
               STOP RUN
           END-IF
           IF WS-CUTOFF-DATE > WS-TODAY-DATE
               DISPLAY 'BACKUP-PITINV: DATE CANNOT BE IN THE FUTURE'
               STOP RUN
           END-IF
           IF NOT METHOD-CURRENT AND NOT METHOD-IMAGE AND
              NOT METHOD-AUTOMATIC
               DISPLAY 'BACKUP-PITINV: ENTER C, I OR LEAVE BLANK'
               STOP RUN
           END-IF
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           MOVE 'PITI' TO WS-REPORT-CODE
           MOVE 'POINT-IN-TIME INVENTORY LISTING' TO WS-REPORT-TITLE
           MOVE SPACES TO WS-REPORT-CRITERIA
           STRING 'BACKUP CATALOG AS IT STOOD AT THE END OF '
               WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-CRITERIA
           MOVE SPACES TO WS-COLUMN-HEADING
           PERFORM START-REPORT-PROCEDURE
           MOVE 'RECONSTRUCTION SOURCES' TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           PERFORM LOAD-IMAGE-REGISTER-PROCEDURE
           IF NOT METHOD-CURRENT
               PERFORM SELECT-IMAGE-COPY-PROCEDURE
               IF IMAGE-SELECTED
                   SET METHOD-IMAGE TO TRUE
               ELSE
                   PERFORM NO-IMAGE-COPY-PROCEDURE
               END-IF
           END-IF
           IF REBUILD-NOT-FAILED
               IF METHOD-CURRENT
                   PERFORM REBUILD-FROM-CURRENT-PROCEDURE
               ELSE
                   PERFORM REBUILD-FROM-IMAGE-PROCEDURE
               END-IF
               PERFORM WRITE-COVERAGE-SUMMARY-PROCEDURE
               PERFORM WRITE-INVENTORY-SECTION-PROCEDURE
           END-IF
           MOVE WS-LISTED-COUNT TO WS-REPORT-RECORD-COUNT
           PERFORM END-REPORT-PROCEDURE
           DISPLAY 'BACKUP-PITINV: REPORT WRITTEN TO '
               WS-PRINT-FILE-NAME
           IF REBUILD-FAILED
               DISPLAY 'BACKUP-PITINV: NOTHING REBUILT - SEE THE REPORT'
               MOVE 'F' TO WS-RUN-OUTCOME
           ELSE
               IF WS-GAP-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                   DISPLAY 'BACKUP-PITINV: COVERAGE INCOMPLETE - SEE '
                       'THE REPORT'
               END-IF
           END-IF
           MOVE WS-LISTED-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       VALIDATE-ONE-DATE-PROCEDURE.
           SET DATE-IS-VALID TO TRUE
           IF WS-DATE-CHECK-CCYY < 1900
               SET DATE-NOT-VALID TO TRUE
           END-IF
           IF DATE-IS-VALID
               IF WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
                   SET DATE-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF DATE-IS-VALID
               PERFORM DETERMINE-DAYS-IN-MONTH-PROCEDURE
               IF WS-DATE-CHECK-DD < 1 OR
                  WS-DATE-CHECK-DD > WS-DAYS-IN-MONTH
                   SET DATE-NOT-VALID TO TRUE
               END-IF
           END-IF.

       DETERMINE-DAYS-IN-MONTH-PROCEDURE.
           EVALUATE WS-DATE-CHECK-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-DATE-CHECK-CCYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DATE-CHECK-CCYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DATE-CHECK-CCYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0 AND
                      (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       NO-IMAGE-COPY-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'NO GOOD IMAGE COPY TAKEN ON OR BEFORE '
               WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           IF METHOD-IMAGE
               SET REBUILD-FAILED TO TRUE
               MOVE 'NOTHING REBUILT - RERUN WITH C TO WORK BACK FROM '
                   TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE 'THE CURRENT DB.DAT' TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               SET METHOD-CURRENT TO TRUE
               MOVE 'WORKING BACK FROM THE CURRENT DB.DAT INSTEAD' TO
                   WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

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
                   MOVE IC-PERIOD TO WS-LAST-IMAGE-PERIOD
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
               MOVE WS-IMAGE-USED-LINE TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

       CHECK-ONE-IMAGE-COPY-PROCEDURE.
           MOVE SPACES TO WS-IMAGE-FILE-NAME
           STRING 'DBIMG' WS-IMG-PERIOD(WS-IMAGE-SUB) '.DAT'
               DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME
           IF WS-IMG-DATE-TAKEN(WS-IMAGE-SUB) > WS-CUTOFF-DATE
               SUBTRACT 1 FROM WS-IMAGE-SUB
           ELSE
               PERFORM VERIFY-IMAGE-COPY-PROCEDURE
               IF IMAGE-IS-GOOD
                   SET IMAGE-SELECTED TO TRUE
               ELSE
                   MOVE WS-IMAGE-FILE-NAME TO IR-FILE-NAME
                   MOVE WS-IMAGE-REASON TO IR-REASON
                   MOVE WS-IMAGE-REJECT-LINE TO WS-PRINT-DETAIL
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
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

       REBUILD-FROM-CURRENT-PROCEDURE.
           MOVE 'METHOD: CURRENT DB.DAT WITH THE BEFORE-IMAGES OF '
               TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '        EVERY CHANGE JOURNALED AFTER '
               WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE 0 TO WS-JOURNAL-SEQ
           SORT CHANGE-SORT-FILE
               ON ASCENDING KEY CS-ASSET-NUM CS-TS-DATE CS-TS-TIME
                   CS-SEQ-NUM
               INPUT PROCEDURE IS RELEASE-LATER-CHANGES-PROCEDURE
               OUTPUT PROCEDURE IS MERGE-CURRENT-CATALOG-PROCEDURE
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'BACKUPS UNCHANGED SINCE ' WS-CUTOFF-DATE ':    '
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-RESTORED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'BACKUPS RESTORED FROM BEFORE-IMAGES: '
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-LATER-ADD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'BACKUPS ADDED AFTER ' WS-CUTOFF-DATE ' - LEFT OUT: '
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       RELEASE-LATER-CHANGES-PROCEDURE.
           MOVE WS-CUTOFF-CCYYMM TO WS-START-PERIOD
           MOVE 1 TO WS-IMAGE-SUB
           PERFORM FIND-FIRST-LATER-CUTOVER-PROCEDURE
               UNTIL WS-IMAGE-SUB > WS-IMAGE-COUNT
           IF WS-IMAGE-COUNT = 0
               MOVE WS-TODAY-CCYYMM TO WS-END-PERIOD
               ADD 1 TO WS-GAP-COUNT
               MOVE '*** NOT VERIFIED: NO CUTOVERS ARE REGISTERED ON '
                   TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE '    IMGCTL.DAT - A MISSING JOURNAL ARCHIVE CANNOT '
                   TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE '    BE DETECTED' TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               MOVE WS-LAST-IMAGE-PERIOD TO WS-END-PERIOD
           END-IF
           PERFORM PROCESS-ARCHIVE-RANGE-PROCEDURE
           MOVE 'JOURNAL.DAT' TO WS-JOURNAL-FILE-NAME
           PERFORM PROCESS-ONE-JOURNAL-FILE-PROCEDURE
           IF JOURNAL-NOT-FOUND
               PERFORM FLAG-MISSING-CURRENT-JOURNAL-PROCEDURE
           END-IF.

       FIND-FIRST-LATER-CUTOVER-PROCEDURE.
           IF WS-IMG-DATE-TAKEN(WS-IMAGE-SUB) > WS-CUTOFF-DATE AND
              WS-IMG-PERIOD(WS-IMAGE-SUB) < WS-START-PERIOD
               MOVE WS-IMG-PERIOD(WS-IMAGE-SUB) TO WS-START-PERIOD
           END-IF
           ADD 1 TO WS-IMAGE-SUB.

       RELEASE-LATER-CHANGE-PROCEDURE.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE JR-ASSET-NUM TO CS-ASSET-NUM
           MOVE JR-TS-DATE TO CS-TS-DATE
           MOVE JR-TS-TIME TO CS-TS-TIME
           MOVE WS-JOURNAL-SEQ TO CS-SEQ-NUM
           MOVE JR-OPERATION TO CS-OPERATION
           MOVE JR-BEFORE-IMAGE TO CS-BEFORE-IMAGE
           RELEASE CS-SORT-RECORD
           ADD 1 TO WS-FILE-USED-COUNT.

       MERGE-CURRENT-CATALOG-PROCEDURE.
           OPEN OUTPUT PITWORK-FILE
           SET DB-NOT-AT-END TO TRUE
           SET DB-NOT-OPEN TO TRUE
           OPEN INPUT DB-DAT
           IF FILE-STATUS-OK
               SET DB-IS-OPEN TO TRUE
               MOVE LOW-VALUES TO FD-ASSET-NUM
               START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
                   INVALID KEY
                       SET DB-AT-END TO TRUE
               END-START
               IF DB-NOT-AT-END
                   PERFORM READ-NEXT-DB-RECORD-PROCEDURE
               END-IF
           ELSE
               SET DB-AT-END TO TRUE
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING '*** NOT COVERED: DB.DAT COULD NOT BE OPENED - '
                   'BACKUPS UNCHANGED SINCE ' WS-CUTOFF-DATE
                   ' ARE NOT LISTED'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF
           SET CS-NOT-AT-END TO TRUE
           PERFORM RETURN-NEXT-CHANGE-PROCEDURE
           PERFORM MERGE-ONE-ASSET-PROCEDURE
               UNTIL DB-AT-END AND CS-AT-END
           IF DB-IS-OPEN
               CLOSE DB-DAT
           END-IF
           CLOSE PITWORK-FILE.

       MERGE-ONE-ASSET-PROCEDURE.
           EVALUATE TRUE
               WHEN CS-AT-END
                   PERFORM KEEP-CURRENT-RECORD-PROCEDURE
                   PERFORM READ-NEXT-DB-RECORD-PROCEDURE
               WHEN DB-AT-END
                   PERFORM KEEP-BEFORE-IMAGE-PROCEDURE
               WHEN CS-ASSET-NUM < FD-ASSET-NUM
                   PERFORM KEEP-BEFORE-IMAGE-PROCEDURE
               WHEN CS-ASSET-NUM > FD-ASSET-NUM
                   PERFORM KEEP-CURRENT-RECORD-PROCEDURE
                   PERFORM READ-NEXT-DB-RECORD-PROCEDURE
               WHEN OTHER
                   PERFORM KEEP-BEFORE-IMAGE-PROCEDURE
                   PERFORM READ-NEXT-DB-RECORD-PROCEDURE
           END-EVALUATE.

       KEEP-CURRENT-RECORD-PROCEDURE.
           MOVE FD-BACKUP-STRUCT TO PW-BACKUP-RECORD
           WRITE PW-BACKUP-RECORD
               INVALID KEY
                   ADD 1 TO WS-MISMATCH-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-WRITE.

       KEEP-BEFORE-IMAGE-PROCEDURE.
           IF CS-ADD-OPERATION
               ADD 1 TO WS-LATER-ADD-COUNT
           ELSE
               MOVE CS-ASSET-NUM TO PW-ASSET-NUM
               MOVE CS-BEFORE-IMAGE TO PW-BACKUP-DATA
               WRITE PW-BACKUP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-MISMATCH-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-RESTORED-COUNT
               END-WRITE
           END-IF
           MOVE CS-ASSET-NUM TO WS-GROUP-ASSET-NUM
           PERFORM RETURN-NEXT-CHANGE-PROCEDURE
               UNTIL CS-AT-END OR CS-ASSET-NUM NOT = WS-GROUP-ASSET-NUM.

       RETURN-NEXT-CHANGE-PROCEDURE.
           RETURN CHANGE-SORT-FILE
               AT END
                   SET CS-AT-END TO TRUE
           END-RETURN.

       READ-NEXT-DB-RECORD-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
           END-READ.

       REBUILD-FROM-IMAGE-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'METHOD: IMAGE COPY WITH THE JOURNALS REPLAYED '
               'FORWARD TO THE END OF ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           OPEN OUTPUT PITWORK-FILE
           CLOSE PITWORK-FILE
           OPEN I-O PITWORK-FILE
           PERFORM LOAD-IMAGE-COPY-PROCEDURE
           MOVE WS-IMG-PERIOD(WS-IMAGE-SUB) TO WS-PERIOD-WORK
           PERFORM BUMP-PERIOD-PROCEDURE
           MOVE WS-PERIOD-WORK TO WS-START-PERIOD
           MOVE WS-LAST-IMAGE-PERIOD TO WS-END-PERIOD
           PERFORM PROCESS-ARCHIVE-RANGE-PROCEDURE
           IF PAST-CUTOFF-NOT-REACHED
               MOVE 'JOURNAL.DAT' TO WS-JOURNAL-FILE-NAME
               PERFORM PROCESS-ONE-JOURNAL-FILE-PROCEDURE
               IF JOURNAL-NOT-FOUND
                   PERFORM FLAG-MISSING-CURRENT-JOURNAL-PROCEDURE
               END-IF
           END-IF
           CLOSE PITWORK-FILE
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'RECORDS LOADED FROM IMAGE COPY: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'JOURNAL CHANGES APPLIED:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       LOAD-IMAGE-COPY-PROCEDURE.
           OPEN INPUT IMAGE-FILE
           SET IM-NOT-AT-END TO TRUE
           SET TRAILER-NOT-SEEN TO TRUE
           READ IMAGE-FILE
               AT END
                   SET IM-AT-END TO TRUE
           END-READ
           PERFORM LOAD-ONE-IMAGE-RECORD-PROCEDURE
               UNTIL IM-AT-END OR TRAILER-SEEN
           CLOSE IMAGE-FILE.

       LOAD-ONE-IMAGE-RECORD-PROCEDURE.
           READ IMAGE-FILE
               AT END
                   SET IM-AT-END TO TRUE
               NOT AT END
                   IF IM-D-TYPE = 'T'
                       SET TRAILER-SEEN TO TRUE
                   ELSE
                       MOVE IM-D-BACKUP-RECORD TO PW-BACKUP-RECORD
                       WRITE PW-BACKUP-RECORD
                           INVALID KEY
                               ADD 1 TO WS-MISMATCH-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
                   END-IF
           END-READ.

       PROCESS-ARCHIVE-RANGE-PROCEDURE.
           MOVE WS-START-PERIOD TO WS-PERIOD-WORK
           MOVE 0 TO WS-PERIOD-COUNT
           SET PAST-CUTOFF-NOT-REACHED TO TRUE
           PERFORM PROCESS-ONE-ARCHIVE-PERIOD-PROCEDURE
               UNTIL WS-PERIOD-WORK > WS-END-PERIOD
                  OR WS-PERIOD-COUNT > 240
                  OR PAST-CUTOFF-REACHED.

       PROCESS-ONE-ARCHIVE-PERIOD-PROCEDURE.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING 'JRNL' WS-PERIOD-WORK '.DAT'
               DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME
           PERFORM LOOKUP-PERIOD-PROCEDURE
           IF METHOD-CURRENT AND PERIOD-REGISTERED
               IF WS-IMG-DATE-TAKEN(WS-PERIOD-SUB) > WS-CUTOFF-DATE
                   PERFORM READ-ARCHIVE-PERIOD-PROCEDURE
               END-IF
           ELSE
               PERFORM READ-ARCHIVE-PERIOD-PROCEDURE
           END-IF
           IF METHOD-IMAGE AND PERIOD-REGISTERED
               IF WS-IMG-DATE-TAKEN(WS-PERIOD-SUB) > WS-CUTOFF-DATE
                   SET PAST-CUTOFF-REACHED TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           PERFORM BUMP-PERIOD-PROCEDURE.

       READ-ARCHIVE-PERIOD-PROCEDURE.
           PERFORM PROCESS-ONE-JOURNAL-FILE-PROCEDURE
           IF JOURNAL-NOT-FOUND
               IF PERIOD-REGISTERED
                   PERFORM FLAG-MISSING-ARCHIVE-PROCEDURE
               ELSE
                   MOVE SPACES TO WS-PRINT-DETAIL
                   STRING 'JOURNAL NOT FOUND: ' WS-JOURNAL-FILE-NAME
                       DELIMITED BY '  '
                       ' - NO CUTOVER REGISTERED FOR THIS PERIOD'
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-IF
           ELSE
               IF PERIOD-REGISTERED
                   IF WS-FILE-READ-COUNT NOT =
                          WS-IMG-JOURNAL-COUNT(WS-PERIOD-SUB)
                       PERFORM FLAG-SHORT-ARCHIVE-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-PERIOD-PROCEDURE.
           SET PERIOD-NOT-REGISTERED TO TRUE
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM CHECK-ONE-PERIOD-ENTRY-PROCEDURE
               UNTIL PERIOD-REGISTERED
                  OR WS-PERIOD-SUB > WS-IMAGE-COUNT.

       CHECK-ONE-PERIOD-ENTRY-PROCEDURE.
           IF WS-IMG-PERIOD(WS-PERIOD-SUB) = WS-PERIOD-WORK
               SET PERIOD-REGISTERED TO TRUE
           ELSE
               ADD 1 TO WS-PERIOD-SUB
           END-IF.

       BUMP-PERIOD-PROCEDURE.
           ADD 1 TO WS-PERIOD-WORK-MM
           IF WS-PERIOD-WORK-MM > 12
               MOVE 1 TO WS-PERIOD-WORK-MM
               ADD 1 TO WS-PERIOD-WORK-CCYY
           END-IF.

       PROCESS-ONE-JOURNAL-FILE-PROCEDURE.
           MOVE 0 TO WS-FILE-READ-COUNT
           MOVE 0 TO WS-FILE-USED-COUNT
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS-OK
               SET JOURNAL-WAS-FOUND TO TRUE
               SET JR-NOT-AT-END TO TRUE
               PERFORM PROCESS-ONE-JOURNAL-RECORD-PROCEDURE
                   UNTIL JR-AT-END
               CLOSE JOURNAL-FILE
               MOVE WS-JOURNAL-FILE-NAME TO JU-FILE-NAME
               MOVE WS-FILE-READ-COUNT TO JU-READ-COUNT
               MOVE WS-FILE-USED-COUNT TO JU-USED-COUNT
               MOVE WS-JOURNAL-USED-LINE TO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               SET JOURNAL-NOT-FOUND TO TRUE
           END-IF.

       PROCESS-ONE-JOURNAL-RECORD-PROCEDURE.
           READ JOURNAL-FILE
               AT END
                   SET JR-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ-COUNT
                   IF METHOD-CURRENT
                       IF JR-TS-DATE > WS-CUTOFF-DATE
                           PERFORM RELEASE-LATER-CHANGE-PROCEDURE
                       END-IF
                   ELSE
                       IF JR-TS-DATE NOT > WS-CUTOFF-DATE
                           PERFORM APPLY-JOURNAL-RECORD-PROCEDURE
                       END-IF
                   END-IF
           END-READ.

       APPLY-JOURNAL-RECORD-PROCEDURE.
           ADD 1 TO WS-FILE-USED-COUNT
           ADD 1 TO WS-APPLIED-COUNT
           MOVE JR-ASSET-NUM TO PW-ASSET-NUM
           EVALUATE TRUE
               WHEN JR-ADD-OPERATION
                   PERFORM APPLY-ADD-PROCEDURE
               WHEN JR-UPDATE-OPERATION
                   PERFORM APPLY-UPDATE-PROCEDURE
               WHEN JR-DELETE-OPERATION
                   PERFORM APPLY-DELETE-PROCEDURE
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
           END-EVALUATE.

       APPLY-ADD-PROCEDURE.
           MOVE JR-AFTER-IMAGE TO PW-BACKUP-DATA
           WRITE PW-BACKUP-RECORD
               INVALID KEY
                   ADD 1 TO WS-MISMATCH-COUNT
                   REWRITE PW-BACKUP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       APPLY-UPDATE-PROCEDURE.
           READ PITWORK-FILE
               INVALID KEY
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE JR-ASSET-NUM TO PW-ASSET-NUM
                   MOVE JR-AFTER-IMAGE TO PW-BACKUP-DATA
                   WRITE PW-BACKUP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF PW-BACKUP-DATA NOT = JR-BEFORE-IMAGE
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
                   MOVE JR-AFTER-IMAGE TO PW-BACKUP-DATA
                   REWRITE PW-BACKUP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       APPLY-DELETE-PROCEDURE.
           READ PITWORK-FILE
               INVALID KEY
                   ADD 1 TO WS-MISMATCH-COUNT
               NOT INVALID KEY
                   DELETE PITWORK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.

       FLAG-MISSING-ARCHIVE-PROCEDURE.
           ADD 1 TO WS-GAP-COUNT
           MOVE 0 TO WS-PREV-CUTOVER-DATE
           IF WS-PERIOD-SUB > 1
               COMPUTE WS-PREV-SUB = WS-PERIOD-SUB - 1
               MOVE WS-IMG-DATE-TAKEN(WS-PREV-SUB) TO
                   WS-PREV-CUTOVER-DATE
           END-IF
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '*** NOT COVERED: ' WS-JOURNAL-FILE-NAME
               DELIMITED BY '  '
               ' IS MISSING OR UNREADABLE'
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-DETAIL
           IF WS-PREV-CUTOVER-DATE = 0
               STRING '    CHANGES UP TO THE CUTOVER OF '
                   WS-IMG-DATE-TAKEN(WS-PERIOD-SUB)
                   ' ARE NOT KNOWN'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           ELSE
               STRING '    CHANGES BETWEEN THE CUTOVERS OF '
                   WS-PREV-CUTOVER-DATE ' AND '
                   WS-IMG-DATE-TAKEN(WS-PERIOD-SUB)
                   ' ARE NOT KNOWN'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       FLAG-SHORT-ARCHIVE-PROCEDURE.
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-FILE-READ-COUNT TO WS-COUNT-EDIT
           MOVE WS-IMG-JOURNAL-COUNT(WS-PERIOD-SUB) TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '*** NOT COVERED: ' WS-JOURNAL-FILE-NAME
               DELIMITED BY '  '
               ' HOLDS ' WS-COUNT-EDIT ' RECORDS BUT ' WS-COUNT-EDIT-2
               ' WERE ARCHIVED AT CUTOVER'
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       FLAG-MISSING-CURRENT-JOURNAL-PROCEDURE.
           ADD 1 TO WS-GAP-COUNT
           MOVE '*** NOT COVERED: JOURNAL.DAT IS MISSING OR UNREADABLE'
               TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-DETAIL
           IF WS-IMAGE-COUNT = 0
               MOVE '    CHANGES SINCE THE LAST CUTOVER ARE NOT KNOWN'
                   TO WS-PRINT-DETAIL
           ELSE
               STRING '    CHANGES SINCE THE CUTOVER OF '
                   WS-IMG-DATE-TAKEN(WS-IMAGE-COUNT)
                   ' ARE NOT KNOWN'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-COVERAGE-SUMMARY-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           PERFORM WRITE-COVERAGE-LINE-PROCEDURE
           IF WS-MISMATCH-COUNT > 0
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING '*** JOURNAL CHANGES THAT DID NOT MATCH THE '
                   'REBUILT CATALOG: ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.

       WRITE-COVERAGE-LINE-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           IF WS-GAP-COUNT = 0
               STRING 'COVERAGE: COMPLETE - EVERY JOURNAL NEEDED FOR '
                   'THIS DATE WAS READ'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           ELSE
               MOVE WS-GAP-COUNT TO WS-COUNT-EDIT
               STRING '*** COVERAGE INCOMPLETE: ' WS-COUNT-EDIT
                   ' GAP(S) - BACKUPS CHANGED IN THE GAPS '
                   'MAY NOT BE SHOWN AS THEY STOOD ***'
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE-PROCEDURE.

       WRITE-INVENTORY-SECTION-PROCEDURE.
           MOVE WS-INVENTORY-HEADING TO WS-COLUMN-HEADING
           MOVE 99 TO WS-LINE-COUNT
           OPEN INPUT PITWORK-FILE
           IF PITWORK-STATUS-OK
               SET PW-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO PW-ASSET-NUM
               START PITWORK-FILE KEY IS NOT LESS THAN PW-ASSET-NUM
                   INVALID KEY
                       SET PW-AT-END TO TRUE
               END-START
               PERFORM WRITE-INVENTORY-DETAIL-PROCEDURE UNTIL PW-AT-END
               CLOSE PITWORK-FILE
           END-IF
           IF WS-LISTED-COUNT = 0
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING 'NO BACKUPS WERE HELD AT THE END OF '
                   WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF
           PERFORM WRITE-INVENTORY-TOTALS-PROCEDURE.

       WRITE-INVENTORY-DETAIL-PROCEDURE.
           READ PITWORK-FILE NEXT RECORD
               AT END
                   SET PW-AT-END TO TRUE
               NOT AT END
                   MOVE PW-BACKUP-RECORD TO FD-BACKUP-STRUCT
                   MOVE FD-ASSET-NUM TO IL-ASSET-NUM
                   MOVE FD-MEDIUM TO IL-MEDIUM
                   MOVE FD-LOCATION TO IL-LOCATION
                   MOVE FD-DATE-FROM TO IL-DATE-FROM
                   MOVE FD-DATE-TO TO IL-DATE-TO
                   MOVE FD-BACKUP-CONTENTS TO IL-CONTENTS
                   EVALUATE TRUE
                       WHEN FD-RECORD-ACTIVE
                           MOVE 'ACTIVE' TO IL-STATUS
                           ADD 1 TO WS-ACTIVE-COUNT
                       WHEN FD-RECORD-EXPIRED
                           MOVE 'EXPIRED' TO IL-STATUS
                           ADD 1 TO WS-EXPIRED-COUNT
                       WHEN OTHER
                           MOVE 'UNKNOWN' TO IL-STATUS
                   END-EVALUATE
                   IF FD-LEGAL-HOLD-ON
                       MOVE 'HOLD' TO IL-HOLD
                       ADD 1 TO WS-HOLD-COUNT
                   ELSE
                       MOVE SPACES TO IL-HOLD
                   END-IF
                   MOVE WS-INVENTORY-LINE TO WS-PRINT-DETAIL
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM WRITE-VOLUME-DETAIL-LINES-PROCEDURE
           END-READ.

       SET-VOLUME-LIMIT-PROCEDURE.
           IF FD-EXTRA-VOLUME-COUNT IS NUMERIC
               MOVE FD-EXTRA-VOLUME-COUNT TO WS-VOL-LIMIT
               IF WS-VOL-LIMIT > 9
                   MOVE 9 TO WS-VOL-LIMIT
               END-IF
           ELSE
               MOVE 0 TO WS-VOL-LIMIT
           END-IF.

       WRITE-VOLUME-DETAIL-LINES-PROCEDURE.
           MOVE 1 TO VL-VOL-NUM
           MOVE FD-MEDIUM-SERIAL TO VL-SERIAL
           MOVE FD-LOCATION TO VL-LOCATION
           MOVE WS-VOLUME-DETAIL-LINE TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           PERFORM SET-VOLUME-LIMIT-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM WRITE-ONE-VOLUME-LINE-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT.

       WRITE-ONE-VOLUME-LINE-PROCEDURE.
           COMPUTE VL-VOL-NUM = WS-VOL-SUB + 1
           MOVE FD-VOL-SERIAL(WS-VOL-SUB) TO VL-SERIAL
           MOVE FD-VOL-LOCATION(WS-VOL-SUB) TO VL-LOCATION
           MOVE WS-VOLUME-DETAIL-LINE TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           ADD 1 TO WS-VOL-SUB.

       WRITE-INVENTORY-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING 'BACKUPS HELD AT THE END OF ' WS-CUTOFF-DATE ': '
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '    ACTIVE:                      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '    EXPIRED:                     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '    ON LEGAL HOLD:               ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           PERFORM WRITE-COVERAGE-LINE-PROCEDURE.

       START-REPORT-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING 'RPT' WS-REPORT-CODE '-' WS-RUN-DATE '-'
               WS-RUN-TIME-HHMMSS '.TXT'
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           MOVE 0 TO WS-PAGE-NUM
           MOVE 99 TO WS-LINE-COUNT
           MOVE 0 TO WS-REPORT-RECORD-COUNT
           OPEN OUTPUT PRINT-FILE.

       WRITE-REPORT-LINE-PROCEDURE.
           IF WS-LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING-PROCEDURE
           END-IF
           MOVE WS-PRINT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADING-PROCEDURE.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-REPORT-TITLE TO H1-TITLE
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-RUN-TIME-HHMMSS TO H1-RUN-TIME
           MOVE WS-PAGE-NUM TO H1-PAGE-NUM
           MOVE WS-HEADING-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPORT-CRITERIA TO H2-CRITERIA
           MOVE WS-HEADING-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-COLUMN-HEADING TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 5 TO WS-LINE-COUNT.

       END-REPORT-PROCEDURE.
           MOVE SPACES TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE WS-REPORT-RECORD-COUNT TO WS-RECORD-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-DETAIL
           STRING '*** END OF REPORT - ' WS-RECORD-COUNT-EDIT
               ' RECORDS ***'
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           CLOSE PRINT-FILE.

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
                           DISPLAY 'BACKUP-PITINV: PREVIOUS RUN DID '
                               'NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-PITINV: JOB ' RC-JOB-NAME
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

