           RECORD KEY IS LM-LOCATION-NAME
           FILE STATUS IS WS-LOCATION-STATUS.

           SELECT MEDTYPE-FILE ASSIGN TO 'MEDTYPE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEDTYPE-STATUS.

           SELECT MEDERR-FILE ASSIGN TO 'MEDERR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ME-ERROR-KEY
           FILE STATUS IS WS-MEDERR-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'SCHEDULE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-SYSTEM-NAME
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT HOLDCASE-FILE ASSIGN TO 'HOLDCASE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HC-MATTER-NUM
           FILE STATUS IS WS-HOLDCASE-STATUS.

           SELECT HOLDLINK-FILE ASSIGN TO 'HOLDLINK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HL-LINK-KEY
           FILE STATUS IS WS-HOLDLINK-STATUS.

           SELECT KEYMAST-FILE ASSIGN TO 'KEYMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KM-KEY-ID
           FILE STATUS IS WS-KEYMAST-STATUS.

           SELECT TESTQ-FILE ASSIGN TO 'TESTQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TQ-QUEUE-KEY
           FILE STATUS IS WS-TESTQ-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

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

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).
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

       FD POLICY-FILE.
       01 POLICY-RECORD.
               88 SX-ON-SHELF-EXCEPTION VALUE IS 'S'.
               88 SX-NO-MEDIA-EXCEPTION VALUE IS 'M'.
               88 SX-MISMATCH-EXCEPTION VALUE IS 'X'.
               88 SX-MISSED-BACKUP-EXCEPTION VALUE IS 'B'.
           02 SX-EXCEPTION-TEXT PIC X(45).
           02 SX-DATE-RAISED PIC 9(8).
           02 SX-DATE-LAST-SEEN PIC 9(8).
           02 TX-DIRECTION PIC X(01).
               88 TX-OUTBOUND VALUE IS 'O'.
               88 TX-INBOUND VALUE IS 'R'.
               88 TX-RECALL VALUE IS 'E'.
           02 TX-DESTINATION PIC X(20).
           02 TX-DATE-SHIPPED PIC 9(8).
           02 TX-DATE-ARRIVED PIC 9(8).
           02 CX-ENTRY-TEXT PIC X(44).

       FD AUDIT-ARCHIVE-FILE.
       01 AJ-JOURNAL-RECORD PIC X(2291).

       FD LOCATION-FILE.
       01 LM-LOCATION-STRUCT.
               88 LM-DR-SITE-TYPE VALUE IS 'D'.
           02 LM-DESCRIPTION PIC X(30).

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

       FD SCHEDULE-FILE.
       01 SC-SCHEDULE-STRUCT.
           02 SC-SYSTEM-NAME PIC X(44).
           02 SC-FREQUENCY PIC X(01).
               88 SC-DAILY VALUE IS 'D'.
               88 SC-WEEKLY VALUE IS 'W'.
               88 SC-MONTHLY VALUE IS 'M'.
           02 SC-GRACE-DAYS PIC 9(3).
           02 SC-DESCRIPTION PIC X(30).

       FD HOLDCASE-FILE.
       01 HC-HOLD-CASE.
           02 HC-MATTER-NUM PIC X(12).
           02 HC-COUNSEL PIC X(30).
           02 HC-DATE-ISSUED PIC 9(8).
           02 HC-KEYWORD PIC X(44).
           02 HC-SYSTEM-NAME PIC X(44).
           02 HC-BACKUP-DATE-FROM PIC 9(8).
           02 HC-BACKUP-DATE-TO PIC 9(8).
           02 HC-CASE-STATUS PIC X(01).
               88 HC-CASE-OPEN VALUE IS 'O'.
               88 HC-CASE-RELEASED VALUE IS 'R'.
           02 HC-DATE-RELEASED PIC 9(8).

       FD HOLDLINK-FILE.
       01 HL-HOLD-LINK.
           02 HL-LINK-KEY.
               03 HL-MATTER-NUM PIC X(12).
               03 HL-ASSET-NUM PIC 9(6).
           02 HL-DATE-APPLIED PIC 9(8).
           02 HL-LINK-STATUS PIC X(01).
               88 HL-LINK-ACTIVE VALUE IS 'A'.
               88 HL-LINK-RELEASED VALUE IS 'R'.
           02 HL-DATE-RELEASED PIC 9(8).
           02 HL-HOLD-SET-SW PIC X(01).
               88 HL-HOLD-SET-BY-CASE VALUE IS 'Y'.
               88 HL-HOLD-SET-BEFORE-CASE VALUE IS 'N'.

       FD KEYMAST-FILE.
       01 KM-KEY-RECORD.
           02 KM-KEY-ID PIC X(16).
           02 KM-ESCROW-LOCATION PIC X(20).
           02 KM-CUSTODIAN PIC X(30).
           02 KM-KEY-STATUS PIC X(01).
               88 KM-KEY-ACTIVE VALUE IS 'A'.
               88 KM-KEY-RETIRED VALUE IS 'R'.
               88 KM-KEY-DESTROYED VALUE IS 'D'.
           02 KM-DATE-STATUS PIC 9(8).

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
       01 WS-MENU-SEL PIC 9.
       01 WS-REPORT-SEL PIC 9.
           02 WS-LEGAL-HOLD PIC X(01) VALUE IS 'N'.
               88 WS-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 WS-BACKUP-SIZE-MB PIC 9(9) VALUE IS 0.
           02 WS-COST-CENTER PIC X(10).
           02 WS-KEY-ID PIC X(16).
           02 WS-VOLUME-KEY-TABLE.
               03 WS-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       01 WS-VOL-SUB PIC 9(2) COMP.
       01 WS-VOL-LIMIT PIC 9(2) COMP.
       01 WS-VOL-ENTRY-NUM PIC 9(2).
       01 WS-VOL-ENTRY-SERIAL PIC X(50).
       01 WS-VOL-ENTRY-LOCATION PIC X(20).
       01 WS-VOL-ENTRY-KEY-ID PIC X(16).

       01 WS-NEXT-ASSET-NUM PIC 9(6).
       01 WS-MAX-ASSET-NUM PIC 9(6).
           02 WS-BEFORE-LEGAL-HOLD PIC X(01).
               88 WS-BEFORE-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 WS-BEFORE-SIZE-MB PIC 9(9).
           02 WS-BEFORE-COST-CENTER PIC X(10).
           02 WS-BEFORE-KEY-ID PIC X(16).
           02 WS-BEFORE-VOLUME-KEY-TABLE PIC X(144).

       01 WS-AFTER-STRUCT.
           02 WS-AFTER-DATE-CREATED PIC 9(8).
           02 WS-AFTER-VOLUME-TABLE PIC X(630).
           02 WS-AFTER-LEGAL-HOLD PIC X(01).
           02 WS-AFTER-SIZE-MB PIC 9(9).
           02 WS-AFTER-COST-CENTER PIC X(10).
           02 WS-AFTER-KEY-ID PIC X(16).
           02 WS-AFTER-VOLUME-KEY-TABLE PIC X(144).

       01 WS-OPERATOR-STATUS PIC X(02).
           88 OPERATOR-STATUS-OK VALUE IS '00'.
       01 WS-SERIAL-OK-SW PIC X(01) VALUE IS 'Y'.
           88 SERIAL-IS-AVAILABLE VALUE IS 'Y'.
           88 SERIAL-NOT-AVAILABLE VALUE IS 'N'.
       01 WS-MEDTYPE-STATUS PIC X(02).
           88 MEDTYPE-STATUS-OK VALUE IS '00'.
           88 MEDTYPE-FILE-MISSING VALUE IS '35'.
       01 WS-MT-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 MT-AT-END VALUE IS 'Y'.
           88 MT-NOT-AT-END VALUE IS 'N'.
       01 WS-MEDTYPE-LOADED-SW PIC X(01) VALUE IS 'N'.
           88 MEDTYPE-LOADED VALUE IS 'Y'.
           88 MEDTYPE-NOT-LOADED VALUE IS 'N'.
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
       01 WS-MERR-TYPE PIC X(01).
       01 WS-MERR-ASSET-NUM PIC 9(6).
       01 WS-MERR-NOTE PIC X(40).
       01 WS-MERR-ACTION PIC X(01).
       01 WS-MERR-COUNT-EDIT PIC ZZ9.
       01 WS-BEFORE-VOL-WORK.
           02 WS-BEFORE-VOL-ENTRY OCCURS 9 TIMES.
               03 WS-BEFORE-VOL-SERIAL PIC X(50).
       01 WS-SHIPPED-JULIAN PIC 9(7) COMP.
       01 WS-XFER-AGE-DAYS PIC S9(7) COMP.
       01 WS-IN-TRANSIT-LOC PIC X(20) VALUE IS 'IN TRANSIT'.
       01 WS-PIECE-TRANSIT-SW PIC X(01) VALUE IS 'N'.
           88 PIECE-STILL-IN-TRANSIT VALUE IS 'Y'.
           88 NO-PIECE-IN-TRANSIT VALUE IS 'N'.
       01 WS-REQ-PULLED-COUNT PIC 9(3) COMP.
       01 WS-REQ-PULLED-EDIT PIC ZZ9.

       01 WS-XFER-OVERDUE-LINE.
           02 XO-MANIFEST-NUM PIC 9(6).
       01 WS-LM-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 LM-AT-END VALUE IS 'Y'.
           88 LM-NOT-AT-END VALUE IS 'N'.
       01 WS-SCHEDULE-STATUS PIC X(02).
           88 SCHEDULE-STATUS-OK VALUE IS '00'.
           88 SCHEDULE-FILE-MISSING VALUE IS '35'.
       01 WS-MAINT-SYSTEM PIC X(44).
       01 WS-HOLDCASE-STATUS PIC X(02).
           88 HOLDCASE-STATUS-OK VALUE IS '00'.
           88 HOLDCASE-FILE-MISSING VALUE IS '35'.
       01 WS-MAINT-MATTER PIC X(12).
       01 WS-HOLDLINK-STATUS PIC X(02).
           88 HOLDLINK-STATUS-OK VALUE IS '00'.
           88 HOLDLINK-FILE-MISSING VALUE IS '35'.
       01 WS-HC-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 HC-AT-END VALUE IS 'Y'.
           88 HC-NOT-AT-END VALUE IS 'N'.
       01 WS-OPEN-CASE-SW PIC X(01) VALUE IS 'N'.
           88 OPEN-CASE-FOUND VALUE IS 'Y'.
           88 NO-OPEN-CASE-FOUND VALUE IS 'N'.
       01 WS-OPEN-CASE-MATTER PIC X(12).
       01 WS-REWRITE-SW PIC X(01) VALUE IS 'N'.
           88 BACKUP-WAS-REWRITTEN VALUE IS 'Y'.
           88 BACKUP-NOT-REWRITTEN VALUE IS 'N'.
       01 WS-KEYMAST-STATUS PIC X(02).
           88 KEYMAST-STATUS-OK VALUE IS '00'.
           88 KEYMAST-FILE-MISSING VALUE IS '35'.
       01 WS-MAINT-KEY-ID PIC X(16).
       01 WS-KEY-ESCROW PIC X(20).
       01 WS-KEY-CUSTODIAN PIC X(30).
       01 WS-KEY-STATE PIC X(01).
       01 WS-KEY-STATE-DATE PIC 9(8).
       01 WS-KEY-ACTION PIC X(01).
       01 WS-CHECK-KEY-ID PIC X(16).
       01 WS-CHECK-PRIOR-KEY-ID PIC X(16).
       01 WS-KEY-OFFSET PIC 9(3) COMP.
       01 WS-KEY-OK-SW PIC X(01) VALUE IS 'Y'.
           88 KEY-IS-USABLE VALUE IS 'Y'.
           88 KEY-NOT-USABLE VALUE IS 'N'.
       01 WS-TESTQ-STATUS PIC X(02).
           88 TESTQ-STATUS-OK VALUE IS '00'.
           88 TESTQ-FILE-MISSING VALUE IS '35'.
       01 WS-TQ-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 TQ-AT-END VALUE IS 'Y'.
           88 TQ-NOT-AT-END VALUE IS 'N'.
       01 WS-TQ-CLOSED-COUNT PIC 9(4) COMP.
       01 WS-CASE-COUNSEL PIC X(30).
       01 WS-CASE-ISSUED PIC 9(8).
       01 WS-CASE-KEYWORD PIC X(44).
       01 WS-CASE-SYSTEM PIC X(44).
       01 WS-CASE-DATE-FROM PIC 9(8).
       01 WS-CASE-DATE-TO PIC 9(8).
       01 WS-CASE-STATUS-TEXT PIC X(20).
       01 WS-CASE-ACTION PIC X(01).
       01 WS-SCHED-FREQ PIC X(01).
       01 WS-SCHED-GRACE PIC 9(3).
       01 WS-SCHED-DESC PIC X(30).
       01 WS-SCHED-ACTION PIC X(01).
       01 WS-MAINT-LOCATION PIC X(20).
       01 WS-LOC-TYPE PIC X(01).
       01 WS-LOC-DESC PIC X(30).
               03 AH-B-VOLUME-TABLE PIC X(630).
               03 AH-B-LEGAL-HOLD PIC X(01).
               03 AH-B-SIZE-MB PIC 9(9).
               03 AH-B-COST-CENTER PIC X(10).
               03 AH-B-KEY-ID PIC X(16).
               03 AH-B-VOLUME-KEY-TABLE PIC X(144).
           02 AH-AFTER-IMAGE.
               03 AH-A-DATE-CREATED PIC 9(8).
               03 AH-A-DATE-FROM PIC 9(8).
               03 AH-A-VOLUME-TABLE PIC X(630).
               03 AH-A-LEGAL-HOLD PIC X(01).
               03 AH-A-SIZE-MB PIC 9(9).
               03 AH-A-COST-CENTER PIC X(10).
               03 AH-A-KEY-ID PIC X(16).
               03 AH-A-VOLUME-KEY-TABLE PIC X(144).

       01 WS-AUDIT-HEADER-LINE.
           02 AL-TS-DATE PIC 9(8).
       01 WS-RECORD-JULIAN PIC 9(7) COMP.
       01 WS-DAYS-OVERDUE PIC S9(7) COMP.

       01 WS-ALERT-STATUS PIC X(02).
           88 ALERT-STATUS-OK VALUE IS '00'.
           88 ALERT-FILE-MISSING VALUE IS '35'.
       01 WS-ALERT-SEVERITY PIC X(01).
       01 WS-ALERT-ASSET-NUM PIC 9(6).
       01 WS-ALERT-SERIAL PIC X(50).
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-ALERT-DEDUPE-KEY PIC X(40).
       01 WS-ALERT-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-ALERT-SOURCE PIC X(12).

       01 WS-PRINT-FILE-NAME PIC X(40).
       01 WS-REPORT-CODE PIC X(4).
       01 WS-REPORT-TITLE PIC X(50).
           05 LINE 5 COL 20 VALUE IS "1 - OPERATOR MAINTENANCE".
           05 LINE 6 COL 20 VALUE IS "2 - MEDIA MAINTENANCE".
           05 LINE 7 COL 20 VALUE IS "3 - LOCATION MAINTENANCE".
           05 LINE 8 COL 20 VALUE IS "4 - LOG MEDIA READ/WRITE ERROR".
           05 LINE 9 COL 20 VALUE IS "5 - BACKUP SCHEDULE MAINTENANCE".
           05 LINE 10 COL 20 VALUE IS "6 - LEGAL HOLD CASES".
           05 LINE 11 COL 20 VALUE IS "7 - KEY CUSTODY MASTER".
           05 LINE 12 COL 20 VALUE IS "9 - RETURN TO MAIN MENU".
           05 LINE 14 COL 20 VALUE IS "SELECTION:".
           05 LINE 14 COL 31 PIC 9 USING WS-OPTIONS-SEL.
       01 OPERATOR-LOOKUP-SCREEN.
           05 LINE 1 COL 28 VALUE IS "OPERATOR MAINTENANCE".
           05 LINE 3 COL 5 VALUE IS "OPERATOR ID:".
           05 LINE 5 COL 31 PIC 9(8) USING WS-MEDIA-DATE-ACQUIRED.
           05 LINE 7 COL 5 VALUE IS "A=ADD  C=CANCEL:".
           05 LINE 7 COL 23 PIC X(01) USING WS-MEDIA-ACTION.
       01 MEDIA-ERROR-SCREEN.
           05 LINE 1 COL 27 VALUE IS "LOG MEDIA ERROR".
           05 LINE 3 COL 5 VALUE IS "MEDIUM SERIAL:".
           05 LINE 3 COL 20 PIC X(50) USING WS-MAINT-SERIAL.
           05 LINE 4 COL 5 VALUE IS "ERROR TYPE (R=READ W=WRITE):".
           05 LINE 4 COL 35 PIC X(01) USING WS-MERR-TYPE.
           05 LINE 5 COL 5 VALUE IS "ASSET NUMBER (IF KNOWN):".
           05 LINE 5 COL 35 PIC 9(6) USING WS-MERR-ASSET-NUM.
           05 LINE 6 COL 5 VALUE IS "NOTE:".
           05 LINE 6 COL 20 PIC X(40) USING WS-MERR-NOTE.
           05 LINE 8 COL 5 VALUE IS "L=LOG  C=CANCEL:".
           05 LINE 8 COL 23 PIC X(01) USING WS-MERR-ACTION.
       01 HOLD-CASE-LOOKUP-SCREEN.
           05 LINE 1 COL 29 VALUE IS "LEGAL HOLD CASES".
           05 LINE 3 COL 5 VALUE IS "MATTER NUMBER:".
           05 LINE 3 COL 30 PIC X(12) USING WS-MAINT-MATTER.
       01 HOLD-CASE-SCREEN.
           05 LINE 1 COL 29 VALUE IS "LEGAL HOLD CASES".
           05 LINE 3 COL 5 VALUE IS "MATTER NUMBER:".
           05 LINE 3 COL 30 PIC X(12) FROM WS-MAINT-MATTER.
           05 LINE 4 COL 5 VALUE IS "CASE STATUS:".
           05 LINE 4 COL 30 PIC X(20) FROM WS-CASE-STATUS-TEXT.
           05 LINE 5 COL 5 VALUE IS "REQUESTING COUNSEL:".
           05 LINE 5 COL 30 PIC X(30) USING WS-CASE-COUNSEL.
           05 LINE 6 COL 5 VALUE IS "DATE ISSUED (CCYYMMDD):".
           05 LINE 6 COL 30 PIC 9(8) USING WS-CASE-ISSUED.
           05 LINE 8 COL 5 VALUE IS "SELECTION CRITERIA".
           05 LINE 9 COL 5 VALUE IS "CONTENTS KEYWORD:".
           05 LINE 9 COL 30 PIC X(44) USING WS-CASE-KEYWORD.
           05 LINE 10 COL 5 VALUE IS "SYSTEM:".
           05 LINE 10 COL 30 PIC X(44) USING WS-CASE-SYSTEM.
           05 LINE 11 COL 5 VALUE IS "BACKUP DATES FROM:".
           05 LINE 11 COL 30 PIC 9(8) USING WS-CASE-DATE-FROM.
           05 LINE 11 COL 40 VALUE IS "TO:".
           05 LINE 11 COL 44 PIC 9(8) USING WS-CASE-DATE-TO.
           05 LINE 13 COL 5 VALUE IS
              "HOLDS ARE APPLIED AND RELEASED BY BACKUP-LEGALHOLD".
           05 LINE 15 COL 5 VALUE IS "S=SAVE  C=CANCEL:".
           05 LINE 15 COL 24 PIC X(01) USING WS-CASE-ACTION.
       01 KEY-CUSTODY-LOOKUP-SCREEN.
           05 LINE 1 COL 29 VALUE IS "KEY CUSTODY MASTER".
           05 LINE 3 COL 5 VALUE IS "KEY ID:".
           05 LINE 3 COL 30 PIC X(16) USING WS-MAINT-KEY-ID.
       01 KEY-CUSTODY-SCREEN.
           05 LINE 1 COL 29 VALUE IS "KEY CUSTODY MASTER".
           05 LINE 3 COL 5 VALUE IS "KEY ID:".
           05 LINE 3 COL 30 PIC X(16) FROM WS-MAINT-KEY-ID.
           05 LINE 4 COL 5 VALUE IS "ESCROW LOCATION:".
           05 LINE 4 COL 30 PIC X(20) USING WS-KEY-ESCROW.
           05 LINE 5 COL 5 VALUE IS "CUSTODIAN:".
           05 LINE 5 COL 30 PIC X(30) USING WS-KEY-CUSTODIAN.
           05 LINE 6 COL 5 VALUE IS "STATUS (A/R/D):".
           05 LINE 6 COL 30 PIC X(01) USING WS-KEY-STATE.
           05 LINE 7 COL 5 VALUE IS "STATUS DATE:".
           05 LINE 7 COL 30 PIC 9(8) FROM WS-KEY-STATE-DATE.
           05 LINE 9 COL 5 VALUE IS
              "A=ACTIVE  R=RETIRED  D=DESTROYED".
           05 LINE 11 COL 5 VALUE IS "S=SAVE  C=CANCEL:".
           05 LINE 11 COL 24 PIC X(01) USING WS-KEY-ACTION.
       01 SCHEDULE-LOOKUP-SCREEN.
           05 LINE 1 COL 24 VALUE IS "BACKUP SCHEDULE MAINTENANCE".
           05 LINE 3 COL 5 VALUE IS "SYSTEM NAME:".
           05 LINE 3 COL 20 PIC X(44) USING WS-MAINT-SYSTEM.
       01 SCHEDULE-EDIT-SCREEN.
           05 LINE 1 COL 24 VALUE IS "BACKUP SCHEDULE MAINTENANCE".
           05 LINE 3 COL 5 VALUE IS "SYSTEM NAME:".
           05 LINE 3 COL 20 PIC X(44) FROM WS-MAINT-SYSTEM.
           05 LINE 4 COL 5 VALUE IS
              "FREQUENCY (D=DAILY W=WEEKLY M=MONTHLY):".
           05 LINE 4 COL 46 PIC X(01) USING WS-SCHED-FREQ.
           05 LINE 5 COL 5 VALUE IS "GRACE PERIOD (DAYS):".
           05 LINE 5 COL 46 PIC 9(3) USING WS-SCHED-GRACE.
           05 LINE 6 COL 5 VALUE IS "DESCRIPTION:".
           05 LINE 6 COL 20 PIC X(30) USING WS-SCHED-DESC.
           05 LINE 8 COL 5 VALUE IS "U=UPDATE  D=DELETE  C=CANCEL:".
           05 LINE 8 COL 36 PIC X(01) USING WS-SCHED-ACTION.
       01 SCHEDULE-ADD-SCREEN.
           05 LINE 1 COL 28 VALUE IS "ADD BACKUP SCHEDULE".
           05 LINE 3 COL 5 VALUE IS "SYSTEM NAME:".
           05 LINE 3 COL 20 PIC X(44) FROM WS-MAINT-SYSTEM.
           05 LINE 4 COL 5 VALUE IS
              "FREQUENCY (D=DAILY W=WEEKLY M=MONTHLY):".
           05 LINE 4 COL 46 PIC X(01) USING WS-SCHED-FREQ.
           05 LINE 5 COL 5 VALUE IS "GRACE PERIOD (DAYS):".
           05 LINE 5 COL 46 PIC 9(3) USING WS-SCHED-GRACE.
           05 LINE 6 COL 5 VALUE IS "DESCRIPTION:".
           05 LINE 6 COL 20 PIC X(30) USING WS-SCHED-DESC.
           05 LINE 8 COL 5 VALUE IS "A=ADD  C=CANCEL:".
           05 LINE 8 COL 23 PIC X(01) USING WS-SCHED-ACTION.
       01 LOCATION-LOOKUP-SCREEN.
           05 LINE 1 COL 27 VALUE IS "LOCATION MAINTENANCE".
           05 LINE 3 COL 5 VALUE IS "LOCATION NAME:".
           05 LINE 3 COL 30 PIC 9(6) FROM SX-SUSPENSE-NUM.
           05 LINE 4 COL 5 VALUE IS "ASSET NUMBER:".
           05 LINE 4 COL 30 PIC 9(6) FROM SX-ASSET-NUM.
           05 LINE 5 COL 5 VALUE IS "SERIAL / SYSTEM:".
           05 LINE 5 COL 30 PIC X(50) FROM SX-MEDIUM-SERIAL.
           05 LINE 6 COL 5 VALUE IS "EXCEPTION:".
           05 LINE 6 COL 30 PIC X(45) FROM SX-EXCEPTION-TEXT.
           05 LINE 12 COL 31 PIC 9(2) USING WS-EXTRA-VOLUME-COUNT.
           05 LINE 13 COL 5 VALUE IS "BACKUP SIZE (MB):".
           05 LINE 13 COL 30 PIC 9(9) USING WS-BACKUP-SIZE-MB.
           05 LINE 13 COL 42 VALUE IS "COST CENTER:".
           05 LINE 13 COL 55 PIC X(10) USING WS-COST-CENTER.
           05 LINE 14 COL 5 VALUE IS "ENCRYPTION KEY ID:".
           05 LINE 14 COL 30 PIC X(16) USING WS-KEY-ID.
       01 VOLUME-ENTRY-SCREEN.
           05 LINE 1 COL 30 VALUE IS "BACKUP SET VOLUME".
           05 LINE 3 COL 5 VALUE IS "VOLUME NUMBER:".
           05 LINE 4 COL 30 PIC X(50) USING WS-VOL-ENTRY-SERIAL.
           05 LINE 5 COL 5 VALUE IS "VOLUME LOCATION:".
           05 LINE 5 COL 30 PIC X(20) USING WS-VOL-ENTRY-LOCATION.
           05 LINE 6 COL 5 VALUE IS "VOLUME KEY ID:".
           05 LINE 6 COL 30 PIC X(16) USING WS-VOL-ENTRY-KEY-ID.
       01 CONTENT-COUNT-SCREEN.
           05 LINE 1 COL 28 VALUE IS "BACKUP CONTENTS ENTRIES".
           05 LINE 3 COL 5 VALUE IS "ASSET NUMBER:".
           05 LINE 12 COL 58 PIC X(01) USING WS-LEGAL-HOLD.
           05 LINE 13 COL 5 VALUE IS "BACKUP SIZE (MB):".
           05 LINE 13 COL 30 PIC 9(9) USING WS-BACKUP-SIZE-MB.
           05 LINE 13 COL 42 VALUE IS "COST CENTER:".
           05 LINE 13 COL 55 PIC X(10) USING WS-COST-CENTER.
           05 LINE 14 COL 5 VALUE IS "ENCRYPTION KEY ID:".
           05 LINE 14 COL 30 PIC X(16) USING WS-KEY-ID.
           05 LINE 15 COL 5 VALUE IS
              "U=UPD D=DEL V=VOLS E=ENTRIES H=HISTORY C=CANCEL:".
           05 LINE 15 COL 55 PIC X(01) USING WS-MAINT-ACTION.
       01 FIND-MENU-SCREEN.
           05 LINE 1 COL 27 VALUE IS "FIND / LOOKUP BACKUP".
           05 LINE 4 COL 20 VALUE IS "1 - FIND BY ASSET NUMBER".
           05 LINE 13 COL 52 PIC X(01) FROM WS-LEGAL-HOLD.
           05 LINE 14 COL 5 VALUE IS "BACKUP SIZE (MB):".
           05 LINE 14 COL 30 PIC 9(9) FROM WS-BACKUP-SIZE-MB.
           05 LINE 14 COL 42 VALUE IS "COST CENTER:".
           05 LINE 14 COL 55 PIC X(10) FROM WS-COST-CENTER.
           05 LINE 15 COL 5 VALUE IS "ENCRYPTION KEY ID:".
           05 LINE 15 COL 30 PIC X(16) FROM WS-KEY-ID.
       01 RESTORE-TEST-LOOKUP-SCREEN.
           05 LINE 1 COL 26 VALUE IS "LOG RESTORE TEST".
           05 LINE 3 COL 5 VALUE IS "ASSET NUMBER TO LOG A TEST FOR:".
               WHEN 3
                   PERFORM REPORTS-PROCEDURE
               WHEN 4
                   IF OPERATOR-CAN-UPDATE
                       PERFORM OPTIONS-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
           ACCEPT OPTIONS-MENU-SCREEN
           EVALUATE WS-OPTIONS-SEL
               WHEN 1
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM OPERATOR-MAINTENANCE-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
                   END-IF
               WHEN 2
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM MEDIA-MAINTENANCE-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
                   END-IF
               WHEN 3
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM LOCATION-MAINTENANCE-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
                   END-IF
               WHEN 4
                   PERFORM LOG-MEDIA-ERROR-PROCEDURE
               WHEN 5
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM SCHEDULE-MAINTENANCE-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
                   END-IF
               WHEN 6
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM HOLD-CASE-MAINTENANCE-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
                   END-IF
               WHEN 7
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM KEY-CUSTODY-MAINTENANCE-PROCEDURE
                   ELSE
                       PERFORM AUTHORITY-DENIED-PROCEDURE
                   END-IF
               WHEN 9
                   CONTINUE
               WHEN OTHER
               END-WRITE
           END-IF.

       OPEN-SCHEDULE-FILE-PROCEDURE.
           OPEN I-O SCHEDULE-FILE
           IF SCHEDULE-FILE-MISSING
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF.

       CLOSE-SCHEDULE-FILE-PROCEDURE.
           CLOSE SCHEDULE-FILE.

       SCHEDULE-MAINTENANCE-PROCEDURE.
           PERFORM OPEN-SCHEDULE-FILE-PROCEDURE
           MOVE SPACES TO WS-TERM-MSG
           MOVE SPACES TO WS-MAINT-SYSTEM
           DISPLAY CLEAR-SCREEN
           DISPLAY SCHEDULE-LOOKUP-SCREEN
           ACCEPT SCHEDULE-LOOKUP-SCREEN
           MOVE WS-MAINT-SYSTEM TO SC-SYSTEM-NAME
           READ SCHEDULE-FILE
               INVALID KEY
                   PERFORM SCHEDULE-ADD-PROCEDURE
               NOT INVALID KEY
                   PERFORM SCHEDULE-EDIT-PROCEDURE
           END-READ
           PERFORM PAUSE-FOR-USER-PROCEDURE
           PERFORM CLOSE-SCHEDULE-FILE-PROCEDURE.

       SCHEDULE-ADD-PROCEDURE.
           IF WS-MAINT-SYSTEM = SPACES
               MOVE 'SYSTEM NAME REQUIRED' TO WS-TERM-MSG
           ELSE
               MOVE 'D' TO WS-SCHED-FREQ
               MOVE 0 TO WS-SCHED-GRACE
               MOVE SPACES TO WS-SCHED-DESC
               MOVE 'C' TO WS-SCHED-ACTION
               DISPLAY CLEAR-SCREEN
               DISPLAY SCHEDULE-ADD-SCREEN
               ACCEPT SCHEDULE-ADD-SCREEN
               IF WS-SCHED-ACTION = 'A' OR WS-SCHED-ACTION = 'a'
                   PERFORM WRITE-SCHEDULE-RECORD-PROCEDURE
               ELSE
                   MOVE 'ADD CANCELLED' TO WS-TERM-MSG
               END-IF
           END-IF.

       VALIDATE-SCHEDULE-FREQ-PROCEDURE.
           IF WS-SCHED-FREQ = 'd'
               MOVE 'D' TO WS-SCHED-FREQ
           END-IF
           IF WS-SCHED-FREQ = 'w'
               MOVE 'W' TO WS-SCHED-FREQ
           END-IF
           IF WS-SCHED-FREQ = 'm'
               MOVE 'M' TO WS-SCHED-FREQ
           END-IF.

       WRITE-SCHEDULE-RECORD-PROCEDURE.
           PERFORM VALIDATE-SCHEDULE-FREQ-PROCEDURE
           IF WS-SCHED-FREQ NOT = 'D' AND WS-SCHED-FREQ NOT = 'W' AND
              WS-SCHED-FREQ NOT = 'M'
               MOVE 'FREQUENCY MUST BE D, W OR M - NOT ADDED' TO
                    WS-TERM-MSG
           ELSE
               MOVE WS-MAINT-SYSTEM TO SC-SYSTEM-NAME
               MOVE WS-SCHED-FREQ TO SC-FREQUENCY
               MOVE WS-SCHED-GRACE TO SC-GRACE-DAYS
               MOVE WS-SCHED-DESC TO SC-DESCRIPTION
               WRITE SC-SCHEDULE-STRUCT
                   INVALID KEY
                       MOVE 'SYSTEM ALREADY SCHEDULED' TO WS-TERM-MSG
                   NOT INVALID KEY
                       MOVE 'SCHEDULE ADDED' TO WS-TERM-MSG
               END-WRITE
           END-IF.

       SCHEDULE-EDIT-PROCEDURE.
           MOVE SC-FREQUENCY TO WS-SCHED-FREQ
           MOVE SC-GRACE-DAYS TO WS-SCHED-GRACE
           MOVE SC-DESCRIPTION TO WS-SCHED-DESC
           MOVE 'C' TO WS-SCHED-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY SCHEDULE-EDIT-SCREEN
           ACCEPT SCHEDULE-EDIT-SCREEN
           EVALUATE WS-SCHED-ACTION
               WHEN 'U'
               WHEN 'u'
                   PERFORM REWRITE-SCHEDULE-RECORD-PROCEDURE
               WHEN 'D'
               WHEN 'd'
                   DELETE SCHEDULE-FILE RECORD
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO WS-TERM-MSG
                       NOT INVALID KEY
                           MOVE 'SCHEDULE DELETED' TO WS-TERM-MSG
                   END-DELETE
               WHEN OTHER
                   MOVE 'UPDATE CANCELLED' TO WS-TERM-MSG
           END-EVALUATE.

       REWRITE-SCHEDULE-RECORD-PROCEDURE.
           PERFORM VALIDATE-SCHEDULE-FREQ-PROCEDURE
           IF WS-SCHED-FREQ NOT = 'D' AND WS-SCHED-FREQ NOT = 'W' AND
              WS-SCHED-FREQ NOT = 'M'
               MOVE 'FREQUENCY MUST BE D, W OR M - NOT UPDATED' TO
                    WS-TERM-MSG
           ELSE
               MOVE WS-SCHED-FREQ TO SC-FREQUENCY
               MOVE WS-SCHED-GRACE TO SC-GRACE-DAYS
               MOVE WS-SCHED-DESC TO SC-DESCRIPTION
               REWRITE SC-SCHEDULE-STRUCT
                   INVALID KEY
                       MOVE 'UPDATE FAILED' TO WS-TERM-MSG
                   NOT INVALID KEY
                       MOVE 'SCHEDULE UPDATED' TO WS-TERM-MSG
               END-REWRITE
           END-IF.

       OPEN-HOLDCASE-FILE-PROCEDURE.
           OPEN I-O HOLDCASE-FILE
           IF HOLDCASE-FILE-MISSING
               OPEN OUTPUT HOLDCASE-FILE
               CLOSE HOLDCASE-FILE
               OPEN I-O HOLDCASE-FILE
           END-IF.

       CLOSE-HOLDCASE-FILE-PROCEDURE.
           CLOSE HOLDCASE-FILE.

       HOLD-CASE-MAINTENANCE-PROCEDURE.
           PERFORM OPEN-HOLDCASE-FILE-PROCEDURE
           MOVE SPACES TO WS-TERM-MSG
           MOVE SPACES TO WS-MAINT-MATTER
           DISPLAY CLEAR-SCREEN
           DISPLAY HOLD-CASE-LOOKUP-SCREEN
           ACCEPT HOLD-CASE-LOOKUP-SCREEN
           IF WS-MAINT-MATTER = SPACES
               MOVE 'MATTER NUMBER REQUIRED' TO WS-TERM-MSG
           ELSE
               MOVE WS-MAINT-MATTER TO HC-MATTER-NUM
               READ HOLDCASE-FILE
                   INVALID KEY
                       PERFORM HOLD-CASE-ADD-PROCEDURE
                   NOT INVALID KEY
                       PERFORM HOLD-CASE-EDIT-PROCEDURE
               END-READ
           END-IF
           PERFORM PAUSE-FOR-USER-PROCEDURE
           PERFORM CLOSE-HOLDCASE-FILE-PROCEDURE.

       HOLD-CASE-ADD-PROCEDURE.
           MOVE 'NEW CASE' TO WS-CASE-STATUS-TEXT
           MOVE SPACES TO WS-CASE-COUNSEL
           ACCEPT WS-CASE-ISSUED FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CASE-KEYWORD
           MOVE SPACES TO WS-CASE-SYSTEM
           MOVE 0 TO WS-CASE-DATE-FROM
           MOVE 0 TO WS-CASE-DATE-TO
           MOVE 'C' TO WS-CASE-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY HOLD-CASE-SCREEN
           ACCEPT HOLD-CASE-SCREEN
           IF WS-CASE-ACTION = 'S' OR WS-CASE-ACTION = 's'
               PERFORM VALIDATE-HOLD-CASE-PROCEDURE
               IF ENTRY-IS-VALID
                   MOVE WS-MAINT-MATTER TO HC-MATTER-NUM
                   PERFORM MOVE-HOLD-CASE-FIELDS-PROCEDURE
                   SET HC-CASE-OPEN TO TRUE
                   MOVE 0 TO HC-DATE-RELEASED
                   WRITE HC-HOLD-CASE
                       INVALID KEY
                           MOVE 'MATTER ALREADY ON FILE' TO WS-TERM-MSG
                       NOT INVALID KEY
                           MOVE 'CASE ADDED' TO WS-TERM-MSG
                   END-WRITE
               END-IF
           ELSE
               MOVE 'ADD CANCELLED' TO WS-TERM-MSG
           END-IF.

       HOLD-CASE-EDIT-PROCEDURE.
           IF HC-CASE-OPEN
               MOVE 'OPEN' TO WS-CASE-STATUS-TEXT
           ELSE
               MOVE SPACES TO WS-CASE-STATUS-TEXT
               STRING 'RELEASED ' HC-DATE-RELEASED
                   DELIMITED BY SIZE INTO WS-CASE-STATUS-TEXT
           END-IF
           MOVE HC-COUNSEL TO WS-CASE-COUNSEL
           MOVE HC-DATE-ISSUED TO WS-CASE-ISSUED
           MOVE HC-KEYWORD TO WS-CASE-KEYWORD
           MOVE HC-SYSTEM-NAME TO WS-CASE-SYSTEM
           MOVE HC-BACKUP-DATE-FROM TO WS-CASE-DATE-FROM
           MOVE HC-BACKUP-DATE-TO TO WS-CASE-DATE-TO
           MOVE 'C' TO WS-CASE-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY HOLD-CASE-SCREEN
           ACCEPT HOLD-CASE-SCREEN
           EVALUATE TRUE
               WHEN WS-CASE-ACTION NOT = 'S' AND
                    WS-CASE-ACTION NOT = 's'
                   MOVE 'UPDATE CANCELLED' TO WS-TERM-MSG
               WHEN HC-CASE-RELEASED
                   MOVE 'CASE IS RELEASED - NOT UPDATED' TO WS-TERM-MSG
               WHEN OTHER
                   PERFORM VALIDATE-HOLD-CASE-PROCEDURE
                   IF ENTRY-IS-VALID
                       PERFORM MOVE-HOLD-CASE-FIELDS-PROCEDURE
                       REWRITE HC-HOLD-CASE
                           INVALID KEY
                               MOVE 'UPDATE FAILED' TO WS-TERM-MSG
                           NOT INVALID KEY
                               MOVE 'CASE UPDATED' TO WS-TERM-MSG
                       END-REWRITE
                   END-IF
           END-EVALUATE.

       VALIDATE-HOLD-CASE-PROCEDURE.
           SET ENTRY-IS-VALID TO TRUE
           EVALUATE TRUE
               WHEN WS-CASE-KEYWORD = SPACES AND
                    WS-CASE-SYSTEM = SPACES
                   MOVE 'KEYWORD OR SYSTEM REQUIRED - NOT SAVED' TO
                        WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               WHEN WS-CASE-DATE-TO > 0 AND
                    WS-CASE-DATE-FROM > WS-CASE-DATE-TO
                   MOVE 'BACKUP DATE RANGE IS BACKWARDS - NOT SAVED' TO
                        WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MOVE-HOLD-CASE-FIELDS-PROCEDURE.
           MOVE WS-CASE-COUNSEL TO HC-COUNSEL
           MOVE WS-CASE-ISSUED TO HC-DATE-ISSUED
           MOVE WS-CASE-KEYWORD TO HC-KEYWORD
           MOVE WS-CASE-SYSTEM TO HC-SYSTEM-NAME
           MOVE WS-CASE-DATE-FROM TO HC-BACKUP-DATE-FROM
           MOVE WS-CASE-DATE-TO TO HC-BACKUP-DATE-TO.

       OPEN-KEYMAST-FILE-PROCEDURE.
           OPEN I-O KEYMAST-FILE
           IF KEYMAST-FILE-MISSING
               OPEN OUTPUT KEYMAST-FILE
               CLOSE KEYMAST-FILE
               OPEN I-O KEYMAST-FILE
           END-IF.

       CLOSE-KEYMAST-FILE-PROCEDURE.
           CLOSE KEYMAST-FILE.

       KEY-CUSTODY-MAINTENANCE-PROCEDURE.
           PERFORM OPEN-KEYMAST-FILE-PROCEDURE
           MOVE SPACES TO WS-TERM-MSG
           MOVE SPACES TO WS-MAINT-KEY-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-CUSTODY-LOOKUP-SCREEN
           ACCEPT KEY-CUSTODY-LOOKUP-SCREEN
           IF WS-MAINT-KEY-ID = SPACES
               MOVE 'KEY ID REQUIRED' TO WS-TERM-MSG
           ELSE
               MOVE WS-MAINT-KEY-ID TO KM-KEY-ID
               READ KEYMAST-FILE
                   INVALID KEY
                       PERFORM KEY-CUSTODY-ADD-PROCEDURE
                   NOT INVALID KEY
                       PERFORM KEY-CUSTODY-EDIT-PROCEDURE
               END-READ
           END-IF
           PERFORM PAUSE-FOR-USER-PROCEDURE
           PERFORM CLOSE-KEYMAST-FILE-PROCEDURE.

       KEY-CUSTODY-ADD-PROCEDURE.
           MOVE SPACES TO WS-KEY-ESCROW
           MOVE SPACES TO WS-KEY-CUSTODIAN
           MOVE 'A' TO WS-KEY-STATE
           ACCEPT WS-KEY-STATE-DATE FROM DATE YYYYMMDD
           MOVE 'C' TO WS-KEY-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-CUSTODY-SCREEN
           ACCEPT KEY-CUSTODY-SCREEN
           IF WS-KEY-ACTION = 'S' OR WS-KEY-ACTION = 's'
               MOVE 'A' TO KM-KEY-STATUS
               PERFORM VALIDATE-KEY-CUSTODY-PROCEDURE
               IF ENTRY-IS-VALID
                   MOVE WS-MAINT-KEY-ID TO KM-KEY-ID
                   PERFORM MOVE-KEY-CUSTODY-FIELDS-PROCEDURE
                   WRITE KM-KEY-RECORD
                       INVALID KEY
                           MOVE 'KEY ALREADY ON FILE' TO WS-TERM-MSG
                       NOT INVALID KEY
                           MOVE 'KEY ADDED' TO WS-TERM-MSG
                   END-WRITE
               END-IF
           ELSE
               MOVE 'ADD CANCELLED' TO WS-TERM-MSG
           END-IF.

       KEY-CUSTODY-EDIT-PROCEDURE.
           MOVE KM-ESCROW-LOCATION TO WS-KEY-ESCROW
           MOVE KM-CUSTODIAN TO WS-KEY-CUSTODIAN
           MOVE KM-KEY-STATUS TO WS-KEY-STATE
           MOVE KM-DATE-STATUS TO WS-KEY-STATE-DATE
           MOVE 'C' TO WS-KEY-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY KEY-CUSTODY-SCREEN
           ACCEPT KEY-CUSTODY-SCREEN
           EVALUATE TRUE
               WHEN WS-KEY-ACTION NOT = 'S' AND
                    WS-KEY-ACTION NOT = 's'
                   MOVE 'UPDATE CANCELLED' TO WS-TERM-MSG
               WHEN KM-KEY-DESTROYED
                   MOVE 'KEY IS DESTROYED - NOT UPDATED' TO WS-TERM-MSG
               WHEN OTHER
                   PERFORM VALIDATE-KEY-CUSTODY-PROCEDURE
                   IF ENTRY-IS-VALID
                       PERFORM MOVE-KEY-CUSTODY-FIELDS-PROCEDURE
                       REWRITE KM-KEY-RECORD
                           INVALID KEY
                               MOVE 'UPDATE FAILED' TO WS-TERM-MSG
                           NOT INVALID KEY
                               MOVE 'KEY UPDATED' TO WS-TERM-MSG
                       END-REWRITE
                   END-IF
           END-EVALUATE.

       VALIDATE-KEY-CUSTODY-PROCEDURE.
           SET ENTRY-IS-VALID TO TRUE
           IF WS-KEY-STATE = 'a' OR WS-KEY-STATE = SPACE
               MOVE 'A' TO WS-KEY-STATE
           END-IF
           IF WS-KEY-STATE = 'r'
               MOVE 'R' TO WS-KEY-STATE
           END-IF
           IF WS-KEY-STATE = 'd'
               MOVE 'D' TO WS-KEY-STATE
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-STATE NOT = 'A' AND
                    WS-KEY-STATE NOT = 'R' AND
                    WS-KEY-STATE NOT = 'D'
                   MOVE 'STATUS MUST BE A, R OR D - NOT SAVED' TO
                        WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               WHEN KM-KEY-RETIRED AND WS-KEY-STATE = 'A'
                   MOVE 'RETIRED KEY CANNOT BE REACTIVATED' TO
                        WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               WHEN WS-KEY-CUSTODIAN = SPACES
                   MOVE 'CUSTODIAN REQUIRED - NOT SAVED' TO WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ENTRY-IS-VALID AND WS-KEY-ESCROW NOT = SPACES
               PERFORM OPEN-LOCATION-FILE-PROCEDURE
               MOVE WS-KEY-ESCROW TO WS-CHECK-LOCATION
               PERFORM CHECK-LOCATION-VALID-PROCEDURE
               PERFORM CLOSE-LOCATION-FILE-PROCEDURE
               IF LOCATION-NOT-VALID
                   MOVE 'ESCROW LOCATION NOT IN LOCATION MASTER' TO
                        WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-IF.

       MOVE-KEY-CUSTODY-FIELDS-PROCEDURE.
           IF WS-KEY-STATE NOT = KM-KEY-STATUS
               ACCEPT WS-KEY-STATE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-KEY-ESCROW TO KM-ESCROW-LOCATION
           MOVE WS-KEY-CUSTODIAN TO KM-CUSTODIAN
           MOVE WS-KEY-STATE TO KM-KEY-STATUS
           MOVE WS-KEY-STATE-DATE TO KM-DATE-STATUS.

       CHECK-KEY-USABLE-PROCEDURE.
           SET KEY-IS-USABLE TO TRUE
           IF WS-CHECK-KEY-ID NOT = SPACES AND
              WS-CHECK-KEY-ID NOT = WS-CHECK-PRIOR-KEY-ID
               PERFORM OPEN-KEYMAST-FILE-PROCEDURE
               MOVE WS-CHECK-KEY-ID TO KM-KEY-ID
               READ KEYMAST-FILE
                   INVALID KEY
                       MOVE 'KEY ID NOT IN KEY CUSTODY MASTER' TO
                            WS-TERM-MSG
                       SET KEY-NOT-USABLE TO TRUE
                   NOT INVALID KEY
                       IF NOT KM-KEY-ACTIVE
                           MOVE 'KEY IS NOT ACTIVE - CANNOT BE ASSIGNED'
                                TO WS-TERM-MSG
                           SET KEY-NOT-USABLE TO TRUE
                       END-IF
               END-READ
               PERFORM CLOSE-KEYMAST-FILE-PROCEDURE
           END-IF.

       LOCATION-MAINTENANCE-PROCEDURE.
           PERFORM OPEN-LOCATION-FILE-PROCEDURE
           MOVE SPACES TO WS-TERM-MSG
                           TO WS-TERM-MSG
                       SET SERIAL-NOT-AVAILABLE TO TRUE
                   END-IF
                   IF SERIAL-IS-AVAILABLE AND
                      NOT (MD-STATE-IN-USE AND
                           MD-ASSET-NUM = WS-ASSET-NUM)
                       PERFORM CHECK-MEDIUM-FIT-PROCEDURE
                   END-IF
           END-READ.

       CHECK-MEDIUM-FIT-PROCEDURE.
           ACCEPT WS-HEALTH-TODAY FROM DATE YYYYMMDD
           PERFORM OPEN-MEDERR-INPUT-PROCEDURE
           PERFORM ASSESS-MEDIUM-HEALTH-PROCEDURE
           IF MEDERR-IS-OPEN
               CLOSE MEDERR-FILE
           END-IF
           IF MEDIUM-PAST-LIMIT
               MOVE SPACES TO WS-TERM-MSG
               STRING 'MEDIUM PAST ' WS-HEALTH-REASON
                   DELIMITED BY SPACE
                   ' LIMIT - NOT WRITABLE' DELIMITED BY SIZE
                   INTO WS-TERM-MSG
               SET SERIAL-NOT-AVAILABLE TO TRUE
           END-IF.

       OPEN-MEDERR-INPUT-PROCEDURE.
           SET MEDERR-NOT-OPEN TO TRUE
           OPEN INPUT MEDERR-FILE
           IF NOT MEDERR-FILE-MISSING
               SET MEDERR-IS-OPEN TO TRUE
           END-IF.

       OPEN-MEDERR-FILE-PROCEDURE.
           OPEN I-O MEDERR-FILE
           IF MEDERR-FILE-MISSING
               OPEN OUTPUT MEDERR-FILE
               CLOSE MEDERR-FILE
               OPEN I-O MEDERR-FILE
           END-IF.

       LOAD-MEDIUM-TYPE-TABLE-PROCEDURE.
           MOVE 0 TO WS-MEDTYPE-COUNT
           OPEN INPUT MEDTYPE-FILE
           IF NOT MEDTYPE-FILE-MISSING
               SET MT-NOT-AT-END TO TRUE
               PERFORM LOAD-ONE-MEDIUM-TYPE-PROCEDURE
                   UNTIL MT-AT-END
               CLOSE MEDTYPE-FILE
           END-IF
           SET MEDTYPE-LOADED TO TRUE.

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
           IF MEDTYPE-NOT-LOADED
               PERFORM LOAD-MEDIUM-TYPE-TABLE-PROCEDURE
           END-IF
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

       LOG-MEDIA-ERROR-PROCEDURE.
           MOVE SPACES TO WS-TERM-MSG
           MOVE SPACES TO WS-MAINT-SERIAL
           MOVE SPACES TO WS-MERR-TYPE
           MOVE 0 TO WS-MERR-ASSET-NUM
           MOVE SPACES TO WS-MERR-NOTE
           MOVE 'C' TO WS-MERR-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY MEDIA-ERROR-SCREEN
           ACCEPT MEDIA-ERROR-SCREEN
           IF WS-MERR-TYPE = 'r'
               MOVE 'R' TO WS-MERR-TYPE
           END-IF
           IF WS-MERR-TYPE = 'w'
               MOVE 'W' TO WS-MERR-TYPE
           END-IF
           EVALUATE TRUE
               WHEN WS-MERR-ACTION NOT = 'L' AND
                    WS-MERR-ACTION NOT = 'l'
                   MOVE 'ERROR NOT LOGGED' TO WS-TERM-MSG
               WHEN WS-MERR-TYPE NOT = 'R' AND WS-MERR-TYPE NOT = 'W'
                   MOVE 'ERROR TYPE MUST BE R (READ) OR W (WRITE)' TO
                        WS-TERM-MSG
               WHEN OTHER
                   PERFORM OPEN-MEDIA-FILE-PROCEDURE
                   MOVE WS-MAINT-SERIAL TO MD-MEDIUM-SERIAL
                   READ MEDIA-FILE
                       INVALID KEY
                           MOVE 'MEDIUM SERIAL NOT IN MEDIA MASTER' TO
                                WS-TERM-MSG
                       NOT INVALID KEY
                           PERFORM WRITE-OPERATOR-MEDIA-ERROR-PROCEDURE
                   END-READ
                   PERFORM CLOSE-MEDIA-FILE-PROCEDURE
           END-EVALUATE
           PERFORM PAUSE-FOR-USER-PROCEDURE.

       WRITE-OPERATOR-MEDIA-ERROR-PROCEDURE.
           PERFORM OPEN-MEDERR-FILE-PROCEDURE
           MOVE WS-MAINT-SERIAL TO ME-MEDIUM-SERIAL
           ACCEPT ME-ERROR-DATE FROM DATE YYYYMMDD
           ACCEPT ME-ERROR-TIME FROM TIME
           MOVE WS-MERR-TYPE TO ME-ERROR-TYPE
           MOVE WS-MERR-ASSET-NUM TO ME-ASSET-NUM
           MOVE WS-OPERATOR-ID TO ME-OPERATOR-ID
           MOVE WS-MERR-NOTE TO ME-NOTE
           WRITE ME-MEDIA-ERROR
               INVALID KEY
                   MOVE 'ERROR ALREADY LOGGED - TRY AGAIN' TO
                        WS-TERM-MSG
               NOT INVALID KEY
                   SET MEDERR-IS-OPEN TO TRUE
                   MOVE ME-ERROR-DATE TO WS-HEALTH-TODAY
                   PERFORM ASSESS-MEDIUM-HEALTH-PROCEDURE
                   MOVE WS-HEALTH-ERROR-COUNT TO WS-MERR-COUNT-EDIT
                   MOVE SPACES TO WS-TERM-MSG
                   IF MEDIUM-PAST-LIMIT
                       STRING 'ERROR LOGGED - ' WS-MERR-COUNT-EDIT
                           ' ON FILE - MEDIUM NOW PAST LIMIT'
                           DELIMITED BY SIZE INTO WS-TERM-MSG
                   ELSE
                       STRING 'ERROR LOGGED - ' WS-MERR-COUNT-EDIT
                           ' ERROR(S) ON FILE FOR THIS MEDIUM'
                           DELIMITED BY SIZE INTO WS-TERM-MSG
                   END-IF
           END-WRITE
           CLOSE MEDERR-FILE.

       LOG-RESTORE-FAILURE-PROCEDURE.
           PERFORM OPEN-MEDERR-FILE-PROCEDURE
           ACCEPT ME-ERROR-TIME FROM TIME
           MOVE WS-MEDIUM-SERIAL TO WS-CHECK-SERIAL
           PERFORM WRITE-RESTORE-FAILURE-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM LOG-ONE-VOLUME-FAILURE-PROCEDURE
               UNTIL WS-VOL-SUB > WS-EXTRA-VOLUME-COUNT
           CLOSE MEDERR-FILE.

       LOG-ONE-VOLUME-FAILURE-PROCEDURE.
           MOVE WS-VOL-SERIAL(WS-VOL-SUB) TO WS-CHECK-SERIAL
           PERFORM WRITE-RESTORE-FAILURE-PROCEDURE
           ADD 1 TO WS-VOL-SUB.

       WRITE-RESTORE-FAILURE-PROCEDURE.
           IF WS-CHECK-SERIAL NOT = SPACES
               MOVE WS-CHECK-SERIAL TO ME-MEDIUM-SERIAL
               MOVE WS-RESTORE-TEST-DATE TO ME-ERROR-DATE
               SET ME-RESTORE-TEST-FAILURE TO TRUE
               MOVE WS-ASSET-NUM TO ME-ASSET-NUM
               MOVE WS-OPERATOR-ID TO ME-OPERATOR-ID
               MOVE 'RESTORE TEST FAILED' TO ME-NOTE
               WRITE ME-MEDIA-ERROR
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       ASSIGN-ONE-SERIAL-PROCEDURE.
           IF WS-CHECK-SERIAL NOT = SPACES
               MOVE WS-CHECK-SERIAL TO MD-MEDIUM-SERIAL
           PERFORM OPEN-DATABASE-PROCEDURE
           MOVE 'N' TO WS-LEGAL-HOLD
           MOVE 0 TO WS-BACKUP-SIZE-MB
           MOVE SPACES TO WS-COST-CENTER
           MOVE SPACES TO WS-KEY-ID WS-BEFORE-KEY-ID
           MOVE SPACES TO WS-VOLUME-KEY-TABLE WS-BEFORE-VOLUME-KEY-TABLE
           PERFORM CLEAR-CONTENT-TABLE-PROCEDURE
           MOVE 0 TO WS-CONTENT-LOADED-ASSET
           PERFORM DETERMINE-NEXT-ASSET-NUM-PROCEDURE
           COMPUTE WS-VOL-ENTRY-NUM = WS-VOL-SUB + 1
           MOVE WS-VOL-SERIAL(WS-VOL-SUB) TO WS-VOL-ENTRY-SERIAL
           MOVE WS-VOL-LOCATION(WS-VOL-SUB) TO WS-VOL-ENTRY-LOCATION
           MOVE WS-VOL-KEY-ID(WS-VOL-SUB) TO WS-VOL-ENTRY-KEY-ID
           IF WS-VOL-ENTRY-KEY-ID = SPACES
               MOVE WS-KEY-ID TO WS-VOL-ENTRY-KEY-ID
           END-IF
           DISPLAY CLEAR-SCREEN
           DISPLAY VOLUME-ENTRY-SCREEN
           ACCEPT VOLUME-ENTRY-SCREEN
           IF SERIAL-IS-AVAILABLE
               PERFORM CHECK-VOLUME-LOCATION-PROCEDURE
           END-IF
           SET KEY-IS-USABLE TO TRUE
           IF SERIAL-IS-AVAILABLE AND LOCATION-IS-VALID
               COMPUTE WS-KEY-OFFSET = (WS-VOL-SUB - 1) * 16 + 1
               MOVE WS-VOL-ENTRY-KEY-ID TO WS-CHECK-KEY-ID
               MOVE WS-BEFORE-VOLUME-KEY-TABLE(WS-KEY-OFFSET:16) TO
                   WS-CHECK-PRIOR-KEY-ID
               PERFORM CHECK-KEY-USABLE-PROCEDURE
           END-IF
           IF SERIAL-IS-AVAILABLE AND LOCATION-IS-VALID AND
              KEY-IS-USABLE
               MOVE WS-VOL-ENTRY-SERIAL TO WS-VOL-SERIAL(WS-VOL-SUB)
               MOVE WS-VOL-ENTRY-LOCATION TO WS-VOL-LOCATION(WS-VOL-SUB)
               MOVE WS-VOL-ENTRY-KEY-ID TO WS-VOL-KEY-ID(WS-VOL-SUB)
               ADD 1 TO WS-VOL-SUB
           ELSE
               PERFORM PAUSE-FOR-USER-PROCEDURE
       CLEAR-ONE-UNUSED-VOLUME-PROCEDURE.
           MOVE SPACES TO WS-VOL-SERIAL(WS-VOL-SUB)
           MOVE SPACES TO WS-VOL-LOCATION(WS-VOL-SUB)
           MOVE SPACES TO WS-VOL-KEY-ID(WS-VOL-SUB)
           ADD 1 TO WS-VOL-SUB.

       VALIDATE-BACKUP-DATES-PROCEDURE.
                   SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               IF WS-COST-CENTER = SPACES
                   MOVE 'OWNING COST CENTER IS REQUIRED' TO WS-TERM-MSG
                   SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               MOVE WS-KEY-ID TO WS-CHECK-KEY-ID
               MOVE WS-BEFORE-KEY-ID TO WS-CHECK-PRIOR-KEY-ID
               PERFORM CHECK-KEY-USABLE-PROCEDURE
               IF KEY-NOT-USABLE
                   SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM OPEN-MEDIA-FILE-PROCEDURE
               MOVE WS-MEDIUM-SERIAL TO WS-CHECK-SERIAL
           MOVE WS-VOLUME-TABLE TO FD-VOLUME-TABLE
           MOVE 'N' TO FD-LEGAL-HOLD
           MOVE WS-BACKUP-SIZE-MB TO FD-BACKUP-SIZE-MB
           MOVE WS-COST-CENTER TO FD-COST-CENTER
           MOVE WS-KEY-ID TO FD-KEY-ID
           MOVE WS-VOLUME-KEY-TABLE TO FD-VOLUME-KEY-TABLE
           WRITE FD-BACKUP-STRUCT
               INVALID KEY
                   MOVE 'ASSET NUMBER ALREADY IN USE - TRY AGAIN' TO
           ELSE
               MOVE 0 TO WS-BACKUP-SIZE-MB
           END-IF
           MOVE WS-BACKUP-SIZE-MB TO WS-BEFORE-SIZE-MB
           MOVE FD-COST-CENTER TO WS-COST-CENTER WS-BEFORE-COST-CENTER
           MOVE FD-KEY-ID TO WS-KEY-ID WS-BEFORE-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO
               WS-VOLUME-KEY-TABLE WS-BEFORE-VOLUME-KEY-TABLE.

       BUILD-AFTER-IMAGE-PROCEDURE.
           MOVE FD-DATE-CREATED TO WS-AFTER-DATE-CREATED
           MOVE FD-EXTRA-VOLUME-COUNT TO WS-AFTER-EXTRA-VOLUME-COUNT
           MOVE FD-VOLUME-TABLE TO WS-AFTER-VOLUME-TABLE
           MOVE FD-LEGAL-HOLD TO WS-AFTER-LEGAL-HOLD
           MOVE FD-BACKUP-SIZE-MB TO WS-AFTER-SIZE-MB
           MOVE FD-COST-CENTER TO WS-AFTER-COST-CENTER
           MOVE FD-KEY-ID TO WS-AFTER-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO WS-AFTER-VOLUME-KEY-TABLE.

       OPEN-JOURNAL-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           MOVE WS-BEFORE-VOLUME-TABLE TO JR-BEFORE-VOLUME-TABLE
           MOVE WS-BEFORE-LEGAL-HOLD TO JR-BEFORE-LEGAL-HOLD
           MOVE WS-BEFORE-SIZE-MB TO JR-BEFORE-SIZE-MB
           MOVE WS-BEFORE-COST-CENTER TO JR-BEFORE-COST-CENTER
           MOVE WS-BEFORE-KEY-ID TO JR-BEFORE-KEY-ID
           MOVE WS-BEFORE-VOLUME-KEY-TABLE TO JR-BEFORE-VOLUME-KEY-TABLE
           MOVE WS-AFTER-DATE-CREATED TO JR-AFTER-DATE-CREATED
           MOVE WS-AFTER-DATE-FROM TO JR-AFTER-DATE-FROM
           MOVE WS-AFTER-DATE-TO TO JR-AFTER-DATE-TO
           MOVE WS-AFTER-VOLUME-TABLE TO JR-AFTER-VOLUME-TABLE
           MOVE WS-AFTER-LEGAL-HOLD TO JR-AFTER-LEGAL-HOLD
           MOVE WS-AFTER-SIZE-MB TO JR-AFTER-SIZE-MB
           MOVE WS-AFTER-COST-CENTER TO JR-AFTER-COST-CENTER
           MOVE WS-AFTER-KEY-ID TO JR-AFTER-KEY-ID
           MOVE WS-AFTER-VOLUME-KEY-TABLE TO JR-AFTER-VOLUME-KEY-TABLE
           WRITE JR-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

           PERFORM PAUSE-FOR-USER-PROCEDURE
           PERFORM CLOSE-DATABASE-PROCEDURE.

       CHECK-OPEN-HOLD-CASE-PROCEDURE.
           SET NO-OPEN-CASE-FOUND TO TRUE
           OPEN INPUT HOLDCASE-FILE
           IF HOLDCASE-STATUS-OK
               OPEN INPUT HOLDLINK-FILE
               IF HOLDLINK-STATUS-OK
                   SET HC-NOT-AT-END TO TRUE
                   MOVE LOW-VALUES TO HC-MATTER-NUM
                   START HOLDCASE-FILE KEY IS NOT LESS THAN
                         HC-MATTER-NUM
                       INVALID KEY
                           SET HC-AT-END TO TRUE
                   END-START
                   PERFORM CHECK-ONE-HOLD-CASE-PROCEDURE
                       UNTIL HC-AT-END OR OPEN-CASE-FOUND
                   CLOSE HOLDLINK-FILE
               END-IF
               CLOSE HOLDCASE-FILE
           END-IF
           IF OPEN-CASE-FOUND
               MOVE SPACES TO WS-TERM-MSG
               STRING 'HELD BY OPEN CASE ' DELIMITED BY SIZE
                      WS-OPEN-CASE-MATTER DELIMITED BY SPACE
                      ' - RELEASE IT THROUGH BACKUP-LEGALHOLD'
                      DELIMITED BY SIZE
                      INTO WS-TERM-MSG
               END-STRING
               SET ENTRY-NOT-VALID TO TRUE
           END-IF.

       CHECK-ONE-HOLD-CASE-PROCEDURE.
           READ HOLDCASE-FILE NEXT RECORD
               AT END
                   SET HC-AT-END TO TRUE
               NOT AT END
                   IF HC-CASE-OPEN
                       MOVE HC-MATTER-NUM TO HL-MATTER-NUM
                       MOVE WS-ASSET-NUM TO HL-ASSET-NUM
                       READ HOLDLINK-FILE
                           NOT INVALID KEY
                               IF HL-LINK-ACTIVE
                                   SET OPEN-CASE-FOUND TO TRUE
                                   MOVE HC-MATTER-NUM TO
                                        WS-OPEN-CASE-MATTER
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       FILE-MAINTENANCE-UPDATE-PROCEDURE.
           DISPLAY CLEAR-SCREEN
           DISPLAY FILE-MAINT-EDIT-SCREEN
                   ELSE
                       SET ENTRY-IS-VALID TO TRUE
                       PERFORM VALIDATE-BACKUP-DATES-PROCEDURE
                       IF ENTRY-IS-VALID AND WS-BEFORE-LEGAL-HOLD-ON
                          AND WS-LEGAL-HOLD = 'N'
                           PERFORM CHECK-OPEN-HOLD-CASE-PROCEDURE
                       END-IF
                       IF ENTRY-IS-VALID
                           PERFORM REWRITE-BACKUP-RECORD-PROCEDURE
                       ELSE
           MOVE WS-VOLUME-TABLE TO FD-VOLUME-TABLE
           MOVE WS-LEGAL-HOLD TO FD-LEGAL-HOLD
           MOVE WS-BACKUP-SIZE-MB TO FD-BACKUP-SIZE-MB
           MOVE WS-COST-CENTER TO FD-COST-CENTER
           MOVE WS-KEY-ID TO FD-KEY-ID
           MOVE WS-VOLUME-KEY-TABLE TO FD-VOLUME-KEY-TABLE
           SET BACKUP-NOT-REWRITTEN TO TRUE
           REWRITE FD-BACKUP-STRUCT
               INVALID KEY
                   MOVE 'UPDATE FAILED' TO WS-TERM-MSG
               NOT INVALID KEY
                   SET BACKUP-WAS-REWRITTEN TO TRUE
                   MOVE 'BACKUP RECORD UPDATED' TO WS-TERM-MSG
                   PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                   MOVE 'U' TO WS-JOURNAL-OP
               MOVE AH-B-SIZE-MB TO AC-BEFORE-VALUE
               MOVE AH-A-SIZE-MB TO AC-AFTER-VALUE
               PERFORM WRITE-AUDIT-CHANGE-LINE-PROCEDURE
           END-IF
           IF AH-B-COST-CENTER NOT = AH-A-COST-CENTER
               MOVE 'COST CENTER' TO AC-FIELD-LABEL
               MOVE AH-B-COST-CENTER TO AC-BEFORE-VALUE
               MOVE AH-A-COST-CENTER TO AC-AFTER-VALUE
               PERFORM WRITE-AUDIT-CHANGE-LINE-PROCEDURE
           END-IF
           IF AH-B-KEY-ID NOT = AH-A-KEY-ID
               MOVE 'KEY ID' TO AC-FIELD-LABEL
               MOVE AH-B-KEY-ID TO AC-BEFORE-VALUE
               MOVE AH-A-KEY-ID TO AC-AFTER-VALUE
               PERFORM WRITE-AUDIT-CHANGE-LINE-PROCEDURE
           END-IF
           IF AH-B-VOLUME-KEY-TABLE NOT = AH-A-VOLUME-KEY-TABLE
               MOVE 'VOLUME KEYS' TO AC-FIELD-LABEL
               MOVE AH-B-VOLUME-KEY-TABLE(1:40) TO AC-BEFORE-VALUE
               MOVE AH-A-VOLUME-KEY-TABLE(1:40) TO AC-AFTER-VALUE
               PERFORM WRITE-AUDIT-CHANGE-LINE-PROCEDURE
           END-IF.

       WRITE-AUDIT-CHANGE-LINE-PROCEDURE.
           IF ENTRY-IS-VALID
               PERFORM LOAD-CONTENT-XREF-PROCEDURE
               PERFORM REWRITE-BACKUP-RECORD-PROCEDURE
               IF BACKUP-WAS-REWRITTEN
                   IF WS-RESTORE-TEST-FAILED
                       PERFORM LOG-RESTORE-FAILURE-PROCEDURE
                   END-IF
                   PERFORM RAISE-RESTORE-TEST-ALERT-PROCEDURE
                   PERFORM CLOSE-TEST-QUEUE-ITEM-PROCEDURE
               END-IF
           END-IF
           PERFORM PAUSE-FOR-USER-PROCEDURE.

       CLOSE-TEST-QUEUE-ITEM-PROCEDURE.
           MOVE 0 TO WS-TQ-CLOSED-COUNT
           OPEN I-O TESTQ-FILE
           IF TESTQ-STATUS-OK
               SET TQ-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO TQ-QUEUE-KEY
               START TESTQ-FILE KEY IS NOT LESS THAN TQ-QUEUE-KEY
                   INVALID KEY
                       SET TQ-AT-END TO TRUE
               END-START
               PERFORM CLOSE-ONE-QUEUE-ITEM-PROCEDURE UNTIL TQ-AT-END
               CLOSE TESTQ-FILE
           END-IF
           IF WS-TQ-CLOSED-COUNT > 0
               MOVE 'BACKUP RECORD UPDATED - TEST QUEUE ITEM CLOSED'
                   TO WS-TERM-MSG
           END-IF.

       CLOSE-ONE-QUEUE-ITEM-PROCEDURE.
           READ TESTQ-FILE NEXT RECORD
               AT END
                   SET TQ-AT-END TO TRUE
               NOT AT END
                   IF TQ-ASSET-NUM = WS-ASSET-NUM AND TQ-ITEM-OPEN
                       SET TQ-ITEM-COMPLETED TO TRUE
                       MOVE WS-RESTORE-TEST-DATE TO TQ-DATE-COMPLETED
                       MOVE WS-RESTORE-TEST-RESULT TO TQ-TEST-RESULT
                       MOVE WS-OPERATOR-ID TO TQ-OPERATOR-ID
                       REWRITE TQ-TEST-QUEUE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-TQ-CLOSED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       RAISE-RESTORE-TEST-ALERT-PROCEDURE.
           MOVE 'TRACKER-TEST' TO WS-ALERT-SOURCE
           MOVE WS-ASSET-NUM TO WS-ALERT-ASSET-NUM
           MOVE WS-MEDIUM-SERIAL TO WS-ALERT-SERIAL
           MOVE SPACES TO WS-ALERT-DEDUPE-KEY
           STRING 'RTEST-' WS-ASSET-NUM
               DELIMITED BY SIZE INTO WS-ALERT-DEDUPE-KEY
           END-STRING
           PERFORM OPEN-ALERT-FILE-PROCEDURE
           IF WS-RESTORE-TEST-FAILED
               MOVE 'C' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING 'RESTORE TEST FAILED ON ' WS-RESTORE-TEST-DATE
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               END-STRING
               PERFORM WRITE-ALERT-PROCEDURE
           ELSE
               PERFORM WRITE-ALERT-CLEAR-PROCEDURE
           END-IF
           CLOSE ALERT-FILE.

       VALIDATE-RESTORE-TEST-PROCEDURE.
           MOVE WS-RESTORE-TEST-DATE TO WS-DATE-CHECK-VALUE
           PERFORM VALIDATE-ONE-DATE-PROCEDURE

       PRESENT-ONE-TRANSFER-PROCEDURE.
           MOVE TX-DESTINATION TO WS-XFER-DEST
           EVALUATE TRUE
               WHEN TX-OUTBOUND
                   MOVE 'TO OFFSITE VAULT' TO WS-XFER-DIR-LABEL
               WHEN TX-RECALL
                   MOVE 'PRIORITY RECALL' TO WS-XFER-DIR-LABEL
               WHEN OTHER
                   MOVE 'RETURNING ONSITE' TO WS-XFER-DIR-LABEL
           END-EVALUATE
           MOVE 'S' TO WS-XFER-ACTION
           DISPLAY CLEAR-SCREEN
           DISPLAY XFER-CONFIRM-SCREEN
                           WS-VOL-LOCATION(TX-VOL-INDEX)
                   END-IF
                   PERFORM REWRITE-BACKUP-RECORD-PROCEDURE
                   IF TX-RECALL
                       PERFORM CHECK-RECALL-COMPLETE-PROCEDURE
                   END-IF
           END-READ.

       CHECK-RECALL-COMPLETE-PROCEDURE.
           SET NO-PIECE-IN-TRANSIT TO TRUE
           IF WS-LOCATION = WS-IN-TRANSIT-LOC
               SET PIECE-STILL-IN-TRANSIT TO TRUE
           END-IF
           PERFORM SET-VOLUME-LIMIT-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM CHECK-ONE-VOLUME-TRANSIT-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT
           IF NO-PIECE-IN-TRANSIT
               PERFORM MARK-REQUESTS-PULLED-PROCEDURE
           END-IF.

       CHECK-ONE-VOLUME-TRANSIT-PROCEDURE.
           IF WS-VOL-LOCATION(WS-VOL-SUB) = WS-IN-TRANSIT-LOC
               SET PIECE-STILL-IN-TRANSIT TO TRUE
           END-IF
           ADD 1 TO WS-VOL-SUB.

       MARK-REQUESTS-PULLED-PROCEDURE.
           MOVE 0 TO WS-REQ-PULLED-COUNT
           PERFORM OPEN-RESTREQ-FILE-PROCEDURE
           SET REQ-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO RR-REQUEST-NUM
           START RESTREQ-FILE KEY IS NOT LESS THAN RR-REQUEST-NUM
               INVALID KEY
                   SET REQ-AT-END TO TRUE
           END-START
           PERFORM MARK-ONE-REQUEST-PULLED-PROCEDURE UNTIL REQ-AT-END
           PERFORM CLOSE-RESTREQ-FILE-PROCEDURE
           IF WS-REQ-PULLED-COUNT > 0
               MOVE WS-REQ-PULLED-COUNT TO WS-REQ-PULLED-EDIT
               MOVE SPACES TO WS-TERM-MSG
               STRING 'RECALL COMPLETE - ' WS-REQ-PULLED-EDIT
                   ' RESTORE REQUEST(S) MARKED PULLED'
                   DELIMITED BY SIZE INTO WS-TERM-MSG
               PERFORM PAUSE-FOR-USER-PROCEDURE
               MOVE SPACES TO WS-TERM-MSG
           END-IF.

       MARK-ONE-REQUEST-PULLED-PROCEDURE.
           READ RESTREQ-FILE NEXT RECORD
               AT END
                   SET REQ-AT-END TO TRUE
               NOT AT END
                   IF RR-ASSET-NUM = TX-ASSET-NUM AND
                      RR-STATUS-REQUESTED
                       SET RR-STATUS-PULLED TO TRUE
                       MOVE TX-DATE-ARRIVED TO RR-DATE-PULLED
                       REWRITE RR-RESTORE-REQUEST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-REQ-PULLED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       OVERDUE-MANIFEST-REPORT-PROCEDURE.
           MOVE 'MANIFEST    ASSET#  MEDIUM SERIAL' TO
               WS-COLUMN-HEADING
           PERFORM START-REPORT-PROCEDURE
           MOVE 'TRACKER-XOVR' TO WS-ALERT-SOURCE
           PERFORM START-ALERT-RUN-PROCEDURE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   SET XFER-AT-END TO TRUE
           END-START
           PERFORM CHECK-OVERDUE-TRANSFER-PROCEDURE UNTIL XFER-AT-END
           PERFORM END-ALERT-RUN-PROCEDURE
           PERFORM END-REPORT-PROCEDURE
           PERFORM CLOSE-TRANSFER-FILE-PROCEDURE
           PERFORM REPORT-WRITTEN-MESSAGE-PROCEDURE.
           MOVE WS-XFER-AGE-DAYS TO XO-AGE-DAYS
           MOVE WS-XFER-OVERDUE-LINE TO WS-PRINT-DETAIL
           PERFORM WRITE-REPORT-LINE-PROCEDURE
           MOVE 'M' TO WS-ALERT-SEVERITY
           MOVE TX-ASSET-NUM TO WS-ALERT-ASSET-NUM
           MOVE TX-MEDIUM-SERIAL TO WS-ALERT-SERIAL
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING 'MANIFEST ' XO-MANIFEST-NUM '/' XO-LINE-NUM
               ' NOT CONFIRMED - IN TRANSIT ' XO-AGE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           END-STRING
           MOVE SPACES TO WS-ALERT-DEDUPE-KEY
           STRING 'XFER-' TX-MANIFEST-NUM '-' TX-LINE-NUM
               DELIMITED BY SIZE INTO WS-ALERT-DEDUPE-KEY
           END-STRING
           PERFORM WRITE-ALERT-PROCEDURE
           ADD 1 TO WS-REPORT-RECORD-COUNT.

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
           MOVE WS-ALERT-SOURCE TO AL-SOURCE-JOB
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE 0 TO AL-ASSET-NUM
           WRITE AL-ALERT-RECORD.

       WRITE-ALERT-PROCEDURE.
           MOVE SPACES TO AL-ALERT-RECORD
           SET AL-ALERT-RAISED TO TRUE
           MOVE WS-ALERT-SOURCE TO AL-SOURCE-JOB
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
           MOVE WS-ALERT-SOURCE TO AL-T-SOURCE-JOB
           ACCEPT AL-T-DATE FROM DATE YYYYMMDD
           ACCEPT AL-T-TIME FROM TIME
           MOVE WS-ALERT-COUNT TO AL-T-ALERT-COUNT
           WRITE AL-TRAILER-RECORD
           CLOSE ALERT-FILE.

       WRITE-ALERT-CLEAR-PROCEDURE.
           MOVE SPACES TO AL-ALERT-RECORD
           SET AL-ALERT-CLEARED TO TRUE
           MOVE WS-ALERT-SOURCE TO AL-SOURCE-JOB
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE WS-ALERT-ASSET-NUM TO AL-ASSET-NUM
           MOVE WS-ALERT-SERIAL TO AL-SERIAL
           MOVE WS-ALERT-DEDUPE-KEY TO AL-DEDUPE-KEY
           WRITE AL-ALERT-RECORD.

       OPEN-SUSPENSE-FILE-PROCEDURE.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-FILE-MISSING
