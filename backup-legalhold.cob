       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-LEGALHOLD.
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

           SELECT CONTXREF-FILE ASSIGN TO 'CONTXREF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CX-XREF-KEY
           FILE STATUS IS WS-CONTXREF-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'LEGALHOLD.TXT'
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

       FD CONTXREF-FILE.
       01 CX-XREF-STRUCT.
           02 CX-XREF-KEY.
               03 CX-ASSET-NUM PIC 9(6).
               03 CX-ENTRY-NUM PIC 9(2).
           02 CX-ENTRY-TEXT PIC X(44).

       FD JOURNAL-FILE.
       01 JR-JOURNAL-RECORD.
           02 JR-ASSET-NUM PIC 9(6).
           02 JR-TS-DATE PIC 9(8).
           02 JR-TS-TIME PIC 9(8).
           02 JR-OPERATION PIC X(01).
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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'LEGALHOLD'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.
       01 WS-JOURNAL-STATUS PIC X(02).
           88 JOURNAL-FILE-MISSING VALUE IS '35'.
       01 WS-HOLDCASE-STATUS PIC X(02).
           88 HOLDCASE-STATUS-OK VALUE IS '00'.
           88 HOLDCASE-FILE-MISSING VALUE IS '35'.
       01 WS-HOLDLINK-STATUS PIC X(02).
           88 HOLDLINK-STATUS-OK VALUE IS '00'.
           88 HOLDLINK-FILE-MISSING VALUE IS '35'.
       01 WS-CONTXREF-STATUS PIC X(02).
           88 CONTXREF-STATUS-OK VALUE IS '00'.
           88 CONTXREF-FILE-MISSING VALUE IS '35'.

       01 WS-DB-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 DB-AT-END VALUE IS 'Y'.
           88 DB-NOT-AT-END VALUE IS 'N'.
       01 WS-HC-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 HC-AT-END VALUE IS 'Y'.
           88 HC-NOT-AT-END VALUE IS 'N'.
       01 WS-HL-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 HL-AT-END VALUE IS 'Y'.
           88 HL-NOT-AT-END VALUE IS 'N'.
       01 WS-CX-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 CX-AT-END VALUE IS 'Y'.
           88 CX-NOT-AT-END VALUE IS 'N'.

       01 WS-HOLD-FUNCTION PIC X(01).
           88 FUNCTION-APPLY VALUE IS 'A' 'a'.
           88 FUNCTION-RELEASE VALUE IS 'R' 'r'.
           88 FUNCTION-REGISTER VALUE IS 'P' 'p'.
       01 WS-MATTER-PARM PIC X(12).
       01 WS-TODAY-DATE PIC 9(8).

       01 WS-KEYWORD-LEN PIC 9(2) COMP.
       01 WS-KEYWORD-TALLY PIC 9(4) COMP.
       01 WS-KEYWORD-SW PIC X(01) VALUE IS 'N'.
           88 KEYWORD-MATCHED VALUE IS 'Y'.
           88 KEYWORD-NOT-MATCHED VALUE IS 'N'.
       01 WS-SYSTEM-SW PIC X(01) VALUE IS 'N'.
           88 SYSTEM-MATCHED VALUE IS 'Y'.
           88 SYSTEM-NOT-MATCHED VALUE IS 'N'.
       01 WS-CRITERIA-SW PIC X(01) VALUE IS 'N'.
           88 CRITERIA-MATCHED VALUE IS 'Y'.
           88 CRITERIA-NOT-MATCHED VALUE IS 'N'.

       01 WS-RELEASE-ASSET-NUM PIC 9(6).
       01 WS-LAST-LINK-KEY PIC X(18).
       01 WS-OTHER-HOLD-SW PIC X(01) VALUE IS 'N'.
           88 OTHER-HOLD-FOUND VALUE IS 'Y'.
           88 OTHER-HOLD-NOT-FOUND VALUE IS 'N'.
       01 WS-SAVE-MATTER PIC X(12).
       01 WS-LINK-HOLD-SET-SW PIC X(01) VALUE IS 'N'.
           88 LINK-HOLD-SET-BY-CASE VALUE IS 'Y'.
           88 LINK-HOLD-SET-BEFORE-CASE VALUE IS 'N'.

       01 WS-CASE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-CASE-LINK-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-NEW-LINK-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-HOLD-SET-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-HOLD-CLEARED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-HOLD-RETAINED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-HOLD-PRIOR-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).
       01 WS-CASE-STATUS-TEXT PIC X(20).

       01 WS-LINK-LINE.
           02 FILLER PIC X(04).
           02 LL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 LL-DATE-APPLIED PIC 9(8).
           02 FILLER PIC X(02).
           02 LL-LINK-STATUS PIC X(08).
           02 FILLER PIC X(02).
           02 LL-DATE-RELEASED PIC X(08).
           02 FILLER PIC X(02).
           02 LL-HOLD-FLAG PIC X(04).
           02 FILLER PIC X(02).
           02 LL-RECORD-STATUS PIC X(07).
           02 FILLER PIC X(02).
           02 LL-RETENTION-CLASS PIC X(04).
           02 FILLER PIC X(03).
           02 LL-LOCATION PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-LEGALHOLD: LEGAL HOLD CASES'
           DISPLAY 'FUNCTION (A=APPLY R=RELEASE P=REGISTER ONLY):'
           ACCEPT WS-HOLD-FUNCTION
           IF NOT FUNCTION-APPLY AND NOT FUNCTION-RELEASE AND
              NOT FUNCTION-REGISTER
               DISPLAY 'BACKUP-LEGALHOLD: FUNCTION MUST BE A, R OR P'
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MATTER-PARM
           IF FUNCTION-APPLY
               DISPLAY 'MATTER NUMBER (BLANK = ALL OPEN CASES):'
               ACCEPT WS-MATTER-PARM
           END-IF
           IF FUNCTION-RELEASE
               DISPLAY 'MATTER NUMBER TO RELEASE:'
               ACCEPT WS-MATTER-PARM
               IF WS-MATTER-PARM = SPACES
                   DISPLAY 'BACKUP-LEGALHOLD: MATTER NUMBER REQUIRED '
                       'FOR RELEASE'
                   STOP RUN
               END-IF
           END-IF
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-HOLD-FILES-PROCEDURE
           PERFORM OPEN-DATABASE-PROCEDURE
           EVALUATE TRUE
               WHEN FUNCTION-APPLY
                   PERFORM APPLY-HOLDS-PROCEDURE
                   COMPUTE WS-RUN-RECORD-COUNT = WS-HOLD-SET-COUNT
               WHEN FUNCTION-RELEASE
                   PERFORM RELEASE-CASE-PROCEDURE
                   COMPUTE WS-RUN-RECORD-COUNT = WS-HOLD-CLEARED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           OPEN OUTPUT PRINT-FILE
           PERFORM WRITE-HOLD-REGISTER-PROCEDURE
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           PERFORM CLOSE-DATABASE-PROCEDURE
           CLOSE HOLDLINK-FILE
           CLOSE HOLDCASE-FILE
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       OPEN-HOLD-FILES-PROCEDURE.
           OPEN I-O HOLDCASE-FILE
           IF HOLDCASE-FILE-MISSING
               OPEN OUTPUT HOLDCASE-FILE
               CLOSE HOLDCASE-FILE
               OPEN I-O HOLDCASE-FILE
           END-IF
           OPEN I-O HOLDLINK-FILE
           IF HOLDLINK-FILE-MISSING
               OPEN OUTPUT HOLDLINK-FILE
               CLOSE HOLDLINK-FILE
               OPEN I-O HOLDLINK-FILE
           END-IF.

       OPEN-DATABASE-PROCEDURE.
           OPEN I-O DB-DAT
           IF FILE-STATUS-FILE-MISSING
               OPEN OUTPUT DB-DAT
               CLOSE DB-DAT
               OPEN I-O DB-DAT
           END-IF.

       CLOSE-DATABASE-PROCEDURE.
           CLOSE DB-DAT.

       APPLY-HOLDS-PROCEDURE.
           OPEN INPUT CONTXREF-FILE
           IF CONTXREF-FILE-MISSING
               DISPLAY 'BACKUP-LEGALHOLD: CONTXREF.DAT IS MISSING - '
                   'NO HOLDS APPLIED'
           ELSE
               IF WS-MATTER-PARM = SPACES
                   SET HC-NOT-AT-END TO TRUE
                   MOVE LOW-VALUES TO HC-MATTER-NUM
                   START HOLDCASE-FILE KEY IS NOT LESS THAN
                       HC-MATTER-NUM
                       INVALID KEY
                           SET HC-AT-END TO TRUE
                   END-START
                   PERFORM APPLY-NEXT-CASE-PROCEDURE UNTIL HC-AT-END
               ELSE
                   MOVE WS-MATTER-PARM TO HC-MATTER-NUM
                   READ HOLDCASE-FILE
                       INVALID KEY
                           DISPLAY 'BACKUP-LEGALHOLD: MATTER '
                               WS-MATTER-PARM ' NOT ON FILE'
                       NOT INVALID KEY
                           IF HC-CASE-OPEN
                               PERFORM APPLY-ONE-CASE-PROCEDURE
                           ELSE
                               DISPLAY 'BACKUP-LEGALHOLD: MATTER '
                                   WS-MATTER-PARM ' IS RELEASED'
                           END-IF
                   END-READ
               END-IF
               CLOSE CONTXREF-FILE
           END-IF.

       APPLY-NEXT-CASE-PROCEDURE.
           READ HOLDCASE-FILE NEXT RECORD
               AT END
                   SET HC-AT-END TO TRUE
               NOT AT END
                   IF HC-CASE-OPEN
                       PERFORM APPLY-ONE-CASE-PROCEDURE
                   END-IF
           END-READ.

       APPLY-ONE-CASE-PROCEDURE.
           IF HC-KEYWORD = SPACES AND HC-SYSTEM-NAME = SPACES
               DISPLAY 'BACKUP-LEGALHOLD: MATTER ' HC-MATTER-NUM
                   ' HAS NO KEYWORD OR SYSTEM - NOT APPLIED'
           ELSE
               ADD 1 TO WS-CASE-COUNT
               PERFORM COMPUTE-KEYWORD-LENGTH-PROCEDURE
               SET DB-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO FD-ASSET-NUM
               START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
                   INVALID KEY
                       SET DB-AT-END TO TRUE
               END-START
               PERFORM CHECK-ONE-BACKUP-PROCEDURE UNTIL DB-AT-END
           END-IF.

       COMPUTE-KEYWORD-LENGTH-PROCEDURE.
           MOVE 44 TO WS-KEYWORD-LEN
           PERFORM SHORTEN-KEYWORD-PROCEDURE
               UNTIL WS-KEYWORD-LEN = 0 OR
                     HC-KEYWORD(WS-KEYWORD-LEN:1) NOT = SPACE.

       SHORTEN-KEYWORD-PROCEDURE.
           SUBTRACT 1 FROM WS-KEYWORD-LEN.

       CHECK-ONE-BACKUP-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   IF FD-RECORD-ACTIVE
                       PERFORM CHECK-HOLD-CRITERIA-PROCEDURE
                       IF CRITERIA-MATCHED
                           PERFORM LINK-ASSET-TO-CASE-PROCEDURE
                       END-IF
                   END-IF
           END-READ.

       CHECK-HOLD-CRITERIA-PROCEDURE.
           SET CRITERIA-MATCHED TO TRUE
           IF HC-BACKUP-DATE-FROM > 0 AND
              FD-DATE-TO < HC-BACKUP-DATE-FROM
               SET CRITERIA-NOT-MATCHED TO TRUE
           END-IF
           IF HC-BACKUP-DATE-TO > 0 AND
              FD-DATE-FROM > HC-BACKUP-DATE-TO
               SET CRITERIA-NOT-MATCHED TO TRUE
           END-IF
           IF CRITERIA-MATCHED
               IF WS-KEYWORD-LEN = 0
                   SET KEYWORD-MATCHED TO TRUE
               ELSE
                   SET KEYWORD-NOT-MATCHED TO TRUE
               END-IF
               IF HC-SYSTEM-NAME = SPACES
                   SET SYSTEM-MATCHED TO TRUE
               ELSE
                   SET SYSTEM-NOT-MATCHED TO TRUE
               END-IF
               SET CX-NOT-AT-END TO TRUE
               MOVE FD-ASSET-NUM TO CX-ASSET-NUM
               MOVE 0 TO CX-ENTRY-NUM
               START CONTXREF-FILE KEY IS NOT LESS THAN CX-XREF-KEY
                   INVALID KEY
                       SET CX-AT-END TO TRUE
               END-START
               PERFORM CHECK-ONE-CONTENT-ENTRY-PROCEDURE
                   UNTIL CX-AT-END OR
                         (KEYWORD-MATCHED AND SYSTEM-MATCHED)
               IF KEYWORD-NOT-MATCHED OR SYSTEM-NOT-MATCHED
                   SET CRITERIA-NOT-MATCHED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-CONTENT-ENTRY-PROCEDURE.
           READ CONTXREF-FILE NEXT RECORD
               AT END
                   SET CX-AT-END TO TRUE
               NOT AT END
                   IF CX-ASSET-NUM NOT = FD-ASSET-NUM
                       SET CX-AT-END TO TRUE
                   ELSE
                       IF KEYWORD-NOT-MATCHED
                           MOVE 0 TO WS-KEYWORD-TALLY
                           INSPECT CX-ENTRY-TEXT TALLYING
                               WS-KEYWORD-TALLY FOR ALL
                               HC-KEYWORD(1:WS-KEYWORD-LEN)
                           IF WS-KEYWORD-TALLY > 0
                               SET KEYWORD-MATCHED TO TRUE
                           END-IF
                       END-IF
                       IF CX-ENTRY-TEXT = HC-SYSTEM-NAME
                           SET SYSTEM-MATCHED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       LINK-ASSET-TO-CASE-PROCEDURE.
           SET LINK-HOLD-SET-BEFORE-CASE TO TRUE
           IF NOT FD-LEGAL-HOLD-ON
               PERFORM BUILD-BEFORE-IMAGE-PROCEDURE
               MOVE 'Y' TO FD-LEGAL-HOLD
               REWRITE FD-BACKUP-STRUCT
                   INVALID KEY
                       DISPLAY 'BACKUP-LEGALHOLD: REWRITE FAILED FOR '
                           'ASSET ' FD-ASSET-NUM
                   NOT INVALID KEY
                       SET LINK-HOLD-SET-BY-CASE TO TRUE
                       ADD 1 TO WS-HOLD-SET-COUNT
                       PERFORM WRITE-JOURNAL-ENTRY-PROCEDURE
               END-REWRITE
           END-IF
           MOVE HC-MATTER-NUM TO HL-MATTER-NUM
           MOVE FD-ASSET-NUM TO HL-ASSET-NUM
           READ HOLDLINK-FILE
               INVALID KEY
                   MOVE HC-MATTER-NUM TO HL-MATTER-NUM
                   MOVE FD-ASSET-NUM TO HL-ASSET-NUM
                   MOVE WS-TODAY-DATE TO HL-DATE-APPLIED
                   SET HL-LINK-ACTIVE TO TRUE
                   MOVE 0 TO HL-DATE-RELEASED
                   MOVE WS-LINK-HOLD-SET-SW TO HL-HOLD-SET-SW
                   WRITE HL-HOLD-LINK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-NEW-LINK-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF HL-LINK-RELEASED OR LINK-HOLD-SET-BY-CASE
                       IF HL-LINK-RELEASED
                           MOVE WS-TODAY-DATE TO HL-DATE-APPLIED
                           SET HL-LINK-ACTIVE TO TRUE
                           MOVE 0 TO HL-DATE-RELEASED
                       END-IF
                       MOVE WS-LINK-HOLD-SET-SW TO HL-HOLD-SET-SW
                       REWRITE HL-HOLD-LINK
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       RELEASE-CASE-PROCEDURE.
           MOVE WS-MATTER-PARM TO HC-MATTER-NUM
           READ HOLDCASE-FILE
               INVALID KEY
                   DISPLAY 'BACKUP-LEGALHOLD: MATTER ' WS-MATTER-PARM
                       ' NOT ON FILE'
               NOT INVALID KEY
                   IF HC-CASE-RELEASED
                       DISPLAY 'BACKUP-LEGALHOLD: MATTER '
                           WS-MATTER-PARM ' ALREADY RELEASED'
                   ELSE
                       PERFORM RELEASE-OPEN-CASE-PROCEDURE
                   END-IF
           END-READ.

       RELEASE-OPEN-CASE-PROCEDURE.
           MOVE WS-MATTER-PARM TO HL-MATTER-NUM
           MOVE 0 TO HL-ASSET-NUM
           SET HL-NOT-AT-END TO TRUE
           START HOLDLINK-FILE KEY IS NOT LESS THAN HL-LINK-KEY
               INVALID KEY
                   SET HL-AT-END TO TRUE
           END-START
           PERFORM RELEASE-NEXT-LINK-PROCEDURE UNTIL HL-AT-END
           MOVE WS-MATTER-PARM TO HC-MATTER-NUM
           READ HOLDCASE-FILE
               INVALID KEY
                   DISPLAY 'BACKUP-LEGALHOLD: MATTER ' WS-MATTER-PARM
                       ' COULD NOT BE MARKED RELEASED'
               NOT INVALID KEY
                   SET HC-CASE-RELEASED TO TRUE
                   MOVE WS-TODAY-DATE TO HC-DATE-RELEASED
                   REWRITE HC-HOLD-CASE
                       INVALID KEY
                           DISPLAY 'BACKUP-LEGALHOLD: MATTER '
                               WS-MATTER-PARM
                               ' COULD NOT BE MARKED RELEASED'
                       NOT INVALID KEY
                           ADD 1 TO WS-CASE-COUNT
                   END-REWRITE
           END-READ.

       RELEASE-NEXT-LINK-PROCEDURE.
           READ HOLDLINK-FILE NEXT RECORD
               AT END
                   SET HL-AT-END TO TRUE
               NOT AT END
                   IF HL-MATTER-NUM NOT = WS-MATTER-PARM
                       SET HL-AT-END TO TRUE
                   ELSE
                       IF HL-LINK-ACTIVE
                           MOVE HL-LINK-KEY TO WS-LAST-LINK-KEY
                           MOVE HL-HOLD-SET-SW TO WS-LINK-HOLD-SET-SW
                           MOVE HL-ASSET-NUM TO WS-RELEASE-ASSET-NUM
                           PERFORM RELEASE-ONE-ASSET-PROCEDURE
                           MOVE WS-LAST-LINK-KEY TO HL-LINK-KEY
                           START HOLDLINK-FILE
                               KEY IS GREATER THAN HL-LINK-KEY
                               INVALID KEY
                                   SET HL-AT-END TO TRUE
                           END-START
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-ASSET-PROCEDURE.
           PERFORM CHECK-OTHER-OPEN-HOLDS-PROCEDURE
           EVALUATE TRUE
               WHEN OTHER-HOLD-FOUND
                   ADD 1 TO WS-HOLD-RETAINED-COUNT
                   IF LINK-HOLD-SET-BY-CASE
                       SET HL-HOLD-SET-BY-CASE TO TRUE
                       REWRITE HL-HOLD-LINK
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
               WHEN LINK-HOLD-SET-BY-CASE
                   PERFORM CLEAR-ASSET-HOLD-PROCEDURE
               WHEN OTHER
                   ADD 1 TO WS-HOLD-PRIOR-COUNT
           END-EVALUATE
           MOVE WS-MATTER-PARM TO HL-MATTER-NUM
           MOVE WS-RELEASE-ASSET-NUM TO HL-ASSET-NUM
           READ HOLDLINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HL-LINK-RELEASED TO TRUE
                   MOVE WS-TODAY-DATE TO HL-DATE-RELEASED
                   REWRITE HL-HOLD-LINK
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       CHECK-OTHER-OPEN-HOLDS-PROCEDURE.
           SET OTHER-HOLD-NOT-FOUND TO TRUE
           SET HC-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO HC-MATTER-NUM
           START HOLDCASE-FILE KEY IS NOT LESS THAN HC-MATTER-NUM
               INVALID KEY
                   SET HC-AT-END TO TRUE
           END-START
           PERFORM CHECK-ONE-OTHER-CASE-PROCEDURE
               UNTIL HC-AT-END OR OTHER-HOLD-FOUND.

       CHECK-ONE-OTHER-CASE-PROCEDURE.
           READ HOLDCASE-FILE NEXT RECORD
               AT END
                   SET HC-AT-END TO TRUE
               NOT AT END
                   IF HC-CASE-OPEN AND
                      HC-MATTER-NUM NOT = WS-MATTER-PARM
                       MOVE HC-MATTER-NUM TO HL-MATTER-NUM
                       MOVE WS-RELEASE-ASSET-NUM TO HL-ASSET-NUM
                       READ HOLDLINK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF HL-LINK-ACTIVE
                                   SET OTHER-HOLD-FOUND TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       CLEAR-ASSET-HOLD-PROCEDURE.
           MOVE WS-RELEASE-ASSET-NUM TO FD-ASSET-NUM
           READ DB-DAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FD-LEGAL-HOLD-ON
                       PERFORM BUILD-BEFORE-IMAGE-PROCEDURE
                       MOVE 'N' TO FD-LEGAL-HOLD
                       REWRITE FD-BACKUP-STRUCT
                           INVALID KEY
                               DISPLAY 'BACKUP-LEGALHOLD: REWRITE '
                                   'FAILED FOR ASSET ' FD-ASSET-NUM
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLD-CLEARED-COUNT
                               PERFORM WRITE-JOURNAL-ENTRY-PROCEDURE
                       END-REWRITE
                   END-IF
           END-READ.

       WRITE-HOLD-REGISTER-PROCEDURE.
           MOVE 'LEGAL HOLD REGISTER BY MATTER' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'RUN DATE: ' WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           SET HC-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO HC-MATTER-NUM
           START HOLDCASE-FILE KEY IS NOT LESS THAN HC-MATTER-NUM
               INVALID KEY
                   SET HC-AT-END TO TRUE
           END-START
           PERFORM WRITE-ONE-CASE-PROCEDURE UNTIL HC-AT-END.

       WRITE-ONE-CASE-PROCEDURE.
           READ HOLDCASE-FILE NEXT RECORD
               AT END
                   SET HC-AT-END TO TRUE
               NOT AT END
                   PERFORM WRITE-CASE-HEADING-PROCEDURE
                   PERFORM WRITE-CASE-LINKS-PROCEDURE
           END-READ.

       WRITE-CASE-HEADING-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF HC-CASE-OPEN
               MOVE 'OPEN' TO WS-CASE-STATUS-TEXT
           ELSE
               MOVE SPACES TO WS-CASE-STATUS-TEXT
               STRING 'RELEASED ' HC-DATE-RELEASED
                   DELIMITED BY SIZE INTO WS-CASE-STATUS-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'MATTER: ' HC-MATTER-NUM
               '  COUNSEL: ' HC-COUNSEL
               '  ISSUED: ' HC-DATE-ISSUED
               '  STATUS: ' WS-CASE-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  KEYWORD: ' HC-KEYWORD
               '  SYSTEM: ' HC-SYSTEM-NAME
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  BACKUP DATES FROM: ' HC-BACKUP-DATE-FROM
               '  TO: ' HC-BACKUP-DATE-TO
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '    ASSET#  APPLIED   LINK      RELEASED  '
               'HOLD  RECORD   CLASS  LOCATION'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-CASE-LINKS-PROCEDURE.
           MOVE 0 TO WS-CASE-LINK-COUNT
           MOVE HC-MATTER-NUM TO WS-SAVE-MATTER
           SET HL-NOT-AT-END TO TRUE
           MOVE HC-MATTER-NUM TO HL-MATTER-NUM
           MOVE 0 TO HL-ASSET-NUM
           START HOLDLINK-FILE KEY IS NOT LESS THAN HL-LINK-KEY
               INVALID KEY
                   SET HL-AT-END TO TRUE
           END-START
           PERFORM WRITE-ONE-LINK-PROCEDURE UNTIL HL-AT-END
           MOVE WS-CASE-LINK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '    ASSETS LINKED TO MATTER: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-ONE-LINK-PROCEDURE.
           READ HOLDLINK-FILE NEXT RECORD
               AT END
                   SET HL-AT-END TO TRUE
               NOT AT END
                   IF HL-MATTER-NUM NOT = WS-SAVE-MATTER
                       SET HL-AT-END TO TRUE
                   ELSE
                       ADD 1 TO WS-CASE-LINK-COUNT
                       PERFORM FORMAT-LINK-LINE-PROCEDURE
                       MOVE WS-LINK-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
           END-READ.

       FORMAT-LINK-LINE-PROCEDURE.
           MOVE SPACES TO WS-LINK-LINE
           MOVE HL-ASSET-NUM TO LL-ASSET-NUM
           MOVE HL-DATE-APPLIED TO LL-DATE-APPLIED
           IF HL-LINK-ACTIVE
               MOVE 'ACTIVE' TO LL-LINK-STATUS
               MOVE SPACES TO LL-DATE-RELEASED
           ELSE
               MOVE 'RELEASED' TO LL-LINK-STATUS
               MOVE HL-DATE-RELEASED TO LL-DATE-RELEASED
           END-IF
           MOVE HL-ASSET-NUM TO FD-ASSET-NUM
           READ DB-DAT
               INVALID KEY
                   MOVE 'GONE' TO LL-RECORD-STATUS
               NOT INVALID KEY
                   IF FD-LEGAL-HOLD-ON
                       MOVE 'Y' TO LL-HOLD-FLAG
                   ELSE
                       MOVE 'N' TO LL-HOLD-FLAG
                   END-IF
                   IF FD-RECORD-ACTIVE
                       MOVE 'ACTIVE' TO LL-RECORD-STATUS
                   ELSE
                       MOVE 'EXPIRED' TO LL-RECORD-STATUS
                   END-IF
                   MOVE FD-RETENTION-CLASS TO LL-RETENTION-CLASS
                   MOVE FD-LOCATION TO LL-LOCATION
           END-READ.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF FUNCTION-APPLY
               MOVE WS-CASE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'CASES APPLIED          : ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-NEW-LINK-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'NEW CASE-ASSET LINKS   : ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-HOLD-SET-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'HOLD FLAGS SET         : ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF FUNCTION-RELEASE
               MOVE WS-HOLD-CLEARED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'HOLD FLAGS CLEARED     : ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-HOLD-RETAINED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'HELD BY ANOTHER MATTER : ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-HOLD-PRIOR-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               STRING 'HELD BEFORE THE CASE   : ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
               MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       BUILD-BEFORE-IMAGE-PROCEDURE.
           MOVE FD-DATE-CREATED TO JR-BEFORE-DATE-CREATED
           MOVE FD-DATE-FROM TO JR-BEFORE-DATE-FROM
           MOVE FD-DATE-TO TO JR-BEFORE-DATE-TO
           MOVE FD-MEDIUM TO JR-BEFORE-MEDIUM
           MOVE FD-MEDIUM-SERIAL TO JR-BEFORE-MEDIUM-SERIAL
           MOVE FD-LOCATION TO JR-BEFORE-LOCATION
           MOVE FD-BACKUP-CONTENTS TO JR-BEFORE-CONTENTS
           MOVE FD-RESTORE-TEST-DATE TO JR-BEFORE-RESTORE-TEST-DATE
           MOVE FD-RESTORE-TEST-RESULT TO JR-BEFORE-RESTORE-TEST-RESULT
           MOVE FD-RETENTION-CLASS TO JR-BEFORE-RETENTION-CLASS
           MOVE FD-RECORD-STATUS TO JR-BEFORE-RECORD-STATUS
           IF FD-EXTRA-VOLUME-COUNT IS NUMERIC
               MOVE FD-EXTRA-VOLUME-COUNT TO
                   JR-BEFORE-EXTRA-VOLUME-COUNT
           ELSE
               MOVE 0 TO JR-BEFORE-EXTRA-VOLUME-COUNT
           END-IF
           MOVE FD-VOLUME-TABLE TO JR-BEFORE-VOLUME-TABLE
           MOVE FD-LEGAL-HOLD TO JR-BEFORE-LEGAL-HOLD
           IF FD-BACKUP-SIZE-MB IS NUMERIC
               MOVE FD-BACKUP-SIZE-MB TO JR-BEFORE-SIZE-MB
           ELSE
               MOVE 0 TO JR-BEFORE-SIZE-MB
           END-IF
           MOVE FD-COST-CENTER TO JR-BEFORE-COST-CENTER
           MOVE FD-KEY-ID TO JR-BEFORE-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO JR-BEFORE-VOLUME-KEY-TABLE.

       WRITE-JOURNAL-ENTRY-PROCEDURE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FILE-MISSING
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           MOVE FD-ASSET-NUM TO JR-ASSET-NUM
           ACCEPT JR-TS-DATE FROM DATE YYYYMMDD
           ACCEPT JR-TS-TIME FROM TIME
           MOVE 'U' TO JR-OPERATION
           MOVE 'LEGALHLD' TO JR-OPERATOR-ID
           MOVE FD-DATE-CREATED TO JR-AFTER-DATE-CREATED
           MOVE FD-DATE-FROM TO JR-AFTER-DATE-FROM
           MOVE FD-DATE-TO TO JR-AFTER-DATE-TO
           MOVE FD-MEDIUM TO JR-AFTER-MEDIUM
           MOVE FD-MEDIUM-SERIAL TO JR-AFTER-MEDIUM-SERIAL
           MOVE FD-LOCATION TO JR-AFTER-LOCATION
           MOVE FD-BACKUP-CONTENTS TO JR-AFTER-CONTENTS
           MOVE FD-RESTORE-TEST-DATE TO JR-AFTER-RESTORE-TEST-DATE
           MOVE FD-RESTORE-TEST-RESULT TO JR-AFTER-RESTORE-TEST-RESULT
           MOVE FD-RETENTION-CLASS TO JR-AFTER-RETENTION-CLASS
           MOVE FD-RECORD-STATUS TO JR-AFTER-RECORD-STATUS
           IF FD-EXTRA-VOLUME-COUNT IS NUMERIC
               MOVE FD-EXTRA-VOLUME-COUNT TO
                   JR-AFTER-EXTRA-VOLUME-COUNT
           ELSE
               MOVE 0 TO JR-AFTER-EXTRA-VOLUME-COUNT
           END-IF
           MOVE FD-VOLUME-TABLE TO JR-AFTER-VOLUME-TABLE
           MOVE FD-LEGAL-HOLD TO JR-AFTER-LEGAL-HOLD
           IF FD-BACKUP-SIZE-MB IS NUMERIC
               MOVE FD-BACKUP-SIZE-MB TO JR-AFTER-SIZE-MB
           ELSE
               MOVE 0 TO JR-AFTER-SIZE-MB
           END-IF
           MOVE FD-COST-CENTER TO JR-AFTER-COST-CENTER
           MOVE FD-KEY-ID TO JR-AFTER-KEY-ID
           MOVE FD-VOLUME-KEY-TABLE TO JR-AFTER-VOLUME-KEY-TABLE
           WRITE JR-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

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
                           DISPLAY 'BACKUP-LEGALHOLD: PREVIOUS RUN DID '
                               'NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-LEGALHOLD: JOB ' RC-JOB-NAME
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

