       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-KEYCUSTODY.
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

           SELECT KEYMAST-FILE ASSIGN TO 'KEYMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KM-KEY-ID
           FILE STATUS IS WS-KEYMAST-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'KEYCUST.TXT'
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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'KEYCUST'.
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

       01 WS-KEYMAST-STATUS PIC X(02).
           88 KEYMAST-STATUS-OK VALUE IS '00'.
           88 KEYMAST-FILE-MISSING VALUE IS '35'.
       01 WS-KEYMAST-OPEN-SW PIC X(01) VALUE IS 'N'.
           88 KEYMAST-AVAILABLE VALUE IS 'Y'.
           88 KEYMAST-NOT-AVAILABLE VALUE IS 'N'.
       01 WS-KEY-FOUND-SW PIC X(01) VALUE IS 'N'.
           88 KEY-ON-FILE VALUE IS 'Y'.
           88 KEY-NOT-ON-FILE VALUE IS 'N'.
       01 WS-RECOVERABLE-SW PIC X(01) VALUE IS 'Y'.
           88 BACKUP-RECOVERABLE VALUE IS 'Y'.
           88 BACKUP-UNRECOVERABLE VALUE IS 'N'.
       01 WS-SHREDDED-SW PIC X(01) VALUE IS 'Y'.
           88 ALL-KEYS-DESTROYED VALUE IS 'Y'.
           88 SOME-KEY-LIVE VALUE IS 'N'.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PIECE-SUB PIC 9(2) COMP.
       01 WS-PIECE-LIMIT PIC 9(2) COMP.
       01 WS-PIECE-NUM PIC 9(2).
       01 WS-PIECE-KEY-ID PIC X(16).
       01 WS-PIECE-SERIAL PIC X(50).
       01 WS-PIECE-LABEL PIC X(07).
       01 WS-KEY-PROBLEM PIC X(20).
       01 WS-LAST-DESTROY-DATE PIC 9(8).
       01 WS-LAST-DESTROY-KEY-ID PIC X(16).
       01 WS-LAST-CUSTODIAN PIC X(30).

       01 WS-ACTIVE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-ACTIVE-NO-KEY-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-UNRECOVERABLE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-PROBLEM-KEY-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-EXPIRED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-EXPIRED-NO-KEY-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-SHREDDED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-NOT-SHREDDED-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-UNENCRYPTED-PIECE-COUNT PIC 9(6) COMP VALUE IS 0.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-UNRECOVERABLE-LINE.
           02 UL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 UL-PIECE PIC X(07).
           02 FILLER PIC X(02).
           02 UL-SERIAL PIC X(30).
           02 FILLER PIC X(02).
           02 UL-KEY-ID PIC X(16).
           02 FILLER PIC X(02).
           02 UL-PROBLEM PIC X(20).
           02 FILLER PIC X(02).
           02 UL-CUSTODIAN PIC X(30).

       01 WS-SHREDDED-LINE.
           02 SL-ASSET-NUM PIC 9(6).
           02 FILLER PIC X(02).
           02 SL-DATE-CREATED PIC 9(8).
           02 FILLER PIC X(02).
           02 SL-RETENTION-CLASS PIC X(4).
           02 FILLER PIC X(03).
           02 SL-SERIAL PIC X(30).
           02 FILLER PIC X(02).
           02 SL-KEY-ID PIC X(16).
           02 FILLER PIC X(02).
           02 SL-DESTROYED-DATE PIC 9(8).
           02 FILLER PIC X(02).
           02 SL-CUSTODIAN PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-DATABASE-PROCEDURE
           OPEN INPUT KEYMAST-FILE
           IF KEYMAST-FILE-MISSING
               DISPLAY 'BACKUP-KEYCUSTODY: KEYMAST.DAT NOT FOUND - '
                   'EVERY KEY IS REPORTED AS NOT ON FILE'
           ELSE
               SET KEYMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE 'ENCRYPTION KEY CUSTODY EXCEPTIONS' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'RUN DATE: ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM WRITE-ACTIVE-SECTION-PROCEDURE
           PERFORM WRITE-EXPIRED-SECTION-PROCEDURE
           PERFORM WRITE-UNENCRYPTED-SECTION-PROCEDURE
           PERFORM WRITE-TOTALS-PROCEDURE
           CLOSE PRINT-FILE
           IF KEYMAST-AVAILABLE
               CLOSE KEYMAST-FILE
           END-IF
           PERFORM CLOSE-DATABASE-PROCEDURE
           MOVE WS-UNRECOVERABLE-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       OPEN-DATABASE-PROCEDURE.
           OPEN I-O DB-DAT
           IF FILE-STATUS-FILE-MISSING
               OPEN OUTPUT DB-DAT
               CLOSE DB-DAT
               OPEN I-O DB-DAT
           END-IF.

       CLOSE-DATABASE-PROCEDURE.
           CLOSE DB-DAT.

       START-DATABASE-BROWSE-PROCEDURE.
           SET DB-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO FD-ASSET-NUM
           START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
               INVALID KEY
                   SET DB-AT-END TO TRUE
           END-START.

       WRITE-ACTIVE-SECTION-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ACTIVE BACKUPS THAT CANNOT BE DECRYPTED' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ASSET#  PIECE    SERIAL' DELIMITED BY SIZE
               '                          KEY ID            '
               DELIMITED BY SIZE
               'PROBLEM               CUSTODIAN' DELIMITED BY SIZE
               INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM START-DATABASE-BROWSE-PROCEDURE
           PERFORM SCAN-ACTIVE-BACKUP-PROCEDURE UNTIL DB-AT-END
           IF WS-UNRECOVERABLE-COUNT = 0
               MOVE '  NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SCAN-ACTIVE-BACKUP-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   IF FD-RECORD-ACTIVE
                       PERFORM CHECK-ACTIVE-BACKUP-PROCEDURE
                   END-IF
           END-READ.

       CHECK-ACTIVE-BACKUP-PROCEDURE.
           ADD 1 TO WS-ACTIVE-COUNT
           SET BACKUP-RECOVERABLE TO TRUE
           IF FD-KEY-ID = SPACES AND FD-VOLUME-KEY-TABLE = SPACES
               ADD 1 TO WS-ACTIVE-NO-KEY-COUNT
           ELSE
               PERFORM SET-PIECE-LIMIT-PROCEDURE
               MOVE 0 TO WS-PIECE-SUB
               PERFORM CHECK-ONE-ACTIVE-PIECE-PROCEDURE
                   UNTIL WS-PIECE-SUB > WS-PIECE-LIMIT
           END-IF
           IF BACKUP-UNRECOVERABLE
               ADD 1 TO WS-UNRECOVERABLE-COUNT
           END-IF.

       SET-PIECE-LIMIT-PROCEDURE.
           IF FD-EXTRA-VOLUME-COUNT IS NUMERIC AND
              FD-EXTRA-VOLUME-COUNT NOT > 9
               MOVE FD-EXTRA-VOLUME-COUNT TO WS-PIECE-LIMIT
           ELSE
               MOVE 0 TO WS-PIECE-LIMIT
           END-IF.

       SET-PIECE-KEY-PROCEDURE.
           IF WS-PIECE-SUB = 0
               MOVE FD-KEY-ID TO WS-PIECE-KEY-ID
               MOVE FD-MEDIUM-SERIAL TO WS-PIECE-SERIAL
               MOVE 'PRIMARY' TO WS-PIECE-LABEL
           ELSE
               MOVE FD-VOL-KEY-ID(WS-PIECE-SUB) TO WS-PIECE-KEY-ID
               IF WS-PIECE-KEY-ID = SPACES
                   MOVE FD-KEY-ID TO WS-PIECE-KEY-ID
               END-IF
               MOVE FD-VOL-SERIAL(WS-PIECE-SUB) TO WS-PIECE-SERIAL
               COMPUTE WS-PIECE-NUM = WS-PIECE-SUB + 1
               MOVE SPACES TO WS-PIECE-LABEL
               STRING 'VOL ' WS-PIECE-NUM
                   DELIMITED BY SIZE INTO WS-PIECE-LABEL
           END-IF.

       LOOK-UP-KEY-PROCEDURE.
           SET KEY-NOT-ON-FILE TO TRUE
           IF KEYMAST-AVAILABLE
               MOVE WS-PIECE-KEY-ID TO KM-KEY-ID
               READ KEYMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KEY-ON-FILE TO TRUE
               END-READ
           END-IF.

       CHECK-ONE-ACTIVE-PIECE-PROCEDURE.
           PERFORM SET-PIECE-KEY-PROCEDURE
           IF WS-PIECE-KEY-ID NOT = SPACES
               PERFORM LOOK-UP-KEY-PROCEDURE
               MOVE SPACES TO WS-KEY-PROBLEM
               EVALUATE TRUE
                   WHEN KEY-NOT-ON-FILE
                       MOVE 'KEY NOT IN MASTER' TO WS-KEY-PROBLEM
                       MOVE SPACES TO KM-CUSTODIAN
                   WHEN KM-KEY-DESTROYED
                       MOVE 'KEY DESTROYED' TO WS-KEY-PROBLEM
                   WHEN KM-KEY-RETIRED
                       MOVE 'KEY RETIRED' TO WS-KEY-PROBLEM
                   WHEN KM-ESCROW-LOCATION = SPACES
                       MOVE 'KEY NOT IN ESCROW' TO WS-KEY-PROBLEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-KEY-PROBLEM NOT = SPACES
                   SET BACKUP-UNRECOVERABLE TO TRUE
                   ADD 1 TO WS-PROBLEM-KEY-COUNT
                   PERFORM WRITE-UNRECOVERABLE-LINE-PROCEDURE
               END-IF
           END-IF
           ADD 1 TO WS-PIECE-SUB.

       WRITE-UNRECOVERABLE-LINE-PROCEDURE.
           MOVE SPACES TO WS-UNRECOVERABLE-LINE
           MOVE FD-ASSET-NUM TO UL-ASSET-NUM
           MOVE WS-PIECE-LABEL TO UL-PIECE
           MOVE WS-PIECE-SERIAL TO UL-SERIAL
           MOVE WS-PIECE-KEY-ID TO UL-KEY-ID
           MOVE WS-KEY-PROBLEM TO UL-PROBLEM
           MOVE KM-CUSTODIAN TO UL-CUSTODIAN
           MOVE WS-UNRECOVERABLE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-EXPIRED-SECTION-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'EXPIRED BACKUPS CRYPTO-SHREDDED (ALL KEYS DESTROYED)'
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ASSET#  CREATED   CLASS  SERIAL' DELIMITED BY SIZE
               '                          KEY ID            '
               DELIMITED BY SIZE
               'DESTROYED CUSTODIAN' DELIMITED BY SIZE
               INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM START-DATABASE-BROWSE-PROCEDURE
           PERFORM SCAN-EXPIRED-BACKUP-PROCEDURE UNTIL DB-AT-END
           IF WS-SHREDDED-COUNT = 0
               MOVE '  NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SCAN-EXPIRED-BACKUP-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   IF FD-RECORD-EXPIRED
                       PERFORM CHECK-EXPIRED-BACKUP-PROCEDURE
                   END-IF
           END-READ.

       CHECK-EXPIRED-BACKUP-PROCEDURE.
           ADD 1 TO WS-EXPIRED-COUNT
           IF FD-KEY-ID = SPACES AND FD-VOLUME-KEY-TABLE = SPACES
               ADD 1 TO WS-EXPIRED-NO-KEY-COUNT
           ELSE
               SET ALL-KEYS-DESTROYED TO TRUE
               MOVE 0 TO WS-LAST-DESTROY-DATE
               MOVE SPACES TO WS-LAST-DESTROY-KEY-ID
               MOVE SPACES TO WS-LAST-CUSTODIAN
               PERFORM SET-PIECE-LIMIT-PROCEDURE
               MOVE 0 TO WS-PIECE-SUB
               PERFORM CHECK-ONE-EXPIRED-PIECE-PROCEDURE
                   UNTIL WS-PIECE-SUB > WS-PIECE-LIMIT
               IF ALL-KEYS-DESTROYED
                   ADD 1 TO WS-SHREDDED-COUNT
                   PERFORM WRITE-SHREDDED-LINE-PROCEDURE
               ELSE
                   ADD 1 TO WS-NOT-SHREDDED-COUNT
               END-IF
           END-IF.

       CHECK-ONE-EXPIRED-PIECE-PROCEDURE.
           PERFORM SET-PIECE-KEY-PROCEDURE
           IF WS-PIECE-KEY-ID NOT = SPACES
               PERFORM LOOK-UP-KEY-PROCEDURE
               IF KEY-ON-FILE AND KM-KEY-DESTROYED
                   IF KM-DATE-STATUS > WS-LAST-DESTROY-DATE OR
                      WS-LAST-DESTROY-KEY-ID = SPACES
                       MOVE KM-DATE-STATUS TO WS-LAST-DESTROY-DATE
                       MOVE KM-KEY-ID TO WS-LAST-DESTROY-KEY-ID
                       MOVE KM-CUSTODIAN TO WS-LAST-CUSTODIAN
                   END-IF
               ELSE
                   SET SOME-KEY-LIVE TO TRUE
               END-IF
           ELSE
               SET SOME-KEY-LIVE TO TRUE
           END-IF
           ADD 1 TO WS-PIECE-SUB.

       WRITE-UNENCRYPTED-SECTION-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'EXPIRED BACKUPS NOT SHREDDED - PIECES NEVER ENCRYPTED'
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ASSET#  PIECE    SERIAL' DELIMITED BY SIZE
               '                          KEY ID            '
               DELIMITED BY SIZE
               'PROBLEM               CUSTODIAN' DELIMITED BY SIZE
               INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM START-DATABASE-BROWSE-PROCEDURE
           PERFORM SCAN-UNENCRYPTED-BACKUP-PROCEDURE UNTIL DB-AT-END
           IF WS-UNENCRYPTED-PIECE-COUNT = 0
               MOVE '  NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SCAN-UNENCRYPTED-BACKUP-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   IF FD-RECORD-EXPIRED AND
                      (FD-KEY-ID NOT = SPACES OR
                       FD-VOLUME-KEY-TABLE NOT = SPACES)
                       PERFORM SET-PIECE-LIMIT-PROCEDURE
                       MOVE 0 TO WS-PIECE-SUB
                       PERFORM CHECK-UNENCRYPTED-PIECE-PROCEDURE
                           UNTIL WS-PIECE-SUB > WS-PIECE-LIMIT
                   END-IF
           END-READ.

       CHECK-UNENCRYPTED-PIECE-PROCEDURE.
           PERFORM SET-PIECE-KEY-PROCEDURE
           IF WS-PIECE-KEY-ID = SPACES
               ADD 1 TO WS-UNENCRYPTED-PIECE-COUNT
               MOVE 'NO KEY - READABLE' TO WS-KEY-PROBLEM
               MOVE SPACES TO KM-CUSTODIAN
               PERFORM WRITE-UNRECOVERABLE-LINE-PROCEDURE
           END-IF
           ADD 1 TO WS-PIECE-SUB.

       WRITE-SHREDDED-LINE-PROCEDURE.
           MOVE SPACES TO WS-SHREDDED-LINE
           MOVE FD-ASSET-NUM TO SL-ASSET-NUM
           MOVE FD-DATE-CREATED TO SL-DATE-CREATED
           MOVE FD-RETENTION-CLASS TO SL-RETENTION-CLASS
           MOVE FD-MEDIUM-SERIAL TO SL-SERIAL
           MOVE WS-LAST-DESTROY-KEY-ID TO SL-KEY-ID
           MOVE WS-LAST-DESTROY-DATE TO SL-DESTROYED-DATE
           MOVE WS-LAST-CUSTODIAN TO SL-CUSTODIAN
           MOVE WS-SHREDDED-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'ACTIVE BACKUPS CHECKED         : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACTIVE-NO-KEY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  WITH NO KEY RECORDED         : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-UNRECOVERABLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  UNRECOVERABLE                : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PROBLEM-KEY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  PIECES WITH A KEY PROBLEM    : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'EXPIRED BACKUPS CHECKED        : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EXPIRED-NO-KEY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  WITH NO KEY RECORDED         : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SHREDDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  CRYPTO-SHREDDED              : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NOT-SHREDDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  A KEY NOT YET DESTROYED      : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-UNENCRYPTED-PIECE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING '  PIECES NEVER ENCRYPTED       : ' WS-COUNT-EDIT
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
                           DISPLAY 'BACKUP-KEYCUSTODY: PREVIOUS RUN '
                               'DID NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-KEYCUSTODY: JOB ' RC-JOB-NAME
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

