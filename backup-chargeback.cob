       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-CHARGEBACK.
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

           SELECT RATE-FILE ASSIGN TO 'CHGRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT LOCATION-FILE ASSIGN TO 'LOCATION.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-LOCATION-NAME
           FILE STATUS IS WS-LOCATION-STATUS.

           SELECT GL-FILE ASSIGN TO 'GLCHARGE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT CHARGE-SORT-FILE ASSIGN TO 'CHGSORT.TMP'.

           SELECT PRINT-FILE ASSIGN TO 'CHARGEBACK.TXT'
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

       FD RATE-FILE.
       01 CR-RATE-RECORD.
           02 CR-RECORD-TYPE PIC X(01).
               88 CR-RATE-ENTRY VALUE IS 'R'.
               88 CR-GL-CONTROL-ENTRY VALUE IS 'G'.
           02 CR-MEDIUM-TYPE PIC X(10).
           02 CR-SITE-TYPE PIC X(01).
           02 CR-VAULT-FEE PIC 9(5)V99.
           02 CR-GB-RATE PIC 9(3)V9(4).
       01 CR-GL-CONTROL-RECORD.
           02 CR-G-TYPE PIC X(01).
           02 CR-EXPENSE-ACCOUNT PIC X(10).
           02 CR-RECOVERY-ACCOUNT PIC X(10).
           02 CR-RECOVERY-COST-CENTER PIC X(10).

       FD LOCATION-FILE.
       01 LM-LOCATION-STRUCT.
           02 LM-LOCATION-NAME PIC X(20).
           02 LM-SITE-TYPE PIC X(01).
               88 LM-ONSITE-TYPE VALUE IS 'O'.
               88 LM-OFFSITE-VAULT-TYPE VALUE IS 'V'.
               88 LM-DR-SITE-TYPE VALUE IS 'D'.
           02 LM-DESCRIPTION PIC X(30).

       FD GL-FILE.
       01 GL-HEADER-RECORD.
           02 GL-H-TYPE PIC X(01).
           02 GL-H-BATCH-ID PIC X(12).
           02 GL-H-PERIOD PIC 9(6).
           02 GL-H-DATE PIC 9(8).
           02 GL-H-TIME PIC 9(6).
           02 GL-H-SOURCE PIC X(10).
       01 GL-DETAIL-RECORD.
           02 GL-D-TYPE PIC X(01).
           02 GL-D-BATCH-ID PIC X(12).
           02 GL-D-LINE-NUM PIC 9(6).
           02 GL-D-COST-CENTER PIC X(10).
           02 GL-D-ACCOUNT PIC X(10).
           02 GL-D-DEBIT-CREDIT PIC X(01).
           02 GL-D-AMOUNT PIC 9(11)V99.
           02 GL-D-DESCRIPTION PIC X(30).
       01 GL-TRAILER-RECORD.
           02 GL-T-TYPE PIC X(01).
           02 GL-T-BATCH-ID PIC X(12).
           02 GL-T-LINE-COUNT PIC 9(6).
           02 GL-T-DEBIT-TOTAL PIC 9(13)V99.
           02 GL-T-CREDIT-TOTAL PIC 9(13)V99.
           02 GL-T-PIECE-COUNT PIC 9(8).

       SD CHARGE-SORT-FILE.
       01 CS-SORT-RECORD.
           02 CS-COST-CENTER PIC X(10).
           02 CS-MEDIUM PIC X(10).
           02 CS-SITE-TYPE PIC X(01).
           02 CS-ASSET-NUM PIC 9(6).
           02 CS-PIECE-NUM PIC 9(2).
           02 CS-PIECE-GB PIC 9(7)V9(4).
           02 CS-VAULT-FEE PIC 9(7)V99.
           02 CS-GB-CHARGE PIC 9(9)V99.
           02 CS-PRICED-SW PIC X(01).
               88 CS-PIECE-PRICED VALUE IS 'Y'.
               88 CS-PIECE-NOT-PRICED VALUE IS 'N'.

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
       01 WS-JOB-NAME PIC X(12) VALUE IS 'CHARGEBACK'.
       01 WS-RUN-OUTCOME PIC X(01) VALUE IS 'C'.
       01 WS-RUN-RECORD-COUNT PIC 9(6) VALUE IS 0.
       01 WS-RC-TIME-WORK.
           02 WS-RC-TIME-HHMMSS PIC 9(6).
           02 WS-RC-TIME-CC PIC 9(2).

       01 WS-FILE-STATUS PIC X(02).
           88 FILE-STATUS-OK VALUE IS '00'.
           88 FILE-STATUS-FILE-MISSING VALUE IS '35'.
       01 WS-RATE-STATUS PIC X(02).
           88 RATE-STATUS-OK VALUE IS '00'.
           88 RATE-FILE-MISSING VALUE IS '35'.
       01 WS-LOCATION-STATUS PIC X(02).
           88 LOCATION-STATUS-OK VALUE IS '00'.
           88 LOCATION-FILE-MISSING VALUE IS '35'.
       01 WS-GL-STATUS PIC X(02).
           88 GL-STATUS-OK VALUE IS '00'.
       01 WS-DB-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 DB-AT-END VALUE IS 'Y'.
           88 DB-NOT-AT-END VALUE IS 'N'.
       01 WS-CR-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 CR-AT-END VALUE IS 'Y'.
           88 CR-NOT-AT-END VALUE IS 'N'.
       01 WS-LM-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 LM-AT-END VALUE IS 'Y'.
           88 LM-NOT-AT-END VALUE IS 'N'.
       01 WS-CS-AT-END-SW PIC X(01) VALUE IS 'N'.
           88 CS-AT-END VALUE IS 'Y'.
           88 CS-NOT-AT-END VALUE IS 'N'.

       01 WS-BILLING-PERIOD PIC 9(6).
       01 WS-BILLING-PERIOD-REDEF REDEFINES WS-BILLING-PERIOD.
           02 WS-BILLING-CCYY PIC 9(4).
           02 WS-BILLING-MM PIC 9(2).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-BATCH-ID PIC X(12).

       01 WS-RATE-TABLE.
           02 WS-RATE-COUNT PIC 9(3) COMP VALUE IS 0.
           02 WS-RATE-ENTRY OCCURS 100 TIMES.
               03 WS-RT-MEDIUM PIC X(10).
               03 WS-RT-SITE-TYPE PIC X(01).
               03 WS-RT-VAULT-FEE PIC 9(5)V99.
               03 WS-RT-GB-RATE PIC 9(3)V9(4).
       01 WS-RATE-SUB PIC 9(3) COMP.
       01 WS-RATE-FOUND-SUB PIC 9(3) COMP.
       01 WS-FIND-MEDIUM PIC X(10).
       01 WS-FIND-SITE-TYPE PIC X(01).

       01 WS-EXPENSE-ACCOUNT PIC X(10).
       01 WS-RECOVERY-ACCOUNT PIC X(10).
       01 WS-RECOVERY-COST-CENTER PIC X(10).
       01 WS-GL-CONTROL-SW PIC X(01) VALUE IS 'N'.
           88 GL-CONTROL-FOUND VALUE IS 'Y'.
           88 GL-CONTROL-NOT-FOUND VALUE IS 'N'.

       01 WS-LOC-TABLE.
           02 WS-LOC-COUNT PIC 9(2) COMP VALUE IS 0.
           02 WS-LOC-ENTRY OCCURS 50 TIMES.
               03 WS-LOC-NAME PIC X(20).
               03 WS-LOC-TYPE PIC X(01).
       01 WS-LOC-SUB PIC 9(2) COMP.
       01 WS-CHECK-LOCATION PIC X(20).
       01 WS-SITE-TYPE PIC X(01).

       01 WS-VOL-SUB PIC 9(2) COMP.
       01 WS-VOL-LIMIT PIC 9(2) COMP.
       01 WS-PIECE-COUNT PIC 9(2) COMP.
       01 WS-PIECE-LOCATION PIC X(20).
       01 WS-PIECE-GB PIC 9(7)V9(4).
       01 WS-UNASSIGNED-CC PIC X(10) VALUE IS 'UNASSIGNED'.

       01 WS-FIRST-SW PIC X(01) VALUE IS 'Y'.
           88 FIRST-SORT-RECORD VALUE IS 'Y'.
           88 NOT-FIRST-SORT-RECORD VALUE IS 'N'.
       01 WS-PREV-COST-CENTER PIC X(10).
       01 WS-PREV-MEDIUM PIC X(10).
       01 WS-PREV-SITE-TYPE PIC X(01).
       01 WS-PREV-PRICED-SW PIC X(01).
           88 PREV-GROUP-PRICED VALUE IS 'Y'.

       01 WS-GROUP-PIECES PIC 9(6) COMP.
       01 WS-GROUP-GB PIC 9(9)V9(4).
       01 WS-GROUP-VAULT-FEE PIC 9(9)V99.
       01 WS-GROUP-GB-CHARGE PIC 9(9)V99.
       01 WS-CC-PIECES PIC 9(6) COMP.
       01 WS-CC-GB PIC 9(9)V9(4).
       01 WS-CC-VAULT-FEE PIC 9(9)V99.
       01 WS-CC-GB-CHARGE PIC 9(9)V99.
       01 WS-CC-TOTAL PIC 9(11)V99.
       01 WS-GRAND-PIECES PIC 9(8) COMP VALUE IS 0.
       01 WS-GRAND-GB PIC 9(11)V9(4) VALUE IS 0.
       01 WS-GRAND-VAULT-FEE PIC 9(11)V99 VALUE IS 0.
       01 WS-GRAND-GB-CHARGE PIC 9(11)V99 VALUE IS 0.
       01 WS-GRAND-TOTAL PIC 9(13)V99 VALUE IS 0.
       01 WS-UNPRICED-PIECES PIC 9(6) COMP VALUE IS 0.
       01 WS-COST-CENTER-COUNT PIC 9(6) COMP VALUE IS 0.

       01 WS-GL-LINE-COUNT PIC 9(6) VALUE IS 0.
       01 WS-GL-DEBIT-TOTAL PIC 9(13)V99 VALUE IS 0.
       01 WS-GL-CREDIT-TOTAL PIC 9(13)V99 VALUE IS 0.
       01 WS-GL-DESCRIPTION PIC X(30).

       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORT-TEXT-LINE PIC X(132).

       01 WS-CHARGE-LINE.
           02 CL-COST-CENTER PIC X(10).
           02 FILLER PIC X(02).
           02 CL-MEDIUM PIC X(10).
           02 FILLER PIC X(02).
           02 CL-SITE PIC X(07).
           02 FILLER PIC X(02).
           02 CL-PIECES PIC ZZZ,ZZ9.
           02 FILLER PIC X(02).
           02 CL-GB PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(02).
           02 CL-VAULT-FEE PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(02).
           02 CL-GB-CHARGE PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(02).
           02 CL-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(02).
           02 CL-NOTE PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BACKUP-CHARGEBACK: STORAGE CHARGEBACK'
           DISPLAY 'BILLING PERIOD (CCYYMM):'
           ACCEPT WS-BILLING-PERIOD
           IF WS-BILLING-PERIOD NOT NUMERIC OR
              WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
               DISPLAY 'BACKUP-CHARGEBACK: PERIOD MUST BE CCYYMM'
               STOP RUN
           END-IF
           PERFORM RUN-CONTROL-START-PROCEDURE
           IF RUN-BLOCKED
               STOP RUN
           END-IF
           PERFORM LOAD-RATE-TABLE-PROCEDURE
           IF WS-RATE-COUNT = 0
               DISPLAY 'BACKUP-CHARGEBACK: NO RATES IN CHGRATE.DAT - '
                   'NOTHING BILLED'
               MOVE 'F' TO WS-RUN-OUTCOME
               PERFORM RUN-CONTROL-END-PROCEDURE
               STOP RUN
           END-IF
           PERFORM LOAD-LOCATION-MASTER-PROCEDURE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-BATCH-ID
           STRING 'BKCHG' WS-BILLING-PERIOD
               DELIMITED BY SIZE INTO WS-BATCH-ID
           MOVE SPACES TO WS-GL-DESCRIPTION
           STRING 'BACKUP STORAGE ' WS-BILLING-PERIOD
               DELIMITED BY SIZE INTO WS-GL-DESCRIPTION
           PERFORM OPEN-DATABASE-PROCEDURE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT GL-FILE
           PERFORM WRITE-GL-HEADER-PROCEDURE
           PERFORM WRITE-INVOICE-HEADING-PROCEDURE
           SORT CHARGE-SORT-FILE
               ON ASCENDING KEY CS-COST-CENTER CS-MEDIUM CS-SITE-TYPE
               INPUT PROCEDURE IS PRICE-ACTIVE-PIECES-PROCEDURE
               OUTPUT PROCEDURE IS WRITE-INVOICE-SUMMARY-PROCEDURE
           PERFORM WRITE-GL-RECOVERY-CREDIT-PROCEDURE
           PERFORM WRITE-GL-TRAILER-PROCEDURE
           PERFORM WRITE-GRAND-TOTALS-PROCEDURE
           CLOSE GL-FILE
           CLOSE PRINT-FILE
           CLOSE DB-DAT
           DISPLAY 'BACKUP-CHARGEBACK: GL BATCH ' WS-BATCH-ID
               ' WRITTEN TO GLCHARGE.DAT'
           MOVE WS-GL-LINE-COUNT TO WS-RUN-RECORD-COUNT
           PERFORM RUN-CONTROL-END-PROCEDURE
           STOP RUN.

       OPEN-DATABASE-PROCEDURE.
           OPEN I-O DB-DAT
           IF FILE-STATUS-FILE-MISSING
               OPEN OUTPUT DB-DAT
               CLOSE DB-DAT
               OPEN I-O DB-DAT
           END-IF.

       LOAD-RATE-TABLE-PROCEDURE.
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'STORAGEEXP' TO WS-EXPENSE-ACCOUNT
           MOVE 'STORAGEREC' TO WS-RECOVERY-ACCOUNT
           MOVE 'IT' TO WS-RECOVERY-COST-CENTER
           OPEN INPUT RATE-FILE
           IF NOT RATE-FILE-MISSING
               SET CR-NOT-AT-END TO TRUE
               PERFORM LOAD-ONE-RATE-PROCEDURE UNTIL CR-AT-END
               CLOSE RATE-FILE
           END-IF
           IF GL-CONTROL-NOT-FOUND
               DISPLAY 'BACKUP-CHARGEBACK: NO GL ACCOUNT RECORD IN '
                   'CHGRATE.DAT - DEFAULT ACCOUNTS USED'
           END-IF.

       LOAD-ONE-RATE-PROCEDURE.
           READ RATE-FILE
               AT END
                   SET CR-AT-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CR-RATE-ENTRY
                           PERFORM STORE-RATE-ENTRY-PROCEDURE
                       WHEN CR-GL-CONTROL-ENTRY
                           MOVE CR-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
                           MOVE CR-RECOVERY-ACCOUNT TO
                               WS-RECOVERY-ACCOUNT
                           MOVE CR-RECOVERY-COST-CENTER TO
                               WS-RECOVERY-COST-CENTER
                           SET GL-CONTROL-FOUND TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       STORE-RATE-ENTRY-PROCEDURE.
           IF WS-RATE-COUNT < 100 AND CR-MEDIUM-TYPE NOT = SPACES
               ADD 1 TO WS-RATE-COUNT
               MOVE CR-MEDIUM-TYPE TO WS-RT-MEDIUM(WS-RATE-COUNT)
               MOVE CR-SITE-TYPE TO WS-RT-SITE-TYPE(WS-RATE-COUNT)
               IF CR-VAULT-FEE IS NUMERIC
                   MOVE CR-VAULT-FEE TO WS-RT-VAULT-FEE(WS-RATE-COUNT)
               ELSE
                   MOVE 0 TO WS-RT-VAULT-FEE(WS-RATE-COUNT)
               END-IF
               IF CR-GB-RATE IS NUMERIC
                   MOVE CR-GB-RATE TO WS-RT-GB-RATE(WS-RATE-COUNT)
               ELSE
                   MOVE 0 TO WS-RT-GB-RATE(WS-RATE-COUNT)
               END-IF
           END-IF.

       LOAD-LOCATION-MASTER-PROCEDURE.
           MOVE 0 TO WS-LOC-COUNT
           OPEN INPUT LOCATION-FILE
           IF NOT LOCATION-FILE-MISSING
               SET LM-NOT-AT-END TO TRUE
               MOVE LOW-VALUES TO LM-LOCATION-NAME
               START LOCATION-FILE KEY IS NOT LESS THAN
                   LM-LOCATION-NAME
                   INVALID KEY
                       SET LM-AT-END TO TRUE
               END-START
               PERFORM LOAD-ONE-LOCATION-PROCEDURE UNTIL LM-AT-END
               CLOSE LOCATION-FILE
           END-IF.

       LOAD-ONE-LOCATION-PROCEDURE.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   SET LM-AT-END TO TRUE
               NOT AT END
                   IF WS-LOC-COUNT < 50
                       ADD 1 TO WS-LOC-COUNT
                       MOVE LM-LOCATION-NAME TO
                           WS-LOC-NAME(WS-LOC-COUNT)
                       MOVE LM-SITE-TYPE TO WS-LOC-TYPE(WS-LOC-COUNT)
                   END-IF
           END-READ.

       LOOKUP-SITE-TYPE-PROCEDURE.
           MOVE SPACE TO WS-SITE-TYPE
           MOVE 1 TO WS-LOC-SUB
           PERFORM CHECK-ONE-SITE-TYPE-PROCEDURE
               UNTIL WS-SITE-TYPE NOT = SPACE OR
                     WS-LOC-SUB > WS-LOC-COUNT.

       CHECK-ONE-SITE-TYPE-PROCEDURE.
           IF WS-LOC-NAME(WS-LOC-SUB) = WS-CHECK-LOCATION
               MOVE WS-LOC-TYPE(WS-LOC-SUB) TO WS-SITE-TYPE
           ELSE
               ADD 1 TO WS-LOC-SUB
           END-IF.

       LOOKUP-RATE-PROCEDURE.
           MOVE 0 TO WS-RATE-FOUND-SUB
           MOVE 1 TO WS-RATE-SUB
           PERFORM CHECK-ONE-RATE-PROCEDURE
               UNTIL WS-RATE-FOUND-SUB > 0 OR
                     WS-RATE-SUB > WS-RATE-COUNT
           IF WS-RATE-FOUND-SUB = 0 AND WS-FIND-SITE-TYPE NOT = SPACE
               MOVE SPACE TO WS-FIND-SITE-TYPE
               MOVE 1 TO WS-RATE-SUB
               PERFORM CHECK-ONE-RATE-PROCEDURE
                   UNTIL WS-RATE-FOUND-SUB > 0 OR
                         WS-RATE-SUB > WS-RATE-COUNT
           END-IF.

       CHECK-ONE-RATE-PROCEDURE.
           IF WS-RT-MEDIUM(WS-RATE-SUB) = WS-FIND-MEDIUM AND
              WS-RT-SITE-TYPE(WS-RATE-SUB) = WS-FIND-SITE-TYPE
               MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
           ELSE
               ADD 1 TO WS-RATE-SUB
           END-IF.

       PRICE-ACTIVE-PIECES-PROCEDURE.
           SET DB-NOT-AT-END TO TRUE
           MOVE LOW-VALUES TO FD-ASSET-NUM
           START DB-DAT KEY IS NOT LESS THAN FD-ASSET-NUM
               INVALID KEY
                   SET DB-AT-END TO TRUE
           END-START
           PERFORM PRICE-ONE-BACKUP-PROCEDURE UNTIL DB-AT-END.

       PRICE-ONE-BACKUP-PROCEDURE.
           READ DB-DAT NEXT RECORD
               AT END
                   SET DB-AT-END TO TRUE
               NOT AT END
                   IF FD-RECORD-ACTIVE
                       PERFORM RELEASE-BACKUP-PIECES-PROCEDURE
                   END-IF
           END-READ.

       RELEASE-BACKUP-PIECES-PROCEDURE.
           IF FD-EXTRA-VOLUME-COUNT IS NUMERIC
               MOVE FD-EXTRA-VOLUME-COUNT TO WS-VOL-LIMIT
           ELSE
               MOVE 0 TO WS-VOL-LIMIT
           END-IF
           IF WS-VOL-LIMIT > 9
               MOVE 9 TO WS-VOL-LIMIT
           END-IF
           COMPUTE WS-PIECE-COUNT = WS-VOL-LIMIT + 1
           MOVE 0 TO WS-PIECE-GB
           IF FD-BACKUP-SIZE-MB IS NUMERIC
               COMPUTE WS-PIECE-GB ROUNDED =
                   FD-BACKUP-SIZE-MB / 1024 / WS-PIECE-COUNT
           END-IF
           MOVE FD-LOCATION TO WS-PIECE-LOCATION
           MOVE 0 TO WS-VOL-SUB
           PERFORM RELEASE-ONE-PIECE-PROCEDURE
           MOVE 1 TO WS-VOL-SUB
           PERFORM RELEASE-ONE-VOLUME-PROCEDURE
               UNTIL WS-VOL-SUB > WS-VOL-LIMIT.

       RELEASE-ONE-VOLUME-PROCEDURE.
           MOVE FD-VOL-LOCATION(WS-VOL-SUB) TO WS-PIECE-LOCATION
           PERFORM RELEASE-ONE-PIECE-PROCEDURE
           ADD 1 TO WS-VOL-SUB.

       RELEASE-ONE-PIECE-PROCEDURE.
           IF FD-COST-CENTER = SPACES
               MOVE WS-UNASSIGNED-CC TO CS-COST-CENTER
           ELSE
               MOVE FD-COST-CENTER TO CS-COST-CENTER
           END-IF
           MOVE FD-MEDIUM TO CS-MEDIUM
           MOVE WS-PIECE-LOCATION TO WS-CHECK-LOCATION
           PERFORM LOOKUP-SITE-TYPE-PROCEDURE
           MOVE WS-SITE-TYPE TO CS-SITE-TYPE
           MOVE FD-ASSET-NUM TO CS-ASSET-NUM
           MOVE WS-VOL-SUB TO CS-PIECE-NUM
           MOVE WS-PIECE-GB TO CS-PIECE-GB
           MOVE FD-MEDIUM TO WS-FIND-MEDIUM
           MOVE WS-SITE-TYPE TO WS-FIND-SITE-TYPE
           PERFORM LOOKUP-RATE-PROCEDURE
           IF WS-RATE-FOUND-SUB > 0
               SET CS-PIECE-PRICED TO TRUE
               MOVE WS-RT-VAULT-FEE(WS-RATE-FOUND-SUB) TO CS-VAULT-FEE
               COMPUTE CS-GB-CHARGE ROUNDED =
                   WS-PIECE-GB * WS-RT-GB-RATE(WS-RATE-FOUND-SUB)
           ELSE
               SET CS-PIECE-NOT-PRICED TO TRUE
               MOVE 0 TO CS-VAULT-FEE
               MOVE 0 TO CS-GB-CHARGE
           END-IF
           RELEASE CS-SORT-RECORD.

       WRITE-INVOICE-SUMMARY-PROCEDURE.
           SET FIRST-SORT-RECORD TO TRUE
           SET CS-NOT-AT-END TO TRUE
           PERFORM PROCESS-CHARGE-RECORD-PROCEDURE UNTIL CS-AT-END
           IF NOT-FIRST-SORT-RECORD
               PERFORM WRITE-GROUP-BREAK-PROCEDURE
               PERFORM WRITE-COST-CENTER-BREAK-PROCEDURE
           END-IF.

       PROCESS-CHARGE-RECORD-PROCEDURE.
           RETURN CHARGE-SORT-FILE
               AT END
                   SET CS-AT-END TO TRUE
               NOT AT END
                   PERFORM TALLY-ONE-PIECE-PROCEDURE
           END-RETURN.

       TALLY-ONE-PIECE-PROCEDURE.
           IF FIRST-SORT-RECORD
               PERFORM START-COST-CENTER-PROCEDURE
               PERFORM START-GROUP-PROCEDURE
               SET NOT-FIRST-SORT-RECORD TO TRUE
           ELSE
               IF CS-COST-CENTER NOT = WS-PREV-COST-CENTER
                   PERFORM WRITE-GROUP-BREAK-PROCEDURE
                   PERFORM WRITE-COST-CENTER-BREAK-PROCEDURE
                   PERFORM START-COST-CENTER-PROCEDURE
                   PERFORM START-GROUP-PROCEDURE
               ELSE
                   IF CS-MEDIUM NOT = WS-PREV-MEDIUM OR
                      CS-SITE-TYPE NOT = WS-PREV-SITE-TYPE
                       PERFORM WRITE-GROUP-BREAK-PROCEDURE
                       PERFORM START-GROUP-PROCEDURE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-GROUP-PIECES
           ADD CS-PIECE-GB TO WS-GROUP-GB
           ADD CS-VAULT-FEE TO WS-GROUP-VAULT-FEE
           ADD CS-GB-CHARGE TO WS-GROUP-GB-CHARGE
           IF CS-PIECE-NOT-PRICED
               MOVE 'N' TO WS-PREV-PRICED-SW
               ADD 1 TO WS-UNPRICED-PIECES
           END-IF.

       START-COST-CENTER-PROCEDURE.
           MOVE CS-COST-CENTER TO WS-PREV-COST-CENTER
           MOVE 0 TO WS-CC-PIECES
           MOVE 0 TO WS-CC-GB
           MOVE 0 TO WS-CC-VAULT-FEE
           MOVE 0 TO WS-CC-GB-CHARGE.

       START-GROUP-PROCEDURE.
           MOVE CS-MEDIUM TO WS-PREV-MEDIUM
           MOVE CS-SITE-TYPE TO WS-PREV-SITE-TYPE
           MOVE 'Y' TO WS-PREV-PRICED-SW
           MOVE 0 TO WS-GROUP-PIECES
           MOVE 0 TO WS-GROUP-GB
           MOVE 0 TO WS-GROUP-VAULT-FEE
           MOVE 0 TO WS-GROUP-GB-CHARGE.

       WRITE-GROUP-BREAK-PROCEDURE.
           MOVE SPACES TO WS-CHARGE-LINE
           MOVE WS-PREV-COST-CENTER TO CL-COST-CENTER
           MOVE WS-PREV-MEDIUM TO CL-MEDIUM
           EVALUATE WS-PREV-SITE-TYPE
               WHEN 'O'
                   MOVE 'ONSITE' TO CL-SITE
               WHEN 'V'
                   MOVE 'VAULT' TO CL-SITE
               WHEN 'D'
                   MOVE 'DR SITE' TO CL-SITE
               WHEN OTHER
                   MOVE 'OTHER' TO CL-SITE
           END-EVALUATE
           MOVE WS-GROUP-PIECES TO CL-PIECES
           MOVE WS-GROUP-GB TO CL-GB
           MOVE WS-GROUP-VAULT-FEE TO CL-VAULT-FEE
           MOVE WS-GROUP-GB-CHARGE TO CL-GB-CHARGE
           COMPUTE CL-TOTAL = WS-GROUP-VAULT-FEE + WS-GROUP-GB-CHARGE
           IF NOT PREV-GROUP-PRICED
               MOVE '*** NO RATE' TO CL-NOTE
           END-IF
           MOVE WS-CHARGE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD WS-GROUP-PIECES TO WS-CC-PIECES
           ADD WS-GROUP-GB TO WS-CC-GB
           ADD WS-GROUP-VAULT-FEE TO WS-CC-VAULT-FEE
           ADD WS-GROUP-GB-CHARGE TO WS-CC-GB-CHARGE.

       WRITE-COST-CENTER-BREAK-PROCEDURE.
           COMPUTE WS-CC-TOTAL = WS-CC-VAULT-FEE + WS-CC-GB-CHARGE
           MOVE SPACES TO WS-CHARGE-LINE
           MOVE WS-PREV-COST-CENTER TO CL-COST-CENTER
           MOVE 'INVOICE' TO CL-MEDIUM
           MOVE 'TOTAL' TO CL-SITE
           MOVE WS-CC-PIECES TO CL-PIECES
           MOVE WS-CC-GB TO CL-GB
           MOVE WS-CC-VAULT-FEE TO CL-VAULT-FEE
           MOVE WS-CC-GB-CHARGE TO CL-GB-CHARGE
           MOVE WS-CC-TOTAL TO CL-TOTAL
           MOVE WS-CHARGE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-COST-CENTER-COUNT
           ADD WS-CC-PIECES TO WS-GRAND-PIECES
           ADD WS-CC-GB TO WS-GRAND-GB
           ADD WS-CC-VAULT-FEE TO WS-GRAND-VAULT-FEE
           ADD WS-CC-GB-CHARGE TO WS-GRAND-GB-CHARGE
           ADD WS-CC-TOTAL TO WS-GRAND-TOTAL
           IF WS-CC-TOTAL > 0
               MOVE WS-PREV-COST-CENTER TO GL-D-COST-CENTER
               MOVE WS-EXPENSE-ACCOUNT TO GL-D-ACCOUNT
               MOVE 'D' TO GL-D-DEBIT-CREDIT
               MOVE WS-CC-TOTAL TO GL-D-AMOUNT
               PERFORM WRITE-GL-DETAIL-PROCEDURE
               ADD WS-CC-TOTAL TO WS-GL-DEBIT-TOTAL
           END-IF.

       WRITE-GL-HEADER-PROCEDURE.
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE 'H' TO GL-H-TYPE
           MOVE WS-BATCH-ID TO GL-H-BATCH-ID
           MOVE WS-BILLING-PERIOD TO GL-H-PERIOD
           MOVE WS-TODAY-DATE TO GL-H-DATE
           MOVE WS-RC-TIME-HHMMSS TO GL-H-TIME
           MOVE 'BACKUPCHG' TO GL-H-SOURCE
           WRITE GL-HEADER-RECORD.

       WRITE-GL-DETAIL-PROCEDURE.
           MOVE 'D' TO GL-D-TYPE
           MOVE WS-BATCH-ID TO GL-D-BATCH-ID
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-LINE-COUNT TO GL-D-LINE-NUM
           MOVE WS-GL-DESCRIPTION TO GL-D-DESCRIPTION
           WRITE GL-DETAIL-RECORD.

       WRITE-GL-RECOVERY-CREDIT-PROCEDURE.
           IF WS-GRAND-TOTAL > 0
               MOVE WS-RECOVERY-COST-CENTER TO GL-D-COST-CENTER
               MOVE WS-RECOVERY-ACCOUNT TO GL-D-ACCOUNT
               MOVE 'C' TO GL-D-DEBIT-CREDIT
               MOVE WS-GRAND-TOTAL TO GL-D-AMOUNT
               PERFORM WRITE-GL-DETAIL-PROCEDURE
               ADD WS-GRAND-TOTAL TO WS-GL-CREDIT-TOTAL
           END-IF.

       WRITE-GL-TRAILER-PROCEDURE.
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE 'T' TO GL-T-TYPE
           MOVE WS-BATCH-ID TO GL-T-BATCH-ID
           MOVE WS-GL-LINE-COUNT TO GL-T-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GL-T-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GL-T-CREDIT-TOTAL
           MOVE WS-GRAND-PIECES TO GL-T-PIECE-COUNT
           WRITE GL-TRAILER-RECORD.

       WRITE-INVOICE-HEADING-PROCEDURE.
           MOVE 'STORAGE CHARGEBACK - INVOICE SUMMARY BY COST CENTER'
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'BILLING PERIOD: ' WS-BILLING-PERIOD
               '  RUN DATE: ' WS-TODAY-DATE
               '  GL BATCH: ' WS-BATCH-ID
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'COST CTR    MEDIUM      SITE      PIECES'
               '              GB      VAULT FEES     STORAGE CHG'
               '      TOTAL CHARGE'
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       WRITE-GRAND-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-CHARGE-LINE
           MOVE 'ALL CC' TO CL-COST-CENTER
           MOVE 'GRAND' TO CL-MEDIUM
           MOVE 'TOTAL' TO CL-SITE
           MOVE WS-GRAND-PIECES TO CL-PIECES
           MOVE WS-GRAND-GB TO CL-GB
           MOVE WS-GRAND-VAULT-FEE TO CL-VAULT-FEE
           MOVE WS-GRAND-GB-CHARGE TO CL-GB-CHARGE
           MOVE WS-GRAND-TOTAL TO CL-TOTAL
           MOVE WS-CHARGE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-COST-CENTER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'COST CENTERS BILLED      : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-UNPRICED-PIECES TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'PIECES WITH NO RATE      : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'GL EXTRACT BATCH CONTROL - GLCHARGE.DAT' TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'BATCH ID                 : ' WS-BATCH-ID
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GL-LINE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'JOURNAL LINES            : ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GL-DEBIT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'TOTAL DEBITS             : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GL-CREDIT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'TOTAL CREDITS            : ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
           MOVE WS-REPORT-TEXT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-GL-DEBIT-TOTAL = WS-GRAND-TOTAL AND
              WS-GL-CREDIT-TOTAL = WS-GRAND-TOTAL
               MOVE 'BATCH BALANCES TO INVOICE GRAND TOTAL' TO
                   PRINT-LINE
           ELSE
               MOVE '*** BATCH OUT OF BALANCE WITH INVOICE TOTAL ***'
                   TO PRINT-LINE
               MOVE 'F' TO WS-RUN-OUTCOME
           END-IF
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
                           DISPLAY 'BACKUP-CHARGEBACK: PREVIOUS RUN '
                               'DID NOT COMPLETE - CLEAR IT FROM THE '
                               'TRACKER RUN STATUS SCREEN'
                       ELSE
                           DISPLAY 'BACKUP-CHARGEBACK: JOB ' RC-JOB-NAME
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

