           02 FD-LEGAL-HOLD PIC X(01).
               88 FD-LEGAL-HOLD-ON VALUE IS 'Y'.
           02 FD-BACKUP-SIZE-MB PIC 9(9).
           02 FD-COST-CENTER PIC X(10).
           02 FD-KEY-ID PIC X(16).
           02 FD-VOLUME-KEY-TABLE.
               03 FD-VOL-KEY-ID PIC X(16) OCCURS 9 TIMES.

       FD EXTRACT-FILE.
       01 XR-HEADER-RECORD.
