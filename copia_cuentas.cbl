                88 Checking-Account VALUE 'C'.
            05 Overdraft-Limit PIC 9(7)V99.
            05 Account-Customer-ID PIC 9(5).
            05 Account-Branch-ID PIC 9(4).

        FD BackupFile.
        01 BackupRecord.
            05 Backup-Type PIC X(1).
            05 Backup-Overdraft-Limit PIC 9(7)V99.
            05 Backup-Customer-ID PIC 9(5).
            05 Backup-Branch-ID PIC 9(4).

        WORKING-STORAGE SECTION.
        01 Account-File-Status PIC X(2).
