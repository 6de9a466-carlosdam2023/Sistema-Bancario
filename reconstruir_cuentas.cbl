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

        FD NewAccountFile.
        01 NewAccountRecord.
            05 New-Type PIC X(1).
            05 New-Overdraft-Limit PIC 9(7)V99.
            05 New-Customer-ID PIC 9(5).
            05 New-Branch-ID PIC 9(4).

        FD TransactionFile.
        01 TransactionRecord.
                88 Tax-Collected VALUE 'G'.
                88 Term-Open VALUE 'P'.
                88 Term-Payout VALUE 'Q'.
                88 Loan-Disbursed VALUE 'L'.
                88 Installment-Charge VALUE 'U'.
                88 Late-Interest-Charge VALUE 'Y'.
                88 Direct-Debit-Charge VALUE 'J'.
                88 Direct-Debit-Refund VALUE 'Z'.
                88 Check-Paid VALUE 'K'.
                88 Operation-Fee VALUE 'C'.
            05 Trans-Amount PIC 9(7)V99.
            05 Trans-Date PIC 9(8).
            05 Trans-Time PIC 9(6).
            05 Trans-Orig-Seq-No PIC 9(7).
            05 Trans-Reversed-Flag PIC X(1).
                88 Trans-Reversed VALUE 'R'.
            05 Trans-Check-No PIC 9(7).
            05 Trans-Branch-ID PIC 9(4).

        WORKING-STORAGE SECTION.
        01 Account-File-Status PIC X(2).
                10 Rebuild-Account-ID PIC 9(5).
                10 Rebuild-Net-Amount PIC S9(9)V99.
                10 Rebuild-Seen PIC X(1).
                10 Rebuild-Branch-ID PIC 9(4).
        01 Rebuilt-Count PIC 9(5) VALUE 0.
        01 Journal-Only-Count PIC 9(5) VALUE 0.
        01 Variance-Count PIC 9(5) VALUE 0.
            END-IF.

        Apply-Journal-Amount.
            MOVE Trans-Branch-ID TO Rebuild-Branch-ID (Rebuild-Sub).
            EVALUATE Trans-Type
                WHEN 'D'
                WHEN 'I'
                WHEN 'X'
                WHEN 'G'
                WHEN 'Q'
                WHEN 'L'
                WHEN 'Z'
                    ADD Trans-Amount
                        TO Rebuild-Net-Amount (Rebuild-Sub)
                WHEN 'W'
                WHEN 'E'
                WHEN 'F'
                WHEN 'P'
                WHEN 'U'
                WHEN 'Y'
                WHEN 'J'
                WHEN 'K'
                WHEN 'C'
                    SUBTRACT Trans-Amount
                        FROM Rebuild-Net-Amount (Rebuild-Sub)
            END-EVALUATE.
            MOVE Backup-Type TO New-Type.
            MOVE Backup-Overdraft-Limit TO New-Overdraft-Limit.
            MOVE Backup-Customer-ID TO New-Customer-ID.
            MOVE Backup-Branch-ID TO New-Branch-ID.
            MOVE 0 TO New-Balance.
            MOVE 'N' TO Rebuild-Found.
            PERFORM VARYING Rebuild-Sub FROM 1 BY 1
            MOVE 'C' TO New-Type.
            MOVE 0 TO New-Overdraft-Limit.
            MOVE 0 TO New-Customer-ID.
            MOVE Rebuild-Branch-ID (Rebuild-Sub) TO New-Branch-ID.
            WRITE NewAccountRecord.
            ADD 1 TO Rebuilt-Count.
            ADD 1 TO Journal-Only-Count.
