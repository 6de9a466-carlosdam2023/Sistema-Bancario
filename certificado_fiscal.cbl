                88 Checking-Account VALUE 'C'.
            05 Overdraft-Limit PIC 9(7)V99.
            05 Account-Customer-ID PIC 9(5).
            05 Account-Branch-ID PIC 9(4).

        FD CustomerFile.
        01 CustomerRecord.
            05 Customer-Document PIC X(15).
            05 Customer-Address PIC X(40).
            05 Customer-Phone PIC X(12).
            05 Customer-Email PIC X(40).

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

        FD ArchiveFile.
        01 ArchiveTransRecord.
            05 Arch-Teller-ID PIC X(8).
            05 Arch-Orig-Seq-No PIC 9(7).
            05 Arch-Reversed-Flag PIC X(1).
            05 Arch-Check-No PIC 9(7).
            05 Arch-Branch-ID PIC 9(4).

        FD CertificateFile.
        01 CertificateLine PIC X(80).
