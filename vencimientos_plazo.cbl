                RECORD KEY IS Seq-Name
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Sequence-File-Status.
            SELECT OPTIONAL AlertEventFile
            ASSIGN TO "eventos_alerta.dat"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
                88 Checking-Account VALUE 'C'.
            05 Overdraft-Limit PIC 9(7)V99.
            05 Account-Customer-ID PIC 9(5).
            05 Account-Branch-ID PIC 9(4).

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

        FD DepositFile.
        01 DepositRecord.
            05 Seq-Name PIC X(8).
            05 Seq-Last-No PIC 9(7).

        FD AlertEventFile.
        01 AlertEventRecord.
            05 Evt-Date PIC 9(8).
            05 Evt-Time PIC 9(6).
            05 Evt-Type PIC X(1).
                88 Evt-Large-Withdrawal VALUE 'R'.
                88 Evt-Order-Failed VALUE 'O'.
                88 Evt-Hold-Placed VALUE 'B'.
                88 Evt-Deposit-Maturity VALUE 'V'.
            05 Evt-Account-ID PIC 9(5).
            05 Evt-Amount PIC 9(9)V99.
            05 Evt-Reference PIC X(10).
            05 Evt-Origin PIC X(8).

        WORKING-STORAGE SECTION.
        01 Account-File-Status PIC X(2).
        01 Deposit-File-Status PIC X(2).
        01 Deposits-Failed PIC 9(5) VALUE 0.
        01 Principal-Paid-Total PIC 9(9)V99 VALUE 0.
        01 Interest-Paid-Total PIC 9(9)V99 VALUE 0.
        01 Alerts-Raised PIC 9(5) VALUE 0.

        LINKAGE SECTION.
        01 Chain-Parm.
                    " principal " Deposit-Principal
                    " interés " Deposit-Interest
            END-IF.
            PERFORM Write-Maturity-Alert.

        Write-Maturity-Alert.
            OPEN EXTEND AlertEventFile.
            MOVE Run-Date TO Evt-Date.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Evt-Time.
            MOVE 'V' TO Evt-Type.
            MOVE Deposit-Account-ID TO Evt-Account-ID.
            COMPUTE Evt-Amount = Deposit-Principal + Deposit-Interest.
            MOVE Deposit-ID TO Evt-Reference.
            MOVE "PLAZOS" TO Evt-Origin.
            WRITE AlertEventRecord.
            CLOSE AlertEventFile.
            ADD 1 TO Alerts-Raised.

        Pay-Deposit-Interest.
            IF Deposit-Interest > 0
            MOVE Trans-Time-8(1:6) TO Trans-Time.
            MOVE 0 TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Account-Branch-ID TO Trans-Branch-ID.
            WRITE TransactionRecord.
            CLOSE TransactionFile.

            DISPLAY "Principal devuelto:     " Principal-Paid-Total.
            DISPLAY "Intereses pagados:      " Interest-Paid-Total.
            DISPLAY "Retención fiscal:       " Total-Tax-Withheld.
            DISPLAY "Alertas generadas:      " Alerts-Raised.
