                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Order-ID
                FILE STATUS IS Order-File-Status.
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

        FD OrderFile.
        01 StandingOrderRecord.
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
        01 Sequence-File-Status PIC X(2).
        01 Post-Orig-Seq PIC 9(7) VALUE 0.
        01 Orders-Executed PIC 9(5) VALUE 0.
        01 Orders-Failed PIC 9(5) VALUE 0.
        01 Alerts-Raised PIC 9(5) VALUE 0.
        01 Amount-Transferred PIC 9(9)V99 VALUE 0.
        01 Insufficient-Funds PIC X(51)
        VALUE "Fondos insuficientes para realizar la transacción".
                DISPLAY "FALLIDA   orden " Order-ID
                    " monto " Order-Amount
                DISPLAY "   motivo: " Failure-Reason
                IF Failure-Reason = Insufficient-Funds
                    PERFORM Write-Order-Alert
                END-IF
            END-IF.

        Write-Order-Alert.
            OPEN EXTEND AlertEventFile.
            MOVE Run-Date TO Evt-Date.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Evt-Time.
            MOVE 'O' TO Evt-Type.
            MOVE Order-Source-Account TO Evt-Account-ID.
            MOVE Order-Amount TO Evt-Amount.
            MOVE Order-ID TO Evt-Reference.
            MOVE "ORDENES" TO Evt-Origin.
            WRITE AlertEventRecord.
            CLOSE AlertEventFile.
            ADD 1 TO Alerts-Raised.

        Post-Standing-Order.
            MOVE Order-Amount TO Transaction-Amount.
            MOVE Order-Source-Account TO Account-ID.
            MOVE Trans-Time-8(1:6) TO Trans-Time.
            MOVE Post-Orig-Seq TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Account-Branch-ID TO Trans-Branch-ID.
            WRITE TransactionRecord.
            CLOSE TransactionFile.

            DISPLAY "Ordenes ejecutadas:  " Orders-Executed.
            DISPLAY "Ordenes fallidas:    " Orders-Failed.
            DISPLAY "Monto transferido:   " Amount-Transferred.
            DISPLAY "Alertas generadas:   " Alerts-Raised.
