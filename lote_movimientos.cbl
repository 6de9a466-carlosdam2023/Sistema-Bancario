            SELECT RejectFile
            ASSIGN TO "movimientos_rechazados.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL RejectTrayFile
            ASSIGN TO "bandeja_rechazos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Tray-Reject-No
                FILE STATUS IS Reject-Tray-Status.

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

        FD BatchFile.
        01 BatchRecord.
            05 Rej-Date PIC 9(8).
            05 Rej-Time PIC 9(6).
            05 Rej-Seq-No PIC 9(7).
            05 Rej-Reason-Code PIC X(2).
            05 Rej-Process-Date PIC 9(8).
            05 Rej-Tray-No PIC 9(7).

        FD RejectTrayFile.
        01 RejectTrayRecord.
            05 Tray-Reject-No PIC 9(7).
            05 Tray-Source PIC X(1).
                88 Tray-From-Batch VALUE 'L'.
                88 Tray-From-Clearing-In VALUE 'E'.
                88 Tray-From-Clearing-Return VALUE 'D'.
            05 Tray-Reason-Code PIC X(2).
            05 Tray-Process-Date PIC 9(8).
            05 Tray-Account-ID PIC 9(5).
            05 Tray-Dest-Account-ID PIC 9(5).
            05 Tray-Trans-Type PIC X(1).
            05 Tray-Amount PIC 9(7)V99.
            05 Tray-Orig-Account-ID PIC 9(5).
            05 Tray-Orig-Dest-ID PIC 9(5).
            05 Tray-Orig-Amount PIC 9(7)V99.
            05 Tray-Orig-Date PIC 9(8).
            05 Tray-Orig-Time PIC 9(6).
            05 Tray-Orig-Seq-No PIC 9(7).
            05 Tray-Bank PIC 9(4).
            05 Tray-Ref PIC X(20).
            05 Tray-Status PIC X(1).
                88 Tray-Pending VALUE 'P'.
                88 Tray-Resubmitted VALUE 'R'.
                88 Tray-Cancelled VALUE 'A'.
            05 Tray-Repair-Teller PIC X(8).
            05 Tray-Repair-Date PIC 9(8).
            05 Tray-Repair-Time PIC 9(6).
            05 Tray-Post-Seq-No PIC 9(7).

        FD HoldFile.
        01 HoldRecord.
        01 Post-Date PIC 9(8).
        01 Post-Time PIC 9(6).
        01 Reject-Reason PIC X(40).
        01 Reject-Code PIC X(2).
        01 Reject-Tray-Status PIC X(2).
        01 Tray-Written PIC X VALUE 'N'.
        01 Tray-Added-Count PIC 9(5) VALUE 0.
        01 Tray-Failed-Count PIC 9(5) VALUE 0.
        01 End-Of-Tray PIC X VALUE 'N'.
        01 Saved-Tray-Record PIC X(132).
        01 Last-Reject-No PIC 9(7) VALUE 0.
        01 Post-Orig-Seq PIC 9(7) VALUE 0.
        01 Transfer-Pending PIC X VALUE 'N'.
        01 Held-Transfer.
            DISPLAY "<--- PROCESO POR LOTES DE MOVIMIENTOS --->".
            OPEN INPUT BatchFile.
            OPEN OUTPUT RejectFile.
            PERFORM Open-RejectTrayFile-IO.
            PERFORM Open-AccountFile-IO.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
            END-IF.
            CLOSE BatchFile.
            CLOSE RejectFile.
            CLOSE RejectTrayFile.
            CLOSE AccountFile.
            PERFORM Print-Batch-Totals.
            GOBACK.
                    MOVE 'Y' TO Transfer-Pending
                WHEN 'I'
                    MOVE Unpaired-Transfer-Msg TO Reject-Reason
                    MOVE "06" TO Reject-Code
                    PERFORM Reject-Batch-Record
                WHEN OTHER
                    MOVE "Tipo de movimiento no válido"
                        TO Reject-Reason
                    MOVE "09" TO Reject-Code
                    PERFORM Reject-Batch-Record
            END-EVALUATE.

                    PERFORM Count-Accepted-Record
                ELSE
                    MOVE "Cuenta no encontrada" TO Reject-Reason
                    MOVE "01" TO Reject-Code
                    PERFORM Reject-Batch-Record
                END-IF
            ELSE
                MOVE "Cantidad no válida" TO Reject-Reason
                MOVE "02" TO Reject-Code
                PERFORM Reject-Batch-Record
            END-IF.

                PERFORM Read-Account-By-Key
                IF Found-Account = 'Y' AND Account-Frozen
                    MOVE Frozen-Account-Msg TO Reject-Reason
                    MOVE "03" TO Reject-Code
                    PERFORM Reject-Batch-Record
                ELSE IF Found-Account = 'Y' AND Account-Dormant
                    MOVE Dormant-Account-Msg TO Reject-Reason
                    MOVE "04" TO Reject-Code
                    PERFORM Reject-Batch-Record
                ELSE IF Found-Account = 'Y'
                    MOVE Batch-Account-ID TO Hold-Search-ID
                        PERFORM Count-Accepted-Record
                    ELSE
                        MOVE Insufficient-Funds TO Reject-Reason
                        MOVE "05" TO Reject-Code
                        PERFORM Reject-Batch-Record
                    END-IF
                ELSE
                    MOVE "Cuenta no encontrada" TO Reject-Reason
                    MOVE "01" TO Reject-Code
                    PERFORM Reject-Batch-Record
                END-IF
            ELSE
                MOVE "Cantidad no válida" TO Reject-Reason
                MOVE "02" TO Reject-Code
                PERFORM Reject-Batch-Record
            END-IF.

            MOVE 'N' TO Found-Account.
            IF Held-Amount NOT = Batch-Amount
                MOVE "Importes T/I no coinciden" TO Reject-Reason
                MOVE "07" TO Reject-Code
                PERFORM Reject-Transfer-Pair
            ELSE IF Held-Amount = 0
                MOVE "Cantidad no válida" TO Reject-Reason
                MOVE "02" TO Reject-Code
                PERFORM Reject-Transfer-Pair
            ELSE IF Held-Account-ID = Batch-Account-ID
                MOVE "Origen y destino iguales" TO Reject-Reason
                MOVE "08" TO Reject-Code
                PERFORM Reject-Transfer-Pair
            ELSE
                PERFORM Validate-Transfer-Pair
            IF Found-Account = 'N'
                MOVE "Cuenta de origen no encontrada"
                    TO Reject-Reason
                MOVE "11" TO Reject-Code
                PERFORM Reject-Transfer-Pair
            ELSE IF Account-Frozen
                MOVE Frozen-Account-Msg TO Reject-Reason
                MOVE "03" TO Reject-Code
                PERFORM Reject-Transfer-Pair
                MOVE 'N' TO Found-Account
            ELSE IF Account-Dormant
                MOVE Dormant-Account-Msg TO Reject-Reason
                MOVE "04" TO Reject-Code
                PERFORM Reject-Transfer-Pair
                MOVE 'N' TO Found-Account
            ELSE
                COMPUTE Min-Balance = 0 - Overdraft-Limit
                IF Available-Balance < Min-Balance
                    MOVE Insufficient-Funds TO Reject-Reason
                    MOVE "05" TO Reject-Code
                    PERFORM Reject-Transfer-Pair
                    MOVE 'N' TO Found-Account
                ELSE
                    IF Found-Account = 'N'
                        MOVE "Cuenta de destino no encontrada"
                            TO Reject-Reason
                        MOVE "12" TO Reject-Code
                        PERFORM Reject-Transfer-Pair
                    END-IF
                END-IF
            MOVE Post-Time TO Trans-Time.
            MOVE Post-Orig-Seq TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Account-Branch-ID TO Trans-Branch-ID.
            WRITE TransactionRecord.
            CLOSE TransactionFile.


        Reject-Batch-Record.
            ADD 1 TO Rejected-Count.
            IF Batch-Trans-Type = 'I'
                MOVE 0 TO Tray-Account-ID
                MOVE Batch-Account-ID TO Tray-Dest-Account-ID
                MOVE 'T' TO Tray-Trans-Type
            ELSE
                MOVE Batch-Account-ID TO Tray-Account-ID
                MOVE 0 TO Tray-Dest-Account-ID
                MOVE Batch-Trans-Type TO Tray-Trans-Type
            END-IF.
            MOVE Batch-Amount TO Tray-Amount.
            MOVE Batch-Date TO Tray-Orig-Date.
            MOVE Batch-Time TO Tray-Orig-Time.
            MOVE Batch-Seq-No TO Tray-Orig-Seq-No.
            PERFORM Add-To-Reject-Tray.
            MOVE BatchRecord TO RejectRecord.
            PERFORM Write-Reject-Record.
            DISPLAY "RECHAZADO cuenta " Batch-Account-ID
                " tipo " Batch-Trans-Type " monto " Batch-Amount.
            DISPLAY "   motivo: " Reject-Reason.

        Reject-Transfer-Pair.
            MOVE Held-Account-ID TO Tray-Account-ID.
            MOVE Batch-Account-ID TO Tray-Dest-Account-ID.
            MOVE 'T' TO Tray-Trans-Type.
            MOVE Held-Amount TO Tray-Amount.
            MOVE Held-Date TO Tray-Orig-Date.
            MOVE Held-Time TO Tray-Orig-Time.
            MOVE Held-Seq-No TO Tray-Orig-Seq-No.
            PERFORM Add-To-Reject-Tray.
            ADD 1 TO Rejected-Count.
            MOVE Held-Transfer TO RejectRecord.
            PERFORM Write-Reject-Record.
            DISPLAY "RECHAZADO cuenta " Held-Account-ID
                " tipo " Held-Trans-Type " monto " Held-Amount.
            DISPLAY "   motivo: " Reject-Reason.
            ADD 1 TO Rejected-Count.
            MOVE BatchRecord TO RejectRecord.
            PERFORM Write-Reject-Record.
            DISPLAY "RECHAZADO cuenta " Batch-Account-ID
                " tipo " Batch-Trans-Type " monto " Batch-Amount.
            DISPLAY "   motivo: " Reject-Reason.

        Reject-Held-Transfer.
            MOVE Unpaired-Transfer-Msg TO Reject-Reason.
            MOVE "06" TO Reject-Code.
            ADD 1 TO Rejected-Count.
            MOVE Held-Account-ID TO Tray-Account-ID.
            MOVE 0 TO Tray-Dest-Account-ID.
            MOVE 'T' TO Tray-Trans-Type.
            MOVE Held-Amount TO Tray-Amount.
            MOVE Held-Date TO Tray-Orig-Date.
            MOVE Held-Time TO Tray-Orig-Time.
            MOVE Held-Seq-No TO Tray-Orig-Seq-No.
            PERFORM Add-To-Reject-Tray.
            MOVE Held-Transfer TO RejectRecord.
            PERFORM Write-Reject-Record.
            DISPLAY "RECHAZADO cuenta " Held-Account-ID
                " tipo " Held-Trans-Type " monto " Held-Amount.
            DISPLAY "   motivo: " Reject-Reason.
            MOVE 'N' TO Transfer-Pending.

        Write-Reject-Record.
            MOVE Reject-Code TO Rej-Reason-Code.
            MOVE Run-Date TO Rej-Process-Date.
            IF Tray-Written = 'Y'
                MOVE Last-Reject-No TO Rej-Tray-No
            ELSE
                MOVE 0 TO Rej-Tray-No
            END-IF.
            WRITE RejectRecord.

        Add-To-Reject-Tray.
            MOVE 'N' TO Tray-Written.
            PERFORM Get-Next-Reject-No.
            MOVE 'L' TO Tray-Source.
            MOVE Reject-Code TO Tray-Reason-Code.
            MOVE Run-Date TO Tray-Process-Date.
            MOVE Tray-Account-ID TO Tray-Orig-Account-ID.
            MOVE Tray-Dest-Account-ID TO Tray-Orig-Dest-ID.
            MOVE Tray-Amount TO Tray-Orig-Amount.
            MOVE 0 TO Tray-Bank.
            MOVE SPACES TO Tray-Ref.
            MOVE 'P' TO Tray-Status.
            MOVE SPACES TO Tray-Repair-Teller.
            MOVE 0 TO Tray-Repair-Date.
            MOVE 0 TO Tray-Repair-Time.
            MOVE 0 TO Tray-Post-Seq-No.
            WRITE RejectTrayRecord
                INVALID KEY
                    DISPLAY "** Rechazo " Tray-Reject-No
                        " no grabado en la bandeja, estado "
                        Reject-Tray-Status " **"
                    ADD 1 TO Tray-Failed-Count
                NOT INVALID KEY
                    MOVE 'Y' TO Tray-Written
                    ADD 1 TO Tray-Added-Count
            END-WRITE.

        Get-Next-Reject-No.
            MOVE 'N' TO Seq-Assigned.
            PERFORM Fetch-Next-Reject-No
                UNTIL Seq-Assigned = 'Y'.
            MOVE Last-Reject-No TO Tray-Reject-No.

        Fetch-Next-Reject-No.
            PERFORM Open-SequenceFile-IO.
            MOVE "RECHAZO" TO Seq-Name.
            READ SequenceFile
                INVALID KEY
                    PERFORM Seed-Reject-Sequence
            END-READ.
            IF Sequence-File-Status = '00'
            OR Sequence-File-Status = '02'
                ADD 1 TO Seq-Last-No
                REWRITE SequenceRecord
                IF Sequence-File-Status = '00'
                OR Sequence-File-Status = '02'
                    MOVE Seq-Last-No TO Last-Reject-No
                    MOVE 'Y' TO Seq-Assigned
                END-IF
            END-IF.
            CLOSE SequenceFile.

        Seed-Reject-Sequence.
            MOVE RejectTrayRecord TO Saved-Tray-Record.
            MOVE 0 TO Last-Reject-No.
            MOVE 0 TO Tray-Reject-No.
            MOVE 'N' TO End-Of-Tray.
            START RejectTrayFile KEY IS > Tray-Reject-No
                INVALID KEY
                    MOVE 'Y' TO End-Of-Tray
            END-START.
            PERFORM UNTIL End-Of-Tray = 'Y'
                READ RejectTrayFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Tray
                    NOT AT END
                        MOVE Tray-Reject-No TO Last-Reject-No
                END-READ
            END-PERFORM.
            MOVE Saved-Tray-Record TO RejectTrayRecord.
            MOVE "RECHAZO" TO Seq-Name.
            MOVE Last-Reject-No TO Seq-Last-No.
            WRITE SequenceRecord.

        Open-RejectTrayFile-IO.
            OPEN I-O RejectTrayFile.
            IF Reject-Tray-Status = '35'
                OPEN OUTPUT RejectTrayFile
                CLOSE RejectTrayFile
                OPEN I-O RejectTrayFile
            END-IF.

        Print-Batch-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Movimientos aceptados:  " Accepted-Count.
            DISPLAY "Movimientos rechazados: " Rejected-Count.
            DISPLAY "Pendientes en bandeja:  " Tray-Added-Count.
            DISPLAY "Fallos de bandeja:      " Tray-Failed-Count.
            DISPLAY "Monto total aplicado:   " Accepted-Total.
