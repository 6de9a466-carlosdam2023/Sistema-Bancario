            SELECT RejectFile
            ASSIGN TO "camara_rechazados.dat"
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

        FD IncomingFile.
        01 IncomingRecord.
            05 Rej-Ref PIC X(20).
            05 Rej-Date PIC 9(8).
            05 Rej-Source PIC X(1).
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

        FD SequenceFile.
        01 SequenceRecord.
        01 Settlement-Account-ID PIC 9(5) VALUE 99999.
        01 Settlement-OK PIC X VALUE 'N'.
        01 Reject-Reason PIC X(40).
        01 Reject-Code PIC X(2).
        01 Reject-Tray-Status PIC X(2).
        01 Tray-Written PIC X VALUE 'N'.
        01 Tray-Added-Count PIC 9(5) VALUE 0.
        01 Tray-Failed-Count PIC 9(5) VALUE 0.
        01 End-Of-Tray PIC X VALUE 'N'.
        01 Saved-Tray-Record PIC X(132).
        01 Last-Reject-No PIC 9(7) VALUE 0.
        01 Run-Date PIC 9(8).
        01 Incoming-Applied PIC 9(5) VALUE 0.
        01 Returns-Applied PIC 9(5) VALUE 0.
        01 Rejected-Count PIC 9(5) VALUE 0.

        Main-Logic.
            PERFORM Initialize-Trans-Seq.
            ACCEPT Run-Date FROM DATE YYYYMMDD.
            DISPLAY "<--- ENTRADA DE CAMARA INTERBANCARIA --->".
            PERFORM Open-AccountFile-IO.
            PERFORM Check-Settlement-Account.
                GOBACK
            END-IF.
            OPEN OUTPUT RejectFile.
            PERFORM Open-RejectTrayFile-IO.
            PERFORM Process-Incoming-File.
            PERFORM Process-Return-File.
            CLOSE RejectFile.
            CLOSE RejectTrayFile.
            CLOSE AccountFile.
            PERFORM Print-Clearing-Totals.
            GOBACK.
        Apply-Incoming-Credit.
            IF In-Amount = 0
                MOVE "Cantidad no válida" TO Reject-Reason
                MOVE "02" TO Reject-Code
                PERFORM Reject-Incoming-Record
            ELSE
                PERFORM Check-Settlement-Account
                IF Settlement-OK = 'N'
                    MOVE "Cuenta de liquidación no disponible"
                        TO Reject-Reason
                    MOVE "10" TO Reject-Code
                    PERFORM Reject-Incoming-Record
                ELSE
                    PERFORM Apply-Incoming-To-Account
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                MOVE "Cuenta no encontrada" TO Reject-Reason
                MOVE "01" TO Reject-Code
                PERFORM Reject-Incoming-Record
            ELSE
                MOVE In-Amount TO Transaction-Amount
        Apply-Return-Record.
            IF Ret-Amount = 0
                MOVE "Cantidad no válida" TO Reject-Reason
                MOVE "02" TO Reject-Code
                PERFORM Reject-Return-Record
            ELSE
                PERFORM Check-Settlement-Account
                IF Settlement-OK = 'N'
                    MOVE "Cuenta de liquidación no disponible"
                        TO Reject-Reason
                    MOVE "10" TO Reject-Code
                    PERFORM Reject-Return-Record
                ELSE
                    PERFORM Apply-Return-To-Account
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                MOVE "Cuenta no encontrada" TO Reject-Reason
                MOVE "01" TO Reject-Code
                PERFORM Reject-Return-Record
            ELSE
                MOVE Ret-Amount TO Transaction-Amount
            MOVE Trans-Time-8(1:6) TO Trans-Time.
            MOVE 0 TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Account-Branch-ID TO Trans-Branch-ID.
            WRITE TransactionRecord.
            CLOSE TransactionFile.

            MOVE In-Ref TO Rej-Ref.
            MOVE In-Date TO Rej-Date.
            MOVE 'E' TO Rej-Source.
            PERFORM Add-To-Reject-Tray.
            PERFORM Write-Reject-Record.
            DISPLAY "RECHAZADA cuenta " In-Account-ID
                " monto " In-Amount.
            DISPLAY "   motivo: " Reject-Reason.
            MOVE Ret-Ref TO Rej-Ref.
            MOVE Ret-Date TO Rej-Date.
            MOVE 'D' TO Rej-Source.
            PERFORM Add-To-Reject-Tray.
            PERFORM Write-Reject-Record.
            DISPLAY "RECHAZADA devolución cuenta " Ret-Account-ID
                " monto " Ret-Amount.
            DISPLAY "   motivo: " Reject-Reason.

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
            MOVE Rej-Source TO Tray-Source.
            MOVE Reject-Code TO Tray-Reason-Code.
            MOVE Run-Date TO Tray-Process-Date.
            MOVE Rej-Account-ID TO Tray-Account-ID.
            MOVE Rej-Account-ID TO Tray-Orig-Account-ID.
            MOVE 0 TO Tray-Dest-Account-ID.
            MOVE 0 TO Tray-Orig-Dest-ID.
            MOVE 'X' TO Tray-Trans-Type.
            MOVE Rej-Amount TO Tray-Amount.
            MOVE Rej-Amount TO Tray-Orig-Amount.
            MOVE Rej-Date TO Tray-Orig-Date.
            MOVE 0 TO Tray-Orig-Time.
            MOVE 0 TO Tray-Orig-Seq-No.
            MOVE Rej-Bank TO Tray-Bank.
            MOVE Rej-Ref TO Tray-Ref.
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

        Print-Clearing-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Entrantes abonadas:      " Incoming-Applied.
            DISPLAY "Devoluciones aplicadas:  " Returns-Applied.
            DISPLAY "Monto devuelto:          " Returns-Total.
            DISPLAY "Registros rechazados:    " Rejected-Count.
            DISPLAY "Pendientes en bandeja:   " Tray-Added-Count.
            DISPLAY "Fallos de bandeja:       " Tray-Failed-Count.
