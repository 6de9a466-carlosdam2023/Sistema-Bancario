       IDENTIFICATION DIVISION.
        PROGRAM-ID. Cargo-Recibos.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OPTIONAL AccountFile
            ASSIGN TO "cuentas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Account-ID
                FILE STATUS IS Account-File-Status.
            SELECT OPTIONAL TransactionFile
            ASSIGN TO "transacciones.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL HoldFile
            ASSIGN TO "retenciones.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Hold-Key
                FILE STATUS IS Hold-File-Status.
            SELECT OPTIONAL SequenceFile
            ASSIGN TO "secuencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Seq-Name
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Sequence-File-Status.
            SELECT OPTIONAL MandateFile
            ASSIGN TO "mandatos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Mandate-Key
                FILE STATUS IS Mandate-File-Status.
            SELECT OPTIONAL BillFile
            ASSIGN TO "recibos.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL BillLogFile
            ASSIGN TO "recibos_tratados.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Blog-Key
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Bill-Log-File-Status.
            SELECT OPTIONAL BillReturnFile
            ASSIGN TO "recibos_devueltos.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL FeeFile
            ASSIGN TO "tarifas.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL FeeLogFile
            ASSIGN TO "comisiones.dat"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD AccountFile.
        01 AccountRecord.
            05 Account-ID PIC 9(5).
            05 Account-Holder PIC X(30).
            05 Account-Balance PIC S9(7)V99.
            05 Account-Status PIC X(1).
                88 Account-Active VALUE 'A'.
                88 Account-Closed VALUE 'C'.
                88 Account-Frozen VALUE 'B'.
                88 Account-Dormant VALUE 'D'.
            05 Account-Type PIC X(1).
                88 Savings-Account VALUE 'A'.
                88 Checking-Account VALUE 'C'.
            05 Overdraft-Limit PIC 9(7)V99.
            05 Account-Customer-ID PIC 9(5).
            05 Account-Branch-ID PIC 9(4).

        FD TransactionFile.
        01 TransactionRecord.
            05 Trans-Account-ID PIC 9(5).
            05 Trans-Type PIC X(1).
                88 Deposit VALUE 'D'.
                88 Withdraw VALUE 'W'.
                88 Transfer VALUE 'T'.
                88 Transfer-In VALUE 'I'.
                88 Interest-Credit VALUE 'N'.
                88 Maintenance-Fee VALUE 'M'.
                88 Overdraft-Interest VALUE 'S'.
                88 Reversal-Debit VALUE 'R'.
                88 Reversal-Credit VALUE 'V'.
                88 Opening-Credit VALUE 'B'.
                88 Opening-Debit VALUE 'O'.
                88 External-Debit VALUE 'E'.
                88 External-Credit VALUE 'X'.
                88 Tax-Withheld VALUE 'F'.
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
            05 Trans-Seq-No PIC 9(7).
            05 Trans-Teller-ID PIC X(8).
            05 Trans-Orig-Seq-No PIC 9(7).
            05 Trans-Reversed-Flag PIC X(1).
                88 Trans-Reversed VALUE 'R'.
            05 Trans-Check-No PIC 9(7).
            05 Trans-Branch-ID PIC 9(4).

        FD HoldFile.
        01 HoldRecord.
            05 Hold-Key.
                10 Hold-Account-ID PIC 9(5).
                10 Hold-Order-Ref PIC X(10).
            05 Hold-Amount PIC 9(7)V99.
            05 Hold-Date PIC 9(8).
            05 Hold-Status PIC X(1).
                88 Hold-Active VALUE 'A'.
                88 Hold-Released VALUE 'L'.

        FD SequenceFile.
        01 SequenceRecord.
            05 Seq-Name PIC X(8).
            05 Seq-Last-No PIC 9(7).

        FD MandateFile.
        01 MandateRecord.
            05 Mandate-Key.
                10 Mandate-Account-ID PIC 9(5).
                10 Mandate-Creditor-ID PIC X(10).
                10 Mandate-Reference PIC X(20).
            05 Mandate-Creditor-Name PIC X(30).
            05 Mandate-Max-Amount PIC 9(7)V99.
            05 Mandate-Sign-Date PIC 9(8).
            05 Mandate-Status PIC X(1).
                88 Mandate-Active VALUE 'A'.
                88 Mandate-Revoked VALUE 'R'.
            05 Mandate-Revoke-Date PIC 9(8).

        FD BillFile.
        01 BillRecord.
            05 Bill-Account-ID PIC 9(5).
            05 Bill-Creditor-ID PIC X(10).
            05 Bill-Mandate-Ref PIC X(20).
            05 Bill-Reference PIC X(20).
            05 Bill-Amount PIC 9(7)V99.
            05 Bill-Due-Date PIC 9(8).

        FD BillLogFile.
        01 BillLogRecord.
            05 Blog-Key.
                10 Blog-Creditor-ID PIC X(10).
                10 Blog-Reference PIC X(20).
            05 Blog-Account-ID PIC 9(5).
            05 Blog-Mandate-Ref PIC X(20).
            05 Blog-Amount PIC 9(7)V99.
            05 Blog-Due-Date PIC 9(8).
            05 Blog-Process-Date PIC 9(8).
            05 Blog-Charge-Seq PIC 9(7).
            05 Blog-Status PIC X(1).
                88 Blog-Charged VALUE 'C'.
                88 Blog-Returned VALUE 'D'.
                88 Blog-Refunded VALUE 'R'.
            05 Blog-Return-Code PIC X(4).
            05 Blog-Refund-Date PIC 9(8).

        FD BillReturnFile.
        01 BillReturnRecord.
            05 Dev-Account-ID PIC 9(5).
            05 Dev-Creditor-ID PIC X(10).
            05 Dev-Mandate-Ref PIC X(20).
            05 Dev-Reference PIC X(20).
            05 Dev-Amount PIC 9(7)V99.
            05 Dev-Due-Date PIC 9(8).
            05 Dev-Process-Date PIC 9(8).
            05 Dev-Reason-Code PIC X(4).
            05 Dev-Reason-Text PIC X(40).

        FD FeeFile.
        01 FeeRecord.
            05 Fee-Effective-Date PIC 9(8).
            05 Fee-Operation PIC X(2).
            05 Fee-Account-Type PIC X(1).
            05 Fee-Method PIC X(1).
            05 Fee-Fixed-Amount PIC 9(5)V99.
            05 Fee-Percent-Rate PIC 9(2)V9(4).
            05 Fee-Min-Amount PIC 9(5)V99.
            05 Fee-Max-Amount PIC 9(5)V99.
            05 Fee-Free-Count PIC 9(3).

        FD FeeLogFile.
        01 FeeLogRecord.
            05 Com-Date PIC 9(8).
            05 Com-Time PIC 9(6).
            05 Com-Seq-No PIC 9(7).
            05 Com-Orig-Seq PIC 9(7).
            05 Com-Account-ID PIC 9(5).
            05 Com-Account-Type PIC X(1).
            05 Com-Operation PIC X(2).
            05 Com-Base-Amount PIC 9(7)V99.
            05 Com-Amount PIC 9(7)V99.
            05 Com-Teller-ID PIC X(8).
            05 Com-Reference PIC X(30).

        WORKING-STORAGE SECTION.
        01 Account-File-Status PIC X(2).
        01 Sequence-File-Status PIC X(2).
        01 Hold-File-Status PIC X(2).
        01 Mandate-File-Status PIC X(2).
        01 Bill-Log-File-Status PIC X(2).
        01 Seq-Assigned PIC X VALUE 'N'.
        01 Found-Account PIC X VALUE 'N'.
        01 End-Of-File PIC X VALUE 'N'.
        01 End-Of-Holds PIC X VALUE 'N'.
        01 Transaction-Amount PIC 9(7)V99.
        01 Trans-Seq-Counter PIC 9(7) VALUE 0.
        01 Trans-Time-8 PIC 9(8).
        01 Post-Orig-Seq PIC 9(7) VALUE 0.
        01 Min-Balance PIC S9(7)V99.
        01 Hold-Search-ID PIC 9(5).
        01 Active-Holds-Total PIC 9(9)V99 VALUE 0.
        01 Available-Balance PIC S9(9)V99.
        01 Run-Date PIC 9(8).
        01 Settlement-Account-ID PIC 9(5) VALUE 99999.
        01 Settlement-OK PIC X VALUE 'N'.
        01 Return-Code-Text PIC X(4).
        01 Return-Reason PIC X(40).
        01 Bills-Charged PIC 9(5) VALUE 0.
        01 Bills-Returned PIC 9(5) VALUE 0.
        01 Bills-Deferred PIC 9(5) VALUE 0.
        01 Bills-Duplicated PIC 9(5) VALUE 0.
        01 Charged-Total PIC 9(9)V99 VALUE 0.
        01 Returned-Total PIC 9(9)V99 VALUE 0.
        01 End-Of-Fees PIC X VALUE 'N'.
        01 Found-Fee PIC X VALUE 'N'.
        01 Best-Fee-Date PIC 9(8).
        01 Cur-Fee-Method PIC X(1).
        01 Cur-Fee-Fixed PIC 9(5)V99.
        01 Cur-Fee-Percent PIC 9(2)V9(4).
        01 Cur-Fee-Min PIC 9(5)V99.
        01 Cur-Fee-Max PIC 9(5)V99.
        01 Fee-Due PIC 9(7)V99 VALUE 0.
        01 Fees-Charged PIC 9(5) VALUE 0.
        01 Fees-Total PIC 9(9)V99 VALUE 0.

        LINKAGE SECTION.
        01 Chain-Parm.
            05 Chain-Date PIC 9(8).

        PROCEDURE DIVISION USING Chain-Parm.

        Main-Logic.
            DISPLAY "<--- CARGO DE RECIBOS DOMICILIADOS --->".
            IF ADDRESS OF Chain-Parm = NULL
                ACCEPT Run-Date FROM DATE YYYYMMDD
            ELSE
                MOVE Chain-Date TO Run-Date
            END-IF.
            PERFORM Initialize-Trans-Seq.
            PERFORM Open-AccountFile-IO.
            PERFORM Check-Settlement-Account.
            IF Settlement-OK = 'N'
                DISPLAY "** Cuenta de liquidación "
                    Settlement-Account-ID " no disponible, "
                    "proceso cancelado **"
                CLOSE AccountFile
                GOBACK
            END-IF.
            OPEN INPUT MandateFile.
            PERFORM Open-BillLogFile-IO.
            OPEN EXTEND BillReturnFile.
            OPEN INPUT BillFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ BillFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        PERFORM Process-Bill
                END-READ
            END-PERFORM.
            CLOSE BillFile.
            CLOSE BillReturnFile.
            CLOSE BillLogFile.
            CLOSE MandateFile.
            CLOSE AccountFile.
            PERFORM Print-Bill-Totals.
            GOBACK.

        Open-AccountFile-IO.
            OPEN I-O AccountFile.
            IF Account-File-Status = '35'
                OPEN OUTPUT AccountFile
                CLOSE AccountFile
                OPEN I-O AccountFile
            END-IF.

        Open-BillLogFile-IO.
            OPEN I-O BillLogFile.
            IF Bill-Log-File-Status = '35'
                OPEN OUTPUT BillLogFile
                CLOSE BillLogFile
                OPEN I-O BillLogFile
            END-IF.

        Initialize-Trans-Seq.
            PERFORM Open-SequenceFile-IO.
            MOVE "TRANS" TO Seq-Name.
            READ SequenceFile
                INVALID KEY
                    PERFORM Seed-Sequence-Control
                NOT INVALID KEY
                    MOVE Seq-Last-No TO Trans-Seq-Counter
            END-READ.
            CLOSE SequenceFile.

        Open-SequenceFile-IO.
            OPEN I-O SequenceFile.
            IF Sequence-File-Status = '35'
                OPEN OUTPUT SequenceFile
                CLOSE SequenceFile
                OPEN I-O SequenceFile
            END-IF.

        Seed-Sequence-Control.
            PERFORM Scan-Journal-High-Seq.
            MOVE "TRANS" TO Seq-Name.
            MOVE Trans-Seq-Counter TO Seq-Last-No.
            WRITE SequenceRecord.

        Scan-Journal-High-Seq.
            MOVE 0 TO Trans-Seq-Counter.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Trans-Seq-No > Trans-Seq-Counter
                            MOVE Trans-Seq-No TO Trans-Seq-Counter
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Get-Next-Trans-Seq.
            MOVE 'N' TO Seq-Assigned.
            PERFORM Fetch-Next-Trans-Seq
                UNTIL Seq-Assigned = 'Y'.

        Fetch-Next-Trans-Seq.
            PERFORM Open-SequenceFile-IO.
            MOVE "TRANS" TO Seq-Name.
            READ SequenceFile
                INVALID KEY
                    PERFORM Seed-Sequence-Control
            END-READ.
            IF Sequence-File-Status = '00'
            OR Sequence-File-Status = '02'
                ADD 1 TO Seq-Last-No
                REWRITE SequenceRecord
                IF Sequence-File-Status = '00'
                OR Sequence-File-Status = '02'
                    MOVE Seq-Last-No TO Trans-Seq-Counter
                    MOVE 'Y' TO Seq-Assigned
                END-IF
            END-IF.
            CLOSE SequenceFile.

        Check-Settlement-Account.
            MOVE 'N' TO Settlement-OK.
            MOVE Settlement-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT Account-Closed
                        MOVE 'Y' TO Settlement-OK
                    END-IF
            END-READ.

        Process-Bill.
            MOVE Bill-Creditor-ID TO Blog-Creditor-ID.
            MOVE Bill-Reference TO Blog-Reference.
            READ BillLogFile
                INVALID KEY
                    PERFORM Check-Bill-Due
                NOT INVALID KEY
                    ADD 1 TO Bills-Duplicated
                    DISPLAY "YA TRATADO acreedor " Bill-Creditor-ID
                        " recibo " Bill-Reference
            END-READ.

        Check-Bill-Due.
            IF Bill-Due-Date > Run-Date
                ADD 1 TO Bills-Deferred
            ELSE
                PERFORM Validate-Bill
                IF Return-Code-Text = SPACES
                    PERFORM Charge-Bill
                ELSE
                    PERFORM Return-Bill
                END-IF
            END-IF.

        Validate-Bill.
            MOVE SPACES TO Return-Code-Text.
            MOVE SPACES TO Return-Reason.
            MOVE Bill-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    MOVE 'N' TO Found-Account
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Account
            END-READ.
            IF Bill-Amount = 0
                MOVE "AM01" TO Return-Code-Text
                MOVE "Importe nulo" TO Return-Reason
            ELSE IF Found-Account = 'N'
                MOVE "AC01" TO Return-Code-Text
                MOVE "Cuenta inexistente" TO Return-Reason
            ELSE IF Account-Closed
                MOVE "AC04" TO Return-Code-Text
                MOVE "Cuenta cerrada" TO Return-Reason
            ELSE IF Account-Frozen OR Account-Dormant
                MOVE "AC06" TO Return-Code-Text
                MOVE "Cuenta bloqueada" TO Return-Reason
            ELSE
                PERFORM Validate-Bill-Mandate
            END-IF.

        Validate-Bill-Mandate.
            MOVE Bill-Account-ID TO Mandate-Account-ID.
            MOVE Bill-Creditor-ID TO Mandate-Creditor-ID.
            MOVE Bill-Mandate-Ref TO Mandate-Reference.
            READ MandateFile
                INVALID KEY
                    MOVE 'R' TO Mandate-Status
            END-READ.
            IF NOT Mandate-Active
                MOVE "MD01" TO Return-Code-Text
                MOVE "Sin mandato válido" TO Return-Reason
            ELSE IF Mandate-Max-Amount > 0
            AND Bill-Amount > Mandate-Max-Amount
                MOVE "AM02" TO Return-Code-Text
                MOVE "Importe superior al máximo del mandato"
                    TO Return-Reason
            ELSE
                MOVE Bill-Account-ID TO Hold-Search-ID
                PERFORM Compute-Active-Holds
                COMPUTE Available-Balance =
                    Account-Balance - Active-Holds-Total
                    - Bill-Amount
                COMPUTE Min-Balance = 0 - Overdraft-Limit
                IF Available-Balance < Min-Balance
                    MOVE "AM04" TO Return-Code-Text
                    MOVE "Saldo insuficiente" TO Return-Reason
                END-IF
            END-IF.

        Charge-Bill.
            MOVE Bill-Amount TO Transaction-Amount.
            SUBTRACT Transaction-Amount FROM Account-Balance.
            REWRITE AccountRecord.
            MOVE 'J' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE Trans-Seq-Counter TO Post-Orig-Seq.
            MOVE Trans-Seq-Counter TO Blog-Charge-Seq.
            MOVE Settlement-Account-ID TO Account-ID.
            READ AccountFile.
            ADD Transaction-Amount TO Account-Balance.
            REWRITE AccountRecord.
            MOVE 'X' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE 0 TO Post-Orig-Seq.
            MOVE 'C' TO Blog-Status.
            MOVE SPACES TO Blog-Return-Code.
            PERFORM Write-Bill-Log.
            ADD 1 TO Bills-Charged.
            ADD Transaction-Amount TO Charged-Total.
            DISPLAY "CARGADO   cuenta " Bill-Account-ID
                " acreedor " Bill-Creditor-ID
                " importe " Bill-Amount.

        Return-Bill.
            MOVE 0 TO Blog-Charge-Seq.
            MOVE 'D' TO Blog-Status.
            MOVE Return-Code-Text TO Blog-Return-Code.
            PERFORM Write-Bill-Log.
            MOVE Bill-Account-ID TO Dev-Account-ID.
            MOVE Bill-Creditor-ID TO Dev-Creditor-ID.
            MOVE Bill-Mandate-Ref TO Dev-Mandate-Ref.
            MOVE Bill-Reference TO Dev-Reference.
            MOVE Bill-Amount TO Dev-Amount.
            MOVE Bill-Due-Date TO Dev-Due-Date.
            MOVE Run-Date TO Dev-Process-Date.
            MOVE Return-Code-Text TO Dev-Reason-Code.
            MOVE Return-Reason TO Dev-Reason-Text.
            WRITE BillReturnRecord.
            ADD 1 TO Bills-Returned.
            ADD Bill-Amount TO Returned-Total.
            DISPLAY "DEVUELTO  cuenta " Bill-Account-ID
                " acreedor " Bill-Creditor-ID
                " importe " Bill-Amount.
            DISPLAY "   motivo: " Return-Code-Text " " Return-Reason.
            IF Found-Account = 'Y' AND Account-Active
            AND Bill-Amount > 0
                PERFORM Charge-Return-Fee
            END-IF.

        Charge-Return-Fee.
            PERFORM Load-Fee-Rate.
            MOVE 0 TO Fee-Due.
            IF Found-Fee = 'Y'
                IF Cur-Fee-Method = 'P'
                    COMPUTE Fee-Due ROUNDED =
                        Bill-Amount * Cur-Fee-Percent / 100
                ELSE
                    MOVE Cur-Fee-Fixed TO Fee-Due
                END-IF
                IF Fee-Due < Cur-Fee-Min
                    MOVE Cur-Fee-Min TO Fee-Due
                END-IF
                IF Cur-Fee-Max > 0 AND Fee-Due > Cur-Fee-Max
                    MOVE Cur-Fee-Max TO Fee-Due
                END-IF
            END-IF.
            IF Fee-Due > 0
                MOVE Fee-Due TO Transaction-Amount
                SUBTRACT Transaction-Amount FROM Account-Balance
                REWRITE AccountRecord
                MOVE 0 TO Post-Orig-Seq
                MOVE 'C' TO Trans-Type
                PERFORM Record-Transaction
                PERFORM Write-Fee-Log
                ADD 1 TO Fees-Charged
                ADD Fee-Due TO Fees-Total
                DISPLAY "   comisión por devolución: " Fee-Due
            END-IF.

        Load-Fee-Rate.
            MOVE 0 TO Best-Fee-Date.
            MOVE 'N' TO Found-Fee.
            OPEN INPUT FeeFile.
            MOVE 'N' TO End-Of-Fees.
            PERFORM UNTIL End-Of-Fees = 'Y'
                READ FeeFile
                    AT END
                        MOVE 'Y' TO End-Of-Fees
                    NOT AT END
                        IF Fee-Operation = "RD"
                        AND Fee-Account-Type = Account-Type
                        AND Fee-Effective-Date <= Run-Date
                        AND Fee-Effective-Date >= Best-Fee-Date
                            MOVE 'Y' TO Found-Fee
                            MOVE Fee-Effective-Date TO Best-Fee-Date
                            MOVE Fee-Method TO Cur-Fee-Method
                            MOVE Fee-Fixed-Amount TO Cur-Fee-Fixed
                            MOVE Fee-Percent-Rate TO Cur-Fee-Percent
                            MOVE Fee-Min-Amount TO Cur-Fee-Min
                            MOVE Fee-Max-Amount TO Cur-Fee-Max
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FeeFile.

        Write-Fee-Log.
            OPEN EXTEND FeeLogFile.
            MOVE Trans-Date TO Com-Date.
            MOVE Trans-Time TO Com-Time.
            MOVE Trans-Seq-Counter TO Com-Seq-No.
            MOVE 0 TO Com-Orig-Seq.
            MOVE Account-ID TO Com-Account-ID.
            MOVE Account-Type TO Com-Account-Type.
            MOVE "RD" TO Com-Operation.
            MOVE Bill-Amount TO Com-Base-Amount.
            MOVE Fee-Due TO Com-Amount.
            MOVE "RECIBOS" TO Com-Teller-ID.
            MOVE SPACES TO Com-Reference.
            STRING Bill-Creditor-ID " " Bill-Reference
                DELIMITED BY SIZE INTO Com-Reference.
            WRITE FeeLogRecord.
            CLOSE FeeLogFile.

        Write-Bill-Log.
            MOVE Bill-Creditor-ID TO Blog-Creditor-ID.
            MOVE Bill-Reference TO Blog-Reference.
            MOVE Bill-Account-ID TO Blog-Account-ID.
            MOVE Bill-Mandate-Ref TO Blog-Mandate-Ref.
            MOVE Bill-Amount TO Blog-Amount.
            MOVE Bill-Due-Date TO Blog-Due-Date.
            MOVE Run-Date TO Blog-Process-Date.
            MOVE 0 TO Blog-Refund-Date.
            WRITE BillLogRecord.

        Compute-Active-Holds.
            MOVE 0 TO Active-Holds-Total.
            OPEN INPUT HoldFile.
            MOVE 'N' TO End-Of-Holds.
            PERFORM UNTIL End-Of-Holds = 'Y'
                READ HoldFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Holds
                    NOT AT END
                        IF Hold-Account-ID = Hold-Search-ID
                        AND Hold-Active
                            ADD Hold-Amount TO Active-Holds-Total
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HoldFile.

        Record-Transaction.
            PERFORM Get-Next-Trans-Seq.
            OPEN EXTEND TransactionFile.
            MOVE Account-ID TO Trans-Account-ID.
            MOVE Transaction-Amount TO Trans-Amount.
            MOVE Trans-Seq-Counter TO Trans-Seq-No.
            MOVE "RECIBOS" TO Trans-Teller-ID.
            MOVE Run-Date TO Trans-Date.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Trans-Time.
            MOVE Post-Orig-Seq TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Account-Branch-ID TO Trans-Branch-ID.
            WRITE TransactionRecord.
            CLOSE TransactionFile.

        Print-Bill-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Recibos cargados:        " Bills-Charged.
            DISPLAY "Importe cargado:         " Charged-Total.
            DISPLAY "Recibos devueltos:       " Bills-Returned.
            DISPLAY "Importe devuelto:        " Returned-Total.
            DISPLAY "Recibos no vencidos:     " Bills-Deferred.
            DISPLAY "Recibos ya tratados:     " Bills-Duplicated.
            DISPLAY "Comisiones cobradas:     " Fees-Charged.
            DISPLAY "Importe de comisiones:   " Fees-Total.
