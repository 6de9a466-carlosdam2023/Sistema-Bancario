       IDENTIFICATION DIVISION.
        PROGRAM-ID. Cobro-Cuotas.
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
            SELECT OPTIONAL LoanFile
            ASSIGN TO "prestamos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Loan-ID
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Loan-File-Status.
            SELECT OPTIONAL InstallmentFile
            ASSIGN TO "cuotas_prestamo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Inst-Key
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Installment-File-Status.
            SELECT OPTIONAL CustomerFile
            ASSIGN TO "clientes.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Customer-ID
                FILE STATUS IS Customer-File-Status.

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

        FD LoanFile.
        01 LoanRecord.
            05 Loan-ID PIC 9(5).
            05 Loan-Account-ID PIC 9(5).
            05 Loan-Customer-ID PIC 9(5).
            05 Loan-Principal PIC 9(7)V99.
            05 Loan-Rate PIC 9(2)V9(4).
            05 Loan-Late-Rate PIC 9(2)V9(4).
            05 Loan-Term-Months PIC 9(3).
            05 Loan-Start-Date PIC 9(8).
            05 Loan-Installment PIC 9(7)V99.
            05 Loan-Outstanding PIC 9(7)V99.
            05 Loan-Status PIC X(1).
                88 Loan-Active VALUE 'A'.
                88 Loan-In-Arrears VALUE 'M'.
                88 Loan-Repaid VALUE 'P'.

        FD InstallmentFile.
        01 InstallmentRecord.
            05 Inst-Key.
                10 Inst-Loan-ID PIC 9(5).
                10 Inst-Number PIC 9(3).
            05 Inst-Due-Date PIC 9(8).
            05 Inst-Amount PIC 9(7)V99.
            05 Inst-Interest PIC 9(7)V99.
            05 Inst-Capital PIC 9(7)V99.
            05 Inst-Outstanding PIC 9(7)V99.
            05 Inst-Late-Interest PIC 9(7)V99.
            05 Inst-Late-Date PIC 9(8).
            05 Inst-Paid-Date PIC 9(8).
            05 Inst-Status PIC X(1).
                88 Inst-Pending VALUE 'P'.
                88 Inst-Collected VALUE 'C'.
                88 Inst-Overdue VALUE 'M'.

        FD CustomerFile.
        01 CustomerRecord.
            05 Customer-ID PIC 9(5).
            05 Customer-Name PIC X(30).
            05 Customer-Document PIC X(15).
            05 Customer-Address PIC X(40).
            05 Customer-Phone PIC X(12).
            05 Customer-Email PIC X(40).

        WORKING-STORAGE SECTION.
        01 Account-File-Status PIC X(2).
        01 Sequence-File-Status PIC X(2).
        01 Hold-File-Status PIC X(2).
        01 Loan-File-Status PIC X(2).
        01 Installment-File-Status PIC X(2).
        01 Customer-File-Status PIC X(2).
        01 Seq-Assigned PIC X VALUE 'N'.
        01 Found-Account PIC X VALUE 'N'.
        01 End-Of-File PIC X VALUE 'N'.
        01 End-Of-Holds PIC X VALUE 'N'.
        01 End-Of-Installments PIC X VALUE 'N'.
        01 Transaction-Amount PIC 9(7)V99.
        01 Trans-Seq-Counter PIC 9(7) VALUE 0.
        01 Trans-Time-8 PIC 9(8).
        01 Post-Orig-Seq PIC 9(7) VALUE 0.
        01 Min-Balance PIC S9(7)V99.
        01 Hold-Search-ID PIC 9(5).
        01 Active-Holds-Total PIC 9(9)V99 VALUE 0.
        01 Available-Balance PIC S9(9)V99.
        01 Run-Date PIC 9(8).
        01 Run-Day-Number PIC 9(7).
        01 Failure-Reason PIC X(40).
        01 Amount-Due PIC 9(7)V99.
        01 Late-Days PIC 9(5).
        01 Late-Interest-New PIC 9(7)V99.
        01 Loan-Overdue-Found PIC X VALUE 'N'.
        01 Loan-Capital-Pending PIC 9(9)V99.
        01 Serial-Date PIC 9(8).
        01 Serial-Year PIC 9(4).
        01 Serial-Month PIC 9(2).
        01 Serial-Day PIC 9(2).
        01 Serial-Work PIC 9(5).
        01 Serial-Month-Days PIC 9(3).
        01 Serial-Leap-4 PIC 9(4).
        01 Serial-Leap-100 PIC 9(4).
        01 Serial-Leap-400 PIC 9(4).
        01 Serial-Day-Number PIC 9(7).
        01 Installments-Collected PIC 9(5) VALUE 0.
        01 Installments-Overdue PIC 9(5) VALUE 0.
        01 Amount-Collected PIC 9(9)V99 VALUE 0.
        01 Late-Interest-Collected PIC 9(9)V99 VALUE 0.
        01 Loans-Repaid PIC 9(5) VALUE 0.
        01 Loans-In-Arrears PIC 9(5) VALUE 0.
        01 Arrears-Amount-Total PIC 9(9)V99 VALUE 0.
        01 Arrears-Interest-Total PIC 9(9)V99 VALUE 0.
        01 Portfolio-Outstanding PIC 9(11)V99 VALUE 0.
        01 Insufficient-Funds PIC X(51)
        VALUE "Fondos insuficientes para realizar la transacción".

        LINKAGE SECTION.
        01 Chain-Parm.
            05 Chain-Date PIC 9(8).

        PROCEDURE DIVISION USING Chain-Parm.

        Main-Logic.
            DISPLAY "<--- COBRO DE CUOTAS DE PRESTAMOS --->".
            IF ADDRESS OF Chain-Parm = NULL
                ACCEPT Run-Date FROM DATE YYYYMMDD
            ELSE
                MOVE Chain-Date TO Run-Date
            END-IF.
            MOVE Run-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Run-Day-Number.
            PERFORM Initialize-Trans-Seq.
            PERFORM Open-AccountFile-IO.
            PERFORM Open-LoanFile-IO.
            PERFORM Open-InstallmentFile-IO.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ LoanFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF NOT Loan-Repaid
                            PERFORM Process-Loan
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE InstallmentFile.
            CLOSE LoanFile.
            CLOSE AccountFile.
            PERFORM Print-Arrears-Listing.
            PERFORM Print-Collection-Totals.
            GOBACK.

        Open-AccountFile-IO.
            OPEN I-O AccountFile.
            IF Account-File-Status = '35'
                OPEN OUTPUT AccountFile
                CLOSE AccountFile
                OPEN I-O AccountFile
            END-IF.

        Open-LoanFile-IO.
            OPEN I-O LoanFile.
            IF Loan-File-Status = '35'
                OPEN OUTPUT LoanFile
                CLOSE LoanFile
                OPEN I-O LoanFile
            END-IF.

        Open-InstallmentFile-IO.
            OPEN I-O InstallmentFile.
            IF Installment-File-Status = '35'
                OPEN OUTPUT InstallmentFile
                CLOSE InstallmentFile
                OPEN I-O InstallmentFile
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

        Compute-Serial-Day.
            MOVE Serial-Date(1:4) TO Serial-Year.
            MOVE Serial-Date(5:2) TO Serial-Month.
            MOVE Serial-Date(7:2) TO Serial-Day.
            IF Serial-Month <= 2
                SUBTRACT 1 FROM Serial-Year
                ADD 12 TO Serial-Month
            END-IF.
            DIVIDE Serial-Year BY 4 GIVING Serial-Leap-4.
            DIVIDE Serial-Year BY 100 GIVING Serial-Leap-100.
            DIVIDE Serial-Year BY 400 GIVING Serial-Leap-400.
            COMPUTE Serial-Work = 153 * (Serial-Month - 3) + 2.
            DIVIDE Serial-Work BY 5 GIVING Serial-Month-Days.
            COMPUTE Serial-Day-Number =
                Serial-Year * 365 + Serial-Leap-4
                - Serial-Leap-100 + Serial-Leap-400
                + Serial-Month-Days + Serial-Day.

        Process-Loan.
            MOVE 'N' TO Loan-Overdue-Found.
            MOVE 0 TO Loan-Capital-Pending.
            MOVE Loan-ID TO Inst-Loan-ID.
            MOVE 0 TO Inst-Number.
            MOVE 'N' TO End-Of-Installments.
            START InstallmentFile KEY IS > Inst-Key
                INVALID KEY
                    MOVE 'Y' TO End-Of-Installments
            END-START.
            PERFORM UNTIL End-Of-Installments = 'Y'
                READ InstallmentFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Installments
                    NOT AT END
                        IF Inst-Loan-ID NOT = Loan-ID
                            MOVE 'Y' TO End-Of-Installments
                        ELSE
                            PERFORM Process-Installment
                        END-IF
                END-READ
            END-PERFORM.
            MOVE Loan-Capital-Pending TO Loan-Outstanding.
            IF Loan-Overdue-Found = 'Y'
                MOVE 'M' TO Loan-Status
            ELSE IF Loan-Capital-Pending = 0
                MOVE 'P' TO Loan-Status
                ADD 1 TO Loans-Repaid
                DISPLAY "AMORTIZADO préstamo " Loan-ID
            ELSE
                MOVE 'A' TO Loan-Status
            END-IF.
            REWRITE LoanRecord.

        Process-Installment.
            IF (Inst-Pending OR Inst-Overdue)
            AND Inst-Due-Date <= Run-Date
                PERFORM Collect-Installment
            END-IF.
            IF NOT Inst-Collected
                ADD Inst-Capital TO Loan-Capital-Pending
            END-IF.
            IF Inst-Overdue
                MOVE 'Y' TO Loan-Overdue-Found
            END-IF.

        Collect-Installment.
            IF Inst-Overdue
                PERFORM Accrue-Late-Interest
            END-IF.
            COMPUTE Amount-Due = Inst-Amount + Inst-Late-Interest.
            MOVE SPACES TO Failure-Reason.
            MOVE Loan-Account-ID TO Account-ID.
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                MOVE "Cuenta de cargo no disponible"
                    TO Failure-Reason
            ELSE IF Account-Frozen
                MOVE "Cuenta de cargo bloqueada"
                    TO Failure-Reason
            ELSE IF Account-Dormant
                MOVE "Cuenta de cargo durmiente"
                    TO Failure-Reason
            ELSE
                MOVE Loan-Account-ID TO Hold-Search-ID
                PERFORM Compute-Active-Holds
                COMPUTE Available-Balance =
                    Account-Balance - Active-Holds-Total
                    - Amount-Due
                COMPUTE Min-Balance = 0 - Overdraft-Limit
                IF Available-Balance < Min-Balance
                    MOVE Insufficient-Funds TO Failure-Reason
                END-IF
            END-IF.
            IF Failure-Reason = SPACES
                PERFORM Post-Installment-Charge
            ELSE
                PERFORM Mark-Installment-Overdue
            END-IF.

        Accrue-Late-Interest.
            MOVE Inst-Late-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            IF Run-Day-Number > Serial-Day-Number
                COMPUTE Late-Days =
                    Run-Day-Number - Serial-Day-Number
                COMPUTE Late-Interest-New ROUNDED =
                    Inst-Amount * Loan-Late-Rate / 100
                    * Late-Days / 365
                ADD Late-Interest-New TO Inst-Late-Interest
            END-IF.
            MOVE Run-Date TO Inst-Late-Date.

        Post-Installment-Charge.
            MOVE Inst-Amount TO Transaction-Amount.
            SUBTRACT Transaction-Amount FROM Account-Balance.
            REWRITE AccountRecord.
            MOVE 'U' TO Trans-Type.
            PERFORM Record-Transaction.
            ADD Transaction-Amount TO Amount-Collected.
            IF Inst-Late-Interest > 0
                MOVE Trans-Seq-Counter TO Post-Orig-Seq
                MOVE Inst-Late-Interest TO Transaction-Amount
                SUBTRACT Transaction-Amount FROM Account-Balance
                REWRITE AccountRecord
                MOVE 'Y' TO Trans-Type
                PERFORM Record-Transaction
                MOVE 0 TO Post-Orig-Seq
                ADD Transaction-Amount TO Late-Interest-Collected
            END-IF.
            MOVE 'C' TO Inst-Status.
            MOVE Run-Date TO Inst-Paid-Date.
            REWRITE InstallmentRecord.
            ADD 1 TO Installments-Collected.
            DISPLAY "COBRADA   préstamo " Loan-ID
                " cuota " Inst-Number
                " importe " Amount-Due.

        Mark-Installment-Overdue.
            IF Inst-Pending
                MOVE 'M' TO Inst-Status
                MOVE Inst-Due-Date TO Inst-Late-Date
                PERFORM Accrue-Late-Interest
            END-IF.
            REWRITE InstallmentRecord.
            ADD 1 TO Installments-Overdue.
            DISPLAY "IMPAGADA  préstamo " Loan-ID
                " cuota " Inst-Number
                " importe " Amount-Due.
            DISPLAY "   motivo: " Failure-Reason.

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

        Read-Account-By-Key.
            READ AccountFile
                INVALID KEY
                    MOVE 'N' TO Found-Account
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Account
            END-READ.
            IF Found-Account = 'Y' AND Account-Closed
                MOVE 'N' TO Found-Account
            END-IF.

        Record-Transaction.
            PERFORM Get-Next-Trans-Seq.
            OPEN EXTEND TransactionFile.
            MOVE Account-ID TO Trans-Account-ID.
            MOVE Transaction-Amount TO Trans-Amount.
            MOVE Trans-Seq-Counter TO Trans-Seq-No.
            MOVE "CUOTAS" TO Trans-Teller-ID.
            MOVE Run-Date TO Trans-Date.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Trans-Time.
            MOVE Post-Orig-Seq TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Account-Branch-ID TO Trans-Branch-ID.
            WRITE TransactionRecord.
            CLOSE TransactionFile.

        Print-Arrears-Listing.
            DISPLAY "-----------------------------------------".
            DISPLAY "LISTADO DE MOROSIDAD AL " Run-Date.
            OPEN INPUT LoanFile.
            OPEN INPUT InstallmentFile.
            OPEN INPUT CustomerFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ LoanFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF NOT Loan-Repaid
                            ADD Loan-Outstanding
                                TO Portfolio-Outstanding
                        END-IF
                        IF Loan-In-Arrears
                            PERFORM List-Loan-Arrears
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CustomerFile.
            CLOSE InstallmentFile.
            CLOSE LoanFile.

        List-Loan-Arrears.
            ADD 1 TO Loans-In-Arrears.
            MOVE Loan-Customer-ID TO Customer-ID.
            READ CustomerFile
                INVALID KEY
                    MOVE "(cliente no registrado)" TO Customer-Name
            END-READ.
            DISPLAY "Préstamo " Loan-ID
                " cuenta " Loan-Account-ID
                " cliente " Loan-Customer-ID " " Customer-Name.
            MOVE Loan-ID TO Inst-Loan-ID.
            MOVE 0 TO Inst-Number.
            MOVE 'N' TO End-Of-Installments.
            START InstallmentFile KEY IS > Inst-Key
                INVALID KEY
                    MOVE 'Y' TO End-Of-Installments
            END-START.
            PERFORM UNTIL End-Of-Installments = 'Y'
                READ InstallmentFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Installments
                    NOT AT END
                        IF Inst-Loan-ID NOT = Loan-ID
                            MOVE 'Y' TO End-Of-Installments
                        ELSE IF Inst-Overdue
                            PERFORM List-Overdue-Installment
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY "   capital pendiente " Loan-Outstanding.

        List-Overdue-Installment.
            MOVE Inst-Due-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE 0 TO Late-Days.
            IF Run-Day-Number > Serial-Day-Number
                COMPUTE Late-Days =
                    Run-Day-Number - Serial-Day-Number
            END-IF.
            ADD Inst-Amount TO Arrears-Amount-Total.
            ADD Inst-Late-Interest TO Arrears-Interest-Total.
            DISPLAY "   cuota " Inst-Number
                " vencida " Inst-Due-Date
                " días " Late-Days
                " importe " Inst-Amount
                " demora " Inst-Late-Interest.

        Print-Collection-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Cuotas cobradas:        " Installments-Collected.
            DISPLAY "Cuotas impagadas:       " Installments-Overdue.
            DISPLAY "Importe cobrado:        " Amount-Collected.
            DISPLAY "Demora cobrada:         " Late-Interest-Collected.
            DISPLAY "Préstamos amortizados:  " Loans-Repaid.
            DISPLAY "Préstamos en mora:      " Loans-In-Arrears.
            DISPLAY "Cuotas vencidas:        " Arrears-Amount-Total.
            DISPLAY "Demora pendiente:       " Arrears-Interest-Total.
            DISPLAY "Cartera viva:           " Portfolio-Outstanding.
