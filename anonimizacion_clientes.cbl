       IDENTIFICATION DIVISION.
        PROGRAM-ID. Anonimizacion-Clientes.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OPTIONAL CustomerFile
            ASSIGN TO "clientes.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Customer-ID
                FILE STATUS IS Customer-File-Status.
            SELECT OPTIONAL AccountFile
            ASSIGN TO "cuentas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Account-ID
                FILE STATUS IS Account-File-Status.
            SELECT OPTIONAL DepositFile
            ASSIGN TO "plazos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Deposit-ID
                FILE STATUS IS Deposit-File-Status.
            SELECT OPTIONAL HoldFile
            ASSIGN TO "retenciones.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Hold-Key
                FILE STATUS IS Hold-File-Status.
            SELECT OPTIONAL TransactionFile
            ASSIGN TO "transacciones.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL ArchiveFile
            ASSIGN USING Archive-File-Name
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL AnonAuditFile
            ASSIGN TO "anonimizacion_aud.dat"
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD CustomerFile.
        01 CustomerRecord.
            05 Customer-ID PIC 9(5).
            05 Customer-Name PIC X(30).
            05 Customer-Document PIC X(15).
            05 Customer-Address PIC X(40).
            05 Customer-Phone PIC X(12).
            05 Customer-Email PIC X(40).

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

        FD DepositFile.
        01 DepositRecord.
            05 Deposit-ID PIC 9(5).
            05 Deposit-Account-ID PIC 9(5).
            05 Deposit-Principal PIC 9(7)V99.
            05 Deposit-Rate PIC 9(2)V9(4).
            05 Deposit-Term-Months PIC 9(3).
            05 Deposit-Start-Date PIC 9(8).
            05 Deposit-Maturity-Date PIC 9(8).
            05 Deposit-Renewal PIC X(1).
                88 Deposit-Renew VALUE 'R'.
                88 Deposit-Payout VALUE 'P'.
            05 Deposit-Status PIC X(1).
                88 Deposit-Active VALUE 'A'.
                88 Deposit-Matured VALUE 'V'.
                88 Deposit-Cancelled VALUE 'C'.

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
                88 Opening-Credit VALUE 'B'.
                88 Opening-Debit VALUE 'O'.
                88 Reversal-Debit VALUE 'R'.
                88 Reversal-Credit VALUE 'V'.
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

        FD ArchiveFile.
        01 ArchiveTransRecord.
            05 Arch-Account-ID PIC 9(5).
            05 Arch-Type PIC X(1).
            05 Arch-Amount PIC 9(7)V99.
            05 Arch-Date PIC 9(8).
            05 Arch-Time PIC 9(6).
            05 Arch-Seq-No PIC 9(7).
            05 Arch-Teller-ID PIC X(8).
            05 Arch-Orig-Seq-No PIC 9(7).
            05 Arch-Reversed-Flag PIC X(1).
            05 Arch-Check-No PIC 9(7).
            05 Arch-Branch-ID PIC 9(4).

        FD AnonAuditFile.
        01 AnonAuditRecord.
            05 Anon-Run-Date PIC 9(8).
            05 Anon-Run-Time PIC 9(6).
            05 Anon-Mode PIC X(1).
                88 Anon-Simulated VALUE 'S'.
                88 Anon-Applied VALUE 'A'.
            05 Anon-Customer-ID PIC 9(5).
            05 Anon-Account-Count PIC 9(3).
            05 Anon-Last-Movement PIC 9(8).
            05 Anon-Cutoff-Date PIC 9(8).
            05 Anon-Retention-Years PIC 9(2).
            05 Anon-First-Period PIC 9(6).

        WORKING-STORAGE SECTION.
        01 Customer-File-Status PIC X(2).
        01 Account-File-Status PIC X(2).
        01 Deposit-File-Status PIC X(2).
        01 Hold-File-Status PIC X(2).
        01 End-Of-File PIC X VALUE 'N'.
        01 Input-Valid PIC X VALUE 'N'.
        01 Run-Mode PIC X(1).
            88 Run-Simulation VALUE 'S'.
            88 Run-Apply VALUE 'A'.
        01 Confirm-Text PIC X(1).
        01 Retention-Text PIC X(2) JUSTIFIED RIGHT.
        01 Retention-Years PIC 9(2).
        01 Default-Retention-Years PIC 9(2) VALUE 10.
        01 Anonymized-Name PIC X(30) VALUE "CLIENTE ANONIMIZADO".
        01 Anonymized-Document PIC X(15) VALUE "ANONIMIZADO".
        01 Run-Date PIC 9(8).
        01 Run-Time-8 PIC 9(8).
        01 Cutoff-Date PIC 9(8).
        01 Run-Year PIC 9(4).
        01 Run-Month-Day PIC 9(4).
        01 Cutoff-Year PIC 9(4).
        01 Archive-File-Name PIC X(30).
        01 Period-Text PIC X(6) JUSTIFIED RIGHT.
        01 First-Period PIC 9(6).
        01 Cutoff-Period PIC 9(6).
        01 Scan-Period PIC 9(6).
        01 Scan-Year PIC 9(4).
        01 Scan-Month PIC 9(2).
        01 Last-Period PIC 9(6).
        01 Move-Account-ID PIC 9(5).
        01 Move-Type PIC X(1).
        01 Move-Date PIC 9(8).
        01 Search-Customer-ID PIC 9(5).
        01 Search-Account-ID PIC 9(5).
        01 Cust-Found PIC X VALUE 'N'.
        01 Cust-Sub PIC 9(4).
        01 Cust-Used PIC 9(4) VALUE 0.
        01 Cust-Overflow PIC 9(7) VALUE 0.
        01 Cust-Table.
            05 Cust-Entry OCCURS 2000 TIMES.
                10 Cust-ID PIC 9(5).
                10 Cust-Status PIC X(1).
                    88 Cust-Eligible VALUE 'E'.
                    88 Cust-Open-Account VALUE 'C'.
                    88 Cust-Active-Deposit VALUE 'P'.
                    88 Cust-Live-Hold VALUE 'R'.
                    88 Cust-Recent-Movement VALUE 'M'.
                    88 Cust-No-History VALUE 'H'.
                10 Cust-Accounts PIC 9(3).
                10 Cust-Last-Date PIC 9(8).
        01 Acct-Found PIC X VALUE 'N'.
        01 Acct-Sub PIC 9(4).
        01 Acct-Used PIC 9(4) VALUE 0.
        01 Acct-Overflow PIC 9(7) VALUE 0.
        01 Acct-Table.
            05 Acct-Entry OCCURS 2000 TIMES.
                10 Acct-ID PIC 9(5).
                10 Acct-Cust-Sub PIC 9(4).
        01 Customers-Examined PIC 9(5) VALUE 0.
        01 Already-Anonymized PIC 9(5) VALUE 0.
        01 Excluded-Open-Account PIC 9(5) VALUE 0.
        01 Excluded-Deposit PIC 9(5) VALUE 0.
        01 Excluded-Hold PIC 9(5) VALUE 0.
        01 Excluded-Movement PIC 9(5) VALUE 0.
        01 Excluded-No-History PIC 9(5) VALUE 0.
        01 Customers-Treated PIC 9(5) VALUE 0.
        01 Accounts-Anonymized PIC 9(5) VALUE 0.

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- ANONIMIZACION DE CLIENTES SIN RELACION --->".
            PERFORM Get-Run-Mode.
            PERFORM Get-Retention-Entry.
            ACCEPT Run-Date FROM DATE YYYYMMDD.
            MOVE Run-Date(1:4) TO Run-Year.
            MOVE Run-Date(5:4) TO Run-Month-Day.
            COMPUTE Cutoff-Year = Run-Year - Retention-Years.
            COMPUTE Cutoff-Date =
                Cutoff-Year * 10000 + Run-Month-Day.
            DISPLAY "Último movimiento anterior a: " Cutoff-Date.
            PERFORM Get-First-Period.
            PERFORM Load-Customer-Table.
            IF Cust-Overflow > 0
                DISPLAY "** ERROR: más de 2000 clientes, "
                    "proceso cancelado **"
                STOP RUN
            END-IF.
            PERFORM Check-Customer-Accounts.
            IF Acct-Overflow > 0
                DISPLAY "** ERROR: más de 2000 cuentas cerradas, "
                    "proceso cancelado **"
                STOP RUN
            END-IF.
            PERFORM Check-Active-Deposits.
            PERFORM Check-Live-Holds.
            PERFORM Scan-Live-Journal.
            PERFORM Scan-Archive-Files.
            PERFORM Classify-Customers.
            IF Run-Apply AND Customers-Treated > 0
                PERFORM Anonymize-Customers
                PERFORM Anonymize-Account-Holders
            END-IF.
            PERFORM Print-Anonymization-Totals.
            STOP RUN.

        Get-Run-Mode.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Modo (S=Simulación, A=Aplicar):"
                ACCEPT Run-Mode
                IF Run-Simulation
                    MOVE 'Y' TO Input-Valid
                ELSE IF Run-Apply
                    DISPLAY "Los datos personales se borrarán de "
                        "forma irreversible."
                    DISPLAY "¿Confirmar la anonimización? (S/N)"
                    ACCEPT Confirm-Text
                    IF Confirm-Text = 'S' OR Confirm-Text = 's'
                        MOVE 'Y' TO Input-Valid
                    ELSE
                        MOVE 'S' TO Run-Mode
                        DISPLAY "Se ejecutará en simulación"
                        MOVE 'Y' TO Input-Valid
                    END-IF
                ELSE
                    DISPLAY "Modo no válido"
                END-IF
                END-IF
            END-PERFORM.

        Get-Retention-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Años de conservación (0="
                    Default-Retention-Years "):"
                ACCEPT Retention-Text
                INSPECT Retention-Text
                    REPLACING LEADING SPACE BY '0'
                IF Retention-Text IS NUMERIC
                    MOVE Retention-Text TO Retention-Years
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Número no válido"
                END-IF
            END-PERFORM.
            IF Retention-Years = 0
                MOVE Default-Retention-Years TO Retention-Years
            END-IF.

        Get-First-Period.
            MOVE Cutoff-Date(1:6) TO Cutoff-Period.
            DISPLAY "Primer período archivado (AAAAMM, 0="
                Cutoff-Period "):".
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                ACCEPT Period-Text
                INSPECT Period-Text
                    REPLACING LEADING SPACE BY '0'
                IF Period-Text IS NUMERIC
                    MOVE Period-Text TO First-Period
                    MOVE First-Period(5:2) TO Scan-Month
                    IF First-Period = 0
                    OR (Scan-Month >= 1 AND Scan-Month <= 12)
                        MOVE 'Y' TO Input-Valid
                    ELSE
                        DISPLAY "Período no válido"
                    END-IF
                ELSE
                    DISPLAY "Período no válido"
                END-IF
            END-PERFORM.
            IF First-Period = 0 OR First-Period > Cutoff-Period
                MOVE Cutoff-Period TO First-Period
            END-IF.

        Load-Customer-Table.
            OPEN INPUT CustomerFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ CustomerFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        ADD 1 TO Customers-Examined
                        IF Customer-Document = Anonymized-Document
                            ADD 1 TO Already-Anonymized
                        ELSE
                            PERFORM Add-Customer-Entry
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CustomerFile.

        Add-Customer-Entry.
            IF Cust-Used >= 2000
                ADD 1 TO Cust-Overflow
            ELSE
                ADD 1 TO Cust-Used
                MOVE Customer-ID TO Cust-ID (Cust-Used)
                MOVE 'E' TO Cust-Status (Cust-Used)
                MOVE 0 TO Cust-Accounts (Cust-Used)
                MOVE 0 TO Cust-Last-Date (Cust-Used)
            END-IF.

        Find-Customer-Entry.
            MOVE 'N' TO Cust-Found.
            PERFORM VARYING Cust-Sub FROM 1 BY 1
                UNTIL Cust-Sub > Cust-Used
                OR Cust-Found = 'Y'
                IF Cust-ID (Cust-Sub) = Search-Customer-ID
                    MOVE 'Y' TO Cust-Found
                END-IF
            END-PERFORM.
            IF Cust-Found = 'Y'
                SUBTRACT 1 FROM Cust-Sub
            END-IF.

        Find-Account-Entry.
            MOVE 'N' TO Acct-Found.
            PERFORM VARYING Acct-Sub FROM 1 BY 1
                UNTIL Acct-Sub > Acct-Used
                OR Acct-Found = 'Y'
                IF Acct-ID (Acct-Sub) = Search-Account-ID
                    MOVE 'Y' TO Acct-Found
                END-IF
            END-PERFORM.
            IF Acct-Found = 'Y'
                SUBTRACT 1 FROM Acct-Sub
                MOVE Acct-Cust-Sub (Acct-Sub) TO Cust-Sub
            END-IF.

        Check-Customer-Accounts.
            OPEN INPUT AccountFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ AccountFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        MOVE Account-Customer-ID TO Search-Customer-ID
                        PERFORM Find-Customer-Entry
                        IF Cust-Found = 'Y'
                            PERFORM Tally-Customer-Account
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AccountFile.

        Tally-Customer-Account.
            ADD 1 TO Cust-Accounts (Cust-Sub).
            IF NOT Account-Closed
                MOVE 'C' TO Cust-Status (Cust-Sub)
            ELSE IF Acct-Used >= 2000
                ADD 1 TO Acct-Overflow
            ELSE
                ADD 1 TO Acct-Used
                MOVE Account-ID TO Acct-ID (Acct-Used)
                MOVE Cust-Sub TO Acct-Cust-Sub (Acct-Used)
            END-IF.

        Check-Active-Deposits.
            OPEN INPUT DepositFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ DepositFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Deposit-Active
                            MOVE Deposit-Account-ID
                                TO Search-Account-ID
                            PERFORM Find-Account-Entry
                            IF Acct-Found = 'Y'
                            AND Cust-Eligible (Cust-Sub)
                                MOVE 'P' TO Cust-Status (Cust-Sub)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DepositFile.

        Check-Live-Holds.
            OPEN INPUT HoldFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ HoldFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Hold-Active
                            MOVE Hold-Account-ID TO Search-Account-ID
                            PERFORM Find-Account-Entry
                            IF Acct-Found = 'Y'
                            AND Cust-Eligible (Cust-Sub)
                                MOVE 'R' TO Cust-Status (Cust-Sub)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HoldFile.

        Scan-Live-Journal.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        MOVE Trans-Account-ID TO Move-Account-ID
                        MOVE Trans-Type TO Move-Type
                        MOVE Trans-Date TO Move-Date
                        PERFORM Tally-Last-Movement
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Scan-Archive-Files.
            MOVE First-Period(1:4) TO Scan-Year.
            MOVE First-Period(5:2) TO Scan-Month.
            MOVE Run-Date(1:6) TO Last-Period.
            COMPUTE Scan-Period = Scan-Year * 100 + Scan-Month.
            PERFORM UNTIL Scan-Period > Last-Period
                PERFORM Scan-One-Archive
                ADD 1 TO Scan-Month
                IF Scan-Month > 12
                    MOVE 1 TO Scan-Month
                    ADD 1 TO Scan-Year
                END-IF
                COMPUTE Scan-Period = Scan-Year * 100 + Scan-Month
            END-PERFORM.

        Scan-One-Archive.
            MOVE SPACES TO Archive-File-Name.
            STRING "transacciones_" Scan-Period ".dat"
                DELIMITED BY SIZE INTO Archive-File-Name.
            OPEN INPUT ArchiveFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ ArchiveFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        MOVE Arch-Account-ID TO Move-Account-ID
                        MOVE Arch-Type TO Move-Type
                        MOVE Arch-Date TO Move-Date
                        PERFORM Tally-Last-Movement
                END-READ
            END-PERFORM.
            CLOSE ArchiveFile.

        Tally-Last-Movement.
            IF Move-Type NOT = 'B' AND Move-Type NOT = 'O'
                MOVE Move-Account-ID TO Search-Account-ID
                PERFORM Find-Account-Entry
                IF Acct-Found = 'Y'
                AND Move-Date > Cust-Last-Date (Cust-Sub)
                    MOVE Move-Date TO Cust-Last-Date (Cust-Sub)
                END-IF
            END-IF.

        Classify-Customers.
            PERFORM VARYING Cust-Sub FROM 1 BY 1
                UNTIL Cust-Sub > Cust-Used
                PERFORM Classify-One-Customer
            END-PERFORM.

        Classify-One-Customer.
            IF Cust-Eligible (Cust-Sub)
                IF Cust-Accounts (Cust-Sub) = 0
                    MOVE 'H' TO Cust-Status (Cust-Sub)
                ELSE IF Cust-Last-Date (Cust-Sub) >= Cutoff-Date
                    MOVE 'M' TO Cust-Status (Cust-Sub)
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN Cust-Eligible (Cust-Sub)
                    ADD 1 TO Customers-Treated
                    PERFORM Write-Anon-Audit
                    PERFORM Show-Anon-Customer
                WHEN Cust-Open-Account (Cust-Sub)
                    ADD 1 TO Excluded-Open-Account
                WHEN Cust-Active-Deposit (Cust-Sub)
                    ADD 1 TO Excluded-Deposit
                WHEN Cust-Live-Hold (Cust-Sub)
                    ADD 1 TO Excluded-Hold
                WHEN Cust-Recent-Movement (Cust-Sub)
                    ADD 1 TO Excluded-Movement
                WHEN Cust-No-History (Cust-Sub)
                    ADD 1 TO Excluded-No-History
            END-EVALUATE.

        Show-Anon-Customer.
            IF Cust-Last-Date (Cust-Sub) = 0
                DISPLAY "ANONIMIZAR cliente " Cust-ID (Cust-Sub)
                    " cuentas " Cust-Accounts (Cust-Sub)
                    " sin movimientos desde " First-Period
            ELSE
                DISPLAY "ANONIMIZAR cliente " Cust-ID (Cust-Sub)
                    " cuentas " Cust-Accounts (Cust-Sub)
                    " último movimiento "
                    Cust-Last-Date (Cust-Sub)
            END-IF.

        Write-Anon-Audit.
            OPEN EXTEND AnonAuditFile.
            MOVE Run-Date TO Anon-Run-Date.
            ACCEPT Run-Time-8 FROM TIME.
            MOVE Run-Time-8(1:6) TO Anon-Run-Time.
            MOVE Run-Mode TO Anon-Mode.
            MOVE Cust-ID (Cust-Sub) TO Anon-Customer-ID.
            MOVE Cust-Accounts (Cust-Sub) TO Anon-Account-Count.
            MOVE Cust-Last-Date (Cust-Sub) TO Anon-Last-Movement.
            MOVE Cutoff-Date TO Anon-Cutoff-Date.
            MOVE Retention-Years TO Anon-Retention-Years.
            MOVE First-Period TO Anon-First-Period.
            WRITE AnonAuditRecord.
            CLOSE AnonAuditFile.

        Anonymize-Customers.
            OPEN I-O CustomerFile.
            PERFORM VARYING Cust-Sub FROM 1 BY 1
                UNTIL Cust-Sub > Cust-Used
                IF Cust-Eligible (Cust-Sub)
                    PERFORM Anonymize-One-Customer
                END-IF
            END-PERFORM.
            CLOSE CustomerFile.

        Anonymize-One-Customer.
            MOVE Cust-ID (Cust-Sub) TO Customer-ID.
            READ CustomerFile
                INVALID KEY
                    DISPLAY "** Cliente " Cust-ID (Cust-Sub)
                        " no encontrado al anonimizar **"
                NOT INVALID KEY
                    MOVE Anonymized-Name TO Customer-Name
                    MOVE Anonymized-Document TO Customer-Document
                    MOVE SPACES TO Customer-Address
                    MOVE SPACES TO Customer-Phone
                    MOVE SPACES TO Customer-Email
                    REWRITE CustomerRecord
            END-READ.

        Anonymize-Account-Holders.
            OPEN I-O AccountFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ AccountFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        MOVE Account-ID TO Search-Account-ID
                        PERFORM Find-Account-Entry
                        IF Acct-Found = 'Y'
                        AND Cust-Eligible (Cust-Sub)
                            MOVE Anonymized-Name TO Account-Holder
                            REWRITE AccountRecord
                            ADD 1 TO Accounts-Anonymized
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AccountFile.

        Print-Anonymization-Totals.
            DISPLAY "-----------------------------------------".
            IF Run-Simulation
                DISPLAY "*** SIMULACION: no se ha modificado ningún "
                    "dato ***"
            END-IF.
            DISPLAY "Años de conservación:     " Retention-Years.
            DISPLAY "Fecha de corte:           " Cutoff-Date.
            DISPLAY "Archivos revisados desde: " First-Period.
            DISPLAY "Clientes leídos:          " Customers-Examined.
            DISPLAY "Ya anonimizados:          " Already-Anonymized.
            DISPLAY "Con cuentas abiertas:     " Excluded-Open-Account.
            DISPLAY "Con plazos activos:       " Excluded-Deposit.
            DISPLAY "Con retenciones vivas:    " Excluded-Hold.
            DISPLAY "Con movimientos recientes: " Excluded-Movement.
            DISPLAY "Sin cuentas registradas:  " Excluded-No-History.
            DISPLAY "Clientes anonimizables:   " Customers-Treated.
            DISPLAY "Cuentas anonimizadas:     " Accounts-Anonymized.
            DISPLAY "Registro de auditoría: anonimizacion_aud.dat".
