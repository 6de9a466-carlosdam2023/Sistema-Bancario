       IDENTIFICATION DIVISION.
        PROGRAM-ID. Fichero-FGD.
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
            SELECT OPTIONAL CustomerFile
            ASSIGN TO "clientes.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Customer-ID
                FILE STATUS IS Customer-File-Status.
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
            SELECT FGDFile
            ASSIGN USING FGD-File-Name
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

        FD CustomerFile.
        01 CustomerRecord.
            05 Customer-ID PIC 9(5).
            05 Customer-Name PIC X(30).
            05 Customer-Document PIC X(15).
            05 Customer-Address PIC X(40).
            05 Customer-Phone PIC X(12).
            05 Customer-Email PIC X(40).

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

        FD FGDFile.
        01 FGD-Header-Record.
            05 FGD-H-Type PIC X(1).
            05 FGD-H-Entity PIC X(4).
            05 FGD-H-Ref-Date PIC 9(8).
            05 FGD-H-Gen-Date PIC 9(8).
            05 FGD-H-Gen-Time PIC 9(6).
            05 FGD-H-Limit PIC 9(9)V99.
            05 FILLER PIC X(112).
        01 FGD-Holder-Record.
            05 FGD-T-Type PIC X(1).
            05 FGD-T-Customer-ID PIC 9(5).
            05 FGD-T-Document PIC X(15).
            05 FGD-T-Name PIC X(30).
            05 FGD-T-Address PIC X(40).
            05 FGD-T-Phone PIC X(12).
            05 FILLER PIC X(47).
        01 FGD-Product-Record.
            05 FGD-P-Type PIC X(1).
            05 FGD-P-Customer-ID PIC 9(5).
            05 FGD-P-Product PIC X(2).
                88 FGD-Savings VALUE "CA".
                88 FGD-Checking VALUE "CC".
                88 FGD-Term-Deposit VALUE "PF".
            05 FGD-P-Product-ID PIC 9(5).
            05 FGD-P-Account-ID PIC 9(5).
            05 FGD-P-Capital PIC S9(9)V99.
            05 FGD-P-Interest PIC 9(7)V99.
            05 FGD-P-Position PIC 9(9)V99.
            05 FGD-P-Flag PIC X(1).
                88 FGD-Normal VALUE SPACE.
                88 FGD-Frozen VALUE 'B'.
                88 FGD-With-Hold VALUE 'R'.
            05 FGD-P-Hold-Amount PIC 9(9)V99.
            05 FILLER PIC X(89).
        01 FGD-Guarantee-Record.
            05 FGD-G-Type PIC X(1).
            05 FGD-G-Customer-ID PIC 9(5).
            05 FGD-G-Products PIC 9(3).
            05 FGD-G-Position PIC 9(9)V99.
            05 FGD-G-Guaranteed PIC 9(9)V99.
            05 FGD-G-Not-Guaranteed PIC 9(9)V99.
            05 FGD-G-Special-Flag PIC X(1).
            05 FGD-G-Special-Amount PIC 9(9)V99.
            05 FILLER PIC X(96).
        01 FGD-Control-Record.
            05 FGD-Z-Type PIC X(1).
            05 FGD-Z-Depositors PIC 9(7).
            05 FGD-Z-Products PIC 9(7).
            05 FGD-Z-Position PIC 9(11)V99.
            05 FGD-Z-Guaranteed PIC 9(11)V99.
            05 FGD-Z-Not-Guaranteed PIC 9(11)V99.
            05 FGD-Z-Special-Count PIC 9(7).
            05 FGD-Z-Special-Amount PIC 9(11)V99.
            05 FILLER PIC X(76).

        WORKING-STORAGE SECTION.
        01 Account-File-Status PIC X(2).
        01 Customer-File-Status PIC X(2).
        01 Deposit-File-Status PIC X(2).
        01 Hold-File-Status PIC X(2).
        01 End-Of-File PIC X VALUE 'N'.
        01 Input-Valid PIC X VALUE 'N'.
        01 FGD-File-Name PIC X(30).
        01 Entity-Text PIC X(4) JUSTIFIED RIGHT.
        01 Entity-Code PIC X(4).
        01 Guarantee-Limit PIC 9(9)V99 VALUE 100000.00.
        01 Ref-Date PIC 9(8).
        01 Ref-Day-Number PIC 9(7).
        01 Gen-Time-8 PIC 9(8).
        01 Start-Day-Number PIC 9(7).
        01 End-Day-Number PIC 9(7).
        01 Accrual-Days PIC 9(5).
        01 Acct-Used PIC 9(4) VALUE 0.
        01 Acct-Sub PIC 9(4).
        01 Acct-Found PIC X VALUE 'N'.
        01 Acct-Overflow PIC 9(7) VALUE 0.
        01 Acct-Table.
            05 Acct-Entry OCCURS 2000 TIMES.
                10 Acct-ID PIC 9(5).
                10 Acct-Customer-ID PIC 9(5).
                10 Acct-Type PIC X(1).
                10 Acct-Status PIC X(1).
                10 Acct-Balance PIC S9(7)V99.
                10 Acct-Hold-Total PIC 9(9)V99.
                10 Acct-Reported PIC X(1).
        01 Dep-Used PIC 9(4) VALUE 0.
        01 Dep-Sub PIC 9(4).
        01 Dep-Overflow PIC 9(7) VALUE 0.
        01 Dep-Table.
            05 Dep-Entry OCCURS 2000 TIMES.
                10 Dep-ID PIC 9(5).
                10 Dep-Account-ID PIC 9(5).
                10 Dep-Customer-ID PIC 9(5).
                10 Dep-Principal PIC 9(7)V99.
                10 Dep-Interest PIC 9(7)V99.
                10 Dep-Flag PIC X(1).
                10 Dep-Reported PIC X(1).
        01 Deposit-Interest PIC 9(7)V99.
        01 Customer-Products PIC 9(3).
        01 Customer-Position PIC 9(9)V99.
        01 Customer-Guaranteed PIC 9(9)V99.
        01 Customer-Special PIC 9(9)V99.
        01 Product-Position PIC 9(9)V99.
        01 Depositor-Count PIC 9(7) VALUE 0.
        01 Product-Count PIC 9(7) VALUE 0.
        01 Total-Position PIC 9(11)V99 VALUE 0.
        01 Total-Guaranteed PIC 9(11)V99 VALUE 0.
        01 Total-Not-Guaranteed PIC 9(11)V99 VALUE 0.
        01 Special-Count PIC 9(7) VALUE 0.
        01 Special-Total PIC 9(11)V99 VALUE 0.
        01 Orphan-Accounts PIC 9(5) VALUE 0.
        01 Orphan-Deposits PIC 9(5) VALUE 0.
        01 Serial-Date PIC 9(8).
        01 Serial-Year PIC 9(4).
        01 Serial-Month PIC 9(2).
        01 Serial-Day PIC 9(2).
        01 Serial-Leap-4 PIC 9(4).
        01 Serial-Leap-100 PIC 9(4).
        01 Serial-Leap-400 PIC 9(4).
        01 Serial-Work PIC 9(5).
        01 Serial-Month-Days PIC 9(3).
        01 Serial-Day-Number PIC 9(7).

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- FICHERO DE VISTA UNICA DE CLIENTE FGD --->".
            PERFORM Get-Entity-Code.
            ACCEPT Ref-Date FROM DATE YYYYMMDD.
            MOVE Ref-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Ref-Day-Number.
            MOVE SPACES TO FGD-File-Name.
            STRING "fgd_" Ref-Date ".dat"
                DELIMITED BY SIZE INTO FGD-File-Name.
            PERFORM Load-Account-Table.
            IF Acct-Overflow > 0
                DISPLAY "** ERROR: más de 2000 cuentas vivas, "
                    "proceso cancelado **"
                STOP RUN
            END-IF.
            PERFORM Load-Active-Holds.
            PERFORM Load-Deposit-Table.
            IF Dep-Overflow > 0
                DISPLAY "** ERROR: más de 2000 plazos activos, "
                    "proceso cancelado **"
                STOP RUN
            END-IF.
            OPEN OUTPUT FGDFile.
            PERFORM Write-Header-Record.
            PERFORM Process-Customers.
            PERFORM Write-Control-Record.
            CLOSE FGDFile.
            PERFORM Count-Orphan-Products.
            PERFORM Print-FGD-Totals.
            STOP RUN.

        Get-Entity-Code.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Código de entidad (4 dígitos):"
                ACCEPT Entity-Text
                INSPECT Entity-Text
                    REPLACING LEADING SPACE BY '0'
                IF Entity-Text IS NUMERIC
                    MOVE Entity-Text TO Entity-Code
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Código de entidad no válido"
                END-IF
            END-PERFORM.

        Load-Account-Table.
            OPEN INPUT AccountFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ AccountFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF NOT Account-Closed
                            PERFORM Add-Account-Entry
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AccountFile.

        Add-Account-Entry.
            IF Acct-Used >= 2000
                ADD 1 TO Acct-Overflow
            ELSE
                ADD 1 TO Acct-Used
                MOVE Account-ID TO Acct-ID (Acct-Used)
                MOVE Account-Customer-ID
                    TO Acct-Customer-ID (Acct-Used)
                MOVE Account-Type TO Acct-Type (Acct-Used)
                MOVE Account-Status TO Acct-Status (Acct-Used)
                MOVE Account-Balance TO Acct-Balance (Acct-Used)
                MOVE 0 TO Acct-Hold-Total (Acct-Used)
                MOVE 'N' TO Acct-Reported (Acct-Used)
            END-IF.

        Find-Account-Entry.
            MOVE 'N' TO Acct-Found.
            PERFORM VARYING Acct-Sub FROM 1 BY 1
                UNTIL Acct-Sub > Acct-Used
                OR Acct-Found = 'Y'
                IF Acct-ID (Acct-Sub) = Account-ID
                    MOVE 'Y' TO Acct-Found
                END-IF
            END-PERFORM.
            IF Acct-Found = 'Y'
                SUBTRACT 1 FROM Acct-Sub
            END-IF.

        Load-Active-Holds.
            OPEN INPUT HoldFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ HoldFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Hold-Active
                            MOVE Hold-Account-ID TO Account-ID
                            PERFORM Find-Account-Entry
                            IF Acct-Found = 'Y'
                                ADD Hold-Amount
                                    TO Acct-Hold-Total (Acct-Sub)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HoldFile.

        Load-Deposit-Table.
            OPEN INPUT DepositFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ DepositFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Deposit-Active
                            PERFORM Add-Deposit-Entry
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE DepositFile.

        Add-Deposit-Entry.
            IF Dep-Used >= 2000
                ADD 1 TO Dep-Overflow
            ELSE
                PERFORM Compute-Accrued-Interest
                ADD 1 TO Dep-Used
                MOVE Deposit-ID TO Dep-ID (Dep-Used)
                MOVE Deposit-Account-ID TO Dep-Account-ID (Dep-Used)
                MOVE Deposit-Principal TO Dep-Principal (Dep-Used)
                MOVE Deposit-Interest TO Dep-Interest (Dep-Used)
                MOVE 'N' TO Dep-Reported (Dep-Used)
                MOVE 0 TO Dep-Customer-ID (Dep-Used)
                MOVE SPACE TO Dep-Flag (Dep-Used)
                MOVE Deposit-Account-ID TO Account-ID
                PERFORM Find-Account-Entry
                IF Acct-Found = 'Y'
                    MOVE Acct-Customer-ID (Acct-Sub)
                        TO Dep-Customer-ID (Dep-Used)
                    IF Acct-Status (Acct-Sub) = 'B'
                        MOVE 'B' TO Dep-Flag (Dep-Used)
                    END-IF
                END-IF
            END-IF.

        Compute-Accrued-Interest.
            MOVE Deposit-Start-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Start-Day-Number.
            MOVE Ref-Day-Number TO End-Day-Number.
            IF Deposit-Maturity-Date < Ref-Date
                MOVE Deposit-Maturity-Date TO Serial-Date
                PERFORM Compute-Serial-Day
                MOVE Serial-Day-Number TO End-Day-Number
            END-IF.
            IF End-Day-Number > Start-Day-Number
                COMPUTE Accrual-Days =
                    End-Day-Number - Start-Day-Number
            ELSE
                MOVE 0 TO Accrual-Days
            END-IF.
            COMPUTE Deposit-Interest ROUNDED =
                Deposit-Principal * Deposit-Rate / 100
                * Accrual-Days / 365.

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

        Write-Header-Record.
            MOVE SPACES TO FGD-Header-Record.
            MOVE 'H' TO FGD-H-Type.
            MOVE Entity-Code TO FGD-H-Entity.
            MOVE Ref-Date TO FGD-H-Ref-Date.
            ACCEPT FGD-H-Gen-Date FROM DATE YYYYMMDD.
            ACCEPT Gen-Time-8 FROM TIME.
            MOVE Gen-Time-8(1:6) TO FGD-H-Gen-Time.
            MOVE Guarantee-Limit TO FGD-H-Limit.
            WRITE FGD-Header-Record.

        Process-Customers.
            OPEN INPUT CustomerFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ CustomerFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        PERFORM Count-Customer-Products
                        IF Customer-Products > 0
                            PERFORM Write-Depositor
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CustomerFile.

        Count-Customer-Products.
            MOVE 0 TO Customer-Products.
            PERFORM VARYING Acct-Sub FROM 1 BY 1
                UNTIL Acct-Sub > Acct-Used
                IF Acct-Customer-ID (Acct-Sub) = Customer-ID
                    ADD 1 TO Customer-Products
                END-IF
            END-PERFORM.
            PERFORM VARYING Dep-Sub FROM 1 BY 1
                UNTIL Dep-Sub > Dep-Used
                IF Dep-Customer-ID (Dep-Sub) = Customer-ID
                    ADD 1 TO Customer-Products
                END-IF
            END-PERFORM.

        Write-Depositor.
            MOVE 0 TO Customer-Position.
            MOVE 0 TO Customer-Special.
            MOVE SPACES TO FGD-Holder-Record.
            MOVE 'T' TO FGD-T-Type.
            MOVE Customer-ID TO FGD-T-Customer-ID.
            MOVE Customer-Document TO FGD-T-Document.
            MOVE Customer-Name TO FGD-T-Name.
            MOVE Customer-Address TO FGD-T-Address.
            MOVE Customer-Phone TO FGD-T-Phone.
            WRITE FGD-Holder-Record.
            PERFORM VARYING Acct-Sub FROM 1 BY 1
                UNTIL Acct-Sub > Acct-Used
                IF Acct-Customer-ID (Acct-Sub) = Customer-ID
                    PERFORM Write-Account-Product
                END-IF
            END-PERFORM.
            PERFORM VARYING Dep-Sub FROM 1 BY 1
                UNTIL Dep-Sub > Dep-Used
                IF Dep-Customer-ID (Dep-Sub) = Customer-ID
                    PERFORM Write-Deposit-Product
                END-IF
            END-PERFORM.
            PERFORM Write-Guarantee-Record.

        Write-Account-Product.
            MOVE 'Y' TO Acct-Reported (Acct-Sub).
            MOVE SPACES TO FGD-Product-Record.
            MOVE 'P' TO FGD-P-Type.
            MOVE Customer-ID TO FGD-P-Customer-ID.
            IF Acct-Type (Acct-Sub) = 'C'
                MOVE "CC" TO FGD-P-Product
            ELSE
                MOVE "CA" TO FGD-P-Product
            END-IF.
            MOVE Acct-ID (Acct-Sub) TO FGD-P-Product-ID.
            MOVE Acct-ID (Acct-Sub) TO FGD-P-Account-ID.
            MOVE Acct-Balance (Acct-Sub) TO FGD-P-Capital.
            MOVE 0 TO FGD-P-Interest.
            IF Acct-Balance (Acct-Sub) > 0
                MOVE Acct-Balance (Acct-Sub) TO Product-Position
            ELSE
                MOVE 0 TO Product-Position
            END-IF.
            MOVE Product-Position TO FGD-P-Position.
            MOVE Acct-Hold-Total (Acct-Sub) TO FGD-P-Hold-Amount.
            IF Acct-Status (Acct-Sub) = 'B'
                MOVE 'B' TO FGD-P-Flag
            ELSE IF Acct-Hold-Total (Acct-Sub) > 0
                MOVE 'R' TO FGD-P-Flag
            ELSE
                MOVE SPACE TO FGD-P-Flag
            END-IF.
            PERFORM Write-Product-Record.

        Write-Deposit-Product.
            MOVE 'Y' TO Dep-Reported (Dep-Sub).
            MOVE SPACES TO FGD-Product-Record.
            MOVE 'P' TO FGD-P-Type.
            MOVE Customer-ID TO FGD-P-Customer-ID.
            MOVE "PF" TO FGD-P-Product.
            MOVE Dep-ID (Dep-Sub) TO FGD-P-Product-ID.
            MOVE Dep-Account-ID (Dep-Sub) TO FGD-P-Account-ID.
            MOVE Dep-Principal (Dep-Sub) TO FGD-P-Capital.
            MOVE Dep-Interest (Dep-Sub) TO FGD-P-Interest.
            COMPUTE Product-Position =
                Dep-Principal (Dep-Sub) + Dep-Interest (Dep-Sub).
            MOVE Product-Position TO FGD-P-Position.
            MOVE 0 TO FGD-P-Hold-Amount.
            MOVE Dep-Flag (Dep-Sub) TO FGD-P-Flag.
            PERFORM Write-Product-Record.

        Write-Product-Record.
            WRITE FGD-Product-Record.
            ADD 1 TO Product-Count.
            ADD Product-Position TO Customer-Position.
            IF NOT FGD-Normal
                ADD Product-Position TO Customer-Special
            END-IF.

        Write-Guarantee-Record.
            IF Customer-Position > Guarantee-Limit
                MOVE Guarantee-Limit TO Customer-Guaranteed
            ELSE
                MOVE Customer-Position TO Customer-Guaranteed
            END-IF.
            MOVE SPACES TO FGD-Guarantee-Record.
            MOVE 'G' TO FGD-G-Type.
            MOVE Customer-ID TO FGD-G-Customer-ID.
            MOVE Customer-Products TO FGD-G-Products.
            MOVE Customer-Position TO FGD-G-Position.
            MOVE Customer-Guaranteed TO FGD-G-Guaranteed.
            COMPUTE FGD-G-Not-Guaranteed =
                Customer-Position - Customer-Guaranteed.
            MOVE Customer-Special TO FGD-G-Special-Amount.
            IF Customer-Special > 0
                MOVE 'S' TO FGD-G-Special-Flag
                ADD 1 TO Special-Count
                ADD Customer-Special TO Special-Total
            ELSE
                MOVE 'N' TO FGD-G-Special-Flag
            END-IF.
            WRITE FGD-Guarantee-Record.
            ADD 1 TO Depositor-Count.
            ADD Customer-Position TO Total-Position.
            ADD Customer-Guaranteed TO Total-Guaranteed.
            ADD FGD-G-Not-Guaranteed TO Total-Not-Guaranteed.

        Write-Control-Record.
            MOVE SPACES TO FGD-Control-Record.
            MOVE 'Z' TO FGD-Z-Type.
            MOVE Depositor-Count TO FGD-Z-Depositors.
            MOVE Product-Count TO FGD-Z-Products.
            MOVE Total-Position TO FGD-Z-Position.
            MOVE Total-Guaranteed TO FGD-Z-Guaranteed.
            MOVE Total-Not-Guaranteed TO FGD-Z-Not-Guaranteed.
            MOVE Special-Count TO FGD-Z-Special-Count.
            MOVE Special-Total TO FGD-Z-Special-Amount.
            WRITE FGD-Control-Record.

        Count-Orphan-Products.
            PERFORM VARYING Acct-Sub FROM 1 BY 1
                UNTIL Acct-Sub > Acct-Used
                IF Acct-Reported (Acct-Sub) = 'N'
                    ADD 1 TO Orphan-Accounts
                    DISPLAY "** Cuenta " Acct-ID (Acct-Sub)
                        " sin titular en clientes.dat, saldo "
                        Acct-Balance (Acct-Sub) " **"
                END-IF
            END-PERFORM.
            PERFORM VARYING Dep-Sub FROM 1 BY 1
                UNTIL Dep-Sub > Dep-Used
                IF Dep-Reported (Dep-Sub) = 'N'
                    ADD 1 TO Orphan-Deposits
                    DISPLAY "** Plazo " Dep-ID (Dep-Sub)
                        " sin titular en clientes.dat, principal "
                        Dep-Principal (Dep-Sub) " **"
                END-IF
            END-PERFORM.

        Print-FGD-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Fecha de referencia:      " Ref-Date.
            DISPLAY "Depositantes:             " Depositor-Count.
            DISPLAY "Productos:                " Product-Count.
            DISPLAY "Posición total:           " Total-Position.
            DISPLAY "Importe garantizado:      " Total-Guaranteed.
            DISPLAY "Importe no garantizado:   " Total-Not-Guaranteed.
            DISPLAY "Titulares con bloqueos o retenciones: "
                Special-Count.
            DISPLAY "Importe bloqueado/retenido: " Special-Total.
            DISPLAY "Cuentas sin titular:      " Orphan-Accounts.
            DISPLAY "Plazos sin titular:       " Orphan-Deposits.
            DISPLAY "Archivo generado: " FGD-File-Name.
