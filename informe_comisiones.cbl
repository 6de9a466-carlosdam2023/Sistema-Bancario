       IDENTIFICATION DIVISION.
        PROGRAM-ID. Informe-Comisiones.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OPTIONAL FeeLogFile
            ASSIGN TO "comisiones.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL TransactionFile
            ASSIGN TO "transacciones.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL ArchiveFile
            ASSIGN USING Archive-File-Name
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

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

        FD TransactionFile.
        01 TransactionRecord.
            05 Trans-Account-ID PIC 9(5).
            05 Trans-Type PIC X(1).
                88 Maintenance-Fee VALUE 'M'.
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

        WORKING-STORAGE SECTION.
        01 End-Of-File PIC X VALUE 'N'.
        01 Input-Valid PIC X VALUE 'N'.
        01 Archive-File-Name PIC X(30).
        01 Period-Text PIC X(6) JUSTIFIED RIGHT.
        01 Report-Period PIC 9(6).
        01 Report-Month PIC 9(2).
        01 Move-Operation PIC X(2).
        01 Move-Teller-ID PIC X(8).
        01 Move-Amount PIC S9(7)V99.
        01 Move-Count PIC S9(1).
        01 Type-Found PIC X VALUE 'N'.
        01 Type-Sub PIC 9(2).
        01 Types-Used PIC 9(2) VALUE 0.
        01 Type-Table.
            05 Type-Entry OCCURS 10 TIMES.
                10 Type-Entry-Code PIC X(2).
                10 Type-Entry-Count PIC S9(7).
                10 Type-Entry-Amount PIC S9(9)V99.
        01 Teller-Found PIC X VALUE 'N'.
        01 Teller-Sub PIC 9(3).
        01 Tellers-Used PIC 9(3) VALUE 0.
        01 Teller-Table.
            05 Teller-Entry OCCURS 100 TIMES.
                10 Teller-Entry-ID PIC X(8).
                10 Teller-Entry-Count PIC S9(7).
                10 Teller-Entry-Amount PIC S9(9)V99.
        01 Type-Description PIC X(30).
        01 Fee-Count PIC S9(7) VALUE 0.
        01 Fee-Total PIC S9(9)V99 VALUE 0.
        01 Fee-Reversal-Count PIC 9(7) VALUE 0.

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- INFORME MENSUAL DE INGRESOS POR COMISIONES "
                "--->".
            PERFORM Get-Report-Period.
            PERFORM Scan-Fee-Register.
            PERFORM Scan-Live-Journal.
            PERFORM Scan-Period-Archive.
            PERFORM Print-Type-Totals.
            PERFORM Print-Teller-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Período:                 " Report-Period.
            DISPLAY "Comisiones cobradas:     " Fee-Count.
            DISPLAY "Comisiones anuladas:     " Fee-Reversal-Count.
            DISPLAY "Ingresos totales:        " Fee-Total.
            STOP RUN.

        Get-Report-Period.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Período del informe (AAAAMM):"
                ACCEPT Period-Text
                INSPECT Period-Text
                    REPLACING LEADING SPACE BY '0'
                IF Period-Text IS NUMERIC
                    MOVE Period-Text TO Report-Period
                    MOVE Report-Period(5:2) TO Report-Month
                    IF Report-Month >= 1 AND Report-Month <= 12
                        MOVE 'Y' TO Input-Valid
                    ELSE
                        DISPLAY "Período no válido"
                    END-IF
                ELSE
                    DISPLAY "Período no válido"
                END-IF
            END-PERFORM.

        Scan-Fee-Register.
            OPEN INPUT FeeLogFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ FeeLogFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Com-Date(1:6) = Report-Period
                            MOVE Com-Operation TO Move-Operation
                            MOVE Com-Teller-ID TO Move-Teller-ID
                            PERFORM Load-Fee-Register-Entry
                            PERFORM Accumulate-Fee
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FeeLogFile.

        Load-Fee-Register-Entry.
            IF Com-Reference(1:19) = "REVERSO DE COMISION"
                COMPUTE Move-Amount = 0 - Com-Amount
                MOVE -1 TO Move-Count
                ADD 1 TO Fee-Reversal-Count
            ELSE
                MOVE Com-Amount TO Move-Amount
                MOVE 1 TO Move-Count
            END-IF.

        Scan-Live-Journal.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Trans-Date(1:6) = Report-Period
                        AND Maintenance-Fee
                        AND NOT Trans-Reversed
                            MOVE "MA" TO Move-Operation
                            MOVE Trans-Teller-ID TO Move-Teller-ID
                            MOVE Trans-Amount TO Move-Amount
                            MOVE 1 TO Move-Count
                            PERFORM Accumulate-Fee
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Scan-Period-Archive.
            MOVE SPACES TO Archive-File-Name.
            STRING "transacciones_" Report-Period ".dat"
                DELIMITED BY SIZE INTO Archive-File-Name.
            OPEN INPUT ArchiveFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ ArchiveFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Arch-Date(1:6) = Report-Period
                        AND Arch-Type = 'M'
                        AND Arch-Reversed-Flag NOT = 'R'
                            MOVE "MA" TO Move-Operation
                            MOVE Arch-Teller-ID TO Move-Teller-ID
                            MOVE Arch-Amount TO Move-Amount
                            MOVE 1 TO Move-Count
                            PERFORM Accumulate-Fee
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ArchiveFile.

        Accumulate-Fee.
            ADD Move-Count TO Fee-Count.
            ADD Move-Amount TO Fee-Total.
            MOVE 'N' TO Type-Found.
            PERFORM VARYING Type-Sub FROM 1 BY 1
                UNTIL Type-Sub > Types-Used
                OR Type-Found = 'Y'
                IF Type-Entry-Code (Type-Sub) = Move-Operation
                    MOVE 'Y' TO Type-Found
                    ADD Move-Count TO Type-Entry-Count (Type-Sub)
                    ADD Move-Amount TO Type-Entry-Amount (Type-Sub)
                END-IF
            END-PERFORM.
            IF Type-Found = 'N' AND Types-Used < 10
                ADD 1 TO Types-Used
                MOVE Move-Operation TO Type-Entry-Code (Types-Used)
                MOVE Move-Count TO Type-Entry-Count (Types-Used)
                MOVE Move-Amount TO Type-Entry-Amount (Types-Used)
            END-IF.
            MOVE 'N' TO Teller-Found.
            PERFORM VARYING Teller-Sub FROM 1 BY 1
                UNTIL Teller-Sub > Tellers-Used
                OR Teller-Found = 'Y'
                IF Teller-Entry-ID (Teller-Sub) = Move-Teller-ID
                    MOVE 'Y' TO Teller-Found
                    ADD Move-Count
                        TO Teller-Entry-Count (Teller-Sub)
                    ADD Move-Amount TO Teller-Entry-Amount (Teller-Sub)
                END-IF
            END-PERFORM.
            IF Teller-Found = 'N' AND Tellers-Used < 100
                ADD 1 TO Tellers-Used
                MOVE Move-Teller-ID TO Teller-Entry-ID (Tellers-Used)
                MOVE Move-Count TO Teller-Entry-Count (Tellers-Used)
                MOVE Move-Amount TO Teller-Entry-Amount (Tellers-Used)
            END-IF.

        Print-Type-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "INGRESOS POR TIPO DE COMISION".
            PERFORM VARYING Type-Sub FROM 1 BY 1
                UNTIL Type-Sub > Types-Used
                EVALUATE Type-Entry-Code (Type-Sub)
                    WHEN "TI"
                        MOVE "Transferencia interbancaria"
                            TO Type-Description
                    WHEN "RV"
                        MOVE "Retiro en ventanilla"
                            TO Type-Description
                    WHEN "CH"
                        MOVE "Emisión de chequera"
                            TO Type-Description
                    WHEN "RD"
                        MOVE "Recibo devuelto" TO Type-Description
                    WHEN "MA"
                        MOVE "Mantenimiento de cuenta"
                            TO Type-Description
                    WHEN OTHER
                        MOVE "Otras comisiones" TO Type-Description
                END-EVALUATE
                DISPLAY Type-Entry-Code (Type-Sub) " "
                    Type-Description
                    " cobros " Type-Entry-Count (Type-Sub)
                    " importe " Type-Entry-Amount (Type-Sub)
            END-PERFORM.

        Print-Teller-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "INGRESOS POR CAJERO".
            PERFORM VARYING Teller-Sub FROM 1 BY 1
                UNTIL Teller-Sub > Tellers-Used
                DISPLAY "Cajero " Teller-Entry-ID (Teller-Sub)
                    " cobros " Teller-Entry-Count (Teller-Sub)
                    " importe " Teller-Entry-Amount (Teller-Sub)
            END-PERFORM.
