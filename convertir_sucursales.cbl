       IDENTIFICATION DIVISION.
        PROGRAM-ID. Convertir-Sucursales.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OldAccountFile
            ASSIGN TO "cuentas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Old-Account-ID
                FILE STATUS IS Old-Account-Status.
            SELECT NewAccountFile
            ASSIGN TO "cuentas_convertido.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS New-Account-ID
                FILE STATUS IS New-Account-Status.
            SELECT OldUserFile
            ASSIGN TO "usuarios.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Old-Teller-ID
                FILE STATUS IS Old-User-Status.
            SELECT NewUserFile
            ASSIGN TO "usuarios_convertido.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS New-Teller-ID
                FILE STATUS IS New-User-Status.
            SELECT OPTIONAL OldTransFile
            ASSIGN USING Old-File-Name
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS Old-Trans-Status.
            SELECT NewTransFile
            ASSIGN USING New-File-Name
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD OldAccountFile.
        01 OldAccountRecord.
            05 Old-Account-ID PIC 9(5).
            05 Old-Holder PIC X(30).
            05 Old-Balance PIC S9(7)V99.
            05 Old-Status PIC X(1).
            05 Old-Type PIC X(1).
            05 Old-Overdraft-Limit PIC 9(7)V99.
            05 Old-Customer-ID PIC 9(5).

        FD NewAccountFile.
        01 NewAccountRecord.
            05 New-Account-ID PIC 9(5).
            05 New-Holder PIC X(30).
            05 New-Balance PIC S9(7)V99.
            05 New-Status PIC X(1).
            05 New-Type PIC X(1).
            05 New-Overdraft-Limit PIC 9(7)V99.
            05 New-Customer-ID PIC 9(5).
            05 New-Branch-ID PIC 9(4).

        FD OldUserFile.
        01 OldUserRecord.
            05 Old-Teller-ID PIC X(8).
            05 Old-Teller-Name PIC X(30).
            05 Old-Teller-Password PIC X(8).
            05 Old-Teller-Level PIC X(1).

        FD NewUserFile.
        01 NewUserRecord.
            05 New-Teller-ID PIC X(8).
            05 New-Teller-Name PIC X(30).
            05 New-Teller-Password PIC X(8).
            05 New-Teller-Level PIC X(1).
            05 New-Teller-Branch-ID PIC 9(4).

        FD OldTransFile.
        01 OldTransRecord.
            05 Old-Trans-Account-ID PIC 9(5).
            05 Old-Trans-Type PIC X(1).
            05 Old-Trans-Amount PIC 9(7)V99.
            05 Old-Trans-Date PIC 9(8).
            05 Old-Trans-Time PIC 9(6).
            05 Old-Trans-Seq-No PIC 9(7).
            05 Old-Trans-Teller-ID PIC X(8).
            05 Old-Trans-Orig-Seq-No PIC 9(7).
            05 Old-Trans-Reversed-Flag PIC X(1).
            05 Old-Trans-Check-No PIC 9(7).

        FD NewTransFile.
        01 NewTransRecord.
            05 New-Trans-Account-ID PIC 9(5).
            05 New-Trans-Type PIC X(1).
            05 New-Trans-Amount PIC 9(7)V99.
            05 New-Trans-Date PIC 9(8).
            05 New-Trans-Time PIC 9(6).
            05 New-Trans-Seq-No PIC 9(7).
            05 New-Trans-Teller-ID PIC X(8).
            05 New-Trans-Orig-Seq-No PIC 9(7).
            05 New-Trans-Reversed-Flag PIC X(1).
            05 New-Trans-Check-No PIC 9(7).
            05 New-Trans-Branch-ID PIC 9(4).

        WORKING-STORAGE SECTION.
        01 Old-Account-Status PIC X(2).
        01 New-Account-Status PIC X(2).
        01 Old-User-Status PIC X(2).
        01 New-User-Status PIC X(2).
        01 Old-Trans-Status PIC X(2).
        01 Old-File-Name PIC X(30).
        01 New-File-Name PIC X(40).
        01 End-Of-File PIC X VALUE 'N'.
        01 Input-Valid PIC X VALUE 'N'.
        01 Branch-Text PIC X(4) JUSTIFIED RIGHT.
        01 Default-Branch-ID PIC 9(4) VALUE 1.
        01 Period-Text PIC X(6) JUSTIFIED RIGHT.
        01 First-Period PIC 9(6).
        01 Last-Period PIC 9(6).
        01 Scan-Period PIC 9(6).
        01 Scan-Year PIC 9(4).
        01 Scan-Month PIC 9(2).
        01 Accounts-Converted PIC 9(5) VALUE 0.
        01 Users-Converted PIC 9(5) VALUE 0.
        01 Files-Converted PIC 9(5) VALUE 0.
        01 Trans-Converted PIC 9(7) VALUE 0.
        01 File-Trans-Count PIC 9(7) VALUE 0.

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- CONVERSION A OFICINAS --->".
            PERFORM Get-Default-Branch.
            PERFORM Convert-Account-File.
            PERFORM Convert-User-File.
            MOVE "transacciones.dat" TO Old-File-Name.
            MOVE "transacciones_convertido.dat" TO New-File-Name.
            PERFORM Convert-One-File.
            DISPLAY "Primer período archivado a convertir "
                "(AAAAMM, 0=ninguno):".
            PERFORM Get-Period-Entry.
            MOVE Scan-Period TO First-Period.
            IF First-Period > 0
                DISPLAY "Último período archivado a convertir "
                    "(AAAAMM):"
                PERFORM Get-Period-Entry
                MOVE Scan-Period TO Last-Period
                PERFORM Convert-Archive-Range
            END-IF.
            DISPLAY "-----------------------------------------".
            DISPLAY "Oficina asignada:         " Default-Branch-ID.
            DISPLAY "Cuentas convertidas:      " Accounts-Converted.
            DISPLAY "Cajeros convertidos:      " Users-Converted.
            DISPLAY "Ficheros de movimientos:  " Files-Converted.
            DISPLAY "Movimientos convertidos:  " Trans-Converted.
            DISPLAY "Renombre cada fichero *_convertido.dat a su".
            DISPLAY "   nombre original y ejecute Copia-Cuentas".
            DISPLAY "   antes de operar.".
            STOP RUN.

        Get-Default-Branch.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Oficina a asignar (0=0001):"
                ACCEPT Branch-Text
                INSPECT Branch-Text
                    REPLACING LEADING SPACE BY '0'
                IF Branch-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Oficina no válida"
                END-IF
            END-PERFORM.
            IF Branch-Text NOT = "0000"
                MOVE Branch-Text TO Default-Branch-ID
            END-IF.

        Get-Period-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                ACCEPT Period-Text
                INSPECT Period-Text
                    REPLACING LEADING SPACE BY '0'
                IF Period-Text IS NUMERIC
                    MOVE Period-Text TO Scan-Period
                    MOVE Scan-Period(5:2) TO Scan-Month
                    IF Scan-Period = 0
                    OR (Scan-Month >= 1 AND Scan-Month <= 12)
                        MOVE 'Y' TO Input-Valid
                    ELSE
                        DISPLAY "Período no válido"
                    END-IF
                ELSE
                    DISPLAY "Período no válido"
                END-IF
            END-PERFORM.

        Convert-Account-File.
            OPEN INPUT OldAccountFile.
            IF Old-Account-Status NOT = '00'
                DISPLAY "No se puede leer cuentas.dat, estado "
                    Old-Account-Status
                DISPLAY "   (¿ya convertido?) - cuentas omitidas"
            ELSE
                OPEN OUTPUT NewAccountFile
                MOVE 'N' TO End-Of-File
                PERFORM UNTIL End-Of-File = 'Y'
                    READ OldAccountFile NEXT RECORD
                        AT END
                            MOVE 'Y' TO End-Of-File
                        NOT AT END
                            PERFORM Convert-One-Account
                    END-READ
                END-PERFORM
                CLOSE NewAccountFile
            END-IF.
            CLOSE OldAccountFile.

        Convert-One-Account.
            MOVE Old-Account-ID TO New-Account-ID.
            MOVE Old-Holder TO New-Holder.
            MOVE Old-Balance TO New-Balance.
            MOVE Old-Status TO New-Status.
            MOVE Old-Type TO New-Type.
            MOVE Old-Overdraft-Limit TO New-Overdraft-Limit.
            MOVE Old-Customer-ID TO New-Customer-ID.
            MOVE Default-Branch-ID TO New-Branch-ID.
            WRITE NewAccountRecord.
            ADD 1 TO Accounts-Converted.

        Convert-User-File.
            OPEN INPUT OldUserFile.
            IF Old-User-Status NOT = '00'
                DISPLAY "No se puede leer usuarios.dat, estado "
                    Old-User-Status
                DISPLAY "   (¿ya convertido?) - cajeros omitidos"
            ELSE
                OPEN OUTPUT NewUserFile
                MOVE 'N' TO End-Of-File
                PERFORM UNTIL End-Of-File = 'Y'
                    READ OldUserFile NEXT RECORD
                        AT END
                            MOVE 'Y' TO End-Of-File
                        NOT AT END
                            PERFORM Convert-One-User
                    END-READ
                END-PERFORM
                CLOSE NewUserFile
            END-IF.
            CLOSE OldUserFile.

        Convert-One-User.
            MOVE Old-Teller-ID TO New-Teller-ID.
            MOVE Old-Teller-Name TO New-Teller-Name.
            MOVE Old-Teller-Password TO New-Teller-Password.
            MOVE Old-Teller-Level TO New-Teller-Level.
            MOVE Default-Branch-ID TO New-Teller-Branch-ID.
            WRITE NewUserRecord.
            ADD 1 TO Users-Converted.

        Convert-Archive-Range.
            MOVE First-Period TO Scan-Period.
            PERFORM UNTIL Scan-Period > Last-Period
                MOVE SPACES TO Old-File-Name
                STRING "transacciones_" Scan-Period ".dat"
                    DELIMITED BY SIZE INTO Old-File-Name
                MOVE SPACES TO New-File-Name
                STRING "transacciones_" Scan-Period
                    "_convertido.dat"
                    DELIMITED BY SIZE INTO New-File-Name
                PERFORM Convert-One-File
                MOVE Scan-Period(1:4) TO Scan-Year
                MOVE Scan-Period(5:2) TO Scan-Month
                ADD 1 TO Scan-Month
                IF Scan-Month > 12
                    MOVE 1 TO Scan-Month
                    ADD 1 TO Scan-Year
                END-IF
                COMPUTE Scan-Period = Scan-Year * 100 + Scan-Month
            END-PERFORM.

        Convert-One-File.
            OPEN INPUT OldTransFile.
            IF Old-Trans-Status NOT = '00'
                DISPLAY "Omitido " Old-File-Name " estado "
                    Old-Trans-Status
                CLOSE OldTransFile
            ELSE
                OPEN OUTPUT NewTransFile
                MOVE 0 TO File-Trans-Count
                MOVE 'N' TO End-Of-File
                PERFORM UNTIL End-Of-File = 'Y'
                    READ OldTransFile
                        AT END
                            MOVE 'Y' TO End-Of-File
                        NOT AT END
                            PERFORM Convert-One-Transaction
                    END-READ
                END-PERFORM
                CLOSE NewTransFile
                CLOSE OldTransFile
                ADD 1 TO Files-Converted
                DISPLAY "Convertido " Old-File-Name " movimientos "
                    File-Trans-Count
            END-IF.

        Convert-One-Transaction.
            MOVE Old-Trans-Account-ID TO New-Trans-Account-ID.
            MOVE Old-Trans-Type TO New-Trans-Type.
            MOVE Old-Trans-Amount TO New-Trans-Amount.
            MOVE Old-Trans-Date TO New-Trans-Date.
            MOVE Old-Trans-Time TO New-Trans-Time.
            MOVE Old-Trans-Seq-No TO New-Trans-Seq-No.
            MOVE Old-Trans-Teller-ID TO New-Trans-Teller-ID.
            MOVE Old-Trans-Orig-Seq-No TO New-Trans-Orig-Seq-No.
            MOVE Old-Trans-Reversed-Flag TO New-Trans-Reversed-Flag.
            MOVE Old-Trans-Check-No TO New-Trans-Check-No.
            MOVE Default-Branch-ID TO New-Trans-Branch-ID.
            WRITE NewTransRecord.
            ADD 1 TO File-Trans-Count.
            ADD 1 TO Trans-Converted.
