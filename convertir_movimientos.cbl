       IDENTIFICATION DIVISION.
        PROGRAM-ID. Convertir-Movimientos.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OPTIONAL OldTransFile
            ASSIGN USING Old-File-Name
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS Old-Trans-Status.
            SELECT NewTransFile
            ASSIGN USING New-File-Name
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

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

        WORKING-STORAGE SECTION.
        01 Old-Trans-Status PIC X(2).
        01 Old-File-Name PIC X(30).
        01 New-File-Name PIC X(40).
        01 End-Of-File PIC X VALUE 'N'.
        01 Input-Valid PIC X VALUE 'N'.
        01 Period-Text PIC X(6) JUSTIFIED RIGHT.
        01 First-Period PIC 9(6).
        01 Last-Period PIC 9(6).
        01 Scan-Period PIC 9(6).
        01 Scan-Year PIC 9(4).
        01 Scan-Month PIC 9(2).
        01 Files-Converted PIC 9(5) VALUE 0.
        01 Trans-Converted PIC 9(7) VALUE 0.
        01 File-Trans-Count PIC 9(7) VALUE 0.

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- CONVERSION DE MOVIMIENTOS AL NUEVO "
                "FORMATO --->".
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
            DISPLAY "Ficheros convertidos:     " Files-Converted.
            DISPLAY "Movimientos convertidos:  " Trans-Converted.
            DISPLAY "Renombre cada fichero *_convertido.dat a su".
            DISPLAY "   nombre original antes de operar.".
            STOP RUN.

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
            MOVE 0 TO New-Trans-Check-No.
            WRITE NewTransRecord.
            ADD 1 TO File-Trans-Count.
            ADD 1 TO Trans-Converted.
