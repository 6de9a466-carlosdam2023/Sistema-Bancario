       IDENTIFICATION DIVISION.
        PROGRAM-ID. Convertir-Usuarios.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

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

        DATA DIVISION.
        FILE SECTION.

        FD OldUserFile.
        01 OldUserRecord.
            05 Old-Teller-ID PIC X(8).
            05 Old-Teller-Name PIC X(30).
            05 Old-Teller-Password PIC X(8).
            05 Old-Teller-Level PIC X(1).
            05 Old-Teller-Branch-ID PIC 9(4).

        FD NewUserFile.
        01 NewUserRecord.
            05 New-Teller-ID PIC X(8).
            05 New-Teller-Name PIC X(30).
            05 New-Teller-Password-Hash PIC 9(18).
            05 New-Teller-Level PIC X(1).
            05 New-Teller-Branch-ID PIC 9(4).
            05 New-Teller-Password-Date PIC 9(8).
            05 New-Teller-Must-Change PIC X(1).
            05 New-Teller-Failed-Count PIC 9(2).
            05 New-Teller-Status PIC X(1).

        WORKING-STORAGE SECTION.
        01 Old-User-Status PIC X(2).
        01 New-User-Status PIC X(2).
        01 End-Of-File PIC X VALUE 'N'.
        01 Today-Date PIC 9(8).
        01 Users-Converted PIC 9(5) VALUE 0.
        01 Named-Supervisor-Found PIC X VALUE 'N'.
        01 Hash-Input.
            05 Hash-Salt-ID PIC X(8).
            05 Hash-Password PIC X(16).
        01 Hash-Sub PIC 9(2).
        01 Hash-Pass PIC 9(1).
        01 Hash-Char-Pair.
            05 Hash-Char-High PIC X(1).
            05 Hash-Char-Low PIC X(1).
        01 Hash-Char-Code REDEFINES Hash-Char-Pair PIC 9(4) COMP.
        01 Hash-Acc-1 PIC 9(10).
        01 Hash-Acc-2 PIC 9(10).
        01 Hash-Work PIC 9(13).
        01 Hash-Quotient PIC 9(13).
        01 Password-Hash PIC 9(18).

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- CONVERSION DE CONTRASEÑAS DE CAJEROS --->".
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            PERFORM Check-Named-Supervisors.
            PERFORM Convert-User-File.
            DISPLAY "-----------------------------------------".
            DISPLAY "Cajeros convertidos:      " Users-Converted.
            DISPLAY "Todos los cajeros deberán cambiar la contraseña".
            DISPLAY "   en su próximo acceso.".
            DISPLAY "Renombre usuarios_convertido.dat a usuarios.dat".
            DISPLAY "   antes de operar.".
            STOP RUN.

        Check-Named-Supervisors.
            OPEN INPUT OldUserFile.
            IF Old-User-Status = '00'
                MOVE 'N' TO End-Of-File
                PERFORM UNTIL End-Of-File = 'Y'
                    READ OldUserFile NEXT RECORD
                        AT END
                            MOVE 'Y' TO End-Of-File
                        NOT AT END
                            IF Old-Teller-Level = 'S'
                            AND Old-Teller-ID NOT = "ADMIN"
                                MOVE 'Y' TO Named-Supervisor-Found
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            CLOSE OldUserFile.

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
            MOVE Old-Teller-ID TO Hash-Salt-ID.
            MOVE Old-Teller-Password TO Hash-Password.
            PERFORM Compute-Password-Hash.
            MOVE Old-Teller-ID TO New-Teller-ID.
            MOVE Old-Teller-Name TO New-Teller-Name.
            MOVE Password-Hash TO New-Teller-Password-Hash.
            MOVE Old-Teller-Level TO New-Teller-Level.
            MOVE Old-Teller-Branch-ID TO New-Teller-Branch-ID.
            MOVE Today-Date TO New-Teller-Password-Date.
            MOVE 'S' TO New-Teller-Must-Change.
            MOVE 0 TO New-Teller-Failed-Count.
            MOVE 'A' TO New-Teller-Status.
            IF Old-Teller-ID = "ADMIN"
                PERFORM Disable-Admin-User
            END-IF.
            WRITE NewUserRecord.
            ADD 1 TO Users-Converted.

        Disable-Admin-User.
            IF Named-Supervisor-Found = 'Y'
                MOVE 'X' TO New-Teller-Status
                DISPLAY "Usuario ADMIN dado de baja: existen "
                    "supervisores nominativos"
            ELSE
                MOVE 'B' TO New-Teller-Status
                DISPLAY "Usuario ADMIN bloqueado: no hay "
                    "supervisores nominativos."
                DISPLAY "   Registre uno en usuarios.dat y repita "
                    "la conversión."
            END-IF.

        Compute-Password-Hash.
            MOVE 7 TO Hash-Acc-1.
            MOVE 11 TO Hash-Acc-2.
            PERFORM VARYING Hash-Pass FROM 1 BY 1
                UNTIL Hash-Pass > 2
                PERFORM VARYING Hash-Sub FROM 1 BY 1
                    UNTIL Hash-Sub > 24
                    MOVE LOW-VALUE TO Hash-Char-High
                    MOVE Hash-Input(Hash-Sub:1) TO Hash-Char-Low
                    COMPUTE Hash-Work = Hash-Acc-1 * 131
                        + Hash-Char-Code + Hash-Sub
                    DIVIDE Hash-Work BY 999999937
                        GIVING Hash-Quotient REMAINDER Hash-Acc-1
                    COMPUTE Hash-Work = Hash-Acc-2 * 257
                        + Hash-Char-Code * Hash-Sub + Hash-Pass
                    DIVIDE Hash-Work BY 999999929
                        GIVING Hash-Quotient REMAINDER Hash-Acc-2
                END-PERFORM
            END-PERFORM.
            COMPUTE Password-Hash =
                Hash-Acc-1 * 1000000000 + Hash-Acc-2.
