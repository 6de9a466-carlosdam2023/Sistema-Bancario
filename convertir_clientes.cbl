       IDENTIFICATION DIVISION.
        PROGRAM-ID. Convertir-Clientes.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OldCustomerFile
            ASSIGN TO "clientes.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Old-Customer-ID
                FILE STATUS IS Old-Customer-Status.
            SELECT NewCustomerFile
            ASSIGN TO "clientes_convertido.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS New-Customer-ID
                FILE STATUS IS New-Customer-Status.

        DATA DIVISION.
        FILE SECTION.

        FD OldCustomerFile.
        01 OldCustomerRecord.
            05 Old-Customer-ID PIC 9(5).
            05 Old-Customer-Name PIC X(30).
            05 Old-Customer-Document PIC X(15).
            05 Old-Customer-Address PIC X(40).
            05 Old-Customer-Phone PIC X(12).

        FD NewCustomerFile.
        01 NewCustomerRecord.
            05 New-Customer-ID PIC 9(5).
            05 New-Customer-Name PIC X(30).
            05 New-Customer-Document PIC X(15).
            05 New-Customer-Address PIC X(40).
            05 New-Customer-Phone PIC X(12).
            05 New-Customer-Email PIC X(40).

        WORKING-STORAGE SECTION.
        01 Old-Customer-Status PIC X(2).
        01 New-Customer-Status PIC X(2).
        01 End-Of-File PIC X VALUE 'N'.
        01 Customers-Converted PIC 9(5) VALUE 0.
        01 Customers-No-Phone PIC 9(5) VALUE 0.

        PROCEDURE DIVISION.

        Main-Logic.
            DISPLAY "<--- CONVERSION DE FICHERO DE CLIENTES --->".
            PERFORM Convert-Customer-File.
            DISPLAY "-----------------------------------------".
            DISPLAY "Clientes convertidos:     " Customers-Converted.
            DISPLAY "Clientes sin teléfono:    " Customers-No-Phone.
            DISPLAY "El correo queda en blanco; complételo con la".
            DISPLAY "   opción Actualizar cliente.".
            DISPLAY "Renombre clientes_convertido.dat a clientes.dat".
            DISPLAY "   antes de operar.".
            STOP RUN.

        Convert-Customer-File.
            OPEN INPUT OldCustomerFile.
            IF Old-Customer-Status NOT = '00'
                DISPLAY "No se puede leer clientes.dat, estado "
                    Old-Customer-Status
                DISPLAY "   (¿ya convertido?) - clientes omitidos"
            ELSE
                OPEN OUTPUT NewCustomerFile
                MOVE 'N' TO End-Of-File
                PERFORM UNTIL End-Of-File = 'Y'
                    READ OldCustomerFile NEXT RECORD
                        AT END
                            MOVE 'Y' TO End-Of-File
                        NOT AT END
                            PERFORM Convert-One-Customer
                    END-READ
                END-PERFORM
                CLOSE NewCustomerFile
            END-IF.
            CLOSE OldCustomerFile.

        Convert-One-Customer.
            MOVE Old-Customer-ID TO New-Customer-ID.
            MOVE Old-Customer-Name TO New-Customer-Name.
            MOVE Old-Customer-Document TO New-Customer-Document.
            MOVE Old-Customer-Address TO New-Customer-Address.
            MOVE Old-Customer-Phone TO New-Customer-Phone.
            MOVE SPACES TO New-Customer-Email.
            IF Old-Customer-Phone = SPACES
                ADD 1 TO Customers-No-Phone
            END-IF.
            WRITE NewCustomerRecord.
            ADD 1 TO Customers-Converted.
