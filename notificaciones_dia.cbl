       IDENTIFICATION DIVISION.
        PROGRAM-ID. Notificaciones-Dia.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OPTIONAL AlertEventFile
            ASSIGN TO "eventos_alerta.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL AlertFile
            ASSIGN TO "alertas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Alert-Key
                FILE STATUS IS Alert-File-Status.
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
            SELECT NotificationFile
            ASSIGN USING Notif-File-Name
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD AlertEventFile.
        01 AlertEventRecord.
            05 Evt-Date PIC 9(8).
            05 Evt-Time PIC 9(6).
            05 Evt-Type PIC X(1).
                88 Evt-Large-Withdrawal VALUE 'R'.
                88 Evt-Order-Failed VALUE 'O'.
                88 Evt-Hold-Placed VALUE 'B'.
                88 Evt-Deposit-Maturity VALUE 'V'.
            05 Evt-Account-ID PIC 9(5).
            05 Evt-Amount PIC 9(9)V99.
            05 Evt-Reference PIC X(10).
            05 Evt-Origin PIC X(8).

        FD AlertFile.
        01 AlertRecord.
            05 Alert-Key.
                10 Alert-Customer-ID PIC 9(5).
                10 Alert-Event-Type PIC X(1).
            05 Alert-Channel PIC X(1).
                88 Alert-By-SMS VALUE 'S'.
                88 Alert-By-Email VALUE 'C'.
                88 Alert-By-Both VALUE 'A'.
            05 Alert-Threshold PIC 9(7)V99.
            05 Alert-Status PIC X(1).
                88 Alert-Active VALUE 'A'.
                88 Alert-Cancelled VALUE 'B'.
            05 Alert-Date PIC 9(8).
            05 Alert-Teller-ID PIC X(8).

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

        FD NotificationFile.
        01 Notif-Header-Record.
            05 Notif-H-Type PIC X(1).
            05 Notif-H-File-Date PIC 9(8).
            05 Notif-H-Gen-Date PIC 9(8).
            05 Notif-H-Gen-Time PIC 9(6).
            05 Notif-H-Origin PIC X(8).
            05 FILLER PIC X(169).
        01 Notif-Detail-Record.
            05 Notif-D-Type PIC X(1).
            05 Notif-D-Seq-No PIC 9(7).
            05 Notif-D-Channel PIC X(1).
                88 Notif-By-SMS VALUE 'S'.
                88 Notif-By-Email VALUE 'C'.
            05 Notif-D-Contact PIC X(40).
            05 Notif-D-Customer-ID PIC 9(5).
            05 Notif-D-Event-Type PIC X(1).
            05 Notif-D-Account-ID PIC 9(5).
            05 Notif-D-Amount PIC 9(9)V99.
            05 Notif-D-Event-Date PIC 9(8).
            05 Notif-D-Event-Time PIC 9(6).
            05 Notif-D-Reference PIC X(10).
            05 Notif-D-Text PIC X(80).
            05 FILLER PIC X(25).
        01 Notif-Trailer-Record.
            05 Notif-F-Type PIC X(1).
            05 Notif-F-Detail-Count PIC 9(7).
            05 Notif-F-SMS-Count PIC 9(7).
            05 Notif-F-Email-Count PIC 9(7).
            05 Notif-F-Amount PIC 9(11)V99.
            05 FILLER PIC X(165).

        WORKING-STORAGE SECTION.
        01 Alert-File-Status PIC X(2).
        01 Account-File-Status PIC X(2).
        01 Customer-File-Status PIC X(2).
        01 End-Of-File PIC X VALUE 'N'.
        01 Found-Alert PIC X VALUE 'N'.
        01 Found-Account PIC X VALUE 'N'.
        01 Found-Customer PIC X VALUE 'N'.
        01 Run-Date PIC 9(8).
        01 Gen-Time-8 PIC 9(8).
        01 Notif-File-Name PIC X(30).
        01 Amount-Edit PIC Z(8)9.99.
        01 Undeliverable-Reason PIC X(30).
        01 Events-Read PIC 9(7) VALUE 0.
        01 Events-Today PIC 9(7) VALUE 0.
        01 Events-Not-Subscribed PIC 9(7) VALUE 0.
        01 Events-Below-Threshold PIC 9(7) VALUE 0.
        01 Notif-Seq-Counter PIC 9(7) VALUE 0.
        01 SMS-Count PIC 9(7) VALUE 0.
        01 Email-Count PIC 9(7) VALUE 0.
        01 Notified-Amount PIC 9(11)V99 VALUE 0.
        01 Undeliverable-Count PIC 9(7) VALUE 0.

        LINKAGE SECTION.
        01 Chain-Parm.
            05 Chain-Date PIC 9(8).

        PROCEDURE DIVISION USING Chain-Parm.

        Main-Logic.
            IF ADDRESS OF Chain-Parm = NULL
                ACCEPT Run-Date FROM DATE YYYYMMDD
            ELSE
                MOVE Chain-Date TO Run-Date
            END-IF.
            DISPLAY "<--- NOTIFICACIONES DE ALERTAS A CLIENTES --->".
            DISPLAY "Fecha de proceso: " Run-Date.
            MOVE SPACES TO Notif-File-Name.
            STRING "notificaciones_" Run-Date ".dat"
                DELIMITED BY SIZE INTO Notif-File-Name.
            OPEN INPUT AlertEventFile.
            OPEN INPUT AlertFile.
            OPEN INPUT AccountFile.
            OPEN INPUT CustomerFile.
            OPEN OUTPUT NotificationFile.
            PERFORM Write-Notif-Header.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ AlertEventFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        ADD 1 TO Events-Read
                        IF Evt-Date = Run-Date
                            PERFORM Process-Alert-Event
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM Write-Notif-Trailer.
            CLOSE NotificationFile.
            CLOSE CustomerFile.
            CLOSE AccountFile.
            CLOSE AlertFile.
            CLOSE AlertEventFile.
            PERFORM Print-Notif-Totals.
            GOBACK.

        Write-Notif-Header.
            MOVE SPACES TO Notif-Header-Record.
            MOVE 'C' TO Notif-H-Type.
            MOVE Run-Date TO Notif-H-File-Date.
            ACCEPT Notif-H-Gen-Date FROM DATE YYYYMMDD.
            ACCEPT Gen-Time-8 FROM TIME.
            MOVE Gen-Time-8(1:6) TO Notif-H-Gen-Time.
            MOVE "SISBANC" TO Notif-H-Origin.
            WRITE Notif-Header-Record.

        Process-Alert-Event.
            ADD 1 TO Events-Today.
            MOVE 'N' TO Found-Alert.
            MOVE Evt-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    MOVE 'N' TO Found-Account
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Account
            END-READ.
            IF Found-Account = 'Y' AND Account-Customer-ID > 0
                MOVE Account-Customer-ID TO Alert-Customer-ID
                MOVE Evt-Type TO Alert-Event-Type
                READ AlertFile
                    INVALID KEY
                        MOVE 'N' TO Found-Alert
                    NOT INVALID KEY
                        MOVE 'Y' TO Found-Alert
                END-READ
            END-IF.
            IF Found-Alert = 'Y' AND Alert-Cancelled
                MOVE 'N' TO Found-Alert
            END-IF.
            IF Found-Alert = 'N'
                ADD 1 TO Events-Not-Subscribed
            ELSE IF Evt-Amount < Alert-Threshold
                ADD 1 TO Events-Below-Threshold
            ELSE
                PERFORM Notify-Customer
            END-IF.

        Notify-Customer.
            MOVE Alert-Customer-ID TO Customer-ID.
            READ CustomerFile
                INVALID KEY
                    MOVE 'N' TO Found-Customer
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Customer
            END-READ.
            IF Found-Customer = 'N'
                MOVE "Cliente no encontrado" TO Undeliverable-Reason
                PERFORM List-Undeliverable
            ELSE
                IF Alert-By-SMS OR Alert-By-Both
                    IF Customer-Phone = SPACES
                        MOVE "Falta teléfono para SMS"
                            TO Undeliverable-Reason
                        PERFORM List-Undeliverable
                    ELSE
                        PERFORM Build-Notif-Text
                        MOVE 'S' TO Notif-D-Channel
                        MOVE Customer-Phone TO Notif-D-Contact
                        PERFORM Write-Notif-Detail
                        ADD 1 TO SMS-Count
                    END-IF
                END-IF
                IF Alert-By-Email OR Alert-By-Both
                    IF Customer-Email = SPACES
                        MOVE "Falta correo electrónico"
                            TO Undeliverable-Reason
                        PERFORM List-Undeliverable
                    ELSE
                        PERFORM Build-Notif-Text
                        MOVE 'C' TO Notif-D-Channel
                        MOVE Customer-Email TO Notif-D-Contact
                        PERFORM Write-Notif-Detail
                        ADD 1 TO Email-Count
                    END-IF
                END-IF
            END-IF.

        Build-Notif-Text.
            MOVE SPACES TO Notif-Detail-Record.
            MOVE Evt-Amount TO Amount-Edit.
            EVALUATE TRUE
                WHEN Evt-Large-Withdrawal
                    STRING "Retirada de " Amount-Edit
                        " EUR en la cuenta " Evt-Account-ID
                        DELIMITED BY SIZE INTO Notif-D-Text
                WHEN Evt-Order-Failed
                    STRING "Orden permanente " Evt-Reference(1:5)
                        " no ejecutada por saldo en cuenta "
                        Evt-Account-ID
                        DELIMITED BY SIZE INTO Notif-D-Text
                WHEN Evt-Hold-Placed
                    STRING "Retencion o bloqueo de " Amount-Edit
                        " EUR en la cuenta " Evt-Account-ID
                        DELIMITED BY SIZE INTO Notif-D-Text
                WHEN Evt-Deposit-Maturity
                    STRING "Vence su plazo fijo " Evt-Reference(1:5)
                        " por " Amount-Edit " EUR"
                        DELIMITED BY SIZE INTO Notif-D-Text
                WHEN OTHER
                    STRING "Aviso en la cuenta " Evt-Account-ID
                        DELIMITED BY SIZE INTO Notif-D-Text
            END-EVALUATE.

        Write-Notif-Detail.
            ADD 1 TO Notif-Seq-Counter.
            MOVE 'D' TO Notif-D-Type.
            MOVE Notif-Seq-Counter TO Notif-D-Seq-No.
            MOVE Customer-ID TO Notif-D-Customer-ID.
            MOVE Evt-Type TO Notif-D-Event-Type.
            MOVE Evt-Account-ID TO Notif-D-Account-ID.
            MOVE Evt-Amount TO Notif-D-Amount.
            MOVE Evt-Date TO Notif-D-Event-Date.
            MOVE Evt-Time TO Notif-D-Event-Time.
            MOVE Evt-Reference TO Notif-D-Reference.
            WRITE Notif-Detail-Record.
            ADD Evt-Amount TO Notified-Amount.

        List-Undeliverable.
            ADD 1 TO Undeliverable-Count.
            DISPLAY "NO ENVIABLE cliente " Alert-Customer-ID
                " evento " Evt-Type
                " cuenta " Evt-Account-ID
                " importe " Evt-Amount.
            DISPLAY "   " Evt-Date " " Evt-Time
                " ref " Evt-Reference
                " motivo: " Undeliverable-Reason.

        Write-Notif-Trailer.
            MOVE SPACES TO Notif-Trailer-Record.
            MOVE 'F' TO Notif-F-Type.
            MOVE Notif-Seq-Counter TO Notif-F-Detail-Count.
            MOVE SMS-Count TO Notif-F-SMS-Count.
            MOVE Email-Count TO Notif-F-Email-Count.
            MOVE Notified-Amount TO Notif-F-Amount.
            WRITE Notif-Trailer-Record.

        Print-Notif-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Eventos leídos:           " Events-Read.
            DISPLAY "Eventos del día:          " Events-Today.
            DISPLAY "Sin suscripción:          " Events-Not-Subscribed.
            DISPLAY "Bajo el umbral:           " Events-Below-Threshold.
            DISPLAY "Notificaciones SMS:       " SMS-Count.
            DISPLAY "Notificaciones correo:    " Email-Count.
            DISPLAY "Importe notificado:       " Notified-Amount.
            DISPLAY "Eventos no enviables:     " Undeliverable-Count.
            DISPLAY "Archivo generado: " Notif-File-Name.
