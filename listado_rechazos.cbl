       IDENTIFICATION DIVISION.
        PROGRAM-ID. Listado-Rechazos.
        AUTHOR Carlos García.
        DATE-WRITTEN OCT.15.2026

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Archivos físicos

            SELECT OPTIONAL RejectTrayFile
            ASSIGN TO "bandeja_rechazos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Tray-Reject-No
                FILE STATUS IS Reject-Tray-Status.

        DATA DIVISION.
        FILE SECTION.

        FD RejectTrayFile.
        01 RejectTrayRecord.
            05 Tray-Reject-No PIC 9(7).
            05 Tray-Source PIC X(1).
                88 Tray-From-Batch VALUE 'L'.
                88 Tray-From-Clearing-In VALUE 'E'.
                88 Tray-From-Clearing-Return VALUE 'D'.
            05 Tray-Reason-Code PIC X(2).
            05 Tray-Process-Date PIC 9(8).
            05 Tray-Account-ID PIC 9(5).
            05 Tray-Dest-Account-ID PIC 9(5).
            05 Tray-Trans-Type PIC X(1).
            05 Tray-Amount PIC 9(7)V99.
            05 Tray-Orig-Account-ID PIC 9(5).
            05 Tray-Orig-Dest-ID PIC 9(5).
            05 Tray-Orig-Amount PIC 9(7)V99.
            05 Tray-Orig-Date PIC 9(8).
            05 Tray-Orig-Time PIC 9(6).
            05 Tray-Orig-Seq-No PIC 9(7).
            05 Tray-Bank PIC 9(4).
            05 Tray-Ref PIC X(20).
            05 Tray-Status PIC X(1).
                88 Tray-Pending VALUE 'P'.
                88 Tray-Resubmitted VALUE 'R'.
                88 Tray-Cancelled VALUE 'A'.
            05 Tray-Repair-Teller PIC X(8).
            05 Tray-Repair-Date PIC 9(8).
            05 Tray-Repair-Time PIC 9(6).
            05 Tray-Post-Seq-No PIC 9(7).

        WORKING-STORAGE SECTION.
        01 Reject-Tray-Status PIC X(2).
        01 End-Of-File PIC X VALUE 'N'.
        01 Run-Date PIC 9(8).
        01 Run-Day-Number PIC 9(7).
        01 Reject-Age-Days PIC 9(5).
        01 Oldest-Age-Days PIC 9(5) VALUE 0.
        01 Warning-Age-Days PIC 9(3) VALUE 3.
        01 Overdue-Age-Days PIC 9(3) VALUE 7.
        01 Age-Flag PIC X(12).
        01 Reject-Reason-Text PIC X(40).
        01 Reject-Source-Text PIC X(12).
        01 Pending-Count PIC 9(5) VALUE 0.
        01 Pending-Total PIC 9(9)V99 VALUE 0.
        01 Recent-Count PIC 9(5) VALUE 0.
        01 Warning-Count PIC 9(5) VALUE 0.
        01 Overdue-Count PIC 9(5) VALUE 0.
        01 Batch-Pending PIC 9(5) VALUE 0.
        01 Clearing-Pending PIC 9(5) VALUE 0.
        01 Resubmitted-Today PIC 9(5) VALUE 0.
        01 Cancelled-Today PIC 9(5) VALUE 0.
        01 Serial-Date PIC 9(8).
        01 Serial-Year PIC 9(4).
        01 Serial-Month PIC 9(2).
        01 Serial-Day PIC 9(2).
        01 Serial-Leap-4 PIC 9(4).
        01 Serial-Leap-100 PIC 9(4).
        01 Serial-Leap-400 PIC 9(4).
        01 Serial-Work PIC 9(5).
        01 Serial-Month-Days PIC 9(4).
        01 Serial-Day-Number PIC 9(7).

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
            DISPLAY "<--- RECHAZOS PENDIENTES DE REPARAR --->".
            DISPLAY "Fecha de proceso: " Run-Date.
            MOVE Run-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Run-Day-Number.
            OPEN INPUT RejectTrayFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ RejectTrayFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        PERFORM Process-Tray-Record
                END-READ
            END-PERFORM.
            CLOSE RejectTrayFile.
            PERFORM Print-Reject-Totals.
            GOBACK.

        Process-Tray-Record.
            IF Tray-Pending
                PERFORM List-Pending-Reject
            ELSE IF Tray-Repair-Date = Run-Date
                IF Tray-Resubmitted
                    ADD 1 TO Resubmitted-Today
                ELSE IF Tray-Cancelled
                    ADD 1 TO Cancelled-Today
                END-IF
            END-IF.

        List-Pending-Reject.
            ADD 1 TO Pending-Count.
            ADD Tray-Amount TO Pending-Total.
            IF Tray-From-Batch
                ADD 1 TO Batch-Pending
            ELSE
                ADD 1 TO Clearing-Pending
            END-IF.
            MOVE Tray-Process-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            IF Serial-Day-Number > Run-Day-Number
                MOVE 0 TO Reject-Age-Days
            ELSE
                COMPUTE Reject-Age-Days =
                    Run-Day-Number - Serial-Day-Number
            END-IF.
            IF Reject-Age-Days > Oldest-Age-Days
                MOVE Reject-Age-Days TO Oldest-Age-Days
            END-IF.
            IF Reject-Age-Days > Overdue-Age-Days
                ADD 1 TO Overdue-Count
                MOVE "** VENCIDO**" TO Age-Flag
            ELSE IF Reject-Age-Days >= Warning-Age-Days
                ADD 1 TO Warning-Count
                MOVE "* ATENCION *" TO Age-Flag
            ELSE
                ADD 1 TO Recent-Count
                MOVE SPACES TO Age-Flag
            END-IF.
            PERFORM Describe-Reject.
            DISPLAY "Rechazo " Tray-Reject-No " " Reject-Source-Text
                " " Tray-Process-Date " antigüedad "
                Reject-Age-Days " días " Age-Flag.
            DISPLAY "   tipo " Tray-Trans-Type
                " cuenta " Tray-Account-ID
                " destino " Tray-Dest-Account-ID
                " importe " Tray-Amount.
            DISPLAY "   motivo " Tray-Reason-Code " "
                Reject-Reason-Text.
            IF Tray-Repair-Teller NOT = SPACES
                DISPLAY "   corregido por " Tray-Repair-Teller
                    " el " Tray-Repair-Date
            END-IF.

        Describe-Reject.
            EVALUATE TRUE
                WHEN Tray-From-Batch
                    MOVE "LOTE" TO Reject-Source-Text
                WHEN Tray-From-Clearing-In
                    MOVE "CAMARA ENTR." TO Reject-Source-Text
                WHEN Tray-From-Clearing-Return
                    MOVE "CAMARA DEVOL" TO Reject-Source-Text
                WHEN OTHER
                    MOVE "OTRO" TO Reject-Source-Text
            END-EVALUATE.
            EVALUATE Tray-Reason-Code
                WHEN "01"
                    MOVE "Cuenta no encontrada" TO Reject-Reason-Text
                WHEN "02"
                    MOVE "Cantidad no válida" TO Reject-Reason-Text
                WHEN "03"
                    MOVE "Cuenta bloqueada" TO Reject-Reason-Text
                WHEN "04"
                    MOVE "Cuenta durmiente" TO Reject-Reason-Text
                WHEN "05"
                    MOVE "Fondos insuficientes" TO Reject-Reason-Text
                WHEN "06"
                    MOVE "Transferencia sin pareja T/I"
                        TO Reject-Reason-Text
                WHEN "07"
                    MOVE "Importes T/I no coinciden"
                        TO Reject-Reason-Text
                WHEN "08"
                    MOVE "Origen y destino iguales"
                        TO Reject-Reason-Text
                WHEN "09"
                    MOVE "Tipo de movimiento no válido"
                        TO Reject-Reason-Text
                WHEN "10"
                    MOVE "Cuenta de liquidación no disponible"
                        TO Reject-Reason-Text
                WHEN "11"
                    MOVE "Cuenta de origen no encontrada"
                        TO Reject-Reason-Text
                WHEN "12"
                    MOVE "Cuenta de destino no encontrada"
                        TO Reject-Reason-Text
                WHEN OTHER
                    MOVE "Motivo desconocido" TO Reject-Reason-Text
            END-EVALUATE.

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

        Print-Reject-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Rechazos pendientes:      " Pending-Count.
            DISPLAY "   de lote:               " Batch-Pending.
            DISPLAY "   de cámara:             " Clearing-Pending.
            DISPLAY "Importe pendiente:        " Pending-Total.
            DISPLAY "Menos de " Warning-Age-Days " días:        "
                Recent-Count.
            DISPLAY "Entre " Warning-Age-Days " y " Overdue-Age-Days
                " días:       " Warning-Count.
            DISPLAY "Más de " Overdue-Age-Days " días:          "
                Overdue-Count.
            DISPLAY "Antigüedad máxima (días): " Oldest-Age-Days.
            DISPLAY "Reenviados hoy:           " Resubmitted-Today.
            DISPLAY "Anulados hoy:             " Cancelled-Today.
