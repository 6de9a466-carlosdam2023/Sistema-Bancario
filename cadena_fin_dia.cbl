        01 End-Of-Chain PIC X VALUE 'N'.
        01 Input-Valid PIC X VALUE 'N'.
        01 Found-Process PIC X VALUE 'N'.
        01 Found-Proc-Step PIC 9(2).
        01 Last-Proc-Step PIC 9(2).
        01 Step-Slot-Taken PIC X VALUE 'N'.
        01 End-Of-Process-Date PIC X VALUE 'N'.
        01 Process-Date-Text PIC X(8) JUSTIFIED RIGHT.
        01 Process-Date PIC 9(8).
        01 Run-Day PIC 9(2).
        01 Steps-Executed PIC 9(5) VALUE 0.
        01 Steps-Skipped PIC 9(5) VALUE 0.
        01 Step-Table.
            05 Step-Entry OCCURS 20 TIMES.
                10 Step-Name PIC X(12).
                10 Step-Program PIC X(20).
                10 Step-Monthly PIC X(1).
            MOVE "PLAZOS" TO Step-Name (2).
            MOVE "Vencimientos-Plazo" TO Step-Program (2).
            MOVE 'N' TO Step-Monthly (2).
            MOVE "CUOTAS" TO Step-Name (3).
            MOVE "Cobro-Cuotas" TO Step-Program (3).
            MOVE 'N' TO Step-Monthly (3).
            MOVE "RECIBOS" TO Step-Name (4).
            MOVE "Cargo-Recibos" TO Step-Program (4).
            MOVE 'N' TO Step-Monthly (4).
            MOVE "LOTE" TO Step-Name (5).
            MOVE "Lote-Movimientos" TO Step-Program (5).
            MOVE 'N' TO Step-Monthly (5).
            MOVE "DEVENGO" TO Step-Name (6).
            MOVE "Devengo-Mensual" TO Step-Program (6).
            MOVE 'S' TO Step-Monthly (6).
            MOVE "EXTRACTO" TO Step-Name (7).
            MOVE "Extracto-GL" TO Step-Program (7).
            MOVE 'N' TO Step-Monthly (7).
            MOVE "CONCILIA" TO Step-Name (8).
            MOVE "Reporte-Conciliacion" TO Step-Program (8).
            MOVE 'N' TO Step-Monthly (8).
            MOVE "SALDOS" TO Step-Name (9).
            MOVE "Saldos-Dia" TO Step-Program (9).
            MOVE 'N' TO Step-Monthly (9).
            MOVE "RECHAZOS" TO Step-Name (10).
            MOVE "Listado-Rechazos" TO Step-Program (10).
            MOVE 'N' TO Step-Monthly (10).
            MOVE "ALERTAS" TO Step-Name (11).
            MOVE "Notificaciones-Dia" TO Step-Program (11).
            MOVE 'N' TO Step-Monthly (11).
            MOVE 11 TO Steps-Used.

        Get-Process-Date.
            MOVE 'N' TO Input-Valid.
            END-IF.

        Read-Process-Record.
            MOVE 'N' TO Found-Process.
            MOVE 'N' TO Step-Slot-Taken.
            MOVE 0 TO Last-Proc-Step.
            MOVE Process-Date TO Proc-Date.
            MOVE 0 TO Proc-Step.
            MOVE 'N' TO End-Of-Process-Date.
            START ProcessFile KEY IS > Proc-Key
                INVALID KEY
                    MOVE 'Y' TO End-Of-Process-Date
            END-START.
            PERFORM UNTIL End-Of-Process-Date = 'Y'
                READ ProcessFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Process-Date
                    NOT AT END
                        IF Proc-Date NOT = Process-Date
                            MOVE 'Y' TO End-Of-Process-Date
                        ELSE
                            PERFORM Check-Process-Record
                        END-IF
                END-READ
            END-PERFORM.
            IF Found-Process = 'Y'
                MOVE Process-Date TO Proc-Date
                MOVE Found-Proc-Step TO Proc-Step
                READ ProcessFile
                    INVALID KEY
                        MOVE 'N' TO Found-Process
                END-READ
            END-IF.

        Check-Process-Record.
            MOVE Proc-Step TO Last-Proc-Step.
            IF Proc-Step = Step-Sub
                MOVE 'Y' TO Step-Slot-Taken
            END-IF.
            IF Proc-Name = Step-Name (Step-Sub)
            AND (Found-Process = 'N' OR Proc-Completo)
                MOVE 'Y' TO Found-Process
                MOVE Proc-Step TO Found-Proc-Step
            END-IF.

        Execute-Chain-Step.
            DISPLAY "INICIANDO " Step-Name (Step-Sub).

        Mark-Step-Started.
            MOVE Process-Date TO Proc-Date.
            IF Found-Process = 'Y'
                MOVE Found-Proc-Step TO Proc-Step
            ELSE IF Step-Slot-Taken = 'Y'
                ADD 1 TO Last-Proc-Step GIVING Proc-Step
            ELSE
                MOVE Step-Sub TO Proc-Step
            END-IF.
            MOVE Step-Name (Step-Sub) TO Proc-Name.
            ACCEPT Proc-Start-Date FROM DATE YYYYMMDD.
            ACCEPT Stamp-Time-8 FROM TIME.
