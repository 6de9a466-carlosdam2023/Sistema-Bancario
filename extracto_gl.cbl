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
            05 Trans-Orig-Seq-No PIC 9(7).
            05 Trans-Reversed-Flag PIC X(1).
                88 Trans-Reversed VALUE 'R'.
            05 Trans-Check-No PIC 9(7).
            05 Trans-Branch-ID PIC 9(4).

        FD GLFile.
        01 GLRecord.
            05 GL-Record-Type PIC X(1).
                88 GL-Detail VALUE 'D'.
                88 GL-Control VALUE 'C'.
                88 GL-Branch-Total VALUE 'S'.
            05 GL-Date PIC 9(8).
            05 GL-Branch-ID PIC 9(4).
            05 GL-Trans-Type PIC X(1).
            05 GL-Side PIC X(1).
            05 GL-Count PIC 9(7).
        01 GL-Sub PIC 9(2).
        01 GL-Totals-Used PIC 9(2) VALUE 0.
        01 GL-Table.
            05 GL-Entry OCCURS 90 TIMES.
                10 GL-Entry-Branch PIC 9(4).
                10 GL-Entry-Type PIC X(1).
                10 GL-Entry-Count PIC 9(7).
                10 GL-Entry-Amount PIC 9(11)V99.
        01 Branch-Found PIC X VALUE 'N'.
        01 Branch-Sub PIC 9(2).
        01 Branches-Used PIC 9(2) VALUE 0.
        01 Branch-Table.
            05 Branch-Entry OCCURS 20 TIMES.
                10 Branch-Entry-ID PIC 9(4).
                10 Branch-Entry-Count PIC 9(7).
                10 Branch-Entry-Amount PIC 9(11)V99.
        01 Detail-Count PIC 9(7) VALUE 0.
        01 Movement-Count PIC 9(7) VALUE 0.
        01 Grand-Total-Amount PIC 9(11)V99 VALUE 0.
                UNTIL GL-Sub > GL-Totals-Used
                OR GL-Found = 'Y'
                IF GL-Entry-Type (GL-Sub) = Trans-Type
                AND GL-Entry-Branch (GL-Sub) = Trans-Branch-ID
                    MOVE 'Y' TO GL-Found
                    ADD 1 TO GL-Entry-Count (GL-Sub)
                    ADD Trans-Amount TO GL-Entry-Amount (GL-Sub)
                END-IF
            END-PERFORM.
            IF GL-Found = 'N' AND GL-Totals-Used < 90
                ADD 1 TO GL-Totals-Used
                MOVE Trans-Branch-ID
                    TO GL-Entry-Branch (GL-Totals-Used)
                MOVE Trans-Type
                    TO GL-Entry-Type (GL-Totals-Used)
                MOVE 1 TO GL-Entry-Count (GL-Totals-Used)
                MOVE Trans-Amount
                    TO GL-Entry-Amount (GL-Totals-Used)
            END-IF.
            MOVE 'N' TO Branch-Found.
            PERFORM VARYING Branch-Sub FROM 1 BY 1
                UNTIL Branch-Sub > Branches-Used
                OR Branch-Found = 'Y'
                IF Branch-Entry-ID (Branch-Sub) = Trans-Branch-ID
                    MOVE 'Y' TO Branch-Found
                    ADD 1 TO Branch-Entry-Count (Branch-Sub)
                    ADD Trans-Amount
                        TO Branch-Entry-Amount (Branch-Sub)
                END-IF
            END-PERFORM.
            IF Branch-Found = 'N' AND Branches-Used < 20
                ADD 1 TO Branches-Used
                MOVE Trans-Branch-ID
                    TO Branch-Entry-ID (Branches-Used)
                MOVE 1 TO Branch-Entry-Count (Branches-Used)
                MOVE Trans-Amount
                    TO Branch-Entry-Amount (Branches-Used)
            END-IF.

        Write-GL-File.
            OPEN OUTPUT GLFile.
            PERFORM VARYING Branch-Sub FROM 1 BY 1
                UNTIL Branch-Sub > Branches-Used
                PERFORM Write-GL-Branch-Lines
            END-PERFORM.
            MOVE 'C' TO GL-Record-Type.
            MOVE Extract-Date TO GL-Date.
            MOVE 0 TO GL-Branch-ID.
            MOVE SPACE TO GL-Trans-Type.
            MOVE SPACE TO GL-Side.
            MOVE Movement-Count TO GL-Count.
            WRITE GLRecord.
            CLOSE GLFile.

        Write-GL-Branch-Lines.
            DISPLAY "Oficina " Branch-Entry-ID (Branch-Sub).
            PERFORM VARYING GL-Sub FROM 1 BY 1
                UNTIL GL-Sub > GL-Totals-Used
                IF GL-Entry-Branch (GL-Sub)
                    = Branch-Entry-ID (Branch-Sub)
                    PERFORM Write-GL-Detail-Line
                END-IF
            END-PERFORM.
            MOVE 'S' TO GL-Record-Type.
            MOVE Extract-Date TO GL-Date.
            MOVE Branch-Entry-ID (Branch-Sub) TO GL-Branch-ID.
            MOVE SPACE TO GL-Trans-Type.
            MOVE SPACE TO GL-Side.
            MOVE Branch-Entry-Count (Branch-Sub) TO GL-Count.
            MOVE Branch-Entry-Amount (Branch-Sub) TO GL-Amount.
            WRITE GLRecord.
            DISPLAY "  Total oficina movimientos " GL-Count
                " monto " GL-Amount.

        Write-GL-Detail-Line.
            MOVE 'D' TO GL-Record-Type.
            MOVE Extract-Date TO GL-Date.
            MOVE GL-Entry-Branch (GL-Sub) TO GL-Branch-ID.
            MOVE GL-Entry-Type (GL-Sub) TO GL-Trans-Type.
            EVALUATE GL-Entry-Type (GL-Sub)
                WHEN 'D'
                WHEN 'X'
                WHEN 'G'
                WHEN 'Q'
                WHEN 'L'
                WHEN 'Z'
                    MOVE 'H' TO GL-Side
                WHEN OTHER
                    MOVE 'D' TO GL-Side
            MOVE GL-Entry-Amount (GL-Sub) TO GL-Amount.
            WRITE GLRecord.
            ADD 1 TO Detail-Count.
            DISPLAY "  Tipo " GL-Trans-Type " " GL-Side
                " movimientos " GL-Count
                " monto " GL-Amount.

        Print-Extract-Totals.
            DISPLAY "-----------------------------------------".
            DISPLAY "Fecha del extracto:    " Extract-Date.
            DISPLAY "Oficinas:              " Branches-Used.
            DISPLAY "Líneas de detalle:     " Detail-Count.
            DISPLAY "Movimientos del día:   " Movement-Count.
            DISPLAY "Monto total:           " Grand-Total-Amount.
