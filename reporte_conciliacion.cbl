        		88 Checking-Account VALUE 'C'.
        	05 Overdraft-Limit PIC 9(7)V99.
        	05 Account-Customer-ID PIC 9(5).
        	05 Account-Branch-ID PIC 9(4).


        FD TransactionFile.
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

        FD SnapshotFile.
        01 SnapshotRecord.
        01 Days-In-Month PIC 9(2).
        01 Year-Quotient PIC 9(4).
        01 Year-Remainder PIC 9(4).
        01 Account-Result PIC X(1).
            88 Result-OK VALUE 'K'.
            88 Result-Mismatch VALUE 'D'.
            88 Result-No-Snapshot VALUE 'I'.
            88 Result-No-Account VALUE 'N'.
        01 Current-Branch-ID PIC 9(4).
        01 Branch-Found PIC X VALUE 'N'.
        01 Branch-Sub PIC 9(2).
        01 Branches-Used PIC 9(2) VALUE 0.
        01 Branch-Table.
            05 Branch-Entry OCCURS 20 TIMES.
                10 Branch-Entry-ID PIC 9(4).
                10 Branch-Account-Count PIC 9(5).
                10 Branch-Deposits PIC 9(9)V99.
                10 Branch-Withdrawals PIC 9(9)V99.
                10 Branch-Mismatch-Count PIC 9(5).
                10 Branch-Missing-Count PIC 9(5).

        LINKAGE SECTION.
        01 Chain-Parm.
                    ADD Sort-Trans-Amount TO Total-Deposits
                WHEN 'Q'
                    ADD Sort-Trans-Amount TO Total-Deposits
                WHEN 'L'
                    ADD Sort-Trans-Amount TO Total-Deposits
                WHEN 'Z'
                    ADD Sort-Trans-Amount TO Total-Deposits
                WHEN 'W'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'T'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'P'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'U'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'Y'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'J'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'K'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
                WHEN 'C'
                    ADD Sort-Trans-Amount TO Total-Withdrawals
            END-EVALUATE.

        Process-Account-Break.
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Account
            END-READ.
            MOVE 0 TO Current-Branch-ID.
            IF Found-Account = 'N'
                MOVE 'N' TO Account-Result
                DISPLAY "** Cuenta " Current-Account-ID
                    " sin registro en cuentas.dat **"
            ELSE IF Found-Snapshot = 'N'
                MOVE Account-Branch-ID TO Current-Branch-ID
                MOVE 'I' TO Account-Result
                ADD 1 TO Snap-Missing-Count
                DISPLAY "** Cuenta " Current-Account-ID
                    " sin instantánea del " Prev-Date
                    ", no conciliada **"
            ELSE IF Expected-Balance NOT = Account-Balance
                MOVE Account-Branch-ID TO Current-Branch-ID
                MOVE 'D' TO Account-Result
                ADD 1 TO Mismatch-Count
                DISPLAY "** DISCREPANCIA ** Cuenta " Current-Account-ID
                    " oficina " Current-Branch-ID
                DISPLAY "   saldo registrado: " Account-Balance
                DISPLAY "   saldo esperado:   " Expected-Balance
            ELSE
                MOVE Account-Branch-ID TO Current-Branch-ID
                MOVE 'K' TO Account-Result
                DISPLAY "Cuenta " Current-Account-ID
                    " OK - saldo " Account-Balance
            END-IF.
            PERFORM Accumulate-Branch-Totals.

        Accumulate-Branch-Totals.
            MOVE 'N' TO Branch-Found.
            PERFORM VARYING Branch-Sub FROM 1 BY 1
                UNTIL Branch-Sub > Branches-Used
                OR Branch-Found = 'Y'
                IF Branch-Entry-ID (Branch-Sub) = Current-Branch-ID
                    MOVE 'Y' TO Branch-Found
                END-IF
            END-PERFORM.
            IF Branch-Found = 'Y'
                SUBTRACT 1 FROM Branch-Sub
            ELSE IF Branches-Used < 20
                ADD 1 TO Branches-Used
                MOVE Branches-Used TO Branch-Sub
                MOVE Current-Branch-ID TO Branch-Entry-ID (Branch-Sub)
                MOVE 0 TO Branch-Account-Count (Branch-Sub)
                MOVE 0 TO Branch-Deposits (Branch-Sub)
                MOVE 0 TO Branch-Withdrawals (Branch-Sub)
                MOVE 0 TO Branch-Mismatch-Count (Branch-Sub)
                MOVE 0 TO Branch-Missing-Count (Branch-Sub)
                MOVE 'Y' TO Branch-Found
            END-IF.
            IF Branch-Found = 'Y'
                ADD 1 TO Branch-Account-Count (Branch-Sub)
                ADD Total-Deposits TO Branch-Deposits (Branch-Sub)
                ADD Total-Withdrawals
                    TO Branch-Withdrawals (Branch-Sub)
                IF Result-Mismatch
                    ADD 1 TO Branch-Mismatch-Count (Branch-Sub)
                END-IF
                IF Result-No-Snapshot
                    ADD 1 TO Branch-Missing-Count (Branch-Sub)
                END-IF
            END-IF.

        Read-Previous-Snapshot.
            MOVE Prev-Date TO Snap-Date.
            DISPLAY "Total retiros:           " Grand-Total-Withdrawals.
            DISPLAY "Cuentas con discrepancia: " Mismatch-Count.
            DISPLAY "Cuentas sin instantánea:  " Snap-Missing-Count.
            PERFORM VARYING Branch-Sub FROM 1 BY 1
                UNTIL Branch-Sub > Branches-Used
                DISPLAY "-----------------------------------------"
                DISPLAY "Oficina " Branch-Entry-ID (Branch-Sub)
                DISPLAY "   Cuentas procesadas:   "
                    Branch-Account-Count (Branch-Sub)
                DISPLAY "   Total depositos:      "
                    Branch-Deposits (Branch-Sub)
                DISPLAY "   Total retiros:        "
                    Branch-Withdrawals (Branch-Sub)
                DISPLAY "   Con discrepancia:     "
                    Branch-Mismatch-Count (Branch-Sub)
                DISPLAY "   Sin instantánea:      "
                    Branch-Missing-Count (Branch-Sub)
            END-PERFORM.
