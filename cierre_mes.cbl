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

        FD ArchiveFile.
        01 ArchiveRecord PIC X(63).

        FD WorkFile.
        01 WorkRecord PIC X(63).

        FD SequenceFile.
        01 SequenceRecord.
            05 Carry-Entry OCCURS 2000 TIMES.
                10 Carry-Account-ID PIC 9(5).
                10 Carry-Net-Amount PIC S9(9)V99.
                10 Carry-Branch-ID PIC 9(4).

        PROCEDURE DIVISION.

            END-IF.

        Apply-Carry-Amount.
            MOVE Trans-Branch-ID TO Carry-Branch-ID (Carry-Sub).
            EVALUATE Trans-Type
                WHEN 'D'
                WHEN 'I'
                WHEN 'X'
                WHEN 'G'
                WHEN 'Q'
                WHEN 'L'
                WHEN 'Z'
                    ADD Trans-Amount
                        TO Carry-Net-Amount (Carry-Sub)
                WHEN 'W'
                WHEN 'E'
                WHEN 'F'
                WHEN 'P'
                WHEN 'U'
                WHEN 'Y'
                WHEN 'J'
                WHEN 'K'
                WHEN 'C'
                    SUBTRACT Trans-Amount
                        FROM Carry-Net-Amount (Carry-Sub)
            END-EVALUATE.
            MOVE "CIERRE" TO Trans-Teller-ID.
            MOVE 0 TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE 0 TO Trans-Check-No.
            MOVE Carry-Branch-ID (Carry-Sub) TO Trans-Branch-ID.
            WRITE TransactionRecord.
            ADD 1 TO Opening-Count.

