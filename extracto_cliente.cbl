            05 Customer-Document PIC X(15).
            05 Customer-Address PIC X(40).
            05 Customer-Phone PIC X(12).
            05 Customer-Email PIC X(40).

        FD AccountFile.
        01 AccountRecord.
                88 Checking-Account VALUE 'C'.
            05 Overdraft-Limit PIC 9(7)V99.
            05 Account-Customer-ID PIC 9(5).
            05 Account-Branch-ID PIC 9(4).

        FD ArchiveFile.
        01 ArchiveTransRecord.
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

        FD StatementFile.
        01 StatementLine PIC X(80).
            05 FILLER PIC X(17) VALUE "  Saldo final:   ".
            05 FILLER PIC X(13) VALUE SPACES.
            05 Close-Line-Amount PIC -(8)9.99.
        01 Column-Line PIC X(54) VALUE
           "  FECHA     TIPO      IMPORTE           SALDO  CHEQUE".
        01 Detail-Line.
            05 FILLER PIC X(2) VALUE SPACES.
            05 Det-Line-Date PIC 9(8).
            05 Det-Line-Amount PIC -(8)9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 Det-Line-Balance PIC -(8)9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 Det-Line-Check PIC X(7).

        PROCEDURE DIVISION.

                WHEN 'X'
                WHEN 'G'
                WHEN 'Q'
                WHEN 'L'
                WHEN 'Z'
                    ADD Trans-Amount TO Opening-Balance
                WHEN 'W'
                WHEN 'T'
                WHEN 'E'
                WHEN 'F'
                WHEN 'P'
                WHEN 'U'
                WHEN 'Y'
                WHEN 'J'
                WHEN 'K'
                WHEN 'C'
                    SUBTRACT Trans-Amount FROM Opening-Balance
            END-EVALUATE.

                WHEN 'X'
                WHEN 'G'
                WHEN 'Q'
                WHEN 'L'
                WHEN 'Z'
                    ADD Trans-Amount TO Running-Balance
                WHEN 'W'
                WHEN 'T'
                WHEN 'E'
                WHEN 'F'
                WHEN 'P'
                WHEN 'U'
                WHEN 'Y'
                WHEN 'J'
                WHEN 'K'
                WHEN 'C'
                    SUBTRACT Trans-Amount FROM Running-Balance
            END-EVALUATE.
            MOVE Trans-Date TO Det-Line-Date.
            MOVE Trans-Type TO Det-Line-Type.
            MOVE Trans-Amount TO Det-Line-Amount.
            MOVE Running-Balance TO Det-Line-Balance.
            IF Trans-Type = 'K'
                MOVE Trans-Check-No TO Det-Line-Check
            ELSE
                MOVE SPACES TO Det-Line-Check
            END-IF.
            WRITE StatementLine FROM Detail-Line.
            ADD 1 TO Account-Movements.
            ADD 1 TO Movements-Printed.
