            SELECT OPTIONAL ReactivationFile
            ASSIGN TO "reactivaciones.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL AccessLogFile
            ASSIGN TO "accesos.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL RejectTrayFile
            ASSIGN TO "bandeja_rechazos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Tray-Reject-No
                FILE STATUS IS Reject-Tray-Status.
            SELECT OPTIONAL AlertFile
            ASSIGN TO "alertas.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Alert-Key
                FILE STATUS IS Alert-File-Status.
            SELECT OPTIONAL AlertEventFile
            ASSIGN TO "eventos_alerta.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL SequenceFile
            ASSIGN TO "secuencia.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Snap-Key
                FILE STATUS IS Snapshot-File-Status.
            SELECT OPTIONAL LoanFile
            ASSIGN TO "prestamos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Loan-ID
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Loan-File-Status.
            SELECT OPTIONAL InstallmentFile
            ASSIGN TO "cuotas_prestamo.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Inst-Key
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Installment-File-Status.
            SELECT OPTIONAL MandateFile
            ASSIGN TO "mandatos.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Mandate-Key
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Mandate-File-Status.
            SELECT OPTIONAL BillLogFile
            ASSIGN TO "recibos_tratados.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Blog-Key
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Bill-Log-File-Status.
            SELECT OPTIONAL BillReturnFile
            ASSIGN TO "recibos_devueltos.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL CheckbookFile
            ASSIGN TO "chequeras.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Book-Key
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Checkbook-File-Status.
            SELECT OPTIONAL CheckFile
            ASSIGN TO "cheques.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS Check-Number
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS Check-File-Status.
            SELECT OPTIONAL FeeFile
            ASSIGN TO "tarifas.dat"
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPTIONAL FeeLogFile
            ASSIGN TO "comisiones.dat"
                ORGANIZATION IS SEQUENTIAL.

	    DATA DIVISION.
	    FILE SECTION.
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

        FD CustomerFile.
        01 CustomerRecord.
        	05 Customer-Document PIC X(15).
        	05 Customer-Address PIC X(40).
        	05 Customer-Phone PIC X(12).
        	05 Customer-Email PIC X(40).

        FD OrderFile.
        01 StandingOrderRecord.
        01 UserRecord.
        	05 Teller-ID PIC X(8).
        	05 Teller-Name PIC X(30).
        	05 Teller-Password-Hash PIC 9(18).
        	05 Teller-Level PIC X(1).
        		88 User-Supervisor VALUE 'S'.
        		88 User-Teller VALUE 'C'.
        	05 Teller-Branch-ID PIC 9(4).
        	05 Teller-Password-Date PIC 9(8).
        	05 Teller-Must-Change PIC X(1).
        		88 Password-Change-Required VALUE 'S'.
        	05 Teller-Failed-Count PIC 9(2).
        	05 Teller-Status PIC X(1).
        		88 User-Active VALUE 'A'.
        		88 User-Blocked VALUE 'B'.
        		88 User-Removed VALUE 'X'.

        FD ParameterFile.
        01 ParameterRecord.
        	05 React-Teller PIC X(8).
        	05 React-Approver PIC X(8).

        FD AccessLogFile.
        01 AccessLogRecord.
            05 Acc-Date PIC 9(8).
            05 Acc-Time PIC 9(6).
            05 Acc-Teller-ID PIC X(8).
            05 Acc-Event PIC X(1).
                88 Acc-Signon-OK VALUE 'E'.
                88 Acc-Signon-Failed VALUE 'F'.
                88 Acc-Signoff VALUE 'S'.
                88 Acc-User-Blocked VALUE 'B'.
                88 Acc-Password-Changed VALUE 'C'.
                88 Acc-User-Unblocked VALUE 'D'.
                88 Acc-User-Removed VALUE 'X'.
            05 Acc-Actor-ID PIC X(8).
            05 Acc-Detail PIC X(40).

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

        FD SequenceFile.
        01 SequenceRecord.
        	05 Seq-Name PIC X(8).
        	05 Snap-Balance PIC S9(7)V99.
        	05 Snap-Status PIC X(1).

        FD LoanFile.
        01 LoanRecord.
            05 Loan-ID PIC 9(5).
            05 Loan-Account-ID PIC 9(5).
            05 Loan-Customer-ID PIC 9(5).
            05 Loan-Principal PIC 9(7)V99.
            05 Loan-Rate PIC 9(2)V9(4).
            05 Loan-Late-Rate PIC 9(2)V9(4).
            05 Loan-Term-Months PIC 9(3).
            05 Loan-Start-Date PIC 9(8).
            05 Loan-Installment PIC 9(7)V99.
            05 Loan-Outstanding PIC 9(7)V99.
            05 Loan-Status PIC X(1).
                88 Loan-Active VALUE 'A'.
                88 Loan-In-Arrears VALUE 'M'.
                88 Loan-Repaid VALUE 'P'.

        FD InstallmentFile.
        01 InstallmentRecord.
            05 Inst-Key.
                10 Inst-Loan-ID PIC 9(5).
                10 Inst-Number PIC 9(3).
            05 Inst-Due-Date PIC 9(8).
            05 Inst-Amount PIC 9(7)V99.
            05 Inst-Interest PIC 9(7)V99.
            05 Inst-Capital PIC 9(7)V99.
            05 Inst-Outstanding PIC 9(7)V99.
            05 Inst-Late-Interest PIC 9(7)V99.
            05 Inst-Late-Date PIC 9(8).
            05 Inst-Paid-Date PIC 9(8).
            05 Inst-Status PIC X(1).
                88 Inst-Pending VALUE 'P'.
                88 Inst-Collected VALUE 'C'.
                88 Inst-Overdue VALUE 'M'.

        FD MandateFile.
        01 MandateRecord.
            05 Mandate-Key.
                10 Mandate-Account-ID PIC 9(5).
                10 Mandate-Creditor-ID PIC X(10).
                10 Mandate-Reference PIC X(20).
            05 Mandate-Creditor-Name PIC X(30).
            05 Mandate-Max-Amount PIC 9(7)V99.
            05 Mandate-Sign-Date PIC 9(8).
            05 Mandate-Status PIC X(1).
                88 Mandate-Active VALUE 'A'.
                88 Mandate-Revoked VALUE 'R'.
            05 Mandate-Revoke-Date PIC 9(8).

        FD BillLogFile.
        01 BillLogRecord.
            05 Blog-Key.
                10 Blog-Creditor-ID PIC X(10).
                10 Blog-Reference PIC X(20).
            05 Blog-Account-ID PIC 9(5).
            05 Blog-Mandate-Ref PIC X(20).
            05 Blog-Amount PIC 9(7)V99.
            05 Blog-Due-Date PIC 9(8).
            05 Blog-Process-Date PIC 9(8).
            05 Blog-Charge-Seq PIC 9(7).
            05 Blog-Status PIC X(1).
                88 Blog-Charged VALUE 'C'.
                88 Blog-Returned VALUE 'D'.
                88 Blog-Refunded VALUE 'R'.
            05 Blog-Return-Code PIC X(4).
            05 Blog-Refund-Date PIC 9(8).

        FD BillReturnFile.
        01 BillReturnRecord.
            05 Dev-Account-ID PIC 9(5).
            05 Dev-Creditor-ID PIC X(10).
            05 Dev-Mandate-Ref PIC X(20).
            05 Dev-Reference PIC X(20).
            05 Dev-Amount PIC 9(7)V99.
            05 Dev-Due-Date PIC 9(8).
            05 Dev-Process-Date PIC 9(8).
            05 Dev-Reason-Code PIC X(4).
            05 Dev-Reason-Text PIC X(40).

        FD CheckbookFile.
        01 CheckbookRecord.
            05 Book-Key.
                10 Book-Account-ID PIC 9(5).
                10 Book-Number PIC 9(3).
            05 Book-First-Check PIC 9(7).
            05 Book-Last-Check PIC 9(7).
            05 Book-Issue-Date PIC 9(8).
            05 Book-Teller-ID PIC X(8).

        FD CheckFile.
        01 CheckRecord.
            05 Check-Number PIC 9(7).
            05 Check-Account-ID PIC 9(5).
            05 Check-Book-Number PIC 9(3).
            05 Check-Status PIC X(1).
                88 Check-Issued VALUE 'E'.
                88 Check-Cashed VALUE 'P'.
                88 Check-Cancelled VALUE 'A'.
                88 Check-Stopped VALUE 'N'.
            05 Check-Issue-Date PIC 9(8).
            05 Check-Paid-Date PIC 9(8).
            05 Check-Amount PIC 9(7)V99.
            05 Check-Paid-Seq PIC 9(7).
            05 Check-Stop-Reason PIC X(1).
                88 Check-Stop-Lost VALUE 'P'.
                88 Check-Stop-Stolen VALUE 'R'.
            05 Check-Stop-Date PIC 9(8).

        FD FeeFile.
        01 FeeRecord.
            05 Fee-Effective-Date PIC 9(8).
            05 Fee-Operation PIC X(2).
                88 Fee-Op-External-Transfer VALUE 'TI'.
                88 Fee-Op-Teller-Withdrawal VALUE 'RV'.
                88 Fee-Op-Checkbook VALUE 'CH'.
                88 Fee-Op-Returned-Bill VALUE 'RD'.
            05 Fee-Account-Type PIC X(1).
            05 Fee-Method PIC X(1).
                88 Fee-Fixed VALUE 'F'.
                88 Fee-Percent VALUE 'P'.
            05 Fee-Fixed-Amount PIC 9(5)V99.
            05 Fee-Percent-Rate PIC 9(2)V9(4).
            05 Fee-Min-Amount PIC 9(5)V99.
            05 Fee-Max-Amount PIC 9(5)V99.
            05 Fee-Free-Count PIC 9(3).

        FD FeeLogFile.
        01 FeeLogRecord.
            05 Com-Date PIC 9(8).
            05 Com-Time PIC 9(6).
            05 Com-Seq-No PIC 9(7).
            05 Com-Orig-Seq PIC 9(7).
            05 Com-Account-ID PIC 9(5).
            05 Com-Account-Type PIC X(1).
            05 Com-Operation PIC X(2).
            05 Com-Base-Amount PIC 9(7)V99.
            05 Com-Amount PIC 9(7)V99.
            05 Com-Teller-ID PIC X(8).
            05 Com-Reference PIC X(30).

        WORKING-STORAGE SECTION.
        01 Prompt-Account-ID PIC X(30) 
        VALUE "Introduce el ID de la cuenta".
        01 Customer-Total-Balance PIC S9(9)V99.
        01 Current-Customer-ID PIC 9(5).
        01 Current-Customer-Name PIC X(30).
        01 Current-Customer-Phone PIC X(12).
        01 Current-Customer-Email PIC X(40).
        01 Customer-Account-Count PIC 9(5).
        01 Prompt-Customer-ID PIC X(30)
        VALUE "Introduce el ID del cliente".
        VALUE "Introduce la dirección".
        01 Prompt-Customer-Phone PIC X(24)
        VALUE "Introduce el teléfono".
        01 Prompt-Customer-Email PIC X(40)
        VALUE "Introduce el correo electrónico".
        01 Customer-Not-Found-Msg PIC X(45)
        VALUE "Cliente no encontrado, regístrelo primero".
        01 Order-File-Status PIC X(2).
        01 Current-Teller-ID PIC X(8).
        01 Current-Teller-Level PIC X(1).
        01 Entered-Teller-ID PIC X(8).
        01 Entered-Password PIC X(16).
        01 Teller-Level-Text PIC X(1).
        01 Signon-OK PIC X VALUE 'N'.
        01 Signon-Attempts PIC 9(1) VALUE 0.
        01 Teller-Totals-Table.
        	05 Teller-Totals-Entry OCCURS 20 TIMES.
        		10 Teller-Total-ID PIC X(8).
        		10 Teller-Total-Branch PIC 9(4).
        		10 Teller-Total-Count PIC 9(7).
        		10 Teller-Total-Amount PIC S9(9)V99.
        01 Today-Date PIC 9(8).
        01 Rev-Dest-Account PIC 9(5).
        01 Rev-T-Seq PIC 9(7).
        01 Rev-I-Seq PIC 9(7).
        01 Found-Fee-Rev PIC X VALUE 'N'.
        01 Found-Fee-Log PIC X VALUE 'N'.
        01 Fee-Rev-Seq PIC 9(7).
        01 Fee-Rev-Account PIC 9(5).
        01 Fee-Rev-Amount PIC 9(7)V99.
        01 Fee-Rev-Log PIC X(92).
        01 Located-Trans.
        	05 Loc-Account-ID PIC 9(5).
        	05 Loc-Type PIC X(1).
        	05 Loc-Teller PIC X(8).
        	05 Loc-Orig-Seq PIC 9(7).
        	05 Loc-Rev-Flag PIC X(1).
        	05 Loc-Check-No PIC 9(7).
        	05 Loc-Branch-ID PIC 9(4).
        01 Approver-ID PIC X(8).
        01 Sequence-File-Status PIC X(2).
        01 Seq-Assigned PIC X VALUE 'N'.
        	05 Orig-Teller PIC X(8).
        	05 Orig-Orig-Seq PIC 9(7).
        	05 Orig-Rev-Flag PIC X(1).
        	05 Orig-Check-No PIC 9(7).
        	05 Orig-Branch-ID PIC 9(4).
        01 Partner-Trans.
        	05 Partner-Account-ID PIC 9(5).
        	05 Partner-Type PIC X(1).
        	05 Partner-Teller PIC X(8).
        	05 Partner-Orig-Seq PIC 9(7).
        	05 Partner-Rev-Flag PIC X(1).
        	05 Partner-Check-No PIC 9(7).
        	05 Partner-Branch-ID PIC 9(4).
        01 Loan-File-Status PIC X(2).
        01 Installment-File-Status PIC X(2).
        01 Found-Loan PIC X VALUE 'N'.
        01 Live-Loan-Found PIC X VALUE 'N'.
        01 End-Of-Loans PIC X VALUE 'N'.
        01 End-Of-Installments PIC X VALUE 'N'.
        01 Loan-ID-Text PIC X(5) JUSTIFIED RIGHT.
        01 New-Loan-Rate PIC 9(2)V9(4).
        01 New-Late-Rate PIC 9(2)V9(4).
        01 New-Installment PIC 9(7)V99.
        01 Installment-Valid PIC X VALUE 'N'.
        01 Monthly-Rate PIC 9V9(12).
        01 Growth-Factor PIC 9(6)V9(12).
        01 Schedule-Number PIC 9(3).
        01 Schedule-Balance PIC S9(7)V99.
        01 Schedule-Interest PIC 9(7)V99.
        01 Schedule-Capital PIC 9(7)V99.
        01 Max-Loan-Term PIC 9(3) VALUE 480.
        01 Mandate-File-Status PIC X(2).
        01 Bill-Log-File-Status PIC X(2).
        01 Found-Mandate PIC X VALUE 'N'.
        01 Found-Bill PIC X VALUE 'N'.
        01 Creditor-ID-Entry PIC X(10).
        01 Mandate-Ref-Entry PIC X(20).
        01 Bill-Ref-Entry PIC X(20).
        01 Refund-Limit-Days PIC 9(3) VALUE 56.
        01 Refund-Days PIC 9(7).
        01 Today-Day-Number PIC 9(7).
        01 Serial-Date PIC 9(8).
        01 Serial-Year PIC 9(4).
        01 Serial-Month PIC 9(2).
        01 Serial-Day PIC 9(2).
        01 Serial-Work PIC 9(5).
        01 Serial-Month-Days PIC 9(3).
        01 Serial-Leap-4 PIC 9(4).
        01 Serial-Leap-100 PIC 9(4).
        01 Serial-Leap-400 PIC 9(4).
        01 Serial-Day-Number PIC 9(7).
        01 Checkbook-File-Status PIC X(2).
        01 Check-File-Status PIC X(2).
        01 Found-Check PIC X VALUE 'N'.
        01 Checkbook-Failed PIC X VALUE 'N'.
        01 Failed-Check-No PIC 9(7).
        01 End-Of-Checks PIC X VALUE 'N'.
        01 Check-Number-Text PIC X(7) JUSTIFIED RIGHT.
        01 Check-Search-No PIC 9(7).
        01 Checks-Per-Book PIC 9(3) VALUE 25.
        01 First-Check-No PIC 9(7).
        01 Last-Check-No PIC 9(7).
        01 Next-Book-Number PIC 9(3).
        01 Post-Check-No PIC 9(7) VALUE 0.
        01 Stop-Reason-Text PIC X(1).
        01 Checks-Cancelled PIC 9(5) VALUE 0.
        01 End-Of-Fees PIC X VALUE 'N'.
        01 Found-Fee PIC X VALUE 'N'.
        01 Best-Fee-Date PIC 9(8).
        01 Fee-Search-Op PIC X(2).
        01 Fee-Search-Type PIC X(1).
        01 Fee-Base-Amount PIC 9(7)V99.
        01 Fee-Due PIC 9(7)V99 VALUE 0.
        01 Fee-Saved-Amount PIC 9(7)V99.
        01 Fee-Orig-Seq PIC 9(7) VALUE 0.
        01 Fee-Reference PIC X(30).
        01 Fee-Reversal-Tag PIC X(19) VALUE "REVERSO DE COMISION".
        01 Cur-Fee-Method PIC X(1).
        01 Cur-Fee-Fixed PIC 9(5)V99.
        01 Cur-Fee-Percent PIC 9(2)V9(4).
        01 Cur-Fee-Min PIC 9(5)V99.
        01 Cur-Fee-Max PIC 9(5)V99.
        01 Cur-Fee-Free-Count PIC 9(3).
        01 New-Fee-Method PIC X(1).
        01 New-Fee-Fixed PIC 9(5)V99.
        01 New-Fee-Percent PIC 9(2)V9(4).
        01 New-Fee-Min PIC 9(5)V99.
        01 New-Fee-Max PIC 9(5)V99.
        01 New-Fee-Free-Count PIC 9(3).
        01 Free-Count-Text PIC X(3) JUSTIFIED RIGHT.
        01 Month-Withdrawal-Count PIC 9(5) VALUE 0.
        01 Source-Account-Type PIC X(1).
        01 Current-Teller-Branch PIC 9(4) VALUE 0.
        01 Op-Branch-ID PIC 9(4) VALUE 0.
        01 Branch-Account-ID PIC 9(5).
        01 Branch-Text PIC X(4) JUSTIFIED RIGHT.
        01 Branch-Entered PIC 9(4).
        01 Branch-Supervisor PIC X VALUE 'N'.
        01 Default-Branch-ID PIC 9(4) VALUE 1.
        01 Branch-Found PIC X VALUE 'N'.
        01 Branch-Sub PIC 9(2).
        01 Branch-Totals-Used PIC 9(2) VALUE 0.
        01 Branch-Totals-Table.
            05 Branch-Totals-Entry OCCURS 20 TIMES.
                10 Branch-Total-ID PIC 9(4).
                10 Branch-Total-Count PIC 9(7).
                10 Branch-Total-Amount PIC S9(9)V99.
        01 Password-Max-Days PIC 9(3) VALUE 90.
        01 Max-Failed-Attempts PIC 9(2) VALUE 3.
        01 Min-Password-Length PIC 9(2) VALUE 6.
        01 Password-OK PIC X VALUE 'N'.
        01 Password-Expired PIC X VALUE 'N'.
        01 Password-Changed PIC X VALUE 'N'.
        01 Password-Valid PIC X VALUE 'N'.
        01 Password-Length PIC 9(2).
        01 Password-Days PIC 9(7).
        01 Password-Tries PIC 9(1).
        01 New-Password PIC X(16).
        01 Confirm-Password PIC X(16).
        01 Password-Work PIC X(17).
        01 User-Was-Blocked PIC X VALUE 'N'.
        01 Verified-Name PIC X(30).
        01 Verified-Level PIC X(1).
        01 Verified-Branch PIC 9(4).
        01 Verified-Must-Change PIC X(1).
        01 Verified-Password-Date PIC 9(8).
        01 Verified-Hash PIC 9(18).
        01 Target-Teller-ID PIC X(8).
        01 Access-Teller-ID PIC X(8).
        01 Access-Event PIC X(1).
        01 Access-Actor-ID PIC X(8).
        01 Access-Detail PIC X(40).
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
        01 Reject-Tray-Status PIC X(2).
        01 Found-Reject PIC X VALUE 'N'.
        01 Reject-Done PIC X VALUE 'N'.
        01 Reject-Posted PIC X VALUE 'N'.
        01 Reject-Search-No PIC 9(7).
        01 Reject-No-Text PIC X(7) JUSTIFIED RIGHT.
        01 Reject-Post-Seq PIC 9(7).
        01 Reject-Reason-Text PIC X(40).
        01 Reject-Source-Text PIC X(12).
        01 Reject-Age-Days PIC 9(5).
        01 Pending-Reject-Count PIC 9(5) VALUE 0.
        01 Repair-Option PIC X(1).
        01 Alert-File-Status PIC X(2).
        01 Found-Alert PIC X VALUE 'N'.
        01 Alert-Type-Text PIC X(1).
        01 Alert-Channel-Text PIC X(1).
        01 Alert-Type-Desc PIC X(25).
        01 Customer-Alert-Count PIC 9(3).
        01 Alert-Event-Code PIC X(1).
        01 Alert-Event-Account PIC 9(5).
        01 Alert-Event-Amount PIC 9(9)V99.
        01 Alert-Event-Ref PIC X(10).
        PROCEDURE DIVISION.

        Main-Logic.
        	END-PERFORM.
        	PERFORM Display-Session-Totals.
        	PERFORM Display-Teller-Totals.
        	PERFORM Log-Signoff.
        	STOP RUN.

        Initialize-Trans-Seq.
        	DISPLAY "22. Abrir depósito a plazo".
        	DISPLAY "23. Cancelar depósito a plazo".
        	DISPLAY "24. Consultar saldo a fecha".
        	DISPLAY "25. Conceder préstamo".
        	DISPLAY "26. Consultar préstamo".
        	DISPLAY "27. Registrar mandato de domiciliación".
        	DISPLAY "28. Revocar mandato de domiciliación".
        	DISPLAY "29. Devolución de recibo domiciliado".
        	DISPLAY "30. Emitir chequera".
        	DISPLAY "31. Pagar cheque".
        	DISPLAY "32. Orden de no pago de cheque".
        	DISPLAY "33. Tarifa de comisiones".
        	DISPLAY "34. Cambiar contraseña".
        	DISPLAY "35. Desbloquear cajero".
        	DISPLAY "36. Dar de baja cajero".
        	DISPLAY "37. Bandeja de rechazos".
        	DISPLAY "38. Alertas al cliente".
        	DISPLAY "0. SALIR".
        	DISPLAY "Seleccione una opción: ".
        	ACCEPT User-Option.
        			PERFORM Cancel-Term-Deposit
        		WHEN '24'
        			PERFORM Check-Balance-As-Of
        		WHEN '25'
        			PERFORM Open-Loan
        		WHEN '26'
        			PERFORM Show-Loan
        		WHEN '27'
        			PERFORM Register-Mandate
        		WHEN '28'
        			PERFORM Revoke-Mandate
        		WHEN '29'
        			PERFORM Refund-Direct-Debit
        		WHEN '30'
        			PERFORM Issue-Checkbook
        		WHEN '31'
        			PERFORM Pay-Check
        		WHEN '32'
        			PERFORM Stop-Check-Payment
        		WHEN '33'
        			PERFORM Maintain-Fee-Table
        		WHEN '34'
        			PERFORM Change-Password
        		WHEN '35'
        			PERFORM Unblock-Teller
        		WHEN '36'
        			PERFORM Remove-Teller
        		WHEN '37'
        			PERFORM Review-Reject-Tray
        		WHEN '38'
        			PERFORM Maintain-Customer-Alerts
        		WHEN OTHER
        			DISPLAY
        			"Opción no válida, Intennte de nuevo."
        	        PERFORM Get-Account-Type-Entry
        	        MOVE Account-Type-Text TO Account-Type
        	        PERFORM Get-Overdraft-Limit
        	        DISPLAY "Oficina gestora (0=la del cajero):"
        	        PERFORM Get-Branch-Entry
        	        MOVE Branch-Entered TO Account-Branch-ID
        	        WRITE AccountRecord
        	        DISPLAY "Cuenta creada exitosamente"
        	    END-IF
                DISPLAY Dormant-Account-Msg
            ELSE
                PERFORM Get-Amount-Entry
                PERFORM Compute-Withdrawal-Fee
                MOVE Account-Search-ID TO Hold-Search-ID
                PERFORM Compute-Active-Holds
                COMPUTE New-Balance =
                    Account-Balance - Transaction-Amount
                COMPUTE Available-Balance =
                    Account-Balance - Active-Holds-Total
                    - Transaction-Amount - Fee-Due
                COMPUTE Min-Balance = 0 - Overdraft-Limit
                IF Transaction-Amount > 0
                AND Available-Balance >= Min-Balance
                        PERFORM Record-Transaction
                        REWRITE AccountRecord
                        DISPLAY "Retiro Exitoso"
                        MOVE 'R' TO Alert-Event-Code
                        MOVE Account-ID TO Alert-Event-Account
                        MOVE Transaction-Amount TO Alert-Event-Amount
                        MOVE Trans-Seq-Counter TO Alert-Event-Ref
                        PERFORM Write-Alert-Event
                        IF Fee-Due > 0
                            MOVE Trans-Seq-Counter TO Fee-Orig-Seq
                            MOVE SPACES TO Fee-Reference
                            PERFORM Charge-Operation-Fee
                        END-IF
                    END-IF
                ELSE IF Transaction-Amount > 0
                    DISPLAY Insufficient-Funds
            ELSE
                MOVE Account-Balance TO Source-Balance
                MOVE Overdraft-Limit TO Source-Overdraft-Limit
                MOVE Account-Type TO Source-Account-Type
                MOVE Account-Branch-ID TO Op-Branch-ID
            END-IF.

        Get-Transfer-Dest.

        Get-External-Amount.
            PERFORM Get-Amount-Entry.
            MOVE "TI" TO Fee-Search-Op.
            MOVE Source-Account-Type TO Fee-Search-Type.
            MOVE Transaction-Amount TO Fee-Base-Amount.
            PERFORM Compute-Operation-Fee.
            MOVE Source-Account-ID TO Hold-Search-ID.
            PERFORM Compute-Active-Holds.
            COMPUTE New-Balance = Source-Balance - Transaction-Amount.
            COMPUTE Available-Balance =
                Source-Balance - Active-Holds-Total
                - Transaction-Amount - Fee-Due.
            COMPUTE Min-Balance = 0 - Source-Overdraft-Limit.
            IF Transaction-Amount > 0
            AND Available-Balance >= Min-Balance
            END-IF.

        Execute-External-Transfer.
            MOVE 0 TO Fee-Orig-Seq.
            MOVE Source-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                NOT INVALID KEY
                    PERFORM Debit-External-Source
            END-READ.
            IF Fee-Due > 0 AND Fee-Orig-Seq > 0
                MOVE Source-Account-ID TO Account-ID
                READ AccountFile
                    INVALID KEY
                        DISPLAY "Cuenta de origen no disponible"
                    NOT INVALID KEY
                        MOVE External-Ref TO Fee-Reference
                        PERFORM Charge-Operation-Fee
                END-READ
            END-IF.

        Debit-External-Source.
            SUBTRACT Transaction-Amount FROM Account-Balance.
            REWRITE AccountRecord.
            MOVE 'E' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE Trans-Seq-Counter TO Fee-Orig-Seq.
            MOVE Settlement-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    " principal " Deposit-Principal
                DISPLAY "   tasa " Deposit-Rate
                    " vence " Deposit-Maturity-Date
                MOVE Deposit-Account-ID TO Branch-Account-ID
                PERFORM Load-Account-Branch
                PERFORM Check-Close-Authorization
                IF Approval-Granted = 'Y'
                    PERFORM Apply-Early-Cancellation
                    PERFORM Record-Transaction
            END-READ.

        Open-LoanFile-IO.
            OPEN I-O LoanFile.
            IF Loan-File-Status = '35'
                OPEN OUTPUT LoanFile
                CLOSE LoanFile
                OPEN I-O LoanFile
            END-IF.

        Open-InstallmentFile-IO.
            OPEN I-O InstallmentFile.
            IF Installment-File-Status = '35'
                OPEN OUTPUT InstallmentFile
                CLOSE InstallmentFile
                OPEN I-O InstallmentFile
            END-IF.

        Get-Loan-ID-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Introduce el ID del préstamo"
                ACCEPT Loan-ID-Text
                INSPECT Loan-ID-Text
                    REPLACING LEADING SPACE BY '0'
                IF Loan-ID-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "ID de préstamo inválido"
                END-IF
            END-PERFORM.

        Read-Loan-By-Key.
            MOVE Loan-ID-Text TO Loan-ID.
            READ LoanFile
                INVALID KEY
                    MOVE 'N' TO Found-Loan
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Loan
            END-READ.

        Open-Loan.
            PERFORM Open-LoanFile-IO.
            PERFORM Get-Loan-ID-Entry.
            PERFORM Read-Loan-By-Key.
            IF Found-Loan = 'Y'
                DISPLAY "El préstamo ya existe"
            ELSE
                PERFORM Open-AccountFile-IO
                DISPLAY "Cuenta de abono y cargo de cuotas:"
                PERFORM Find-Account
                IF Found-Account = 'N'
                    DISPLAY "Cuenta no encontrada"
                ELSE IF Account-Frozen
                    DISPLAY Frozen-Account-Msg
                ELSE IF Account-Dormant
                    DISPLAY Dormant-Account-Msg
                ELSE
                    PERFORM Get-Loan-Terms
                END-IF
                CLOSE AccountFile
            END-IF.
            CLOSE LoanFile.

        Get-Loan-Terms.
            MOVE "Capital del préstamo:" TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Prompt-Amount TO Current-Amount-Prompt.
            IF Transaction-Amount > 0
                PERFORM Capture-Loan-Conditions
            ELSE
                DISPLAY Invalid-Amount
            END-IF.

        Capture-Loan-Conditions.
            MOVE "Tasa anual nominal (diezmilésimas, ej 055000):"
                TO Current-Rate-Prompt.
            PERFORM Get-Rate-Entry.
            COMPUTE New-Loan-Rate = Rate-Num / 10000.
            MOVE "Tasa anual de demora (diezmilésimas, ej 085000):"
                TO Current-Rate-Prompt.
            PERFORM Get-Rate-Entry.
            COMPUTE New-Late-Rate = Rate-Num / 10000.
            PERFORM Get-Term-Entry.
            IF Term-Num > Max-Loan-Term
                DISPLAY "Plazo máximo de " Max-Loan-Term " meses"
            ELSE
                PERFORM Compute-Loan-Installment
                IF Installment-Valid = 'Y'
                    DISPLAY "Cuota mensual resultante: "
                        New-Installment
                    MOVE Account-Branch-ID TO Op-Branch-ID
                    PERFORM Check-Close-Authorization
                    IF Approval-Granted = 'Y'
                        PERFORM Disburse-Loan
                    END-IF
                ELSE
                    DISPLAY "Condiciones del préstamo no válidas"
                END-IF
            END-IF.

        Compute-Loan-Installment.
            MOVE 'Y' TO Installment-Valid.
            COMPUTE Monthly-Rate ROUNDED = New-Loan-Rate / 1200.
            IF Monthly-Rate = 0
                COMPUTE New-Installment ROUNDED =
                    Transaction-Amount / Term-Num
            ELSE
                COMPUTE Growth-Factor ROUNDED =
                    (1 + Monthly-Rate) ** Term-Num
                    ON SIZE ERROR
                        MOVE 'N' TO Installment-Valid
                END-COMPUTE
                IF Installment-Valid = 'Y'
                    COMPUTE New-Installment ROUNDED =
                        Transaction-Amount * Monthly-Rate
                        * Growth-Factor / (Growth-Factor - 1)
                        ON SIZE ERROR
                            MOVE 'N' TO Installment-Valid
                    END-COMPUTE
                END-IF
            END-IF.
            IF New-Installment = 0
                MOVE 'N' TO Installment-Valid
            END-IF.

        Disburse-Loan.
            ADD Transaction-Amount TO Account-Balance.
            REWRITE AccountRecord.
            MOVE 'L' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE Loan-ID-Text TO Loan-ID.
            MOVE Account-ID TO Loan-Account-ID.
            MOVE Account-Customer-ID TO Loan-Customer-ID.
            MOVE Transaction-Amount TO Loan-Principal.
            MOVE New-Loan-Rate TO Loan-Rate.
            MOVE New-Late-Rate TO Loan-Late-Rate.
            MOVE Term-Num TO Loan-Term-Months.
            ACCEPT Loan-Start-Date FROM DATE YYYYMMDD.
            MOVE New-Installment TO Loan-Installment.
            MOVE Transaction-Amount TO Loan-Outstanding.
            MOVE 'A' TO Loan-Status.
            WRITE LoanRecord.
            PERFORM Build-Amortization-Table.
            DISPLAY "Préstamo concedido y abonado en la cuenta "
                Loan-Account-ID.

        Build-Amortization-Table.
            PERFORM Open-InstallmentFile-IO.
            MOVE Loan-Principal TO Schedule-Balance.
            DISPLAY "CUADRO DE AMORTIZACION DEL PRESTAMO " Loan-ID.
            DISPLAY "Cuota Vencimiento Importe Intereses"
                " Capital Pendiente".
            PERFORM VARYING Schedule-Number FROM 1 BY 1
                UNTIL Schedule-Number > Loan-Term-Months
                PERFORM Write-Installment-Row
            END-PERFORM.
            CLOSE InstallmentFile.

        Write-Installment-Row.
            COMPUTE Schedule-Interest ROUNDED =
                Schedule-Balance * Monthly-Rate.
            IF Schedule-Number = Loan-Term-Months
            OR Schedule-Balance < Loan-Installment - Schedule-Interest
                MOVE Schedule-Balance TO Schedule-Capital
            ELSE
                COMPUTE Schedule-Capital =
                    Loan-Installment - Schedule-Interest
            END-IF.
            SUBTRACT Schedule-Capital FROM Schedule-Balance.
            MOVE Loan-ID TO Inst-Loan-ID.
            MOVE Schedule-Number TO Inst-Number.
            PERFORM Compute-Installment-Date.
            COMPUTE Inst-Amount = Schedule-Interest + Schedule-Capital.
            MOVE Schedule-Interest TO Inst-Interest.
            MOVE Schedule-Capital TO Inst-Capital.
            MOVE Schedule-Balance TO Inst-Outstanding.
            MOVE 0 TO Inst-Late-Interest.
            MOVE 0 TO Inst-Late-Date.
            MOVE 0 TO Inst-Paid-Date.
            MOVE 'P' TO Inst-Status.
            WRITE InstallmentRecord.
            DISPLAY Inst-Number " " Inst-Due-Date " " Inst-Amount
                " " Inst-Interest " " Inst-Capital
                " " Inst-Outstanding.

        Compute-Installment-Date.
            MOVE Loan-Start-Date(1:4) TO Mat-Year.
            MOVE Loan-Start-Date(5:2) TO Mat-Month.
            MOVE Loan-Start-Date(7:2) TO Mat-Day.
            ADD Schedule-Number TO Mat-Month.
            PERFORM UNTIL Mat-Month <= 12
                SUBTRACT 12 FROM Mat-Month
                ADD 1 TO Mat-Year
            END-PERFORM.
            PERFORM Compute-Mat-Days-In-Month.
            IF Mat-Day > Days-In-Month
                MOVE Days-In-Month TO Mat-Day
            END-IF.
            COMPUTE Inst-Due-Date =
                Mat-Year * 10000 + Mat-Month * 100 + Mat-Day.

        Show-Loan.
            PERFORM Open-LoanFile-IO.
            PERFORM Get-Loan-ID-Entry.
            PERFORM Read-Loan-By-Key.
            IF Found-Loan = 'N'
                DISPLAY "Préstamo no encontrado"
            ELSE
                PERFORM Display-Loan-Detail
            END-IF.
            CLOSE LoanFile.

        Display-Loan-Detail.
            DISPLAY "Préstamo:          " Loan-ID.
            DISPLAY "Cuenta de cargo:   " Loan-Account-ID.
            DISPLAY "Cliente:           " Loan-Customer-ID.
            DISPLAY "Capital:           " Loan-Principal.
            DISPLAY "Tasa nominal:      " Loan-Rate.
            DISPLAY "Tasa de demora:    " Loan-Late-Rate.
            DISPLAY "Plazo (meses):     " Loan-Term-Months.
            DISPLAY "Fecha de alta:     " Loan-Start-Date.
            DISPLAY "Cuota mensual:     " Loan-Installment.
            DISPLAY "Capital pendiente: " Loan-Outstanding.
            DISPLAY "Estado (A=Al día, M=Mora, P=Amortizado): "
                Loan-Status.
            DISPLAY "Cuota Vencimiento Importe Intereses"
                " Capital Demora Estado".
            PERFORM Open-InstallmentFile-IO.
            MOVE Loan-ID TO Inst-Loan-ID.
            MOVE 0 TO Inst-Number.
            MOVE 'N' TO End-Of-Installments.
            START InstallmentFile KEY IS > Inst-Key
                INVALID KEY
                    MOVE 'Y' TO End-Of-Installments
            END-START.
            PERFORM UNTIL End-Of-Installments = 'Y'
                READ InstallmentFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Installments
                    NOT AT END
                        IF Inst-Loan-ID NOT = Loan-ID
                            MOVE 'Y' TO End-Of-Installments
                        ELSE
                            DISPLAY Inst-Number " " Inst-Due-Date
                                " " Inst-Amount " " Inst-Interest
                                " " Inst-Capital
                                " " Inst-Late-Interest
                                " " Inst-Status
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE InstallmentFile.
            DISPLAY "Estado cuota: P=Pendiente, C=Cobrada, M=Impagada".

        Check-Live-Loans.
            OPEN INPUT LoanFile.
            MOVE 'N' TO End-Of-Loans.
            PERFORM UNTIL End-Of-Loans = 'Y'
                READ LoanFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Loans
                    NOT AT END
                        IF Loan-Account-ID = Account-ID
                        AND NOT Loan-Repaid
                            MOVE 'Y' TO Live-Loan-Found
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LoanFile.

        Open-MandateFile-IO.
            OPEN I-O MandateFile.
            IF Mandate-File-Status = '35'
                OPEN OUTPUT MandateFile
                CLOSE MandateFile
                OPEN I-O MandateFile
            END-IF.

        Open-BillLogFile-IO.
            OPEN I-O BillLogFile.
            IF Bill-Log-File-Status = '35'
                OPEN OUTPUT BillLogFile
                CLOSE BillLogFile
                OPEN I-O BillLogFile
            END-IF.

        Get-Creditor-ID-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Identificador del acreedor:"
                ACCEPT Creditor-ID-Entry
                IF Creditor-ID-Entry = SPACES
                    DISPLAY "Acreedor no válido"
                ELSE
                    MOVE 'Y' TO Input-Valid
                END-IF
            END-PERFORM.

        Get-Mandate-Key-Entry.
            PERFORM Get-Creditor-ID-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Referencia del mandato:"
                ACCEPT Mandate-Ref-Entry
                IF Mandate-Ref-Entry = SPACES
                    DISPLAY "Referencia no válida"
                ELSE
                    MOVE 'Y' TO Input-Valid
                END-IF
            END-PERFORM.
            MOVE Creditor-ID-Entry TO Mandate-Creditor-ID.
            MOVE Mandate-Ref-Entry TO Mandate-Reference.

        Read-Mandate-By-Key.
            READ MandateFile
                INVALID KEY
                    MOVE 'N' TO Found-Mandate
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Mandate
            END-READ.

        Register-Mandate.
            PERFORM Open-AccountFile-IO.
            PERFORM Find-Account.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
            ELSE
                PERFORM Open-MandateFile-IO
                MOVE Account-Search-ID TO Mandate-Account-ID
                PERFORM Get-Mandate-Key-Entry
                PERFORM Read-Mandate-By-Key
                IF Found-Mandate = 'Y' AND Mandate-Active
                    DISPLAY "El mandato ya está registrado"
                ELSE
                    PERFORM Capture-Mandate-Data
                END-IF
                CLOSE MandateFile
            END-IF.
            CLOSE AccountFile.

        Capture-Mandate-Data.
            DISPLAY "Nombre del acreedor:".
            ACCEPT Mandate-Creditor-Name.
            MOVE "Importe máximo (0=sin límite):"
                TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Prompt-Amount TO Current-Amount-Prompt.
            MOVE Transaction-Amount TO Mandate-Max-Amount.
            ACCEPT Mandate-Sign-Date FROM DATE YYYYMMDD.
            MOVE 'A' TO Mandate-Status.
            MOVE 0 TO Mandate-Revoke-Date.
            IF Found-Mandate = 'Y'
                REWRITE MandateRecord
            ELSE
                WRITE MandateRecord
            END-IF.
            DISPLAY "Mandato registrado para la cuenta "
                Mandate-Account-ID.

        Revoke-Mandate.
            PERFORM Open-MandateFile-IO.
            PERFORM Get-Account-ID-Entry.
            MOVE Account-ID-Text TO Mandate-Account-ID.
            PERFORM Get-Mandate-Key-Entry.
            PERFORM Read-Mandate-By-Key.
            IF Found-Mandate = 'N'
                DISPLAY "Mandato no encontrado"
            ELSE IF Mandate-Revoked
                DISPLAY "El mandato ya está revocado"
            ELSE
                MOVE 'R' TO Mandate-Status
                ACCEPT Mandate-Revoke-Date FROM DATE YYYYMMDD
                REWRITE MandateRecord
                DISPLAY "Mandato revocado, los recibos que se "
                    "presenten serán devueltos"
            END-IF.
            CLOSE MandateFile.

        Refund-Direct-Debit.
            PERFORM Open-AccountFile-IO.
            PERFORM Find-Account.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
            ELSE
                PERFORM Open-BillLogFile-IO
                PERFORM Get-Creditor-ID-Entry
                DISPLAY "Referencia del recibo:"
                ACCEPT Bill-Ref-Entry
                MOVE Creditor-ID-Entry TO Blog-Creditor-ID
                MOVE Bill-Ref-Entry TO Blog-Reference
                READ BillLogFile
                    INVALID KEY
                        MOVE 'N' TO Found-Bill
                    NOT INVALID KEY
                        MOVE 'Y' TO Found-Bill
                END-READ
                IF Found-Bill = 'N'
                OR Blog-Account-ID NOT = Account-Search-ID
                    DISPLAY "Recibo no encontrado en la cuenta"
                ELSE IF NOT Blog-Charged
                    DISPLAY "El recibo no figura como cargado"
                ELSE
                    PERFORM Check-Refund-Period
                END-IF
                CLOSE BillLogFile
            END-IF.
            CLOSE AccountFile.

        Check-Refund-Period.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            MOVE Today-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Today-Day-Number.
            MOVE Blog-Process-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            COMPUTE Refund-Days =
                Today-Day-Number - Serial-Day-Number.
            IF Refund-Days > Refund-Limit-Days
                DISPLAY "Fuera del plazo legal de devolución ("
                    Refund-Limit-Days " días)"
            ELSE
                MOVE Settlement-Account-ID TO Account-ID
                PERFORM Read-Account-By-Key
                IF Found-Account = 'N'
                    DISPLAY Settlement-Missing-Msg
                ELSE
                    PERFORM Apply-Bill-Refund
                END-IF
            END-IF.

        Apply-Bill-Refund.
            MOVE Blog-Amount TO Transaction-Amount.
            MOVE Account-Search-ID TO Account-ID.
            READ AccountFile.
            ADD Transaction-Amount TO Account-Balance.
            REWRITE AccountRecord.
            MOVE Blog-Charge-Seq TO Post-Orig-Seq.
            MOVE 'Z' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE Trans-Seq-Counter TO Post-Orig-Seq.
            MOVE Settlement-Account-ID TO Account-ID.
            READ AccountFile.
            SUBTRACT Transaction-Amount FROM Account-Balance.
            REWRITE AccountRecord.
            MOVE 'E' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE 0 TO Post-Orig-Seq.
            MOVE 'R' TO Blog-Status.
            MOVE "MD06" TO Blog-Return-Code.
            MOVE Today-Date TO Blog-Refund-Date.
            REWRITE BillLogRecord.
            PERFORM Write-Bill-Refund-Return.
            DISPLAY "Recibo devuelto, importe abonado: "
                Transaction-Amount.

        Write-Bill-Refund-Return.
            OPEN EXTEND BillReturnFile.
            MOVE Blog-Account-ID TO Dev-Account-ID.
            MOVE Blog-Creditor-ID TO Dev-Creditor-ID.
            MOVE Blog-Mandate-Ref TO Dev-Mandate-Ref.
            MOVE Blog-Reference TO Dev-Reference.
            MOVE Blog-Amount TO Dev-Amount.
            MOVE Blog-Due-Date TO Dev-Due-Date.
            MOVE Today-Date TO Dev-Process-Date.
            MOVE "MD06" TO Dev-Reason-Code.
            MOVE "Devolución solicitada por el cliente"
                TO Dev-Reason-Text.
            WRITE BillReturnRecord.
            CLOSE BillReturnFile.

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

        Open-CheckbookFile-IO.
            OPEN I-O CheckbookFile.
            IF Checkbook-File-Status = '35'
                OPEN OUTPUT CheckbookFile
                CLOSE CheckbookFile
                OPEN I-O CheckbookFile
            END-IF.

        Open-CheckFile-IO.
            OPEN I-O CheckFile.
            IF Check-File-Status = '35'
                OPEN OUTPUT CheckFile
                CLOSE CheckFile
                OPEN I-O CheckFile
            END-IF.

        Get-Check-Number-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Número de cheque:"
                ACCEPT Check-Number-Text
                INSPECT Check-Number-Text
                    REPLACING LEADING SPACE BY '0'
                IF Check-Number-Text IS NUMERIC
                    MOVE Check-Number-Text TO Check-Search-No
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Número de cheque inválido"
                END-IF
            END-PERFORM.

        Read-Check-By-Key.
            MOVE Check-Search-No TO Check-Number.
            READ CheckFile
                INVALID KEY
                    MOVE 'N' TO Found-Check
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Check
            END-READ.

        Issue-Checkbook.
            PERFORM Open-AccountFile-IO.
            PERFORM Find-Account.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
            ELSE IF NOT Checking-Account
                DISPLAY "Solo las cuentas corrientes admiten chequera"
            ELSE IF Account-Frozen
                DISPLAY Frozen-Account-Msg
            ELSE IF Account-Dormant
                DISPLAY Dormant-Account-Msg
            ELSE
                PERFORM Check-Checkbook-Fee
            END-IF.
            CLOSE AccountFile.

        Check-Checkbook-Fee.
            MOVE "CH" TO Fee-Search-Op.
            MOVE Account-Type TO Fee-Search-Type.
            MOVE 0 TO Fee-Base-Amount.
            PERFORM Compute-Operation-Fee.
            MOVE Account-Search-ID TO Hold-Search-ID.
            PERFORM Compute-Active-Holds.
            COMPUTE Available-Balance =
                Account-Balance - Active-Holds-Total - Fee-Due.
            COMPUTE Min-Balance = 0 - Overdraft-Limit.
            IF Available-Balance < Min-Balance
                DISPLAY Insufficient-Funds
            ELSE
                PERFORM Create-Checkbook
                IF Checkbook-Failed = 'N' AND Fee-Due > 0
                    MOVE 0 TO Fee-Orig-Seq
                    MOVE SPACES TO Fee-Reference
                    STRING "CHEQUERA " Book-Number
                        " CHEQUES " First-Check-No "-" Last-Check-No
                        DELIMITED BY SIZE INTO Fee-Reference
                    PERFORM Charge-Operation-Fee
                END-IF
            END-IF.

        Create-Checkbook.
            MOVE 'N' TO Checkbook-Failed.
            PERFORM Open-CheckbookFile-IO.
            PERFORM Find-Next-Book-Number.
            PERFORM Reserve-Check-Numbers.
            MOVE Account-ID TO Book-Account-ID.
            MOVE Next-Book-Number TO Book-Number.
            MOVE First-Check-No TO Book-First-Check.
            MOVE Last-Check-No TO Book-Last-Check.
            ACCEPT Book-Issue-Date FROM DATE YYYYMMDD.
            MOVE Current-Teller-ID TO Book-Teller-ID.
            WRITE CheckbookRecord
                INVALID KEY
                    DISPLAY "** Chequera " Book-Number
                        " ya registrada para la cuenta **"
                    MOVE 'Y' TO Checkbook-Failed
            END-WRITE.
            IF Checkbook-Failed = 'N'
                PERFORM Write-Checkbook-Checks
                IF Checkbook-Failed = 'Y'
                    MOVE Account-ID TO Book-Account-ID
                    MOVE Next-Book-Number TO Book-Number
                    DELETE CheckbookFile RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                END-IF
            END-IF.
            CLOSE CheckbookFile.
            IF Checkbook-Failed = 'Y'
                DISPLAY "** Chequera no emitida, no se cobra "
                    "comisión; repita la operación **"
            ELSE
                DISPLAY "Chequera " Book-Number " emitida, cheques "
                    First-Check-No " a " Last-Check-No
            END-IF.

        Write-Checkbook-Checks.
            PERFORM Open-CheckFile-IO.
            PERFORM VARYING Check-Search-No FROM First-Check-No BY 1
                UNTIL Check-Search-No > Last-Check-No
                OR Checkbook-Failed = 'Y'
                PERFORM Write-Issued-Check
            END-PERFORM.
            IF Checkbook-Failed = 'Y'
                PERFORM VARYING Check-Search-No FROM First-Check-No
                    BY 1 UNTIL Check-Search-No >= Failed-Check-No
                    PERFORM Remove-Issued-Check
                END-PERFORM
            END-IF.
            CLOSE CheckFile.

        Find-Next-Book-Number.
            MOVE 1 TO Next-Book-Number.
            MOVE Account-ID TO Book-Account-ID.
            MOVE 0 TO Book-Number.
            MOVE 'N' TO End-Of-Checks.
            START CheckbookFile KEY IS > Book-Key
                INVALID KEY
                    MOVE 'Y' TO End-Of-Checks
            END-START.
            PERFORM UNTIL End-Of-Checks = 'Y'
                READ CheckbookFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Checks
                    NOT AT END
                        IF Book-Account-ID NOT = Account-ID
                            MOVE 'Y' TO End-Of-Checks
                        ELSE
                            COMPUTE Next-Book-Number = Book-Number + 1
                        END-IF
                END-READ
            END-PERFORM.

        Reserve-Check-Numbers.
            MOVE 'N' TO Seq-Assigned.
            PERFORM Fetch-Check-Numbers
                UNTIL Seq-Assigned = 'Y'.

        Fetch-Check-Numbers.
            PERFORM Open-SequenceFile-IO.
            MOVE "CHEQUE" TO Seq-Name.
            READ SequenceFile
                INVALID KEY
                    PERFORM Seed-Check-Sequence
            END-READ.
            IF Sequence-File-Status = '00'
            OR Sequence-File-Status = '02'
                COMPUTE First-Check-No = Seq-Last-No + 1
                ADD Checks-Per-Book TO Seq-Last-No
                REWRITE SequenceRecord
                IF Sequence-File-Status = '00'
                OR Sequence-File-Status = '02'
                    MOVE Seq-Last-No TO Last-Check-No
                    MOVE 'Y' TO Seq-Assigned
                END-IF
            END-IF.
            CLOSE SequenceFile.

        Seed-Check-Sequence.
            MOVE 0 TO Check-Search-No.
            OPEN INPUT CheckFile.
            MOVE 'N' TO End-Of-Checks.
            PERFORM UNTIL End-Of-Checks = 'Y'
                READ CheckFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Checks
                    NOT AT END
                        IF Check-Number > Check-Search-No
                            MOVE Check-Number TO Check-Search-No
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CheckFile.
            MOVE "CHEQUE" TO Seq-Name.
            MOVE Check-Search-No TO Seq-Last-No.
            WRITE SequenceRecord.

        Write-Issued-Check.
            MOVE Check-Search-No TO Check-Number.
            MOVE Account-ID TO Check-Account-ID.
            MOVE Book-Number TO Check-Book-Number.
            MOVE 'E' TO Check-Status.
            MOVE Book-Issue-Date TO Check-Issue-Date.
            MOVE 0 TO Check-Paid-Date.
            MOVE 0 TO Check-Amount.
            MOVE 0 TO Check-Paid-Seq.
            MOVE SPACE TO Check-Stop-Reason.
            MOVE 0 TO Check-Stop-Date.
            WRITE CheckRecord
                INVALID KEY
                    DISPLAY "** Cheque " Check-Number
                        " ya registrado **"
                    MOVE Check-Search-No TO Failed-Check-No
                    MOVE 'Y' TO Checkbook-Failed
            END-WRITE.

        Remove-Issued-Check.
            MOVE Check-Search-No TO Check-Number.
            DELETE CheckFile RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE.

        Pay-Check.
            PERFORM Open-CheckFile-IO.
            PERFORM Get-Check-Number-Entry.
            PERFORM Read-Check-By-Key.
            IF Found-Check = 'N'
                DISPLAY "Cheque no registrado"
            ELSE
                PERFORM Open-AccountFile-IO
                PERFORM Find-Account
                IF Found-Account = 'N'
                    DISPLAY "Cuenta no encontrada"
                ELSE IF Check-Account-ID NOT = Account-Search-ID
                    DISPLAY "El cheque no pertenece a la cuenta"
                ELSE IF Check-Cashed
                    DISPLAY "Cheque ya pagado el " Check-Paid-Date
                ELSE IF Check-Stopped
                    DISPLAY "Cheque con orden de no pago"
                ELSE IF Check-Cancelled
                    DISPLAY "Cheque anulado"
                ELSE IF Account-Frozen
                    DISPLAY Frozen-Account-Msg
                ELSE IF Account-Dormant
                    DISPLAY Dormant-Account-Msg
                ELSE
                    PERFORM Get-Check-Amount
                END-IF
                CLOSE AccountFile
            END-IF.
            CLOSE CheckFile.

        Get-Check-Amount.
            MOVE Account-Branch-ID TO Op-Branch-ID.
            PERFORM Get-Amount-Entry.
            MOVE Account-Search-ID TO Hold-Search-ID.
            PERFORM Compute-Active-Holds.
            COMPUTE Available-Balance =
                Account-Balance - Active-Holds-Total
                - Transaction-Amount.
            COMPUTE Min-Balance = 0 - Overdraft-Limit.
            IF Transaction-Amount > 0
            AND Available-Balance >= Min-Balance
                PERFORM Check-Amount-Authorization
                IF Approval-Granted = 'Y'
                    PERFORM Post-Check-Payment
                END-IF
            ELSE IF Transaction-Amount > 0
                DISPLAY Insufficient-Funds
            ELSE
                DISPLAY Invalid-Amount
            END-IF.

        Post-Check-Payment.
            SUBTRACT Transaction-Amount FROM Account-Balance.
            REWRITE AccountRecord.
            MOVE Check-Number TO Post-Check-No.
            MOVE 'K' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE 0 TO Post-Check-No.
            MOVE 'P' TO Check-Status.
            ACCEPT Check-Paid-Date FROM DATE YYYYMMDD.
            MOVE Transaction-Amount TO Check-Amount.
            MOVE Trans-Seq-Counter TO Check-Paid-Seq.
            REWRITE CheckRecord.
            DISPLAY "Cheque " Check-Number " pagado".

        Stop-Check-Payment.
            PERFORM Open-CheckFile-IO.
            PERFORM Get-Check-Number-Entry.
            PERFORM Read-Check-By-Key.
            IF Found-Check = 'N'
                DISPLAY "Cheque no registrado"
            ELSE
                PERFORM Open-AccountFile-IO
                PERFORM Find-Account
                IF Found-Account = 'N'
                    DISPLAY "Cuenta no encontrada"
                ELSE IF Check-Account-ID NOT = Account-Search-ID
                    DISPLAY "El cheque no pertenece a la cuenta"
                ELSE IF Check-Cashed
                    DISPLAY "Cheque ya pagado el " Check-Paid-Date
                ELSE IF Check-Stopped
                    DISPLAY "El cheque ya tiene orden de no pago"
                ELSE IF Check-Cancelled
                    DISPLAY "Cheque anulado"
                ELSE
                    PERFORM Record-Stop-Payment
                END-IF
                CLOSE AccountFile
            END-IF.
            CLOSE CheckFile.

        Record-Stop-Payment.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Motivo (P=Pérdida, R=Robo):"
                ACCEPT Stop-Reason-Text
                IF Stop-Reason-Text = 'P' OR Stop-Reason-Text = 'R'
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Motivo no válido"
                END-IF
            END-PERFORM.
            MOVE 'N' TO Check-Status.
            MOVE Stop-Reason-Text TO Check-Stop-Reason.
            ACCEPT Check-Stop-Date FROM DATE YYYYMMDD.
            REWRITE CheckRecord.
            DISPLAY "Orden de no pago registrada para el cheque "
                Check-Number.

        Cancel-Outstanding-Checks.
            MOVE 0 TO Checks-Cancelled.
            PERFORM Open-CheckFile-IO.
            MOVE 'N' TO End-Of-Checks.
            PERFORM UNTIL End-Of-Checks = 'Y'
                READ CheckFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-Checks
                    NOT AT END
                        IF Check-Account-ID = Account-ID
                        AND Check-Issued
                            MOVE 'A' TO Check-Status
                            REWRITE CheckRecord
                            ADD 1 TO Checks-Cancelled
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CheckFile.
            IF Checks-Cancelled > 0
                DISPLAY "Cheques en blanco anulados: " Checks-Cancelled
            END-IF.

        Check-Balance.
            PERFORM Open-AccountFile-IO.
            PERFORM Find-Account.
            IF Found-Account = 'Y'
                DISPLAY "Saldo actual de la cuenta: ", Account-Balance
            ELSE
                DISPLAY "Cuenta no encontrada"
            END-IF.
            CLOSE AccountFile.
        
        Check-Balance-As-Of.
            PERFORM Get-Account-ID-Entry.
            MOVE Account-ID-Text TO Account-Search-ID.
            PERFORM Get-Snapshot-Date-Entry.
            OPEN INPUT SnapshotFile.
            MOVE Snapshot-Date TO Snap-Date.
            MOVE Account-Search-ID TO Snap-Account-ID.
            READ SnapshotFile
                INVALID KEY
                    MOVE 'N' TO Found-Snapshot
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Snapshot
            END-READ.
            IF Found-Snapshot = 'Y'
                DISPLAY "Saldo de la cuenta " Snap-Account-ID
                    " al cierre del " Snap-Date ": " Snap-Balance
                DISPLAY "   estado en esa fecha: " Snap-Status
            ELSE
                DISPLAY "No hay instantánea de la cuenta "
                    Account-Search-ID " para esa fecha"
            END-IF.
            CLOSE SnapshotFile.

        Get-Snapshot-Date-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Fecha de consulta (AAAAMMDD):"
                ACCEPT Snapshot-Date-Text
                INSPECT Snapshot-Date-Text
                    REPLACING LEADING SPACE BY '0'
                IF Snapshot-Date-Text IS NUMERIC
                    MOVE Snapshot-Date-Text TO Snapshot-Date
                    IF Snapshot-Date > 0
                        MOVE 'Y' TO Input-Valid
                    ELSE
                        DISPLAY "Fecha no válida"
                    END-IF
                ELSE
                    DISPLAY "Fecha no válida"
                END-IF
            END-PERFORM.

        Transaction-History.
            OPEN INPUT TransactionFile.
            PERFORM Get-Account-ID-Entry.
            MOVE Account-ID-Text TO Account-Search-ID.
            DISPLAY "Historial de movimientos:".
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Trans-Account-ID = Account-Search-ID
                            DISPLAY Trans-Date, " ", Trans-Time, " ",
                                Trans-Type, " ", Trans-Amount
                            IF Reversal-Debit OR Reversal-Credit
                                DISPLAY "   >> REVERSO DEL MOVIMIENTO "
                                    Trans-Orig-Seq-No
                            END-IF
                            IF Trans-Reversed
                                DISPLAY "   ** MOVIMIENTO REVERSADO **"
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Get-Account-ID-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Prompt-Account-ID
                ACCEPT Account-ID-Text
                INSPECT Account-ID-Text REPLACING LEADING SPACE BY '0'
                IF Account-ID-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY Invalid-Account-ID-Msg
                END-IF
            END-PERFORM.

        Get-Amount-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Current-Amount-Prompt
                ACCEPT Amount-Text
                INSPECT Amount-Text REPLACING LEADING SPACE BY '0'
                IF Amount-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY Invalid-Amount
                END-IF
            END-PERFORM.
            MOVE Amount-Text TO Transaction-Amount.

        Find-Account.
            PERFORM Get-Account-ID-Entry.
            MOVE Account-ID-Text TO Account-Search-ID.
            MOVE Account-Search-ID TO Account-ID.
            PERFORM Read-Account-By-Key.

        Read-Account-By-Key.
            READ AccountFile
                INVALID KEY
                    MOVE 'N' TO Found-Account
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Account
            END-READ.
            IF Found-Account = 'Y' AND Account-Closed
                MOVE 'N' TO Found-Account
            END-IF.

        Close-Account.
            PERFORM Open-AccountFile-IO.
            PERFORM Get-Account-ID-Entry.
            MOVE Account-ID-Text TO Account-Search-ID.
            MOVE Account-Search-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    MOVE 'N' TO Found-Account
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Account
            END-READ.
            MOVE 'N' TO Live-Loan-Found.
            IF Found-Account = 'Y'
                PERFORM Check-Live-Loans
            END-IF.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
            ELSE IF Account-Closed
                DISPLAY "La cuenta ya está cerrada"
            ELSE IF Account-Frozen
                DISPLAY "La cuenta está bloqueada"
            ELSE IF Account-Dormant
                DISPLAY "La cuenta está durmiente, reactívela"
            ELSE IF Live-Loan-Found = 'Y'
                DISPLAY "La cuenta tiene préstamos pendientes"
            ELSE
                MOVE Account-Branch-ID TO Op-Branch-ID
                PERFORM Check-Close-Authorization
                IF Approval-Granted = 'Y'
                    PERFORM Settle-And-Close-Account
                END-IF
            END-IF.
            CLOSE AccountFile.

        Settle-And-Close-Account.
            IF Account-Balance > 0
                MOVE Account-Balance TO Transaction-Amount
                SUBTRACT Transaction-Amount FROM Account-Balance
                MOVE 'W' TO Trans-Type
                PERFORM Record-Transaction
                DISPLAY "Saldo restante retirado antes del cierre"
            ELSE IF Account-Balance < 0
                COMPUTE Transaction-Amount = 0 - Account-Balance
                ADD Transaction-Amount TO Account-Balance
                MOVE 'D' TO Trans-Type
                PERFORM Record-Transaction
                DISPLAY "Saldo deudor liquidado antes del cierre"
            END-IF.
            MOVE 'C' TO Account-Status.
            REWRITE AccountRecord.
            DISPLAY "Cuenta cerrada exitosamente".
            IF Checking-Account
                PERFORM Cancel-Outstanding-Checks
            END-IF.

        Get-Customer-For-Account.
            OPEN INPUT CustomerFile.
            PERFORM Get-Customer-ID-Entry.
            MOVE Customer-ID-Text TO Customer-Search-ID.
            MOVE Customer-Search-ID TO Customer-ID.
            PERFORM Read-Customer-By-Key.
            IF Found-Customer = 'N'
                DISPLAY Customer-Not-Found-Msg
            ELSE
                MOVE Customer-ID TO Current-Customer-ID
                MOVE Customer-Name TO Current-Customer-Name
                MOVE Customer-Phone TO Current-Customer-Phone
                MOVE Customer-Email TO Current-Customer-Email
            END-IF.
            CLOSE CustomerFile.

        Open-CustomerFile-IO.
            OPEN I-O CustomerFile.
            IF Customer-File-Status = '35'
                OPEN OUTPUT CustomerFile
                CLOSE CustomerFile
                OPEN I-O CustomerFile
            END-IF.

        Get-Customer-ID-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Prompt-Customer-ID
                ACCEPT Customer-ID-Text
                INSPECT Customer-ID-Text
                    REPLACING LEADING SPACE BY '0'
                IF Customer-ID-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "ID de cliente inválido"
                END-IF
            END-PERFORM.

        Read-Customer-By-Key.
            READ CustomerFile
                INVALID KEY
                    MOVE 'N' TO Found-Customer
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Customer
            END-READ.

        Register-Customer.
            PERFORM Open-CustomerFile-IO.
            PERFORM Get-Customer-ID-Entry.
            MOVE Customer-ID-Text TO Customer-ID.
            PERFORM Read-Customer-By-Key.
            IF Found-Customer = 'Y'
                DISPLAY "El cliente ya existe"
            ELSE
                MOVE Customer-ID-Text TO Customer-ID
                PERFORM Accept-Customer-Data
                WRITE CustomerRecord
                DISPLAY "Cliente registrado exitosamente"
            END-IF.
            CLOSE CustomerFile.

        Update-Customer.
            PERFORM Open-CustomerFile-IO.
            PERFORM Get-Customer-ID-Entry.
            MOVE Customer-ID-Text TO Customer-ID.
            PERFORM Read-Customer-By-Key.
            IF Found-Customer = 'N'
                DISPLAY Customer-Not-Found-Msg
            ELSE
                DISPLAY "Cliente actual: " Customer-Name
                PERFORM Accept-Customer-Data
                REWRITE CustomerRecord
                DISPLAY "Cliente actualizado exitosamente"
            END-IF.
            CLOSE CustomerFile.

        Accept-Customer-Data.
            DISPLAY Prompt-Customer-Name.
            ACCEPT Customer-Name.
            DISPLAY Prompt-Customer-Document.
            ACCEPT Customer-Document.
            DISPLAY Prompt-Customer-Address.
            ACCEPT Customer-Address.
            DISPLAY Prompt-Customer-Phone.
            ACCEPT Customer-Phone.
            DISPLAY Prompt-Customer-Email.
            ACCEPT Customer-Email.

        Customer-Position.
            PERFORM Get-Customer-For-Account.
            IF Found-Customer = 'Y'
                PERFORM List-Customer-Accounts
            END-IF.

        List-Customer-Accounts.
            OPEN INPUT AccountFile.
            MOVE 0 TO Customer-Total-Balance.
            MOVE 0 TO Customer-Account-Count.
            DISPLAY "Cuentas del cliente " Current-Customer-ID
                " - " Current-Customer-Name.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ AccountFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Account-Customer-ID = Customer-Search-ID
                            PERFORM Show-Customer-Account
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AccountFile.
            DISPLAY "Cuentas encontradas: " Customer-Account-Count.
            DISPLAY "Posición combinada:  " Customer-Total-Balance.

        Show-Customer-Account.
            ADD 1 TO Customer-Account-Count.
            DISPLAY "Cuenta " Account-ID " tipo " Account-Type
                " estado " Account-Status
                " saldo " Account-Balance.
            IF NOT Account-Closed
                ADD Account-Balance TO Customer-Total-Balance
            END-IF.

        Open-OrderFile-IO.
            OPEN I-O OrderFile.
            IF Order-File-Status = '35'
                OPEN OUTPUT OrderFile
                CLOSE OrderFile
                OPEN I-O OrderFile
            END-IF.

        Get-Order-ID-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Prompt-Order-ID
                ACCEPT Order-ID-Text
                INSPECT Order-ID-Text
                    REPLACING LEADING SPACE BY '0'
                IF Order-ID-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "ID de orden inválido"
                END-IF
            END-PERFORM.

        Read-Order-By-Key.
            READ OrderFile
                INVALID KEY
                    MOVE 'N' TO Found-Order
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Order
            END-READ.

        Register-Standing-Order.
            PERFORM Open-OrderFile-IO.
            PERFORM Get-Order-ID-Entry.
            MOVE Order-ID-Text TO Order-ID.
            PERFORM Read-Order-By-Key.
            IF Found-Order = 'Y'
                DISPLAY "La orden ya existe"
            ELSE
                PERFORM Accept-Order-Data
                IF Order-Data-Valid = 'Y'
                    MOVE Order-ID-Text TO Order-ID
                    MOVE Source-Account-ID TO Order-Source-Account
                    MOVE Dest-Account-ID TO Order-Dest-Account
                    MOVE Transaction-Amount TO Order-Amount
                    MOVE Order-Day-Num TO Order-Day
                    MOVE 'A' TO Order-Status
                    WRITE StandingOrderRecord
                    DISPLAY "Orden registrada exitosamente"
                END-IF
            END-IF.
            CLOSE OrderFile.

        Accept-Order-Data.
            MOVE 'Y' TO Order-Data-Valid.
            PERFORM Open-AccountFile-IO.
            DISPLAY Prompt-Source-Account.
            PERFORM Get-Account-ID-Entry.
            MOVE Account-ID-Text TO Source-Account-ID.
            MOVE Source-Account-ID TO Account-ID.
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
                MOVE 'N' TO Order-Data-Valid
            END-IF.
            IF Order-Data-Valid = 'Y'
                DISPLAY Prompt-Dest-Account
                PERFORM Get-Account-ID-Entry
                MOVE Account-ID-Text TO Dest-Account-ID
                IF Dest-Account-ID = Source-Account-ID
                    DISPLAY Same-Account-Msg
                    MOVE 'N' TO Order-Data-Valid
                ELSE
                    MOVE Dest-Account-ID TO Account-ID
                    PERFORM Read-Account-By-Key
                    IF Found-Account = 'N'
                        DISPLAY "Cuenta de destino no encontrada"
                        MOVE 'N' TO Order-Data-Valid
                    END-IF
                END-IF
            END-IF.
            CLOSE AccountFile.
            IF Order-Data-Valid = 'Y'
                PERFORM Get-Amount-Entry
                IF Transaction-Amount > 0
                    PERFORM Get-Order-Day-Entry
                ELSE
                    DISPLAY Invalid-Amount
                    MOVE 'N' TO Order-Data-Valid
                END-IF
            END-IF.

        Get-Order-Day-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Prompt-Order-Day
                ACCEPT Order-Day-Text
                INSPECT Order-Day-Text
                    REPLACING LEADING SPACE BY '0'
                IF Order-Day-Text IS NUMERIC
                    MOVE Order-Day-Text TO Order-Day-Num
                    IF Order-Day-Num >= 1 AND Order-Day-Num <= 31
                        MOVE 'Y' TO Input-Valid
                    ELSE
                        DISPLAY Invalid-Order-Day-Msg
                    END-IF
                ELSE
                    DISPLAY Invalid-Order-Day-Msg
                END-IF
            END-PERFORM.

        Cancel-Standing-Order.
            PERFORM Open-OrderFile-IO.
            PERFORM Get-Order-ID-Entry.
            MOVE Order-ID-Text TO Order-ID.
            PERFORM Read-Order-By-Key.
            IF Found-Order = 'N'
                DISPLAY "Orden no encontrada"
            ELSE IF Order-Cancelled
                DISPLAY "La orden ya está cancelada"
            ELSE
                DISPLAY "Orden " Order-ID " origen "
                    Order-Source-Account " destino "
                    Order-Dest-Account " monto " Order-Amount
                    " día " Order-Day
                MOVE 'C' TO Order-Status
                REWRITE StandingOrderRecord
                DISPLAY "Orden cancelada exitosamente"
            END-IF.
            CLOSE OrderFile.

        Sign-On.
            PERFORM Open-UserFile-IO.
            PERFORM Bootstrap-Admin-User.
            CLOSE UserFile.
            MOVE 'N' TO Signon-OK.
            MOVE 0 TO Signon-Attempts.
            PERFORM UNTIL Signon-OK = 'Y' OR Signon-Attempts >= 3
                ADD 1 TO Signon-Attempts
                DISPLAY Prompt-Teller-ID
                ACCEPT Entered-Teller-ID
                DISPLAY Prompt-Password
                ACCEPT Entered-Password
                PERFORM Verify-User-Password
                MOVE Entered-Teller-ID TO Access-Teller-ID
                MOVE Entered-Teller-ID TO Access-Actor-ID
                IF Password-OK = 'Y'
                    MOVE 'Y' TO Signon-OK
                    MOVE Entered-Teller-ID TO Current-Teller-ID
                    MOVE Verified-Level TO Current-Teller-Level
                    MOVE Verified-Branch TO Current-Teller-Branch
                    MOVE 'E' TO Access-Event
                    MOVE "Acceso correcto" TO Access-Detail
                    PERFORM Write-Access-Log
                    DISPLAY "Bienvenido " Verified-Name
                        " - oficina " Current-Teller-Branch
                ELSE
                    MOVE 'F' TO Access-Event
                    PERFORM Write-Access-Log
                    PERFORM Log-User-Blocked
                END-IF
            END-PERFORM.
            IF Signon-OK = 'N'
                DISPLAY "Acceso denegado"
                STOP RUN
            END-IF.
            PERFORM Check-Password-Expiry.

        Verify-User-Password.
            MOVE 'N' TO Password-OK.
            MOVE 'N' TO User-Was-Blocked.
            PERFORM Open-UserFile-IO.
            MOVE Entered-Teller-ID TO Teller-ID.
            READ UserFile
                INVALID KEY
                    MOVE 'N' TO Found-User
                NOT INVALID KEY
                    MOVE 'Y' TO Found-User
            END-READ.
            IF Found-User = 'N'
                DISPLAY Bad-Signon-Msg
                MOVE "Usuario inexistente" TO Access-Detail
            ELSE IF User-Removed
                DISPLAY Bad-Signon-Msg
                MOVE "Usuario dado de baja" TO Access-Detail
            ELSE IF User-Blocked
                DISPLAY "Usuario bloqueado, avise a un supervisor"
                MOVE "Usuario bloqueado" TO Access-Detail
            ELSE
                MOVE Entered-Teller-ID TO Hash-Salt-ID
                MOVE Entered-Password TO Hash-Password
                PERFORM Compute-Password-Hash
                IF Password-Hash = Teller-Password-Hash
                    PERFORM Accept-Verified-User
                ELSE
                    PERFORM Count-Failed-Attempt
                END-IF
            END-IF.
            CLOSE UserFile.

        Accept-Verified-User.
            MOVE 'Y' TO Password-OK.
            MOVE 0 TO Teller-Failed-Count.
            REWRITE UserRecord.
            MOVE Teller-Name TO Verified-Name.
            MOVE Teller-Level TO Verified-Level.
            MOVE Teller-Branch-ID TO Verified-Branch.
            MOVE Teller-Must-Change TO Verified-Must-Change.
            MOVE Teller-Password-Date TO Verified-Password-Date.

        Count-Failed-Attempt.
            DISPLAY Bad-Signon-Msg.
            MOVE "Contraseña incorrecta" TO Access-Detail.
            ADD 1 TO Teller-Failed-Count.
            IF Teller-Failed-Count >= Max-Failed-Attempts
                MOVE 'B' TO Teller-Status
                MOVE 'Y' TO User-Was-Blocked
                DISPLAY "Usuario bloqueado por intentos fallidos"
            END-IF.
            REWRITE UserRecord.

        Log-User-Blocked.
            IF User-Was-Blocked = 'Y'
                MOVE 'B' TO Access-Event
                MOVE "Bloqueo por intentos fallidos"
                    TO Access-Detail
                PERFORM Write-Access-Log
            END-IF.

        Check-Password-Expiry.
            MOVE 'N' TO Password-Expired.
            MOVE Current-Teller-ID TO Hash-Salt-ID.
            MOVE Current-Teller-ID TO Hash-Password.
            PERFORM Compute-Password-Hash.
            MOVE Password-Hash TO Verified-Hash.
            MOVE Entered-Password TO Hash-Password.
            PERFORM Compute-Password-Hash.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            MOVE Today-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Password-Days.
            MOVE Verified-Password-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            SUBTRACT Serial-Day-Number FROM Password-Days.
            IF Verified-Must-Change = 'S'
                DISPLAY "Debe cambiar la contraseña en este "
                    "primer acceso"
                MOVE 'Y' TO Password-Expired
            ELSE IF Password-Hash = Verified-Hash
                DISPLAY "La contraseña coincide con el ID de "
                    "cajero, debe cambiarla"
                MOVE 'Y' TO Password-Expired
            ELSE IF Password-Days > Password-Max-Days
                DISPLAY "La contraseña ha caducado ("
                    Password-Max-Days " días), debe cambiarla"
                MOVE 'Y' TO Password-Expired
            END-IF.
            IF Password-Expired = 'Y'
                PERFORM Force-Password-Change
            END-IF.

        Force-Password-Change.
            MOVE 'N' TO Password-Changed.
            MOVE 0 TO Password-Tries.
            PERFORM UNTIL Password-Changed = 'Y'
                OR Password-Tries >= 3
                ADD 1 TO Password-Tries
                PERFORM Capture-New-Password
                IF Password-Valid = 'Y'
                    PERFORM Store-New-Password
                END-IF
            END-PERFORM.
            IF Password-Changed = 'N'
                DISPLAY "Cambio de contraseña no realizado, "
                    "acceso denegado"
                MOVE Current-Teller-ID TO Access-Teller-ID
                MOVE Current-Teller-ID TO Access-Actor-ID
                MOVE 'S' TO Access-Event
                MOVE "Salida sin cambio obligatorio de clave"
                    TO Access-Detail
                PERFORM Write-Access-Log
                STOP RUN
            END-IF.

        Change-Password.
            DISPLAY "Contraseña actual:".
            ACCEPT Entered-Password.
            MOVE Current-Teller-ID TO Entered-Teller-ID.
            PERFORM Verify-User-Password.
            IF Password-OK = 'N'
                MOVE Current-Teller-ID TO Access-Teller-ID
                MOVE Current-Teller-ID TO Access-Actor-ID
                MOVE 'F' TO Access-Event
                MOVE "Cambio de clave: contraseña incorrecta"
                    TO Access-Detail
                PERFORM Write-Access-Log
                PERFORM Log-User-Blocked
                IF User-Was-Blocked = 'Y'
                    PERFORM Log-Signoff
                    STOP RUN
                END-IF
            ELSE
                PERFORM Capture-New-Password
                IF Password-Valid = 'Y'
                    PERFORM Store-New-Password
                END-IF
            END-IF.

        Capture-New-Password.
            MOVE 'N' TO Password-Valid.
            DISPLAY "Nueva contraseña (mínimo " Min-Password-Length
                " caracteres, sin espacios):".
            ACCEPT New-Password.
            DISPLAY "Repita la nueva contraseña:".
            ACCEPT Confirm-Password.
            MOVE New-Password TO Password-Work.
            MOVE 0 TO Password-Length.
            INSPECT New-Password TALLYING Password-Length
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF New-Password NOT = Confirm-Password
                DISPLAY "Las contraseñas no coinciden"
            ELSE IF Password-Length < Min-Password-Length
                DISPLAY "La contraseña debe tener al menos "
                    Min-Password-Length " caracteres"
            ELSE IF Password-Work(Password-Length + 1:) NOT = SPACES
                DISPLAY "La contraseña no puede contener espacios"
            ELSE IF New-Password = Current-Teller-ID
                DISPLAY "La contraseña no puede ser el ID de cajero"
            ELSE
                MOVE 'Y' TO Password-Valid
            END-IF.

        Store-New-Password.
            MOVE 'N' TO Password-Changed.
            MOVE Current-Teller-ID TO Hash-Salt-ID.
            MOVE New-Password TO Hash-Password.
            PERFORM Compute-Password-Hash.
            PERFORM Open-UserFile-IO.
            MOVE Current-Teller-ID TO Teller-ID.
            READ UserFile
                INVALID KEY
                    DISPLAY "Cajero no encontrado"
                NOT INVALID KEY
                    PERFORM Replace-Stored-Password
            END-READ.
            CLOSE UserFile.
            IF Password-Changed = 'Y'
                MOVE Current-Teller-ID TO Access-Teller-ID
                MOVE Current-Teller-ID TO Access-Actor-ID
                MOVE 'C' TO Access-Event
                MOVE "Cambio de contraseña" TO Access-Detail
                PERFORM Write-Access-Log
            END-IF.

        Replace-Stored-Password.
            IF Password-Hash = Teller-Password-Hash
                DISPLAY "La nueva contraseña debe ser distinta "
                    "de la actual"
            ELSE
                MOVE Password-Hash TO Teller-Password-Hash
                ACCEPT Teller-Password-Date FROM DATE YYYYMMDD
                MOVE 'N' TO Teller-Must-Change
                REWRITE UserRecord
                MOVE 'Y' TO Password-Changed
                DISPLAY "Contraseña cambiada exitosamente"
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

        Write-Access-Log.
            OPEN EXTEND AccessLogFile.
            ACCEPT Acc-Date FROM DATE YYYYMMDD.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Acc-Time.
            MOVE Access-Teller-ID TO Acc-Teller-ID.
            MOVE Access-Event TO Acc-Event.
            MOVE Access-Actor-ID TO Acc-Actor-ID.
            MOVE Access-Detail TO Acc-Detail.
            WRITE AccessLogRecord.
            CLOSE AccessLogFile.

        Log-Signoff.
            MOVE Current-Teller-ID TO Access-Teller-ID.
            MOVE Current-Teller-ID TO Access-Actor-ID.
            MOVE 'S' TO Access-Event.
            MOVE "Salida del sistema" TO Access-Detail.
            PERFORM Write-Access-Log.

        Open-UserFile-IO.
            OPEN I-O UserFile.
            IF User-File-Status = '35'
                OPEN OUTPUT UserFile
                CLOSE UserFile
                OPEN I-O UserFile
            END-IF.

        Bootstrap-Admin-User.
            READ UserFile NEXT RECORD
                AT END
                    MOVE "ADMIN" TO Teller-ID
                    MOVE "Supervisor inicial" TO Teller-Name
                    MOVE "ADMIN" TO Hash-Salt-ID
                    MOVE "ADMIN" TO Hash-Password
                    PERFORM Compute-Password-Hash
                    MOVE Password-Hash TO Teller-Password-Hash
                    MOVE 'S' TO Teller-Level
                    MOVE Default-Branch-ID TO Teller-Branch-ID
                    ACCEPT Teller-Password-Date FROM DATE YYYYMMDD
                    MOVE 'S' TO Teller-Must-Change
                    MOVE 0 TO Teller-Failed-Count
                    MOVE 'A' TO Teller-Status
                    WRITE UserRecord
                    DISPLAY "Usuario inicial ADMIN creado, debe "
                        "cambiar su contraseña en el primer acceso"
                    DISPLAY "   y darse de baja una vez registrados "
                        "los supervisores nominativos"
                NOT AT END
                    CONTINUE
            END-READ.

        Register-Teller.
            IF Current-Teller-Level NOT = 'S'
                DISPLAY Supervisor-Only-Msg
            ELSE
                PERFORM Open-UserFile-IO
                DISPLAY Prompt-Teller-ID
                ACCEPT Entered-Teller-ID
                MOVE Entered-Teller-ID TO Teller-ID
                READ UserFile
                    INVALID KEY
                        MOVE 'N' TO Found-User
                    NOT INVALID KEY
                        MOVE 'Y' TO Found-User
                END-READ
                IF Found-User = 'Y'
                    DISPLAY "El cajero ya existe"
                ELSE
                    MOVE Entered-Teller-ID TO Teller-ID
                    DISPLAY "Nombre del cajero:"
                    ACCEPT Teller-Name
                    DISPLAY "Contraseña inicial (se cambiará en el "
                        "primer acceso):"
                    ACCEPT Entered-Password
                    MOVE Entered-Teller-ID TO Hash-Salt-ID
                    MOVE Entered-Password TO Hash-Password
                    PERFORM Compute-Password-Hash
                    MOVE Password-Hash TO Teller-Password-Hash
                    ACCEPT Teller-Password-Date FROM DATE YYYYMMDD
                    MOVE 'S' TO Teller-Must-Change
                    MOVE 0 TO Teller-Failed-Count
                    MOVE 'A' TO Teller-Status
                    PERFORM Get-Teller-Level-Entry
                    MOVE Teller-Level-Text TO Teller-Level
                    DISPLAY "Oficina del cajero (0=la del supervisor):"
                    PERFORM Get-Branch-Entry
                    MOVE Branch-Entered TO Teller-Branch-ID
                    WRITE UserRecord
                    DISPLAY "Cajero registrado exitosamente"
                END-IF
                CLOSE UserFile
            END-IF.

        Unblock-Teller.
            IF Current-Teller-Level NOT = 'S'
                DISPLAY Supervisor-Only-Msg
            ELSE
                PERFORM Open-UserFile-IO
                PERFORM Read-Target-Teller
                IF Found-User = 'Y'
                    IF NOT User-Blocked
                    AND Teller-Failed-Count = 0
                        DISPLAY "El cajero no está bloqueado"
                    ELSE
                        PERFORM Apply-Teller-Unblock
                    END-IF
                END-IF
                CLOSE UserFile
            END-IF.

        Read-Target-Teller.
            DISPLAY Prompt-Teller-ID.
            ACCEPT Target-Teller-ID.
            MOVE Target-Teller-ID TO Teller-ID.
            READ UserFile
                INVALID KEY
                    MOVE 'N' TO Found-User
                NOT INVALID KEY
                    MOVE 'Y' TO Found-User
            END-READ.
            IF Found-User = 'N'
                DISPLAY "Cajero no encontrado"
            ELSE IF User-Removed
                DISPLAY "El cajero está dado de baja"
                MOVE 'N' TO Found-User
            ELSE IF Target-Teller-ID = Current-Teller-ID
                DISPLAY "No puede aplicarse sobre el propio usuario"
                MOVE 'N' TO Found-User
            ELSE IF Teller-Branch-ID NOT = Current-Teller-Branch
                DISPLAY "El cajero pertenece a la oficina "
                    Teller-Branch-ID
                MOVE 'N' TO Found-User
            END-IF.

        Apply-Teller-Unblock.
            DISPLAY "Contraseña temporal (en blanco = mantener "
                "la actual):".
            ACCEPT Entered-Password.
            IF Entered-Password NOT = SPACES
                MOVE Target-Teller-ID TO Hash-Salt-ID
                MOVE Entered-Password TO Hash-Password
                PERFORM Compute-Password-Hash
                MOVE Password-Hash TO Teller-Password-Hash
                ACCEPT Teller-Password-Date FROM DATE YYYYMMDD
                MOVE 'S' TO Teller-Must-Change
            END-IF.
            MOVE 'A' TO Teller-Status.
            MOVE 0 TO Teller-Failed-Count.
            REWRITE UserRecord.
            MOVE Target-Teller-ID TO Access-Teller-ID.
            MOVE Current-Teller-ID TO Access-Actor-ID.
            MOVE 'D' TO Access-Event.
            IF Entered-Password NOT = SPACES
                MOVE "Desbloqueo con contraseña temporal"
                    TO Access-Detail
            ELSE
                MOVE "Desbloqueo" TO Access-Detail
            END-IF.
            PERFORM Write-Access-Log.
            DISPLAY "Cajero desbloqueado exitosamente".

        Remove-Teller.
            IF Current-Teller-Level NOT = 'S'
                DISPLAY Supervisor-Only-Msg
            ELSE
                PERFORM Open-UserFile-IO
                PERFORM Read-Target-Teller
                IF Found-User = 'Y'
                    DISPLAY "Cajero " Teller-ID " " Teller-Name
                    DISPLAY "¿Confirmar la baja? (S/N)"
                    ACCEPT Confirm-Text
                    IF Confirm-Text = 'S' OR Confirm-Text = 's'
                        MOVE 'X' TO Teller-Status
                        REWRITE UserRecord
                        MOVE Target-Teller-ID TO Access-Teller-ID
                        MOVE Current-Teller-ID TO Access-Actor-ID
                        MOVE 'X' TO Access-Event
                        MOVE "Baja de usuario" TO Access-Detail
                        PERFORM Write-Access-Log
                        DISPLAY "Cajero dado de baja exitosamente"
                    ELSE
                        DISPLAY "Baja cancelada"
                    END-IF
                END-IF
                CLOSE UserFile
            END-IF.

        Get-Branch-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                ACCEPT Branch-Text
                INSPECT Branch-Text
                    REPLACING LEADING SPACE BY '0'
                IF Branch-Text IS NUMERIC
                    MOVE Branch-Text TO Branch-Entered
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Oficina no válida"
                END-IF
            END-PERFORM.
            IF Branch-Entered = 0
                MOVE Current-Teller-Branch TO Branch-Entered
            END-IF.

        Get-Teller-Level-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Prompt-Teller-Level
                ACCEPT Teller-Level-Text
                IF Teller-Level-Text = 'S'
                OR Teller-Level-Text = 'C'
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Nivel no válido"
                END-IF
            END-PERFORM.

        Check-Amount-Authorization.
            MOVE 'Y' TO Approval-Granted.
            PERFORM Check-Branch-Supervisor.
            IF Transaction-Amount > Auth-Threshold
            AND Branch-Supervisor = 'N'
                DISPLAY Approval-Needed-Msg
                PERFORM Request-Supervisor-Approval
            END-IF.

        Check-Withdrawal-Authorization.
            MOVE 'Y' TO Approval-Granted.
            MOVE Account-Branch-ID TO Op-Branch-ID.
            PERFORM Check-Branch-Supervisor.
            PERFORM Compute-Day-Withdrawals.
            COMPUTE Day-Withdrawn-New =
                Day-Withdrawn-Total + Transaction-Amount.
            IF (Transaction-Amount > Auth-Threshold
            OR Day-Withdrawn-New > Daily-Limit)
            AND Branch-Supervisor = 'N'
                IF Day-Withdrawn-New > Daily-Limit
                    DISPLAY "Límite diario de retiros superado: "
                        "acumulado " Day-Withdrawn-New
                        " límite " Daily-Limit
                END-IF
                DISPLAY Approval-Needed-Msg
                PERFORM Request-Supervisor-Approval
            END-IF.

        Compute-Day-Withdrawals.
            MOVE 0 TO Day-Withdrawn-Total.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Trans-Account-ID = Account-Search-ID
                        AND Trans-Date = Today-Date
                        AND Withdraw
                        AND NOT Trans-Reversed
                            ADD Trans-Amount
                                TO Day-Withdrawn-Total
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Check-Close-Authorization.
            MOVE 'Y' TO Approval-Granted.
            PERFORM Check-Branch-Supervisor.
            IF Branch-Supervisor = 'N'
                DISPLAY Approval-Needed-Msg
                PERFORM Request-Supervisor-Approval
            END-IF.

        Check-Branch-Supervisor.
            MOVE 'N' TO Branch-Supervisor.
            IF Current-Teller-Level = 'S'
            AND Current-Teller-Branch = Op-Branch-ID
                MOVE 'Y' TO Branch-Supervisor
            END-IF.

        Load-Account-Branch.
            MOVE 0 TO Op-Branch-ID.
            OPEN INPUT AccountFile.
            MOVE Branch-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE Account-Branch-ID TO Op-Branch-ID
            END-READ.
            CLOSE AccountFile.

        Request-Supervisor-Approval.
            MOVE 'N' TO Approval-Granted.
            IF Current-Teller-Level = 'S'
                DISPLAY "Cuenta de la oficina " Op-Branch-ID
                    ": requiere un supervisor de esa oficina"
            END-IF.
            DISPLAY "ID del supervisor:".
            ACCEPT Entered-Teller-ID.
            DISPLAY Prompt-Password.
            ACCEPT Entered-Password.
            PERFORM Verify-User-Password.
            IF Password-OK = 'Y'
            AND Verified-Level = 'S'
            AND Verified-Branch = Op-Branch-ID
                MOVE 'Y' TO Approval-Granted
                DISPLAY "Aprobación concedida por " Entered-Teller-ID
            ELSE IF Password-OK = 'Y'
            AND Verified-Level = 'S'
                DISPLAY "El supervisor no pertenece a la oficina "
                    Op-Branch-ID
            ELSE
                DISPLAY Approval-Denied-Msg
            END-IF.
            IF Password-OK = 'N' AND Found-User = 'Y'
                MOVE Entered-Teller-ID TO Access-Teller-ID
                MOVE Current-Teller-ID TO Access-Actor-ID
                MOVE 'F' TO Access-Event
                MOVE "Aprobación de supervisor fallida"
                    TO Access-Detail
                PERFORM Write-Access-Log
                PERFORM Log-User-Blocked
            END-IF.

        Load-Parameters.
            OPEN INPUT ParameterFile.
            READ ParameterFile
                AT END
                    CONTINUE
                NOT AT END
                    MOVE Param-Savings-Rate TO Cur-Savings-Rate
                    MOVE Param-Maintenance-Fee
                        TO Cur-Maintenance-Fee
                    MOVE Param-Overdraft-Rate TO Cur-Overdraft-Rate
                    MOVE Param-Auth-Threshold TO Cur-Auth-Threshold
                    IF Param-Tax-Rate > 0
                        MOVE Param-Tax-Rate TO Cur-Tax-Rate
                    END-IF
                    IF Param-Daily-Limit > 0
                        MOVE Param-Daily-Limit TO Cur-Daily-Limit
                    END-IF
            END-READ.
            CLOSE ParameterFile.
            PERFORM Scan-Vig-Parameters.
            MOVE Cur-Auth-Threshold TO Auth-Threshold.
            MOVE Cur-Daily-Limit TO Daily-Limit.

        Scan-Vig-Parameters.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            MOVE 0 TO Best-Vig-Date.
            OPEN INPUT ParamHistFile.
            MOVE 'N' TO End-Of-Params.
            PERFORM UNTIL End-Of-Params = 'Y'
                READ ParamHistFile
                    AT END
                        MOVE 'Y' TO End-Of-Params
                    NOT AT END
                        IF Vig-Effective-Date <= Today-Date
                        AND Vig-Effective-Date >= Best-Vig-Date
                            MOVE Vig-Effective-Date
                                TO Best-Vig-Date
                            MOVE Vig-Savings-Rate
                                TO Cur-Savings-Rate
                            MOVE Vig-Maintenance-Fee
                                TO Cur-Maintenance-Fee
                            MOVE Vig-Overdraft-Rate
                                TO Cur-Overdraft-Rate
                            MOVE Vig-Auth-Threshold
                                TO Cur-Auth-Threshold
                            MOVE Vig-Tax-Rate TO Cur-Tax-Rate
                            MOVE Vig-Daily-Limit
                                TO Cur-Daily-Limit
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ParamHistFile.

        Maintain-Parameters.
            IF Current-Teller-Level NOT = 'S'
                DISPLAY Supervisor-Only-Msg
            ELSE
                PERFORM Load-Parameters
                PERFORM Display-Current-Parameters
                PERFORM Get-Effective-Date-Entry
                PERFORM Capture-New-Parameters
                PERFORM Audit-Parameter-Changes
                PERFORM Append-Parameter-History
                PERFORM Refresh-Current-Parameters
                DISPLAY "Parámetros actualizados exitosamente"
            END-IF.

        Display-Current-Parameters.
            DISPLAY "Valores vigentes:".
            DISPLAY "  Tasa de ahorro:        " Cur-Savings-Rate.
            DISPLAY "  Comisión mantenimiento: "
                Cur-Maintenance-Fee.
            DISPLAY "  Tasa de sobregiro:     " Cur-Overdraft-Rate.
            DISPLAY "  Umbral de aprobación:  " Cur-Auth-Threshold.
            DISPLAY "  Tasa de retención:     " Cur-Tax-Rate.
            DISPLAY "  Límite diario retiros: " Cur-Daily-Limit.

        Get-Effective-Date-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Fecha de vigencia (AAAAMMDD, 0=hoy):"
                ACCEPT Effective-Date-Text
                INSPECT Effective-Date-Text
                    REPLACING LEADING SPACE BY '0'
                IF Effective-Date-Text IS NUMERIC
                    MOVE Effective-Date-Text TO Effective-Date
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Fecha no válida"
                END-IF
            END-PERFORM.
            IF Effective-Date = 0
                ACCEPT Effective-Date FROM DATE YYYYMMDD
            END-IF.

        Capture-New-Parameters.
            MOVE "Tasa de ahorro (diezmilésimas, ej 002500):"
                TO Current-Rate-Prompt.
            PERFORM Get-Rate-Entry.
            COMPUTE New-Savings-Rate = Rate-Num / 10000.
            MOVE "Tasa de sobregiro (diezmilésimas, ej 015000):"
                TO Current-Rate-Prompt.
            PERFORM Get-Rate-Entry.
            COMPUTE New-Overdraft-Rate = Rate-Num / 10000.
            MOVE "Comisión de mantenimiento:"
                TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Transaction-Amount TO New-Maintenance-Fee.
            MOVE "Umbral de aprobación:" TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Transaction-Amount TO New-Auth-Threshold.
            MOVE Prompt-Amount TO Current-Amount-Prompt.
            MOVE "Tasa de retención (diezmilésimas, ej 190000):"
                TO Current-Rate-Prompt.
            PERFORM Get-Rate-Entry.
            COMPUTE New-Tax-Rate = Rate-Num / 10000.
            MOVE "Límite diario de retiros:"
                TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Transaction-Amount TO New-Daily-Limit.
            MOVE Prompt-Amount TO Current-Amount-Prompt.

        Get-Rate-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Current-Rate-Prompt
                ACCEPT Rate-Text
                INSPECT Rate-Text REPLACING LEADING SPACE BY '0'
                IF Rate-Text IS NUMERIC
                    MOVE Rate-Text TO Rate-Num
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Tasa no válida"
                END-IF
            END-PERFORM.

        Audit-Parameter-Changes.
            OPEN EXTEND ParamAuditFile.
            IF New-Savings-Rate NOT = Cur-Savings-Rate
                MOVE "TASA-AHORRO" TO Aud-Field
                MOVE Cur-Savings-Rate TO Aud-Old-Value
                MOVE New-Savings-Rate TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            IF New-Maintenance-Fee NOT = Cur-Maintenance-Fee
                MOVE "COMISION" TO Aud-Field
                MOVE Cur-Maintenance-Fee TO Aud-Old-Value
                MOVE New-Maintenance-Fee TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            IF New-Overdraft-Rate NOT = Cur-Overdraft-Rate
                MOVE "TASA-SOBREG" TO Aud-Field
                MOVE Cur-Overdraft-Rate TO Aud-Old-Value
                MOVE New-Overdraft-Rate TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            IF New-Auth-Threshold NOT = Cur-Auth-Threshold
                MOVE "UMBRAL-APROB" TO Aud-Field
                MOVE Cur-Auth-Threshold TO Aud-Old-Value
                MOVE New-Auth-Threshold TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            IF New-Tax-Rate NOT = Cur-Tax-Rate
                MOVE "TASA-RETENC" TO Aud-Field
                MOVE Cur-Tax-Rate TO Aud-Old-Value
                MOVE New-Tax-Rate TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            IF New-Daily-Limit NOT = Cur-Daily-Limit
                MOVE "LIMITE-DIARIO" TO Aud-Field
                MOVE Cur-Daily-Limit TO Aud-Old-Value
                MOVE New-Daily-Limit TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            CLOSE ParamAuditFile.

        Write-Parameter-Audit.
            ACCEPT Aud-Date FROM DATE YYYYMMDD.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Aud-Time.
            MOVE Current-Teller-ID TO Aud-Teller.
            WRITE ParamAuditRecord.
            DISPLAY "Cambio registrado: " Aud-Field
                " de " Aud-Old-Value " a " Aud-New-Value.

        Append-Parameter-History.
            OPEN EXTEND ParamHistFile.
            MOVE Effective-Date TO Vig-Effective-Date.
            MOVE New-Savings-Rate TO Vig-Savings-Rate.
            MOVE New-Maintenance-Fee TO Vig-Maintenance-Fee.
            MOVE New-Overdraft-Rate TO Vig-Overdraft-Rate.
            MOVE New-Auth-Threshold TO Vig-Auth-Threshold.
            MOVE New-Tax-Rate TO Vig-Tax-Rate.
            MOVE New-Daily-Limit TO Vig-Daily-Limit.
            WRITE ParamHistRecord.
            CLOSE ParamHistFile.

        Refresh-Current-Parameters.
            PERFORM Load-Parameters.
            OPEN OUTPUT ParameterFile.
            MOVE Cur-Savings-Rate TO Param-Savings-Rate.
            MOVE Cur-Maintenance-Fee TO Param-Maintenance-Fee.
            MOVE Cur-Overdraft-Rate TO Param-Overdraft-Rate.
            MOVE Cur-Auth-Threshold TO Param-Auth-Threshold.
            MOVE Cur-Tax-Rate TO Param-Tax-Rate.
            MOVE Cur-Daily-Limit TO Param-Daily-Limit.
            WRITE ParameterRecord.
            CLOSE ParameterFile.

        Load-Fee-Rate.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            MOVE 0 TO Best-Fee-Date.
            MOVE 'N' TO Found-Fee.
            MOVE 'F' TO Cur-Fee-Method.
            MOVE 0 TO Cur-Fee-Fixed.
            MOVE 0 TO Cur-Fee-Percent.
            MOVE 0 TO Cur-Fee-Min.
            MOVE 0 TO Cur-Fee-Max.
            MOVE 0 TO Cur-Fee-Free-Count.
            OPEN INPUT FeeFile.
            MOVE 'N' TO End-Of-Fees.
            PERFORM UNTIL End-Of-Fees = 'Y'
                READ FeeFile
                    AT END
                        MOVE 'Y' TO End-Of-Fees
                    NOT AT END
                        IF Fee-Operation = Fee-Search-Op
                        AND Fee-Account-Type = Fee-Search-Type
                        AND Fee-Effective-Date <= Today-Date
                        AND Fee-Effective-Date >= Best-Fee-Date
                            MOVE 'Y' TO Found-Fee
                            MOVE Fee-Effective-Date TO Best-Fee-Date
                            MOVE Fee-Method TO Cur-Fee-Method
                            MOVE Fee-Fixed-Amount TO Cur-Fee-Fixed
                            MOVE Fee-Percent-Rate TO Cur-Fee-Percent
                            MOVE Fee-Min-Amount TO Cur-Fee-Min
                            MOVE Fee-Max-Amount TO Cur-Fee-Max
                            MOVE Fee-Free-Count TO Cur-Fee-Free-Count
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FeeFile.

        Compute-Operation-Fee.
            PERFORM Load-Fee-Rate.
            MOVE 0 TO Fee-Due.
            IF Found-Fee = 'Y'
                IF Cur-Fee-Method = 'P'
                    COMPUTE Fee-Due ROUNDED =
                        Fee-Base-Amount * Cur-Fee-Percent / 100
                ELSE
                    MOVE Cur-Fee-Fixed TO Fee-Due
                END-IF
                IF Fee-Due < Cur-Fee-Min
                    MOVE Cur-Fee-Min TO Fee-Due
                END-IF
                IF Cur-Fee-Max > 0 AND Fee-Due > Cur-Fee-Max
                    MOVE Cur-Fee-Max TO Fee-Due
                END-IF
            END-IF.
            IF Fee-Due > 0
                DISPLAY "Comisión aplicable: " Fee-Due
            END-IF.

        Compute-Withdrawal-Fee.
            MOVE "RV" TO Fee-Search-Op.
            MOVE Account-Type TO Fee-Search-Type.
            MOVE Transaction-Amount TO Fee-Base-Amount.
            PERFORM Load-Fee-Rate.
            MOVE 0 TO Fee-Due.
            IF Found-Fee = 'Y'
                PERFORM Compute-Month-Withdrawals
                IF Month-Withdrawal-Count >= Cur-Fee-Free-Count
                    DISPLAY "Retiros del mes: " Month-Withdrawal-Count
                        " gratuitos: " Cur-Fee-Free-Count
                    PERFORM Compute-Operation-Fee
                END-IF
            END-IF.

        Compute-Month-Withdrawals.
            MOVE 0 TO Month-Withdrawal-Count.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Trans-Account-ID = Account-Search-ID
                        AND Trans-Date(1:6) = Today-Date(1:6)
                        AND Withdraw
                        AND NOT Trans-Reversed
                        AND Trans-Teller-ID NOT = "LOTE"
                            ADD 1 TO Month-Withdrawal-Count
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Charge-Operation-Fee.
            MOVE Transaction-Amount TO Fee-Saved-Amount.
            MOVE Fee-Due TO Transaction-Amount.
            SUBTRACT Transaction-Amount FROM Account-Balance.
            REWRITE AccountRecord.
            MOVE Fee-Orig-Seq TO Post-Orig-Seq.
            MOVE 'C' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE 0 TO Post-Orig-Seq.
            PERFORM Write-Fee-Log.
            MOVE Fee-Saved-Amount TO Transaction-Amount.
            DISPLAY "Comisión cargada: " Fee-Due.

        Write-Fee-Log.
            OPEN EXTEND FeeLogFile.
            MOVE Trans-Date TO Com-Date.
            MOVE Trans-Time TO Com-Time.
            MOVE Trans-Seq-Counter TO Com-Seq-No.
            MOVE Fee-Orig-Seq TO Com-Orig-Seq.
            MOVE Account-ID TO Com-Account-ID.
            MOVE Account-Type TO Com-Account-Type.
            MOVE Fee-Search-Op TO Com-Operation.
            MOVE Fee-Base-Amount TO Com-Base-Amount.
            MOVE Fee-Due TO Com-Amount.
            MOVE Current-Teller-ID TO Com-Teller-ID.
            MOVE Fee-Reference TO Com-Reference.
            WRITE FeeLogRecord.
            CLOSE FeeLogFile.

        Maintain-Fee-Table.
            IF Current-Teller-Level NOT = 'S'
                DISPLAY Supervisor-Only-Msg
            ELSE
                PERFORM Get-Fee-Key-Entry
                PERFORM Load-Fee-Rate
                PERFORM Display-Current-Fee
                PERFORM Get-Effective-Date-Entry
                PERFORM Capture-New-Fee
                PERFORM Audit-Fee-Changes
                PERFORM Append-Fee-Record
                DISPLAY "Tarifa actualizada exitosamente"
            END-IF.

        Get-Fee-Key-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Operación (TI=Transf. interbancaria, "
                    "RV=Retiro ventanilla,"
                DISPLAY "   CH=Chequera, RD=Recibo devuelto):"
                ACCEPT Fee-Search-Op
                IF Fee-Search-Op = "TI" OR Fee-Search-Op = "RV"
                OR Fee-Search-Op = "CH" OR Fee-Search-Op = "RD"
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Operación no válida"
                END-IF
            END-PERFORM.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY Prompt-Account-Type
                ACCEPT Fee-Search-Type
                IF Fee-Search-Type = 'A' OR Fee-Search-Type = 'C'
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY Invalid-Account-Type-Msg
                END-IF
            END-PERFORM.

        Display-Current-Fee.
            IF Found-Fee = 'N'
                DISPLAY "Sin tarifa vigente para " Fee-Search-Op
                    " tipo " Fee-Search-Type
            ELSE
                DISPLAY "Tarifa vigente desde " Best-Fee-Date ":"
                DISPLAY "  Método (F=Fijo, P=Porcentaje): "
                    Cur-Fee-Method
                DISPLAY "  Importe fijo:      " Cur-Fee-Fixed
                DISPLAY "  Porcentaje:        " Cur-Fee-Percent
                DISPLAY "  Mínimo:            " Cur-Fee-Min
                DISPLAY "  Máximo:            " Cur-Fee-Max
                DISPLAY "  Operaciones libres: " Cur-Fee-Free-Count
            END-IF.

        Capture-New-Fee.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Método (F=Fijo, P=Porcentaje):"
                ACCEPT New-Fee-Method
                IF New-Fee-Method = 'F' OR New-Fee-Method = 'P'
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Método no válido"
                END-IF
            END-PERFORM.
            MOVE 0 TO New-Fee-Fixed.
            MOVE 0 TO New-Fee-Percent.
            IF New-Fee-Method = 'F'
                MOVE "Importe fijo:" TO Current-Amount-Prompt
                PERFORM Get-Amount-Entry
                MOVE Transaction-Amount TO New-Fee-Fixed
            ELSE
                MOVE "Porcentaje (diezmilésimas, ej 002000):"
                    TO Current-Rate-Prompt
                PERFORM Get-Rate-Entry
                COMPUTE New-Fee-Percent = Rate-Num / 10000
            END-IF.
            MOVE "Importe mínimo:" TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Transaction-Amount TO New-Fee-Min.
            MOVE "Importe máximo (0=sin máximo):"
                TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Transaction-Amount TO New-Fee-Max.
            MOVE Prompt-Amount TO Current-Amount-Prompt.
            MOVE 0 TO New-Fee-Free-Count.
            IF Fee-Search-Op = "RV"
                PERFORM Get-Free-Count-Entry
            END-IF.

        Get-Free-Count-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Retiros gratuitos al mes:"
                ACCEPT Free-Count-Text
                INSPECT Free-Count-Text
                    REPLACING LEADING SPACE BY '0'
                IF Free-Count-Text IS NUMERIC
                    MOVE Free-Count-Text TO New-Fee-Free-Count
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Número no válido"
                END-IF
            END-PERFORM.

        Audit-Fee-Changes.
            OPEN EXTEND ParamAuditFile.
            MOVE SPACES TO Aud-Field.
            IF New-Fee-Fixed NOT = Cur-Fee-Fixed
                STRING Fee-Search-Op "-" Fee-Search-Type
                    "-FIJO" DELIMITED BY SIZE INTO Aud-Field
                MOVE Cur-Fee-Fixed TO Aud-Old-Value
                MOVE New-Fee-Fixed TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            MOVE SPACES TO Aud-Field.
            IF New-Fee-Percent NOT = Cur-Fee-Percent
                STRING Fee-Search-Op "-" Fee-Search-Type
                    "-PORC" DELIMITED BY SIZE INTO Aud-Field
                MOVE Cur-Fee-Percent TO Aud-Old-Value
                MOVE New-Fee-Percent TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            MOVE SPACES TO Aud-Field.
            IF New-Fee-Min NOT = Cur-Fee-Min
                STRING Fee-Search-Op "-" Fee-Search-Type
                    "-MIN" DELIMITED BY SIZE INTO Aud-Field
                MOVE Cur-Fee-Min TO Aud-Old-Value
                MOVE New-Fee-Min TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            MOVE SPACES TO Aud-Field.
            IF New-Fee-Max NOT = Cur-Fee-Max
                STRING Fee-Search-Op "-" Fee-Search-Type
                    "-MAX" DELIMITED BY SIZE INTO Aud-Field
                MOVE Cur-Fee-Max TO Aud-Old-Value
                MOVE New-Fee-Max TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            MOVE SPACES TO Aud-Field.
            IF New-Fee-Free-Count NOT = Cur-Fee-Free-Count
                STRING Fee-Search-Op "-" Fee-Search-Type
                    "-LIBRE" DELIMITED BY SIZE INTO Aud-Field
                MOVE Cur-Fee-Free-Count TO Aud-Old-Value
                MOVE New-Fee-Free-Count TO Aud-New-Value
                PERFORM Write-Parameter-Audit
            END-IF.
            CLOSE ParamAuditFile.

        Append-Fee-Record.
            OPEN EXTEND FeeFile.
            MOVE Effective-Date TO Fee-Effective-Date.
            MOVE Fee-Search-Op TO Fee-Operation.
            MOVE Fee-Search-Type TO Fee-Account-Type.
            MOVE New-Fee-Method TO Fee-Method.
            MOVE New-Fee-Fixed TO Fee-Fixed-Amount.
            MOVE New-Fee-Percent TO Fee-Percent-Rate.
            MOVE New-Fee-Min TO Fee-Min-Amount.
            MOVE New-Fee-Max TO Fee-Max-Amount.
            MOVE New-Fee-Free-Count TO Fee-Free-Count.
            WRITE FeeRecord.
            CLOSE FeeFile.

        Open-RejectTrayFile-IO.
            OPEN I-O RejectTrayFile.
            IF Reject-Tray-Status = '35'
                OPEN OUTPUT RejectTrayFile
                CLOSE RejectTrayFile
                OPEN I-O RejectTrayFile
            END-IF.

        Review-Reject-Tray.
            IF Current-Teller-Level NOT = 'S'
                DISPLAY Supervisor-Only-Msg
            ELSE
                PERFORM List-Pending-Rejects
                IF Pending-Reject-Count = 0
                    DISPLAY "No hay rechazos pendientes"
                ELSE
                    PERFORM Get-Reject-No-Entry
                    IF Reject-Search-No > 0
                        PERFORM Repair-Reject
                    END-IF
                END-IF
            END-IF.

        List-Pending-Rejects.
            MOVE 0 TO Pending-Reject-Count.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            MOVE Today-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            MOVE Serial-Day-Number TO Today-Day-Number.
            OPEN INPUT RejectTrayFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ RejectTrayFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Tray-Pending
                            ADD 1 TO Pending-Reject-Count
                            PERFORM Show-Reject-Line
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RejectTrayFile.

        Show-Reject-Line.
            PERFORM Describe-Reject.
            MOVE Tray-Process-Date TO Serial-Date.
            PERFORM Compute-Serial-Day.
            COMPUTE Reject-Age-Days =
                Today-Day-Number - Serial-Day-Number.
            DISPLAY "Rechazo " Tray-Reject-No " " Reject-Source-Text
                " " Tray-Process-Date " (" Reject-Age-Days " días)".
            DISPLAY "   tipo " Tray-Trans-Type
                " cuenta " Tray-Account-ID
                " destino " Tray-Dest-Account-ID
                " importe " Tray-Amount.
            DISPLAY "   motivo " Tray-Reason-Code " "
                Reject-Reason-Text.

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

        Get-Reject-No-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Número de rechazo a tratar (0=salir):"
                ACCEPT Reject-No-Text
                INSPECT Reject-No-Text
                    REPLACING LEADING SPACE BY '0'
                IF Reject-No-Text IS NUMERIC
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Número de rechazo no válido"
                END-IF
            END-PERFORM.
            MOVE Reject-No-Text TO Reject-Search-No.

        Repair-Reject.
            PERFORM Open-RejectTrayFile-IO.
            MOVE Reject-Search-No TO Tray-Reject-No.
            READ RejectTrayFile
                INVALID KEY
                    MOVE 'N' TO Found-Reject
                NOT INVALID KEY
                    MOVE 'Y' TO Found-Reject
            END-READ.
            IF Found-Reject = 'N'
                DISPLAY "Rechazo no encontrado"
            ELSE IF NOT Tray-Pending
                DISPLAY "El rechazo ya fue tratado por "
                    Tray-Repair-Teller
            ELSE
                MOVE 'N' TO Reject-Done
                PERFORM UNTIL Reject-Done = 'Y'
                    PERFORM Show-Reject-Line
                    DISPLAY "1. Corregir cuenta"
                    DISPLAY "2. Corregir importe"
                    DISPLAY "3. Reenviar a contabilizar"
                    DISPLAY "4. Anular rechazo"
                    DISPLAY "0. Volver"
                    ACCEPT Repair-Option
                    EVALUATE Repair-Option
                        WHEN '1'
                            PERFORM Correct-Reject-Account
                        WHEN '2'
                            PERFORM Correct-Reject-Amount
                        WHEN '3'
                            PERFORM Resubmit-Reject
                        WHEN '4'
                            PERFORM Cancel-Reject
                        WHEN '0'
                            MOVE 'Y' TO Reject-Done
                        WHEN OTHER
                            DISPLAY "Opción no válida"
                    END-EVALUATE
                END-PERFORM
            END-IF.
            CLOSE RejectTrayFile.

        Correct-Reject-Account.
            IF Tray-Trans-Type = 'T'
                DISPLAY Prompt-Source-Account
                PERFORM Get-Account-ID-Entry
                MOVE Account-ID-Text TO Tray-Account-ID
                DISPLAY Prompt-Dest-Account
                PERFORM Get-Account-ID-Entry
                MOVE Account-ID-Text TO Tray-Dest-Account-ID
            ELSE
                PERFORM Get-Account-ID-Entry
                MOVE Account-ID-Text TO Tray-Account-ID
            END-IF.
            PERFORM Stamp-Reject-Repair.
            REWRITE RejectTrayRecord.
            DISPLAY "Cuenta corregida".

        Correct-Reject-Amount.
            PERFORM Get-Amount-Entry.
            IF Transaction-Amount > 0
                MOVE Transaction-Amount TO Tray-Amount
                PERFORM Stamp-Reject-Repair
                REWRITE RejectTrayRecord
                DISPLAY "Importe corregido"
            ELSE
                DISPLAY Invalid-Amount
            END-IF.

        Stamp-Reject-Repair.
            MOVE Current-Teller-ID TO Tray-Repair-Teller.
            ACCEPT Tray-Repair-Date FROM DATE YYYYMMDD.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Tray-Repair-Time.

        Cancel-Reject.
            DISPLAY "¿Confirmar la anulación del rechazo? (S/N)".
            ACCEPT Confirm-Text.
            IF Confirm-Text = 'S' OR Confirm-Text = 's'
                MOVE 'A' TO Tray-Status
                PERFORM Stamp-Reject-Repair
                REWRITE RejectTrayRecord
                DISPLAY "Rechazo anulado"
                MOVE 'Y' TO Reject-Done
            ELSE
                DISPLAY "Anulación cancelada"
            END-IF.

        Resubmit-Reject.
            MOVE 'N' TO Reject-Posted.
            MOVE 0 TO Reject-Post-Seq.
            MOVE Tray-Amount TO Transaction-Amount.
            PERFORM Open-AccountFile-IO.
            IF Transaction-Amount = 0
                DISPLAY Invalid-Amount
            ELSE
                EVALUATE Tray-Trans-Type
                    WHEN 'D'
                        PERFORM Resubmit-Deposit
                    WHEN 'W'
                        PERFORM Resubmit-Withdrawal
                    WHEN 'T'
                        PERFORM Resubmit-Transfer
                    WHEN 'X'
                        PERFORM Resubmit-Clearing-Credit
                    WHEN OTHER
                        DISPLAY "Tipo de movimiento no válido, "
                            "solo puede anularse"
                END-EVALUATE
            END-IF.
            CLOSE AccountFile.
            IF Reject-Posted = 'Y'
                MOVE 'R' TO Tray-Status
                MOVE Reject-Post-Seq TO Tray-Post-Seq-No
                PERFORM Stamp-Reject-Repair
                REWRITE RejectTrayRecord
                DISPLAY "Rechazo reenviado, movimiento "
                    Reject-Post-Seq
                MOVE 'Y' TO Reject-Done
            END-IF.

        Check-Reject-Branch.
            MOVE Account-Branch-ID TO Op-Branch-ID.
            PERFORM Check-Branch-Supervisor.
            IF Branch-Supervisor = 'N'
                DISPLAY "El supervisor no pertenece a la oficina "
                    Op-Branch-ID
            END-IF.

        Resubmit-Deposit.
            MOVE Tray-Account-ID TO Account-ID.
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
            ELSE
                PERFORM Check-Reject-Branch
                IF Branch-Supervisor = 'Y'
                    ADD Transaction-Amount TO Account-Balance
                    REWRITE AccountRecord
                    MOVE 'D' TO Trans-Type
                    PERFORM Record-Transaction
                    MOVE Trans-Seq-Counter TO Reject-Post-Seq
                    MOVE 'Y' TO Reject-Posted
                END-IF
            END-IF.

        Resubmit-Withdrawal.
            MOVE Tray-Account-ID TO Account-ID.
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                DISPLAY "Cuenta no encontrada"
            ELSE IF Account-Frozen
                DISPLAY Frozen-Account-Msg
            ELSE IF Account-Dormant
                DISPLAY Dormant-Account-Msg
            ELSE
                MOVE Tray-Account-ID TO Hold-Search-ID
                PERFORM Compute-Active-Holds
                COMPUTE Available-Balance =
                    Account-Balance - Active-Holds-Total
                    - Transaction-Amount
                COMPUTE Min-Balance = 0 - Overdraft-Limit
                IF Available-Balance < Min-Balance
                    DISPLAY Insufficient-Funds
                ELSE
                    PERFORM Check-Reject-Branch
                    IF Branch-Supervisor = 'Y'
                        SUBTRACT Transaction-Amount
                            FROM Account-Balance
                        REWRITE AccountRecord
                        MOVE 'W' TO Trans-Type
                        PERFORM Record-Transaction
                        MOVE Trans-Seq-Counter TO Reject-Post-Seq
                        MOVE 'Y' TO Reject-Posted
                        MOVE 'R' TO Alert-Event-Code
                        MOVE Account-ID TO Alert-Event-Account
                        MOVE Transaction-Amount TO Alert-Event-Amount
                        MOVE Trans-Seq-Counter TO Alert-Event-Ref
                        PERFORM Write-Alert-Event
                    END-IF
                END-IF
            END-IF.

        Resubmit-Transfer.
            MOVE Tray-Account-ID TO Source-Account-ID.
            MOVE Tray-Dest-Account-ID TO Dest-Account-ID.
            MOVE Tray-Account-ID TO Account-ID.
            PERFORM Read-Account-By-Key.
            IF Source-Account-ID = 0 OR Dest-Account-ID = 0
                DISPLAY "Falta la cuenta de origen o de destino"
            ELSE IF Source-Account-ID = Dest-Account-ID
                DISPLAY Same-Account-Msg
            ELSE IF Found-Account = 'N'
                DISPLAY "Cuenta de origen no encontrada"
            ELSE IF Account-Frozen
                DISPLAY Frozen-Account-Msg
            ELSE IF Account-Dormant
                DISPLAY Dormant-Account-Msg
            ELSE
                MOVE Tray-Account-ID TO Hold-Search-ID
                PERFORM Compute-Active-Holds
                COMPUTE Available-Balance =
                    Account-Balance - Active-Holds-Total
                    - Transaction-Amount
                COMPUTE Min-Balance = 0 - Overdraft-Limit
                PERFORM Check-Reject-Branch
                MOVE Dest-Account-ID TO Account-ID
                PERFORM Read-Account-By-Key
                IF Available-Balance < Min-Balance
                    DISPLAY Insufficient-Funds
                ELSE IF Found-Account = 'N'
                    DISPLAY "Cuenta de destino no encontrada"
                ELSE IF Branch-Supervisor = 'Y'
                    PERFORM Execute-Transfer
                    MOVE Transfer-T-Seq TO Reject-Post-Seq
                    MOVE 'Y' TO Reject-Posted
                END-IF
            END-IF.

        Resubmit-Clearing-Credit.
            MOVE Settlement-Account-ID TO Account-ID.
            PERFORM Read-Account-By-Key.
            IF Found-Account = 'N'
                DISPLAY Settlement-Missing-Msg
            ELSE
                MOVE Tray-Account-ID TO Account-ID
                PERFORM Read-Account-By-Key
                IF Found-Account = 'N'
                    DISPLAY "Cuenta no encontrada"
                ELSE
                    PERFORM Check-Reject-Branch
                    IF Branch-Supervisor = 'Y'
                        PERFORM Post-Clearing-Credit
                    END-IF
                END-IF
            END-IF.

        Post-Clearing-Credit.
            ADD Transaction-Amount TO Account-Balance.
            REWRITE AccountRecord.
            MOVE 'X' TO Trans-Type.
            PERFORM Record-Transaction.
            MOVE Trans-Seq-Counter TO Reject-Post-Seq.
            MOVE Settlement-Account-ID TO Account-ID.
            READ AccountFile
                INVALID KEY
                    DISPLAY Settlement-Missing-Msg
                NOT INVALID KEY
                    SUBTRACT Transaction-Amount FROM Account-Balance
                    REWRITE AccountRecord
                    MOVE 'E' TO Trans-Type
                    PERFORM Record-Transaction
            END-READ.
            MOVE 'Y' TO Reject-Posted.

        Open-AlertFile-IO.
            OPEN I-O AlertFile.
            IF Alert-File-Status = '35'
                OPEN OUTPUT AlertFile
                CLOSE AlertFile
                OPEN I-O AlertFile
            END-IF.

        Maintain-Customer-Alerts.
            PERFORM Get-Customer-For-Account.
            IF Found-Customer = 'Y'
                DISPLAY "Teléfono: " Current-Customer-Phone
                DISPLAY "Correo:   " Current-Customer-Email
                PERFORM List-Customer-Alerts
                PERFORM Get-Alert-Type-Entry
                PERFORM Open-AlertFile-IO
                MOVE Current-Customer-ID TO Alert-Customer-ID
                MOVE Alert-Type-Text TO Alert-Event-Type
                READ AlertFile
                    INVALID KEY
                        MOVE 'N' TO Found-Alert
                    NOT INVALID KEY
                        MOVE 'Y' TO Found-Alert
                END-READ
                PERFORM Get-Alert-Channel-Entry
                IF Alert-Channel-Text = 'B'
                    PERFORM Cancel-Customer-Alert
                ELSE
                    PERFORM Store-Customer-Alert
                END-IF
                CLOSE AlertFile
            END-IF.

        List-Customer-Alerts.
            MOVE 0 TO Customer-Alert-Count.
            OPEN INPUT AlertFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ AlertFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Alert-Customer-ID = Current-Customer-ID
                        AND Alert-Active
                            PERFORM Show-Customer-Alert
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AlertFile.
            IF Customer-Alert-Count = 0
                DISPLAY "El cliente no tiene alertas activas"
            END-IF.

        Show-Customer-Alert.
            ADD 1 TO Customer-Alert-Count.
            MOVE Alert-Event-Type TO Alert-Type-Text.
            PERFORM Describe-Alert-Type.
            DISPLAY "Alerta " Alert-Event-Type " " Alert-Type-Desc
                " canal " Alert-Channel
                " desde " Alert-Threshold.

        Describe-Alert-Type.
            EVALUATE Alert-Type-Text
                WHEN 'R'
                    MOVE "Retiro importante" TO Alert-Type-Desc
                WHEN 'O'
                    MOVE "Orden fallida por saldo" TO Alert-Type-Desc
                WHEN 'B'
                    MOVE "Retención o bloqueo" TO Alert-Type-Desc
                WHEN 'V'
                    MOVE "Vencimiento de plazo fijo"
                        TO Alert-Type-Desc
                WHEN OTHER
                    MOVE "Desconocida" TO Alert-Type-Desc
            END-EVALUATE.

        Get-Alert-Type-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Tipo de alerta (R=Retiro, O=Orden fallida,"
                DISPLAY "   B=Retención/bloqueo, V=Vencimiento plazo):"
                ACCEPT Alert-Type-Text
                IF Alert-Type-Text = 'R' OR Alert-Type-Text = 'O'
                OR Alert-Type-Text = 'B' OR Alert-Type-Text = 'V'
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Tipo de alerta no válido"
                END-IF
            END-PERFORM.

        Get-Alert-Channel-Entry.
            MOVE 'N' TO Input-Valid.
            PERFORM UNTIL Input-Valid = 'Y'
                DISPLAY "Canal (S=SMS, C=Correo, A=Ambos, B=Baja):"
                ACCEPT Alert-Channel-Text
                IF Alert-Channel-Text = 'S'
                OR Alert-Channel-Text = 'C'
                OR Alert-Channel-Text = 'A'
                OR Alert-Channel-Text = 'B'
                    MOVE 'Y' TO Input-Valid
                ELSE
                    DISPLAY "Canal no válido"
                END-IF
            END-PERFORM.

        Store-Customer-Alert.
            IF (Alert-Channel-Text = 'S' OR Alert-Channel-Text = 'A')
            AND Current-Customer-Phone = SPACES
                DISPLAY "Aviso: el cliente no tiene teléfono "
                    "registrado"
            END-IF.
            IF (Alert-Channel-Text = 'C' OR Alert-Channel-Text = 'A')
            AND Current-Customer-Email = SPACES
                DISPLAY "Aviso: el cliente no tiene correo "
                    "registrado"
            END-IF.
            MOVE "Importe mínimo (0=todos):" TO Current-Amount-Prompt.
            PERFORM Get-Amount-Entry.
            MOVE Prompt-Amount TO Current-Amount-Prompt.
            MOVE Current-Customer-ID TO Alert-Customer-ID.
            MOVE Alert-Type-Text TO Alert-Event-Type.
            MOVE Alert-Channel-Text TO Alert-Channel.
            MOVE Transaction-Amount TO Alert-Threshold.
            MOVE 'A' TO Alert-Status.
            ACCEPT Alert-Date FROM DATE YYYYMMDD.
            MOVE Current-Teller-ID TO Alert-Teller-ID.
            IF Found-Alert = 'Y'
                REWRITE AlertRecord
                DISPLAY "Alerta actualizada exitosamente"
            ELSE
                WRITE AlertRecord
                DISPLAY "Alerta registrada exitosamente"
            END-IF.

        Cancel-Customer-Alert.
            IF Found-Alert = 'N'
                DISPLAY "El cliente no tiene esa alerta"
            ELSE IF Alert-Cancelled
                DISPLAY "La alerta ya está dada de baja"
            ELSE
                MOVE 'B' TO Alert-Status
                ACCEPT Alert-Date FROM DATE YYYYMMDD
                MOVE Current-Teller-ID TO Alert-Teller-ID
                REWRITE AlertRecord
                DISPLAY "Alerta dada de baja exitosamente"
            END-IF.

        Write-Alert-Event.
            OPEN EXTEND AlertEventFile.
            ACCEPT Evt-Date FROM DATE YYYYMMDD.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Evt-Time.
            MOVE Alert-Event-Code TO Evt-Type.
            MOVE Alert-Event-Account TO Evt-Account-ID.
            MOVE Alert-Event-Amount TO Evt-Amount.
            MOVE Alert-Event-Ref TO Evt-Reference.
            MOVE Current-Teller-ID TO Evt-Origin.
            WRITE AlertEventRecord.
            CLOSE AlertEventFile.

        Display-Teller-Totals.
            ACCEPT Today-Date FROM DATE YYYYMMDD.
            MOVE 0 TO Teller-Totals-Used.
            MOVE 0 TO Branch-Totals-Used.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.
            DISPLAY "Totales del día por oficina y cajero:".
            PERFORM VARYING Branch-Sub FROM 1 BY 1
                UNTIL Branch-Sub > Branch-Totals-Used
                DISPLAY "Oficina " Branch-Total-ID (Branch-Sub)
                PERFORM Display-Branch-Tellers
                DISPLAY "  Total oficina movimientos "
                    Branch-Total-Count (Branch-Sub)
                    " monto "
                    Branch-Total-Amount (Branch-Sub)
            END-PERFORM.

        Display-Branch-Tellers.
            PERFORM VARYING Teller-Sub FROM 1 BY 1
                UNTIL Teller-Sub > Teller-Totals-Used
                IF Teller-Total-Branch (Teller-Sub)
                    = Branch-Total-ID (Branch-Sub)
                    DISPLAY "  " Teller-Total-ID (Teller-Sub)
                        " movimientos "
                        Teller-Total-Count (Teller-Sub)
                        " monto "
                        Teller-Total-Amount (Teller-Sub)
                END-IF
            END-PERFORM.

        Accumulate-Teller-Total.
                UNTIL Teller-Sub > Teller-Totals-Used
                OR Teller-Found = 'Y'
                IF Teller-Total-ID (Teller-Sub) = Trans-Teller-ID
                AND Teller-Total-Branch (Teller-Sub) = Trans-Branch-ID
                    MOVE 'Y' TO Teller-Found
                    ADD 1 TO Teller-Total-Count (Teller-Sub)
                    ADD Trans-Amount
                ADD 1 TO Teller-Totals-Used
                MOVE Trans-Teller-ID
                    TO Teller-Total-ID (Teller-Totals-Used)
                MOVE Trans-Branch-ID
                    TO Teller-Total-Branch (Teller-Totals-Used)
                MOVE 1 TO Teller-Total-Count (Teller-Totals-Used)
                MOVE Trans-Amount
                    TO Teller-Total-Amount (Teller-Totals-Used)
            END-IF.
            MOVE 'N' TO Branch-Found.
            PERFORM VARYING Branch-Sub FROM 1 BY 1
                UNTIL Branch-Sub > Branch-Totals-Used
                OR Branch-Found = 'Y'
                IF Branch-Total-ID (Branch-Sub) = Trans-Branch-ID
                    MOVE 'Y' TO Branch-Found
                    ADD 1 TO Branch-Total-Count (Branch-Sub)
                    ADD Trans-Amount
                        TO Branch-Total-Amount (Branch-Sub)
                END-IF
            END-PERFORM.
            IF Branch-Found = 'N' AND Branch-Totals-Used < 20
                ADD 1 TO Branch-Totals-Used
                MOVE Trans-Branch-ID
                    TO Branch-Total-ID (Branch-Totals-Used)
                MOVE 1 TO Branch-Total-Count (Branch-Totals-Used)
                MOVE Trans-Amount
                    TO Branch-Total-Amount (Branch-Totals-Used)
            END-IF.

        Compute-Active-Holds.
            MOVE 0 TO Active-Holds-Total.
                MOVE 'B' TO Account-Status
                REWRITE AccountRecord
                DISPLAY "Cuenta bloqueada exitosamente"
                MOVE 'B' TO Alert-Event-Code
                MOVE Account-ID TO Alert-Event-Account
                IF Account-Balance > 0
                    MOVE Account-Balance TO Alert-Event-Amount
                ELSE
                    MOVE 0 TO Alert-Event-Amount
                END-IF
                MOVE "BLOQUEO" TO Alert-Event-Ref
                PERFORM Write-Alert-Event
            END-IF.
            CLOSE AccountFile.

        Check-Reactivation-Authorization.
            MOVE 'Y' TO Approval-Granted.
            MOVE Current-Teller-ID TO Approver-ID.
            MOVE Account-Branch-ID TO Op-Branch-ID.
            PERFORM Check-Branch-Supervisor.
            IF Branch-Supervisor = 'N'
                DISPLAY Approval-Needed-Msg
                PERFORM Request-Supervisor-Approval
                IF Approval-Granted = 'Y'
                        MOVE 'A' TO Hold-Status
                        WRITE HoldRecord
                        DISPLAY "Retención registrada exitosamente"
                        MOVE 'B' TO Alert-Event-Code
                        MOVE Hold-Account-ID TO Alert-Event-Account
                        MOVE Hold-Amount TO Alert-Event-Amount
                        MOVE Hold-Order-Ref TO Alert-Event-Ref
                        PERFORM Write-Alert-Event
                    ELSE
                        DISPLAY Invalid-Amount
                    END-IF
            ELSE IF Orig-Type = 'P' OR Orig-Type = 'Q'
                DISPLAY "Movimiento de plazo no reversable, "
                    "cancele el depósito"
            ELSE IF Orig-Type = 'L' OR Orig-Type = 'U'
            OR Orig-Type = 'Y'
                DISPLAY "Movimiento de préstamo no reversable"
            ELSE IF Orig-Type = 'K'
                DISPLAY "Cheque pagado no reversable"
            ELSE IF Orig-Type = 'C'
                DISPLAY "Comisión no reversable"
            ELSE IF Orig-Type = 'J' OR Orig-Type = 'Z'
                DISPLAY "Recibo domiciliado no reversable, "
                    "use la devolución de recibos"
            ELSE IF Orig-Rev-Flag = 'R'
                DISPLAY "El movimiento ya está reversado"
            ELSE

        Check-Reversal-Authorization.
            MOVE 'Y' TO Approval-Granted.
            MOVE Orig-Account-ID TO Branch-Account-ID.
            PERFORM Load-Account-Branch.
            PERFORM Check-Branch-Supervisor.
            IF Branch-Supervisor = 'N'
                DISPLAY Approval-Needed-Msg
                PERFORM Request-Supervisor-Approval
            END-IF.

        Apply-Reversal.
            MOVE 'N' TO Reversal-Posted.
            MOVE 'N' TO Found-Fee-Rev.
            PERFORM Open-AccountFile-IO.
            IF Is-Transfer-Reversal = 'Y'
                PERFORM Reverse-Transfer-Legs
            ELSE
                PERFORM Reverse-Single-Leg
            END-IF.
            IF Reversal-Posted = 'Y'
                PERFORM Find-Linked-Fee
                IF Found-Fee-Rev = 'Y'
                    PERFORM Reverse-Linked-Fee
                END-IF
            END-IF.
            CLOSE AccountFile.
            IF Reversal-Posted = 'Y'
                PERFORM Mark-Originals-Reversed
            MOVE 0 TO Post-Orig-Seq.
            MOVE 'Y' TO Reversal-Posted.

        Find-Linked-Fee.
            MOVE 'N' TO Found-Fee-Rev.
            OPEN INPUT TransactionFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ TransactionFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Trans-Type = 'C'
                        AND Trans-Orig-Seq-No = Orig-Seq-No
                        AND Trans-Reversed-Flag NOT = 'R'
                            MOVE Trans-Seq-No TO Fee-Rev-Seq
                            MOVE Trans-Account-ID TO Fee-Rev-Account
                            MOVE Trans-Amount TO Fee-Rev-Amount
                            MOVE 'Y' TO Found-Fee-Rev
                            MOVE 'Y' TO End-Of-File
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TransactionFile.

        Reverse-Linked-Fee.
            MOVE Fee-Rev-Account TO Account-ID.
            READ AccountFile
                INVALID KEY
                    DISPLAY "Cuenta no disponible para anular "
                        "la comisión"
                    MOVE 'N' TO Found-Fee-Rev
                NOT INVALID KEY
                    PERFORM Post-Fee-Reversal
            END-READ.

        Post-Fee-Reversal.
            PERFORM Find-Fee-Log-Entry.
            MOVE Fee-Rev-Amount TO Transaction-Amount.
            ADD Transaction-Amount TO Account-Balance.
            REWRITE AccountRecord.
            MOVE 'V' TO Trans-Type.
            MOVE Fee-Rev-Seq TO Post-Orig-Seq.
            PERFORM Record-Transaction.
            MOVE 0 TO Post-Orig-Seq.
            IF Found-Fee-Log = 'Y'
                PERFORM Write-Fee-Reversal-Log
            END-IF.
            DISPLAY "Comisión anulada: " Fee-Rev-Amount.

        Find-Fee-Log-Entry.
            MOVE 'N' TO Found-Fee-Log.
            OPEN INPUT FeeLogFile.
            MOVE 'N' TO End-Of-File.
            PERFORM UNTIL End-Of-File = 'Y'
                READ FeeLogFile
                    AT END
                        MOVE 'Y' TO End-Of-File
                    NOT AT END
                        IF Com-Seq-No = Fee-Rev-Seq
                            MOVE FeeLogRecord TO Fee-Rev-Log
                            MOVE 'Y' TO Found-Fee-Log
                            MOVE 'Y' TO End-Of-File
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FeeLogFile.

        Write-Fee-Reversal-Log.
            OPEN EXTEND FeeLogFile.
            MOVE Fee-Rev-Log TO FeeLogRecord.
            MOVE Trans-Date TO Com-Date.
            MOVE Trans-Time TO Com-Time.
            MOVE Trans-Seq-Counter TO Com-Seq-No.
            MOVE Fee-Rev-Seq TO Com-Orig-Seq.
            MOVE SPACES TO Com-Reference.
            STRING Fee-Reversal-Tag " " Fee-Rev-Seq
                DELIMITED BY SIZE INTO Com-Reference.
            WRITE FeeLogRecord.
            CLOSE FeeLogFile.

        Reverse-Transfer-Legs.
            IF Orig-Type = 'T'
                MOVE Orig-Account-ID TO Rev-Source-Account
            AND Trans-Seq-No = Partner-Seq-No
                MOVE 'R' TO Trans-Reversed-Flag
                REWRITE TransactionRecord
            ELSE IF Found-Fee-Rev = 'Y'
            AND Trans-Seq-No = Fee-Rev-Seq
                MOVE 'R' TO Trans-Reversed-Flag
                REWRITE TransactionRecord
            END-IF.

        Record-Transaction.
            MOVE Current-Teller-ID TO Trans-Teller-ID.
            MOVE Post-Orig-Seq TO Trans-Orig-Seq-No.
            MOVE SPACE TO Trans-Reversed-Flag.
            MOVE Post-Check-No TO Trans-Check-No.
            MOVE Current-Teller-Branch TO Trans-Branch-ID.
            ACCEPT Trans-Date FROM DATE YYYYMMDD.
            ACCEPT Trans-Time-8 FROM TIME.
            MOVE Trans-Time-8(1:6) TO Trans-Time.
