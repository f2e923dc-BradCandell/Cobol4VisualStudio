000000* each split journaled separately.  Each posting adds to the
000000* student's amount paid, keeps the running balance, and journals
000000* the payment to PAYMENTS.DAT the way SeqWrite journals to
000000* AUDIT.DAT.  A student on an installment plan has the posting
000000* applied to the oldest open installment on PAYPLAN.DAT first,
000000* any excess running on to the next.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS SL-StudentId
000000 		FILE STATUS IS LinkFileStatus.
000000
000000     SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PP-PlanKey
000000 		FILE STATUS IS PayPlanFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One billing record per student - the layout TuitionBilling
000000    02  SL-StudentId    PIC 9(7).
000000    02  SL-SponsorCode  PIC X(4).
000000
000000* Installment plans - the layout PayPlanMaint maintains.
000000 FD PayPlanFile.
000000 01 PayPlanRecord.
000000    02  PP-PlanKey.
000000        03 PP-StudentId  PIC 9(7).
000000        03 PP-InstallNo  PIC 9(2).
000000    02  PP-TermCode      PIC X(5).
000000    02  PP-DueDate       PIC 9(8).
000000    02  PP-AmountDue     PIC 9(6)V99.
000000    02  PP-AmountPaid    PIC 9(6)V99.
000000    02  PP-LateFee       PIC 9(4)V99.
000000    02  PP-FeeDate       PIC 9(8).
000000
000000 WORKING-STORAGE SECTION.
000000 01  InvoiceFileStatus                  PIC XX.
000000 01  JournalFileStatus                  PIC XX.
000000 01  WS-Link-EOF                        PIC X VALUE "N".
000000 01  WS-Saved-Posted                    PIC 9(5) VALUE ZERO.
000000 01  WS-Left-Display                    PIC ZZ,ZZZ,ZZ9.99.
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  WS-PayPlan-OnFile                  PIC X VALUE "N".
000000 01  WS-Plan-EOF                        PIC X VALUE "N".
000000 01  WS-Apply-Left                      PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Install-Open                    PIC 9(6)V99 VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     END-IF
000000     PERFORM OpenChangeHistory
000000     PERFORM OpenLockFile
000000     MOVE "N" TO WS-PayPlan-OnFile
000000     OPEN I-O PayPlanFile
000000     IF PayPlanFileStatus = "00"
000000        MOVE "Y" TO WS-PayPlan-OnFile
000000     END-IF
000000     DISPLAY "Enter operator ID : " WITH NO ADVANCING
000000     ACCEPT WS-Operator-Id
000000     DISPLAY "Run mode - (I)nteractive, (B)atch from "
000000     CLOSE PaymentJournal
000000     CLOSE ChangeHistoryFile
000000     CLOSE LockFile
000000     IF WS-PayPlan-OnFile = "Y"
000000        CLOSE PayPlanFile
000000     END-IF
000000     DISPLAY "Payments posted : " WS-Posted-Count
000000     STOP RUN.
000000
000000           MOVE InvoiceRecord TO CH-AfterImage
000000           PERFORM WriteChangeHistory
000000           PERFORM WriteJournalRecord
000000           IF WS-PayPlan-OnFile = "Y"
000000              PERFORM ApplyToInstallments
000000           END-IF
000000           COMPUTE WS-Balance = IN-BilledAmount
000000              - IN-AmountPaid - IN-AidApplied
000000           MOVE WS-Balance TO WS-Balance-Display
000000     MOVE "P" TO PJ-EntryType
000000     WRITE PaymentRecord.
000000
000000* Installments are numbered in due-date order, so walking the
000000* student's plan in key order pays the oldest open one first.
000000* Only the invoice term's installments take the payment; a plan
000000* left from an earlier term is passed over.  Money left over once
000000* every installment is paid simply stays on the invoice.
000000 ApplyToInstallments.
000000     MOVE WS-PayAmount TO WS-Apply-Left
000000     MOVE WS-PayId TO PP-StudentId
000000     MOVE ZERO TO PP-InstallNo
000000     MOVE "N" TO WS-Plan-EOF
000000     START PayPlanFile KEY IS NOT < PP-PlanKey
000000        INVALID KEY MOVE "Y" TO WS-Plan-EOF
000000     END-START
000000     PERFORM ApplyToOneInstallment
000000        UNTIL WS-Plan-EOF = "Y" OR WS-Apply-Left = ZERO.
000000
000000 ApplyToOneInstallment.
000000     READ PayPlanFile NEXT
000000        AT END MOVE "Y" TO WS-Plan-EOF
000000     END-READ
000000     IF WS-Plan-EOF NOT = "Y"
000000        IF PP-StudentId NOT = WS-PayId
000000           MOVE "Y" TO WS-Plan-EOF
000000        ELSE
000000           IF PP-AmountPaid < PP-AmountDue
000000              AND PP-TermCode = IN-TermCode
000000              COMPUTE WS-Install-Open = PP-AmountDue
000000                 - PP-AmountPaid
000000              IF WS-Install-Open > WS-Apply-Left
000000                 MOVE WS-Apply-Left TO WS-Install-Open
000000              END-IF
000000              ADD WS-Install-Open TO PP-AmountPaid
000000              SUBTRACT WS-Install-Open FROM WS-Apply-Left
000000              REWRITE PayPlanRecord
000000                 INVALID KEY
000000                    DISPLAY "Installment " PP-InstallNo
000000                       " rewrite failed for StudentId " WS-PayId
000000              END-REWRITE
000000           END-IF
000000        END-IF
000000     END-IF.
000000
