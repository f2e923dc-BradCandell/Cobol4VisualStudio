000000* drop adjustments are merged into one dated transaction history
000000* with a running balance - the answer to the front desk's daily
000000* "what do I owe and why" calls.  Runs for one keyed StudentId
000000* or for every student carrying a nonzero balance.  Late fees
000000* charged by LateFeeRun show in the history as charges, and a
000000* student on an installment plan gets the plan's schedule from
000000* PAYPLAN.DAT under the balance - each installment's due date,
000000* amount, payments, late fee and whether it is paid, open or
000000* past due, with any late fees carried from an earlier plan.  The
000000* bill itself is itemised from CHARGES.DAT - the tuition and each
000000* fee TuitionBilling charged for the invoice's term on a line of
000000* its own; an invoice billed before the charges were kept still
000000* shows as the one tuition line.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS CT-StudentId
000000 		FILE STATUS IS ContactFileStatus.
000000
000000     SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PP-PlanKey
000000 		FILE STATUS IS PayPlanFileStatus.
000000
000000     SELECT ChargeFile ASSIGN TO "CHARGES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CG-ChargeKey
000000 		FILE STATUS IS ChargeFileStatus.
000000
000000     SELECT SortWorkFile ASSIGN TO "SORTWK1".
000000
000000     SELECT SortedJournal ASSIGN TO "PAYSORT.TMP"
000000    02  IN-AidApplied   PIC 9(6)V99.
000000    02  IN-TermCode     PIC X(5).
000000
000000* Itemised charges - the layout TuitionBilling writes, one record
000000* per charge per student per term.
000000 FD ChargeFile.
000000 01 ChargeRecord.
000000    02  CG-ChargeKey.
000000        03 CG-StudentId  PIC 9(7).
000000        03 CG-TermCode   PIC X(5).
000000        03 CG-ChargeCode PIC X(4).
000000    02  CG-Description   PIC X(20).
000000    02  CG-Amount        PIC 9(6)V99.
000000    02  CG-ChargeDate    PIC 9(8).
000000
000000* Bursar's journal - the layout PaymentPost writes.  "P" marks a
000000* payment posting, "A" a drop adjustment and "L" a late fee
000000* charged by LateFeeRun; entries journaled before the type byte
000000* existed read back as spaces and are treated as payments.
000000 FD PaymentJournal.
000000 01 PaymentRecord.
000000    02  PJ-StudentId    PIC 9(7).
000000    02  CT-Phone        PIC X(12).
000000    02  CT-Email        PIC X(30).
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
000000 SD SortWorkFile.
000000 01 SJ-JournalEntry.
000000    02  SJ-StudentId    PIC 9(7).
000000 01  ContactFileStatus                  PIC XX.
000000 01  WS-Contacts-OnFile                 PIC X VALUE "N".
000000 01  WS-Address-Found                   PIC X VALUE "N".
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  WS-PayPlan-OnFile                  PIC X VALUE "N".
000000 01  WS-Plan-EOF                        PIC X VALUE "N".
000000 01  WS-Plan-Found                      PIC X VALUE "N".
000000 01  WS-LateFee-Total                   PIC 9(7)V99 VALUE ZERO.
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  ChargeFileStatus                   PIC XX.
000000 01  WS-Charges-OnFile                  PIC X VALUE "N".
000000 01  WS-Charge-EOF                      PIC X VALUE "N".
000000 01  WS-Charge-Count                    PIC 9(3) VALUE ZERO.
000000 01  WS-Charge-Total                    PIC 9(7)V99 VALUE ZERO.
000000
000000* One student's journal entries, gathered before the page prints
000000* so the original billed amount can be rebuilt from the
000000    02  BD-Amount       PIC -ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(25) VALUE SPACES.
000000
000000 01  PlanHeaderLine.
000000    02  FILLER          PIC X(6) VALUE "  No  ".
000000    02  FILLER          PIC X(10) VALUE "Due date  ".
000000    02  FILLER          PIC X(12) VALUE "Amount due  ".
000000    02  FILLER          PIC X(11) VALUE "      Paid ".
000000    02  FILLER          PIC X(10) VALUE "Late fee  ".
000000    02  FILLER          PIC X(6) VALUE "Status".
000000    02  FILLER          PIC X(15) VALUE SPACES.
000000
000000 01  PlanLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  PL-InstallNo    PIC 9(2).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  PL-DueDate      PIC 9(8).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  PL-AmountDue    PIC ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  PL-AmountPaid   PIC ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  PL-LateFee      PIC ZZZ9.99 BLANK WHEN ZERO.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  PL-Status       PIC X(8).
000000    02  FILLER          PIC X(13) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Invoice-EOF
000000     MOVE "N" TO WS-Journal-EOF
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE ZERO TO WS-Printed-Count
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     DISPLAY "Enter StudentId (0 = every student with a "
000000        "balance) : " WITH NO ADVANCING
000000     ACCEPT WS-Select-Id
000000     IF ContactFileStatus = "00"
000000        MOVE "Y" TO WS-Contacts-OnFile
000000     END-IF
000000     MOVE "N" TO WS-PayPlan-OnFile
000000     OPEN INPUT PayPlanFile
000000     IF PayPlanFileStatus = "00"
000000        MOVE "Y" TO WS-PayPlan-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Charges-OnFile
000000     OPEN INPUT ChargeFile
000000     IF ChargeFileStatus = "00"
000000        MOVE "Y" TO WS-Charges-OnFile
000000     END-IF
000000     OPEN OUTPUT StatementFile
000000     PERFORM ReadInvoiceRecord
000000     PERFORM UNTIL WS-Invoice-EOF = "Y"
000000     IF WS-Contacts-OnFile = "Y"
000000        CLOSE ContactFile
000000     END-IF
000000     IF WS-PayPlan-OnFile = "Y"
000000        CLOSE PayPlanFile
000000     END-IF
000000     IF WS-Charges-OnFile = "Y"
000000        CLOSE ChargeFile
000000     END-IF
000000     CLOSE StatementFile
000000     DISPLAY "Statements printed : " WS-Printed-Count
000000     STOP RUN.
000000 GatherJournalEntries.
000000     MOVE ZERO TO WS-Entry-Count
000000     MOVE ZERO TO WS-Adjust-Total
000000     MOVE ZERO TO WS-LateFee-Total
000000     MOVE "N" TO WS-Gather-Done
000000     PERFORM GatherOneEntry
000000        UNTIL WS-Gather-Done = "Y".
000000        IF SD-EntryType = "A"
000000           ADD SD-Amount TO WS-Adjust-Total
000000        END-IF
000000        IF SD-EntryType = "L"
000000           ADD SD-Amount TO WS-LateFee-Total
000000        END-IF
000000        PERFORM ReadSortedEntry
000000     END-IF.
000000
000000* The billed amount on file already reflects any drop credits and
000000* late fees, so the opening line rebuilds the original charge and
000000* the history walks it from there - the final running balance
000000* always foots to billed less paid less aid.
000000 PrintStatementPage.
000000     ADD 1 TO WS-Page-Number
000000     ADD 1 TO WS-Printed-Count
000000     PERFORM PrintAddressBlock
000000     WRITE StatementLine FROM ColumnHeaderLine
000000     COMPUTE WS-Original-Billed = IN-BilledAmount
000000        + WS-Adjust-Total - WS-LateFee-Total
000000     PERFORM PrintBilledCharges
000000     IF IN-AidApplied > ZERO
000000        SUBTRACT IN-AidApplied FROM WS-Running-Balance
000000        MOVE IN-InvoiceDate TO D-Date
000000        VARYING WS-Entry-Sub FROM 1 BY 1
000000        UNTIL WS-Entry-Sub > WS-Entry-Count
000000     MOVE WS-Running-Balance TO BD-Amount
000000     WRITE StatementLine FROM BalanceDueLine
000000     IF WS-PayPlan-OnFile = "Y"
000000        PERFORM PrintPlanSchedule
000000     END-IF.
000000
000000* Each charge billed for the invoice's term is a line of its own.
000000* Should the charges not foot to the amount originally billed the
000000* difference shows as other charges, so the balance still agrees
000000* with the invoice.  No charges on file - the one tuition line.
000000 PrintBilledCharges.
000000     MOVE ZERO TO WS-Running-Balance
000000     MOVE ZERO TO WS-Charge-Count
000000     MOVE ZERO TO WS-Charge-Total
000000     IF WS-Charges-OnFile = "Y"
000000        MOVE IN-StudentId TO CG-StudentId
000000        MOVE IN-TermCode TO CG-TermCode
000000        MOVE LOW-VALUES TO CG-ChargeCode
000000        MOVE "N" TO WS-Charge-EOF
000000        START ChargeFile KEY IS NOT < CG-ChargeKey
000000           INVALID KEY MOVE "Y" TO WS-Charge-EOF
000000        END-START
000000        PERFORM PrintOneCharge
000000           UNTIL WS-Charge-EOF = "Y"
000000     END-IF
000000     IF WS-Charge-Count = ZERO
000000        MOVE WS-Original-Billed TO WS-Running-Balance
000000        MOVE IN-InvoiceDate TO D-Date
000000        MOVE "Tuition billed" TO D-Description
000000        MOVE WS-Original-Billed TO D-Amount
000000        MOVE WS-Running-Balance TO D-Balance
000000        WRITE StatementLine FROM DetailLine
000000     ELSE
000000        IF WS-Charge-Total NOT = WS-Original-Billed
000000           COMPUTE WS-Neg-Amount =
000000              WS-Original-Billed - WS-Charge-Total
000000           MOVE WS-Original-Billed TO WS-Running-Balance
000000           MOVE IN-InvoiceDate TO D-Date
000000           MOVE "Other charges" TO D-Description
000000           MOVE WS-Neg-Amount TO D-Amount
000000           MOVE WS-Running-Balance TO D-Balance
000000           WRITE StatementLine FROM DetailLine
000000        END-IF
000000     END-IF.
000000
000000 PrintOneCharge.
000000     READ ChargeFile NEXT
000000        AT END MOVE "Y" TO WS-Charge-EOF
000000     END-READ
000000     IF WS-Charge-EOF NOT = "Y"
000000        IF CG-StudentId NOT = IN-StudentId
000000           OR CG-TermCode NOT = IN-TermCode
000000           MOVE "Y" TO WS-Charge-EOF
000000        ELSE
000000           ADD 1 TO WS-Charge-Count
000000           ADD CG-Amount TO WS-Charge-Total
000000           ADD CG-Amount TO WS-Running-Balance
000000           MOVE IN-InvoiceDate TO D-Date
000000           MOVE CG-Description TO D-Description
000000           MOVE CG-Amount TO D-Amount
000000           MOVE WS-Running-Balance TO D-Balance
000000           WRITE StatementLine FROM DetailLine
000000        END-IF
000000     END-IF.
000000
000000* Only the invoice term's installments are shown; a plan left
000000* from an earlier term is passed over.
000000 PrintPlanSchedule.
000000     MOVE "N" TO WS-Plan-Found
000000     MOVE IN-StudentId TO PP-StudentId
000000     MOVE ZERO TO PP-InstallNo
000000     MOVE "N" TO WS-Plan-EOF
000000     START PayPlanFile KEY IS NOT < PP-PlanKey
000000        INVALID KEY MOVE "Y" TO WS-Plan-EOF
000000     END-START
000000     PERFORM PrintOneInstallment
000000        UNTIL WS-Plan-EOF = "Y".
000000
000000 PrintOneInstallment.
000000     READ PayPlanFile NEXT
000000        AT END MOVE "Y" TO WS-Plan-EOF
000000     END-READ
000000     IF WS-Plan-EOF NOT = "Y"
000000        IF PP-StudentId NOT = IN-StudentId
000000           MOVE "Y" TO WS-Plan-EOF
000000        ELSE
000000           IF PP-TermCode = IN-TermCode
000000              IF WS-Plan-Found = "N"
000000                 MOVE "Y" TO WS-Plan-Found
000000                 MOVE SPACES TO StatementLine
000000                 WRITE StatementLine
000000                 MOVE "Payment plan" TO StatementLine
000000                 WRITE StatementLine
000000                 WRITE StatementLine FROM PlanHeaderLine
000000              END-IF
000000              MOVE PP-InstallNo TO PL-InstallNo
000000              MOVE PP-DueDate TO PL-DueDate
000000              MOVE PP-AmountDue TO PL-AmountDue
000000              MOVE PP-AmountPaid TO PL-AmountPaid
000000              MOVE PP-LateFee TO PL-LateFee
000000              EVALUATE TRUE
000000                 WHEN PP-InstallNo = ZERO
000000                    MOVE "CARRIED" TO PL-Status
000000                 WHEN PP-AmountPaid NOT < PP-AmountDue
000000                    MOVE "PAID" TO PL-Status
000000                 WHEN PP-DueDate < WS-Run-Date
000000                    MOVE "PAST DUE" TO PL-Status
000000                 WHEN OTHER
000000                    MOVE "OPEN" TO PL-Status
000000              END-EVALUATE
000000              WRITE StatementLine FROM PlanLine
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000* The statement mails - the address block sits under the student
000000* header, or a loud marker when CONTACTS.DAT has nothing for
000000        WRITE StatementLine
000000     END-IF.
000000
000000* A late fee is a charge and adds to the balance; everything
000000* else on the journal comes off it.
000000 PrintOneEntry.
000000     MOVE WS-Ent-Date(WS-Entry-Sub) TO D-Date
000000     IF WS-Ent-Type(WS-Entry-Sub) = "L"
000000        ADD WS-Ent-Amount(WS-Entry-Sub) TO WS-Running-Balance
000000        MOVE "Late fee" TO D-Description
000000        MOVE WS-Ent-Amount(WS-Entry-Sub) TO D-Amount
000000     ELSE
000000        SUBTRACT WS-Ent-Amount(WS-Entry-Sub)
000000           FROM WS-Running-Balance
000000        IF WS-Ent-Type(WS-Entry-Sub) = "A"
000000           MOVE "Drop adjustment" TO D-Description
000000        ELSE
000000           MOVE "Payment received" TO D-Description
000000        END-IF
000000        COMPUTE WS-Neg-Amount =
000000           ZERO - WS-Ent-Amount(WS-Entry-Sub)
000000        MOVE WS-Neg-Amount TO D-Amount
000000     END-IF
000000     MOVE WS-Running-Balance TO D-Balance
000000     WRITE StatementLine FROM DetailLine.
