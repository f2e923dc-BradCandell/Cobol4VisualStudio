000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  PayPlanMaint.
000000 AUTHOR.  Michael Coughlan.
000000* Sets up installment payment plans on PAYPLAN.DAT.  For a keyed
000000* StudentId the open balance on INVOICE.DAT - billed less paid
000000* less aid - is split into equal monthly installments from a
000000* keyed first due date, any odd cents going on the last one.  A
000000* student has one plan at a time: setting up a new plan replaces
000000* the old one, so a plan is re-cut by simply keying it again.
000000* Late fees already charged against the term's installments are
000000* carried onto installment 00 of the re-cut plan - a record with
000000* nothing due that holds only the fees - so they stay on the plan
000000* for TuitionBilling to restate, while the new installments start
000000* clean for PaymentPost and LateFeeRun, both of which pass over
000000* an installment with nothing due.
000000* PaymentPost applies each posting to the oldest open
000000* installment, LateFeeRun charges for the missed ones, and
000000* StatementPrint and AgingReport show the schedule.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS IN-StudentId
000000 		FILE STATUS IS InvoiceFileStatus.
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
000000* writes.
000000 FD InvoiceFile.
000000 01 InvoiceRecord.
000000    02  IN-StudentId    PIC 9(7).
000000    02  IN-CourseCode   PIC X(4).
000000    02  IN-InvoiceDate  PIC 9(8).
000000    02  IN-BilledAmount PIC 9(6)V99.
000000    02  IN-AmountPaid   PIC 9(6)V99.
000000    02  IN-AidApplied   PIC 9(6)V99.
000000    02  IN-TermCode     PIC X(5).
000000
000000* One record per installment, numbered from 01 in due-date
000000* order.  An installment is open while its amount paid is short
000000* of its amount due.  The late fee and the date it was charged
000000* stay zero until LateFeeRun finds the installment missed.
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
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  WS-PlanId                          PIC 9(7) VALUE ZERO.
000000 01  WS-Balance                         PIC S9(6)V99 VALUE ZERO.
000000 01  WS-Balance-Display                 PIC -ZZZ,ZZ9.99.
000000 01  WS-Install-Count                   PIC 9(2) VALUE ZERO.
000000 01  WS-Install-Sub                     PIC 9(2) VALUE ZERO.
000000 01  WS-Install-Amount                  PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Last-Amount                     PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Plan-EOF                        PIC X VALUE "N".
000000 01  WS-Plan-Found                      PIC X VALUE "N".
000000 01  WS-Reply                           PIC X VALUE SPACE.
000000 01  WS-Date-OK                         PIC X VALUE "N".
000000 01  WS-Plans-Written                   PIC 9(5) VALUE ZERO.
000000 01  WS-Carried-Fees                    PIC 9(4)V99 VALUE ZERO.
000000 01  WS-Carried-FeeDate                 PIC 9(8) VALUE ZERO.
000000 01  WS-Amount-Display                  PIC ZZZ,ZZ9.99.
000000
000000* The due date steps forward a month at a time.  Due days are
000000* kept to 28 or under so every month has one.
000000 01  WS-Due-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Due-Date-Parts REDEFINES WS-Due-Date.
000000    02  WS-Due-Year     PIC 9(4).
000000    02  WS-Due-Month    PIC 9(2).
000000    02  WS-Due-Day      PIC 9(2).
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Plans-Written
000000     OPEN INPUT InvoiceFile
000000     IF InvoiceFileStatus NOT = "00"
000000        DISPLAY "INVOICE.DAT could not be opened (status "
000000           InvoiceFileStatus ") - run TuitionBilling first."
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenPayPlanFile
000000     DISPLAY "Enter StudentId (0 = end) : " WITH NO ADVANCING
000000     ACCEPT WS-PlanId
000000     PERFORM UNTIL WS-PlanId = ZERO
000000        PERFORM SetUpOnePlan
000000        DISPLAY "Enter StudentId (0 = end) : " WITH NO ADVANCING
000000        ACCEPT WS-PlanId
000000     END-PERFORM
000000     CLOSE InvoiceFile
000000     CLOSE PayPlanFile
000000     DISPLAY "Payment plans written : " WS-Plans-Written
000000     STOP RUN.
000000
000000 OpenPayPlanFile.
000000     OPEN I-O PayPlanFile
000000     IF PayPlanFileStatus = "35"
000000        OPEN OUTPUT PayPlanFile
000000        CLOSE PayPlanFile
000000        OPEN I-O PayPlanFile
000000     END-IF.
000000
000000 SetUpOnePlan.
000000     MOVE WS-PlanId TO IN-StudentId
000000     READ InvoiceFile
000000        INVALID KEY
000000           DISPLAY "No invoice on file for StudentId " WS-PlanId
000000        NOT INVALID KEY
000000           PERFORM OfferPlan
000000     END-READ.
000000
000000 OfferPlan.
000000     IF IN-AidApplied IS NOT NUMERIC
000000        MOVE ZERO TO IN-AidApplied
000000     END-IF
000000     COMPUTE WS-Balance = IN-BilledAmount
000000        - IN-AmountPaid - IN-AidApplied
000000     MOVE WS-Balance TO WS-Balance-Display
000000     DISPLAY "Balance on invoice for term " IN-TermCode " : "
000000        WS-Balance-Display
000000     PERFORM ShowCurrentPlan
000000     IF WS-Balance NOT > ZERO
000000        DISPLAY "No balance to put on a plan."
000000     ELSE
000000        IF WS-Plan-Found = "Y"
000000           DISPLAY "Replace this plan (Y/N) : " WITH NO ADVANCING
000000        ELSE
000000           DISPLAY "Set up a plan (Y/N) : " WITH NO ADVANCING
000000        END-IF
000000        ACCEPT WS-Reply
000000        IF WS-Reply = "Y" OR WS-Reply = "y"
000000           PERFORM GetPlanTerms
000000        END-IF
000000     END-IF.
000000
000000 ShowCurrentPlan.
000000     MOVE "N" TO WS-Plan-Found
000000     MOVE ZERO TO WS-Carried-Fees
000000     MOVE ZERO TO WS-Carried-FeeDate
000000     MOVE WS-PlanId TO PP-StudentId
000000     MOVE ZERO TO PP-InstallNo
000000     MOVE "N" TO WS-Plan-EOF
000000     START PayPlanFile KEY IS NOT < PP-PlanKey
000000        INVALID KEY MOVE "Y" TO WS-Plan-EOF
000000     END-START
000000     PERFORM ShowOneInstallment
000000        UNTIL WS-Plan-EOF = "Y".
000000
000000 ShowOneInstallment.
000000     READ PayPlanFile NEXT
000000        AT END MOVE "Y" TO WS-Plan-EOF
000000     END-READ
000000     IF WS-Plan-EOF NOT = "Y"
000000        IF PP-StudentId NOT = WS-PlanId
000000           MOVE "Y" TO WS-Plan-EOF
000000        ELSE
000000           IF WS-Plan-Found = "N"
000000              DISPLAY "Current plan :"
000000              MOVE "Y" TO WS-Plan-Found
000000           END-IF
000000           IF PP-InstallNo = ZERO
000000              MOVE PP-LateFee TO WS-Amount-Display
000000              DISPLAY "  00  late fees carried from an earlier "
000000                 "plan " WS-Amount-Display
000000           ELSE
000000              MOVE PP-AmountDue TO WS-Amount-Display
000000              DISPLAY "  " PP-InstallNo "  due " PP-DueDate "  "
000000                 WS-Amount-Display WITH NO ADVANCING
000000              MOVE PP-AmountPaid TO WS-Amount-Display
000000              DISPLAY "  paid " WS-Amount-Display
000000           END-IF
000000           IF PP-TermCode = IN-TermCode
000000              ADD PP-LateFee TO WS-Carried-Fees
000000              IF PP-FeeDate > WS-Carried-FeeDate
000000                 MOVE PP-FeeDate TO WS-Carried-FeeDate
000000              END-IF
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 GetPlanTerms.
000000     DISPLAY "Number of installments (02-12) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Install-Count
000000     IF WS-Install-Count IS NOT NUMERIC
000000        OR WS-Install-Count < 2 OR WS-Install-Count > 12
000000        DISPLAY "Installments must be 02 to 12 - no plan written."
000000     ELSE
000000        DISPLAY "First due date (YYYYMMDD, day 01-28) : "
000000           WITH NO ADVANCING
000000        ACCEPT WS-Due-Date
000000        PERFORM CheckDueDate
000000        IF WS-Date-OK = "N"
000000           DISPLAY "Invalid due date - no plan written."
000000        ELSE
000000           PERFORM DeleteCurrentPlan
000000           PERFORM WritePlan
000000        END-IF
000000     END-IF.
000000
000000 CheckDueDate.
000000     MOVE "Y" TO WS-Date-OK
000000     IF WS-Due-Date IS NOT NUMERIC
000000        MOVE "N" TO WS-Date-OK
000000     ELSE
000000        IF WS-Due-Month < 1 OR WS-Due-Month > 12
000000           OR WS-Due-Day < 1 OR WS-Due-Day > 28
000000           MOVE "N" TO WS-Date-OK
000000        END-IF
000000     END-IF.
000000
000000* No plan is ever cut into more than twelve installments, plus
000000* the carried-fee record 00.
000000 DeleteCurrentPlan.
000000     MOVE WS-PlanId TO PP-StudentId
000000     PERFORM VARYING WS-Install-Sub FROM 0 BY 1
000000        UNTIL WS-Install-Sub > 12
000000        MOVE WS-Install-Sub TO PP-InstallNo
000000        DELETE PayPlanFile
000000           INVALID KEY CONTINUE
000000        END-DELETE
000000     END-PERFORM.
000000
000000* Equal installments with the odd cents on the last, so the plan
000000* always foots to the balance exactly.
000000 WritePlan.
000000     DIVIDE WS-Balance BY WS-Install-Count
000000        GIVING WS-Install-Amount
000000     COMPUTE WS-Last-Amount = WS-Balance
000000        - (WS-Install-Amount * (WS-Install-Count - 1))
000000     PERFORM WriteOneInstallment
000000        VARYING WS-Install-Sub FROM 1 BY 1
000000        UNTIL WS-Install-Sub > WS-Install-Count
000000     IF WS-Carried-Fees > ZERO
000000        PERFORM WriteCarriedFees
000000     END-IF
000000     ADD 1 TO WS-Plans-Written
000000     PERFORM ShowCurrentPlan.
000000
000000* Nothing due and nothing paid, so no posting or late-fee run
000000* ever treats it as an open installment; the fee date stands in
000000* for the due date.
000000 WriteCarriedFees.
000000     MOVE WS-PlanId TO PP-StudentId
000000     MOVE ZERO TO PP-InstallNo
000000     MOVE IN-TermCode TO PP-TermCode
000000     MOVE WS-Carried-FeeDate TO PP-DueDate
000000     MOVE ZERO TO PP-AmountDue
000000     MOVE ZERO TO PP-AmountPaid
000000     MOVE WS-Carried-Fees TO PP-LateFee
000000     MOVE WS-Carried-FeeDate TO PP-FeeDate
000000     WRITE PayPlanRecord
000000        INVALID KEY
000000           DISPLAY "Carried late fees could not be written."
000000        NOT INVALID KEY
000000           MOVE WS-Carried-Fees TO WS-Amount-Display
000000           DISPLAY "Late fees of " WS-Amount-Display
000000              " carried onto installment 00."
000000     END-WRITE.
000000
000000 WriteOneInstallment.
000000     MOVE WS-PlanId TO PP-StudentId
000000     MOVE WS-Install-Sub TO PP-InstallNo
000000     MOVE IN-TermCode TO PP-TermCode
000000     MOVE WS-Due-Date TO PP-DueDate
000000     IF WS-Install-Sub = WS-Install-Count
000000        MOVE WS-Last-Amount TO PP-AmountDue
000000     ELSE
000000        MOVE WS-Install-Amount TO PP-AmountDue
000000     END-IF
000000     MOVE ZERO TO PP-AmountPaid
000000     MOVE ZERO TO PP-LateFee
000000     MOVE ZERO TO PP-FeeDate
000000     WRITE PayPlanRecord
000000        INVALID KEY
000000           DISPLAY "Installment " WS-Install-Sub
000000              " could not be written."
000000     END-WRITE
000000     ADD 1 TO WS-Due-Month
000000     IF WS-Due-Month > 12
000000        MOVE 1 TO WS-Due-Month
000000        ADD 1 TO WS-Due-Year
000000     END-IF.
000000
