000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  LateFeeRun.
000000 AUTHOR.  Michael Coughlan.
000000* Periodic late-fee run for installment payment plans.  Every
000000* installment on PAYPLAN.DAT that fell due before the run date
000000* and is still short of its amount due is missed; each missed
000000* installment is charged one late fee, once.  The fee is added to
000000* the billed amount on INVOICE.DAT through the same locked
000000* read-and-rewrite and change history PaymentPost uses, journaled
000000* to PAYMENTS.DAT as an "L" entry, stamped on the installment,
000000* and a LATEFEE reminder is written to LETTERS.DAT for
000000* LetterPrint to mail.  An installment whose invoice no longer
000000* carries a balance is not charged, nor is one from a plan for
000000* an earlier term than the invoice now bills.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PP-PlanKey
000000 		FILE STATUS IS PayPlanFileStatus.
000000
000000     SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS IN-StudentId
000000 		FILE STATUS IS InvoiceFileStatus.
000000
000000     SELECT PaymentJournal ASSIGN TO "PAYMENTS.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS JournalFileStatus.
000000
000000     SELECT LetterFile ASSIGN TO "LETTERS.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS LetterFileStatus.
000000
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000     SELECT LockFile ASSIGN TO "LOCKS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS LK-LockKey
000000 		FILE STATUS IS LockFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
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
000000* Bursar's journal - the layout PaymentPost writes.  The fee is
000000* journaled as an "L" entry.
000000 FD PaymentJournal.
000000 01 PaymentRecord.
000000    02  PJ-StudentId    PIC 9(7).
000000    02  PJ-PaymentDate  PIC 9(8).
000000    02  PJ-PaymentTime  PIC 9(8).
000000    02  PJ-Amount       PIC 9(6)V99.
000000    02  PJ-EntryType    PIC X.
000000
000000* One record per letter owed to a student - the layout the
000000* waitlist programs write.  A LATEFEE letter carries the
000000* installment number in the section field.
000000 FD LetterFile.
000000 01 LetterRecord.
000000    02  LT-StudentId    PIC 9(7).
000000    02  LT-LetterDate   PIC 9(8).
000000    02  LT-LetterType   PIC X(8).
000000    02  LT-CourseCode   PIC X(4).
000000    02  LT-SectionNo    PIC X(2).
000000
000000* Before-and-after change history shared by the maintenance
000000* programs.
000000 FD ChangeHistoryFile.
000000 01 ChangeHistoryRecord.
000000    02  CH-OperatorId   PIC X(8).
000000    02  CH-ChangeDate   PIC 9(8).
000000    02  CH-ChangeTime   PIC 9(8).
000000    02  CH-ProgramName  PIC X(12).
000000    02  CH-ActionCode   PIC X.
000000    02  CH-StudentId    PIC 9(7).
000000    02  CH-BeforeImage  PIC X(60).
000000    02  CH-AfterImage   PIC X(60).
000000
000000* Record locks - the layout PaymentPost uses.
000000 FD LockFile.
000000 01 LockRecord.
000000    02  LK-LockKey.
000000        03 LK-FileId    PIC X(8).
000000        03 LK-RecordId  PIC 9(7).
000000    02  LK-OperatorId   PIC X(8).
000000    02  LK-LockDate     PIC 9(8).
000000    02  LK-LockTime     PIC 9(8).
000000
000000 WORKING-STORAGE SECTION.
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  InvoiceFileStatus                  PIC XX.
000000 01  JournalFileStatus                  PIC XX.
000000 01  LetterFileStatus                   PIC XX.
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  LockFileStatus                     PIC XX.
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Late-Fee                        PIC 9(4)V99 VALUE ZERO.
000000 01  WS-Plan-EOF                        PIC X VALUE "N".
000000 01  WS-Fee-Charged                     PIC X VALUE "N".
000000 01  WS-Term-Match                      PIC X VALUE "N".
000000 01  WS-Balance                         PIC S9(6)V99 VALUE ZERO.
000000 01  WS-Operator-Id                     PIC X(8) VALUE "LATEFEE".
000000 01  WS-Before-Image                    PIC X(60) VALUE SPACES.
000000 01  WS-Lock-Held                       PIC X VALUE "N".
000000 01  WS-Lock-File                       PIC X(8) VALUE SPACES.
000000 01  WS-Lock-Id                         PIC 9(7) VALUE ZERO.
000000 01  WS-Missed-Count                    PIC 9(5) VALUE ZERO.
000000 01  WS-Charged-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-Fee-Total                       PIC 9(7)V99 VALUE ZERO.
000000 01  WS-Fee-Display                     PIC Z,ZZZ,ZZ9.99.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Plan-EOF
000000     MOVE ZERO TO WS-Missed-Count
000000     MOVE ZERO TO WS-Charged-Count
000000     MOVE ZERO TO WS-Fee-Total
000000     DISPLAY "Run date (YYYYMMDD, blank = today) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Run-Date
000000     IF WS-Run-Date IS NOT NUMERIC OR WS-Run-Date = ZERO
000000        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     END-IF
000000     DISPLAY "Late fee per missed installment (NNNNVV) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Late-Fee
000000     IF WS-Late-Fee IS NOT NUMERIC OR WS-Late-Fee = ZERO
000000        DISPLAY "Invalid late fee - nothing charged."
000000        STOP RUN
000000     END-IF
000000     OPEN I-O PayPlanFile
000000     IF PayPlanFileStatus NOT = "00"
000000        DISPLAY "PAYPLAN.DAT could not be opened (status "
000000           PayPlanFileStatus ") - run PayPlanMaint first."
000000        STOP RUN
000000     END-IF
000000     OPEN I-O InvoiceFile
000000     IF InvoiceFileStatus NOT = "00"
000000        DISPLAY "INVOICE.DAT could not be opened (status "
000000           InvoiceFileStatus ") - run TuitionBilling first."
000000        CLOSE PayPlanFile
000000        STOP RUN
000000     END-IF
000000     OPEN EXTEND PaymentJournal
000000     IF JournalFileStatus = "35"
000000        OPEN OUTPUT PaymentJournal
000000     END-IF
000000     OPEN EXTEND LetterFile
000000     IF LetterFileStatus = "35"
000000        OPEN OUTPUT LetterFile
000000     END-IF
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000        OPEN OUTPUT ChangeHistoryFile
000000     END-IF
000000     PERFORM OpenLockFile
000000     PERFORM CheckOneInstallment
000000        UNTIL WS-Plan-EOF = "Y"
000000     CLOSE PayPlanFile
000000     CLOSE InvoiceFile
000000     CLOSE PaymentJournal
000000     CLOSE LetterFile
000000     CLOSE ChangeHistoryFile
000000     CLOSE LockFile
000000     MOVE WS-Fee-Total TO WS-Fee-Display
000000     DISPLAY "Missed installments : " WS-Missed-Count
000000     DISPLAY "Late fees charged   : " WS-Charged-Count
000000     DISPLAY "Late fee total      : " WS-Fee-Display
000000     STOP RUN.
000000
000000 OpenLockFile.
000000     OPEN I-O LockFile
000000     IF LockFileStatus = "35"
000000        OPEN OUTPUT LockFile
000000        CLOSE LockFile
000000        OPEN I-O LockFile
000000     END-IF.
000000
000000* An installment already carrying a fee has been charged for -
000000* one fee per missed installment, however long it stays missed.
000000* Only installments of the term the student's invoice bills are
000000* charged; a plan left from an earlier term is passed over.
000000 CheckOneInstallment.
000000     READ PayPlanFile NEXT
000000        AT END MOVE "Y" TO WS-Plan-EOF
000000        NOT AT END
000000           IF PP-DueDate < WS-Run-Date
000000              AND PP-AmountPaid < PP-AmountDue
000000              AND PP-LateFee = ZERO
000000              PERFORM CheckInvoiceTerm
000000              IF WS-Term-Match = "Y"
000000                 ADD 1 TO WS-Missed-Count
000000                 PERFORM ChargeLateFee
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* No invoice at all is left for ChargeLateFee to report.
000000 CheckInvoiceTerm.
000000     MOVE "Y" TO WS-Term-Match
000000     MOVE PP-StudentId TO IN-StudentId
000000     READ InvoiceFile
000000        INVALID KEY
000000           CONTINUE
000000        NOT INVALID KEY
000000           IF IN-TermCode NOT = PP-TermCode
000000              MOVE "N" TO WS-Term-Match
000000           END-IF
000000     END-READ.
000000
000000 ChargeLateFee.
000000     MOVE "N" TO WS-Fee-Charged
000000     MOVE "INVOICE" TO WS-Lock-File
000000     MOVE PP-StudentId TO WS-Lock-Id
000000     PERFORM AcquireRecordLock
000000     IF WS-Lock-Held = "Y"
000000        MOVE PP-StudentId TO IN-StudentId
000000        READ InvoiceFile
000000           INVALID KEY
000000              DISPLAY "No invoice on file for StudentId "
000000                 PP-StudentId " - no fee charged."
000000           NOT INVALID KEY
000000              PERFORM AddFeeToInvoice
000000        END-READ
000000        PERFORM ReleaseRecordLock
000000     END-IF
000000     IF WS-Fee-Charged = "Y"
000000        MOVE WS-Late-Fee TO PP-LateFee
000000        MOVE WS-Run-Date TO PP-FeeDate
000000        REWRITE PayPlanRecord
000000           INVALID KEY
000000              DISPLAY "Installment " PP-InstallNo
000000                 " rewrite failed for StudentId " PP-StudentId
000000        END-REWRITE
000000        PERFORM WriteReminderLetter
000000        ADD 1 TO WS-Charged-Count
000000        ADD WS-Late-Fee TO WS-Fee-Total
000000     END-IF.
000000
000000 AddFeeToInvoice.
000000     IF IN-AidApplied IS NOT NUMERIC
000000        MOVE ZERO TO IN-AidApplied
000000     END-IF
000000     COMPUTE WS-Balance = IN-BilledAmount
000000        - IN-AmountPaid - IN-AidApplied
000000     IF WS-Balance > ZERO
000000        MOVE SPACES TO WS-Before-Image
000000        MOVE InvoiceRecord TO WS-Before-Image
000000        ADD WS-Late-Fee TO IN-BilledAmount
000000        REWRITE InvoiceRecord
000000           INVALID KEY
000000              DISPLAY "Invoice rewrite failed for StudentId "
000000                 PP-StudentId " - no fee charged."
000000           NOT INVALID KEY
000000              MOVE "Y" TO WS-Fee-Charged
000000              MOVE "L" TO CH-ActionCode
000000              MOVE SPACES TO CH-AfterImage
000000              MOVE InvoiceRecord TO CH-AfterImage
000000              PERFORM WriteChangeHistory
000000              PERFORM WriteFeeJournal
000000        END-REWRITE
000000     END-IF.
000000
000000* A lock held by an operator at the terminal leaves the
000000* installment uncharged - the next run picks it up.
000000 AcquireRecordLock.
000000     MOVE "N" TO WS-Lock-Held
000000     MOVE WS-Lock-File TO LK-FileId
000000     MOVE WS-Lock-Id TO LK-RecordId
000000     MOVE WS-Operator-Id TO LK-OperatorId
000000     ACCEPT LK-LockDate FROM DATE YYYYMMDD
000000     ACCEPT LK-LockTime FROM TIME
000000     WRITE LockRecord
000000        INVALID KEY
000000           DISPLAY "Invoice in use for StudentId " WS-Lock-Id
000000              " - no fee charged this run."
000000        NOT INVALID KEY
000000           MOVE "Y" TO WS-Lock-Held
000000     END-WRITE.
000000
000000 ReleaseRecordLock.
000000     IF WS-Lock-Held = "Y"
000000        MOVE WS-Lock-File TO LK-FileId
000000        MOVE WS-Lock-Id TO LK-RecordId
000000        DELETE LockFile
000000           INVALID KEY CONTINUE
000000        END-DELETE
000000        MOVE "N" TO WS-Lock-Held
000000     END-IF.
000000
000000 WriteChangeHistory.
000000     MOVE WS-Operator-Id TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "LateFeeRun" TO CH-ProgramName
000000     MOVE PP-StudentId TO CH-StudentId
000000     MOVE WS-Before-Image TO CH-BeforeImage
000000     WRITE ChangeHistoryRecord.
000000
000000 WriteFeeJournal.
000000     MOVE PP-StudentId TO PJ-StudentId
000000     MOVE WS-Run-Date TO PJ-PaymentDate
000000     ACCEPT PJ-PaymentTime FROM TIME
000000     MOVE WS-Late-Fee TO PJ-Amount
000000     MOVE "L" TO PJ-EntryType
000000     WRITE PaymentRecord.
000000
000000 WriteReminderLetter.
000000     MOVE PP-StudentId TO LT-StudentId
000000     MOVE WS-Run-Date TO LT-LetterDate
000000     MOVE "LATEFEE" TO LT-LetterType
000000     MOVE IN-CourseCode TO LT-CourseCode
000000     MOVE PP-InstallNo TO LT-SectionNo
000000     WRITE LetterRecord.
000000
