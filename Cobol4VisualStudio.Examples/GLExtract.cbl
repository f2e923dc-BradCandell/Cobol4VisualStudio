000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  GLExtract.
000000 AUTHOR.  Michael Coughlan.
000000* Daily general-ledger journal extract.  Gathers one day's money
000000* activity from the student-account files - tuition billed or
000000* re-billed on INVOICE.DAT, payments ("P"), drop adjustments
000000* ("A") and late fees ("L") on PAYMENTS.DAT, aid applied from
000000* AIDLOG.DAT and refunds owed on REFUNDDUE.DAT - and posts each
000000* through the GLMAP.DAT account mapping (transaction type plus
000000* CourseCode) into a balanced debit/credit journal, GLJRNL.DAT,
000000* for the ledger system's import.  GLCTRL.LST proves debits
000000* equal credits by transaction type.  If the day does not
000000* balance, or any activity maps to no account, the journal is not
000000* written.
000000*
000000* The invoice carries only the latest billed amount, so the
000000* amount last posted to the ledger for each invoice is kept on
000000* GLBILL.DAT; a re-bill posts only the change.  A date already
000000* extracted, as recorded on GLRUN.DAT, is refused.
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
000000     SELECT PaymentJournal ASSIGN TO "PAYMENTS.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS JournalFileStatus.
000000
000000     SELECT AidLogFile ASSIGN TO "AIDLOG.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS AidLogFileStatus.
000000
000000     SELECT RefundDueFile ASSIGN TO "REFUNDDUE.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS RefundFileStatus.
000000
000000     SELECT GLMapFile ASSIGN TO "GLMAP.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS GM-MapKey
000000 		FILE STATUS IS GLMapFileStatus.
000000
000000     SELECT GLBilledFile ASSIGN TO "GLBILL.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS GB-StudentId
000000 		FILE STATUS IS GLBilledFileStatus.
000000
000000     SELECT GLRunFile ASSIGN TO "GLRUN.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS GLRunFileStatus.
000000
000000     SELECT JournalWorkFile ASSIGN TO "GLJRNL.TMP"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS WorkFileStatus.
000000
000000     SELECT GLJournalFile ASSIGN TO "GLJRNL.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS GLJournalFileStatus.
000000
000000     SELECT SortWorkFile ASSIGN TO "SORTWK1".
000000
000000     SELECT ControlReportFile ASSIGN TO "GLCTRL.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
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
000000* Bursar's journal - the layout PaymentPost writes.  "P" marks a
000000* payment posting, "A" a drop adjustment and "L" a late fee
000000* LateFeeRun charged to a payment plan; entries journaled before
000000* the type byte existed read back as spaces and are treated as
000000* payments.
000000 FD PaymentJournal.
000000 01 PaymentRecord.
000000    02  PJ-StudentId    PIC 9(7).
000000    02  PJ-PaymentDate  PIC 9(8).
000000    02  PJ-PaymentTime  PIC 9(8).
000000    02  PJ-Amount       PIC 9(6)V99.
000000    02  PJ-EntryType    PIC X.
000000
000000* Awards applied - the layout AidImport writes.
000000 FD AidLogFile.
000000 01 AidLogRecord.
000000    02  AL-StudentId    PIC 9(7).
000000    02  AL-AppliedDate  PIC 9(8).
000000    02  AL-AppliedTime  PIC 9(8).
000000    02  AL-Amount       PIC 9(6)V99.
000000
000000* Refunds owed after a drop - the layout EnrollMaint writes.
000000 FD RefundDueFile.
000000 01 RefundDueRecord.
000000    02  RF-StudentId    PIC 9(7).
000000    02  RF-RefundDate   PIC 9(8).
000000    02  RF-Amount       PIC 9(6)V99.
000000
000000* GL account mapping - the layout GLMapLoad maintains.  A blank
000000* CourseCode is the type's default.
000000 FD GLMapFile.
000000 01 GLMapRecord.
000000    02  GM-MapKey.
000000        03 GM-TransType  PIC X(2).
000000        03 GM-CourseCode PIC X(4).
000000    02  GM-DebitAccount PIC X(10).
000000    02  GM-CreditAccount PIC X(10).
000000
000000* The billed amount the ledger has been given for each invoice,
000000* and the term it belongs to - brought into line with INVOICE.DAT
000000* each time a journal is written.
000000 FD GLBilledFile.
000000 01 GLBilledRecord.
000000    02  GB-StudentId    PIC 9(7).
000000    02  GB-TermCode     PIC X(5).
000000    02  GB-PostedAmount PIC 9(6)V99.
000000
000000* One line per date extracted.
000000 FD GLRunFile.
000000 01 GLRunRecord.
000000    02  GR-ExtractDate  PIC 9(8).
000000    02  GR-RunDate      PIC 9(8).
000000    02  GR-RunTime      PIC 9(8).
000000    02  GR-TotalDebits  PIC 9(9)V99.
000000
000000 FD JournalWorkFile.
000000 01 WorkRecord            PIC X(41).
000000
000000* The ledger import layout - one line per debit or credit.
000000 FD GLJournalFile.
000000 01 GLJournalRecord.
000000    02  GJ-JournalDate  PIC 9(8).
000000    02  GJ-Account      PIC X(10).
000000    02  GJ-DebitCredit  PIC X.
000000    02  GJ-Amount       PIC 9(7)V99.
000000    02  GJ-TransType    PIC X(2).
000000    02  GJ-CourseCode   PIC X(4).
000000    02  GJ-StudentId    PIC 9(7).
000000
000000 SD SortWorkFile.
000000 01 SA-ActivityRecord.
000000    02  SA-StudentId    PIC 9(7).
000000    02  SA-TransType    PIC X(2).
000000    02  SA-Amount       PIC 9(6)V99.
000000
000000 FD ControlReportFile.
000000 01 ControlLine           PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  InvoiceFileStatus                  PIC XX.
000000 01  JournalFileStatus                  PIC XX.
000000 01  AidLogFileStatus                   PIC XX.
000000 01  RefundFileStatus                   PIC XX.
000000 01  GLMapFileStatus                    PIC XX.
000000 01  GLBilledFileStatus                 PIC XX.
000000 01  GLRunFileStatus                    PIC XX.
000000 01  WorkFileStatus                     PIC XX.
000000 01  GLJournalFileStatus                PIC XX.
000000 01  WS-Extract-Date                    PIC 9(8) VALUE ZERO.
000000 01  WS-Already-Run                     PIC X VALUE "N".
000000 01  WS-Read-EOF                        PIC X VALUE "N".
000000 01  WS-Invoice-EOF                     PIC X VALUE "N".
000000 01  WS-Sort-EOF                        PIC X VALUE "N".
000000* The two match keys - each goes to HIGH-VALUES when its file
000000* runs out, so the merge ends when both have.
000000 01  WS-Invoice-Key                     PIC X(7) VALUE SPACES.
000000 01  WS-Activity-Key                    PIC X(7) VALUE SPACES.
000000 01  WS-Student-Key                     PIC X(7) VALUE SPACES.
000000 01  WS-Has-Invoice                     PIC X VALUE "N".
000000 01  WS-Post-Course                     PIC X(4) VALUE SPACES.
000000 01  WS-Post-Student                    PIC 9(7) VALUE ZERO.
000000 01  WS-Post-Type                       PIC X(2) VALUE SPACES.
000000 01  WS-Post-Amount                     PIC 9(7)V99 VALUE ZERO.
000000 01  WS-Post-Reverse                    PIC X VALUE "N".
000000 01  WS-Map-Found                       PIC X VALUE "N".
000000 01  WS-Student-Adjust                  PIC S9(7)V99 VALUE ZERO.
000000 01  WS-Bill-Change                     PIC S9(7)V99 VALUE ZERO.
000000 01  WS-Total-Debits                    PIC 9(9)V99 VALUE ZERO.
000000 01  WS-Total-Credits                   PIC 9(9)V99 VALUE ZERO.
000000 01  WS-Unmapped-Count                  PIC 9(5) VALUE ZERO.
000000 01  WS-Line-Pairs                      PIC 9(6) VALUE ZERO.
000000 01  WS-Type-Sub                        PIC 9 VALUE ZERO.
000000 01  WS-Type-Found                      PIC 9 VALUE ZERO.
000000
000000* One row per transaction type, with "??" catching any journal
000000* entry type this extract does not know how to post.
000000 01  WS-Type-Names.
000000    02  FILLER          PIC X(22) VALUE "TBTuition billed".
000000    02  FILLER          PIC X(22) VALUE "PYPayment received".
000000    02  FILLER          PIC X(22) VALUE "DADrop adjustment".
000000    02  FILLER          PIC X(22) VALUE "FAFinancial aid".
000000    02  FILLER          PIC X(22) VALUE "RFRefund due".
000000    02  FILLER          PIC X(22) VALUE "LFLate fee charged".
000000    02  FILLER          PIC X(22) VALUE "??Unknown entry type".
000000 01  WS-Type-Table REDEFINES WS-Type-Names.
000000    02  WS-Type-Entry OCCURS 7 TIMES.
000000        03 WS-Type-Code  PIC X(2).
000000        03 WS-Type-Desc  PIC X(20).
000000
000000 01  WS-Type-Totals.
000000    02  WS-Type-Total OCCURS 7 TIMES.
000000        03 WS-Type-Count   PIC 9(5).
000000        03 WS-Type-Debits  PIC 9(9)V99.
000000        03 WS-Type-Credits PIC 9(9)V99.
000000
000000 01  WS-Journal-Line.
000000    02  WS-JL-Date      PIC 9(8).
000000    02  WS-JL-Account   PIC X(10).
000000    02  WS-JL-DebitCredit PIC X.
000000    02  WS-JL-Amount    PIC 9(7)V99.
000000    02  WS-JL-TransType PIC X(2).
000000    02  WS-JL-CourseCode PIC X(4).
000000    02  WS-JL-StudentId PIC 9(7).
000000
000000 01  TitleLine.
000000    02  FILLER          PIC X(33)
000000        VALUE "General Ledger Extract Control - ".
000000    02  T-ExtractDate   PIC 9(8).
000000    02  FILLER          PIC X(29) VALUE SPACES.
000000
000000 01  UnmappedLine.
000000    02  FILLER          PIC X(9) VALUE "  Type : ".
000000    02  U-TransType     PIC X(2).
000000    02  FILLER          PIC X(10) VALUE "  Course: ".
000000    02  U-CourseCode    PIC X(4).
000000    02  FILLER          PIC X(11) VALUE "  Student: ".
000000    02  U-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  U-Amount        PIC ZZZZ,ZZ9.99.
000000    02  FILLER          PIC X(14) VALUE "  NO GL ACCT  ".
000000
000000 01  ColumnHeaderLine.
000000    02  FILLER          PIC X(36)
000000        VALUE "  Type  Description            Cnt".
000000    02  FILLER          PIC X(34)
000000        VALUE "         Debits         Credits".
000000
000000 01  TypeLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  TY-TransType    PIC X(2).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  TY-Description  PIC X(20).
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  TY-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  TY-Debits       PIC ZZZ,ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  TY-Credits      PIC ZZZ,ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(36)
000000        VALUE "  Totals".
000000    02  TT-Debits       PIC ZZZ,ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  TT-Credits      PIC ZZZ,ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000
000000 01  UnmappedCountLine.
000000    02  FILLER          PIC X(30)
000000        VALUE "  Unmapped activity items   : ".
000000    02  UC-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(35) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Total-Debits
000000     MOVE ZERO TO WS-Total-Credits
000000     MOVE ZERO TO WS-Unmapped-Count
000000     MOVE ZERO TO WS-Line-Pairs
000000     MOVE ZEROES TO WS-Type-Totals
000000     DISPLAY "Extract date (YYYYMMDD, blank = today) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Extract-Date
000000     IF WS-Extract-Date IS NOT NUMERIC
000000        OR WS-Extract-Date = ZERO
000000        ACCEPT WS-Extract-Date FROM DATE YYYYMMDD
000000     END-IF
000000     PERFORM CheckPriorRun
000000     IF WS-Already-Run = "Y"
000000        DISPLAY "Journal already extracted for " WS-Extract-Date
000000           " - not run again."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT InvoiceFile
000000     IF InvoiceFileStatus NOT = "00"
000000        DISPLAY "INVOICE.DAT could not be opened (status "
000000           InvoiceFileStatus ") - run TuitionBilling first."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT GLMapFile
000000     IF GLMapFileStatus NOT = "00"
000000        DISPLAY "GLMAP.DAT could not be opened (status "
000000           GLMapFileStatus ") - run GLMapLoad first."
000000        CLOSE InvoiceFile
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenGLBilledFile
000000     OPEN OUTPUT JournalWorkFile
000000     OPEN OUTPUT ControlReportFile
000000     MOVE WS-Extract-Date TO T-ExtractDate
000000     WRITE ControlLine FROM TitleLine
000000     MOVE SPACES TO ControlLine
000000     WRITE ControlLine
000000     SORT SortWorkFile
000000        ON ASCENDING KEY SA-StudentId SA-TransType
000000        INPUT PROCEDURE IS ReleaseDayActivity
000000        OUTPUT PROCEDURE IS PostDayActivity
000000     CLOSE JournalWorkFile
000000     PERFORM PrintControlTotals
000000     IF WS-Total-Debits = WS-Total-Credits
000000        AND WS-Unmapped-Count = ZERO
000000        PERFORM WriteLedgerJournal
000000        PERFORM SyncGLBilled
000000        PERFORM WriteRunRecord
000000        MOVE "  IN BALANCE - journal written to GLJRNL.DAT."
000000           TO ControlLine
000000        DISPLAY "GL journal written - " WS-Line-Pairs
000000           " entries for " WS-Extract-Date
000000     ELSE
000000        MOVE "  ** NOT WRITTEN - out of balance or unmapped **"
000000           TO ControlLine
000000        DISPLAY "GL journal NOT written - see GLCTRL.LST."
000000     END-IF
000000     WRITE ControlLine
000000     CLOSE InvoiceFile
000000     CLOSE GLMapFile
000000     CLOSE GLBilledFile
000000     CLOSE ControlReportFile
000000     STOP RUN.
000000
000000 CheckPriorRun.
000000     MOVE "N" TO WS-Already-Run
000000     OPEN INPUT GLRunFile
000000     IF GLRunFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ GLRunFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END
000000                 IF GR-ExtractDate = WS-Extract-Date
000000                    MOVE "Y" TO WS-Already-Run
000000                 END-IF
000000           END-READ
000000        END-PERFORM
000000        CLOSE GLRunFile
000000     END-IF.
000000
000000 OpenGLBilledFile.
000000     OPEN I-O GLBilledFile
000000     IF GLBilledFileStatus = "35"
000000        OPEN OUTPUT GLBilledFile
000000        CLOSE GLBilledFile
000000        OPEN I-O GLBilledFile
000000     END-IF.
000000
000000* Each source file is optional - a day with no aid or no refunds
000000* simply has nothing of that type to post.
000000 ReleaseDayActivity.
000000     OPEN INPUT PaymentJournal
000000     IF JournalFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM ReleaseOnePayment
000000           UNTIL WS-Read-EOF = "Y"
000000        CLOSE PaymentJournal
000000     END-IF
000000     OPEN INPUT AidLogFile
000000     IF AidLogFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM ReleaseOneAid
000000           UNTIL WS-Read-EOF = "Y"
000000        CLOSE AidLogFile
000000     END-IF
000000     OPEN INPUT RefundDueFile
000000     IF RefundFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM ReleaseOneRefund
000000           UNTIL WS-Read-EOF = "Y"
000000        CLOSE RefundDueFile
000000     END-IF.
000000
000000 ReleaseOnePayment.
000000     READ PaymentJournal
000000        AT END MOVE "Y" TO WS-Read-EOF
000000        NOT AT END
000000           IF PJ-PaymentDate = WS-Extract-Date
000000              MOVE PJ-StudentId TO SA-StudentId
000000              MOVE PJ-Amount TO SA-Amount
000000              EVALUATE PJ-EntryType
000000                 WHEN "P"
000000                 WHEN SPACE
000000                    MOVE "PY" TO SA-TransType
000000                 WHEN "A"
000000                    MOVE "DA" TO SA-TransType
000000                 WHEN "L"
000000                    MOVE "LF" TO SA-TransType
000000                 WHEN OTHER
000000                    MOVE "??" TO SA-TransType
000000              END-EVALUATE
000000              RELEASE SA-ActivityRecord
000000           END-IF
000000     END-READ.
000000
000000 ReleaseOneAid.
000000     READ AidLogFile
000000        AT END MOVE "Y" TO WS-Read-EOF
000000        NOT AT END
000000           IF AL-AppliedDate = WS-Extract-Date
000000              MOVE AL-StudentId TO SA-StudentId
000000              MOVE "FA" TO SA-TransType
000000              MOVE AL-Amount TO SA-Amount
000000              RELEASE SA-ActivityRecord
000000           END-IF
000000     END-READ.
000000
000000 ReleaseOneRefund.
000000     READ RefundDueFile
000000        AT END MOVE "Y" TO WS-Read-EOF
000000        NOT AT END
000000           IF RF-RefundDate = WS-Extract-Date
000000              MOVE RF-StudentId TO SA-StudentId
000000              MOVE "RF" TO SA-TransType
000000              MOVE RF-Amount TO SA-Amount
000000              RELEASE SA-ActivityRecord
000000           END-IF
000000     END-READ.
000000
000000* A match-merge of the sorted activity against INVOICE.DAT, both
000000* in StudentId order.  Activity posts under the CourseCode on
000000* the student's invoice; a student with no invoice posts under a
000000* blank CourseCode, which only a type's default mapping covers.
000000 PostDayActivity.
000000     MOVE "N" TO WS-Invoice-EOF
000000     MOVE "N" TO WS-Sort-EOF
000000     PERFORM ReadInvoiceRecord
000000     PERFORM ReturnActivity
000000     PERFORM UNTIL WS-Invoice-Key = HIGH-VALUES
000000        AND WS-Activity-Key = HIGH-VALUES
000000        PERFORM PostOneStudent
000000     END-PERFORM.
000000
000000 ReadInvoiceRecord.
000000     READ InvoiceFile NEXT
000000        AT END MOVE HIGH-VALUES TO WS-Invoice-Key
000000        NOT AT END MOVE IN-StudentId TO WS-Invoice-Key
000000     END-READ.
000000
000000 ReturnActivity.
000000     RETURN SortWorkFile
000000        AT END MOVE HIGH-VALUES TO WS-Activity-Key
000000        NOT AT END MOVE SA-StudentId TO WS-Activity-Key
000000     END-RETURN.
000000
000000 PostOneStudent.
000000     IF WS-Activity-Key < WS-Invoice-Key
000000        MOVE WS-Activity-Key TO WS-Student-Key
000000        MOVE "N" TO WS-Has-Invoice
000000        MOVE SPACES TO WS-Post-Course
000000     ELSE
000000        MOVE WS-Invoice-Key TO WS-Student-Key
000000        MOVE "Y" TO WS-Has-Invoice
000000        MOVE IN-CourseCode TO WS-Post-Course
000000     END-IF
000000     MOVE WS-Student-Key TO WS-Post-Student
000000     MOVE ZERO TO WS-Student-Adjust
000000     PERFORM PostOneActivity
000000        UNTIL WS-Activity-Key NOT = WS-Student-Key
000000     IF WS-Has-Invoice = "Y"
000000        PERFORM PostBillingChange
000000        PERFORM ReadInvoiceRecord
000000     END-IF.
000000
000000 PostOneActivity.
000000     IF SA-TransType = "DA"
000000        ADD SA-Amount TO WS-Student-Adjust
000000     END-IF
000000     IF SA-TransType = "LF"
000000        SUBTRACT SA-Amount FROM WS-Student-Adjust
000000     END-IF
000000     MOVE SA-TransType TO WS-Post-Type
000000     MOVE SA-Amount TO WS-Post-Amount
000000     MOVE "N" TO WS-Post-Reverse
000000     PERFORM PostJournalPair
000000     PERFORM ReturnActivity.
000000
000000* The drop adjustments and late fees just posted already account
000000* for their share of any change in the billed amount, so they
000000* are taken back out before the change is measured.  An invoice
000000* the ledger has never been given is posted only if it was
000000* billed on the extract date - older ones were already on the
000000* books when the extract was first run.
000000 PostBillingChange.
000000     IF IN-BilledAmount IS NOT NUMERIC
000000        MOVE ZERO TO IN-BilledAmount
000000     END-IF
000000     MOVE ZERO TO WS-Bill-Change
000000     MOVE IN-StudentId TO GB-StudentId
000000     READ GLBilledFile
000000        INVALID KEY
000000           IF IN-InvoiceDate = WS-Extract-Date
000000              COMPUTE WS-Bill-Change = IN-BilledAmount
000000                 + WS-Student-Adjust
000000           END-IF
000000        NOT INVALID KEY
000000           IF GB-TermCode = IN-TermCode
000000              COMPUTE WS-Bill-Change = IN-BilledAmount
000000                 + WS-Student-Adjust - GB-PostedAmount
000000           ELSE
000000              COMPUTE WS-Bill-Change = IN-BilledAmount
000000                 + WS-Student-Adjust
000000           END-IF
000000     END-READ
000000     IF WS-Bill-Change NOT = ZERO
000000        MOVE "TB" TO WS-Post-Type
000000        IF WS-Bill-Change < ZERO
000000           MOVE "Y" TO WS-Post-Reverse
000000           COMPUTE WS-Post-Amount = ZERO - WS-Bill-Change
000000        ELSE
000000           MOVE "N" TO WS-Post-Reverse
000000           MOVE WS-Bill-Change TO WS-Post-Amount
000000        END-IF
000000        PERFORM PostJournalPair
000000     END-IF.
000000
000000* A reversal - a re-bill that lowered the invoice - swaps the
000000* mapped debit and credit accounts.
000000 PostJournalPair.
000000     PERFORM FindTypeRow
000000     ADD 1 TO WS-Type-Count(WS-Type-Found)
000000     PERFORM LookUpMapping
000000     IF WS-Map-Found = "N"
000000        PERFORM NoteUnmappedActivity
000000     ELSE
000000        MOVE WS-Extract-Date TO WS-JL-Date
000000        MOVE WS-Post-Amount TO WS-JL-Amount
000000        MOVE WS-Post-Type TO WS-JL-TransType
000000        MOVE WS-Post-Course TO WS-JL-CourseCode
000000        MOVE WS-Post-Student TO WS-JL-StudentId
000000        IF WS-Post-Reverse = "Y"
000000           MOVE GM-CreditAccount TO WS-JL-Account
000000        ELSE
000000           MOVE GM-DebitAccount TO WS-JL-Account
000000        END-IF
000000        MOVE "D" TO WS-JL-DebitCredit
000000        WRITE WorkRecord FROM WS-Journal-Line
000000        ADD WS-Post-Amount TO WS-Total-Debits
000000        ADD WS-Post-Amount TO WS-Type-Debits(WS-Type-Found)
000000        IF WS-Post-Reverse = "Y"
000000           MOVE GM-DebitAccount TO WS-JL-Account
000000        ELSE
000000           MOVE GM-CreditAccount TO WS-JL-Account
000000        END-IF
000000        MOVE "C" TO WS-JL-DebitCredit
000000        WRITE WorkRecord FROM WS-Journal-Line
000000        ADD WS-Post-Amount TO WS-Total-Credits
000000        ADD WS-Post-Amount TO WS-Type-Credits(WS-Type-Found)
000000        ADD 1 TO WS-Line-Pairs
000000     END-IF.
000000
000000 FindTypeRow.
000000     MOVE 7 TO WS-Type-Found
000000     PERFORM VARYING WS-Type-Sub FROM 1 BY 1
000000        UNTIL WS-Type-Sub > 6
000000        IF WS-Type-Code(WS-Type-Sub) = WS-Post-Type
000000           MOVE WS-Type-Sub TO WS-Type-Found
000000        END-IF
000000     END-PERFORM.
000000
000000* The course's own mapping first, then the type's default.
000000 LookUpMapping.
000000     MOVE "Y" TO WS-Map-Found
000000     MOVE WS-Post-Type TO GM-TransType
000000     MOVE WS-Post-Course TO GM-CourseCode
000000     READ GLMapFile
000000        INVALID KEY
000000           MOVE SPACES TO GM-CourseCode
000000           READ GLMapFile
000000              INVALID KEY
000000                 MOVE "N" TO WS-Map-Found
000000           END-READ
000000     END-READ.
000000
000000 NoteUnmappedActivity.
000000     ADD 1 TO WS-Unmapped-Count
000000     IF WS-Unmapped-Count = 1
000000        MOVE "Activity with no GL account mapping :"
000000           TO ControlLine
000000        WRITE ControlLine
000000     END-IF
000000     MOVE WS-Post-Type TO U-TransType
000000     MOVE WS-Post-Course TO U-CourseCode
000000     MOVE WS-Post-Student TO U-StudentId
000000     MOVE WS-Post-Amount TO U-Amount
000000     WRITE ControlLine FROM UnmappedLine.
000000
000000 PrintControlTotals.
000000     MOVE SPACES TO ControlLine
000000     WRITE ControlLine
000000     WRITE ControlLine FROM ColumnHeaderLine
000000     PERFORM PrintTypeLine
000000        VARYING WS-Type-Sub FROM 1 BY 1
000000        UNTIL WS-Type-Sub > 7
000000     MOVE WS-Total-Debits TO TT-Debits
000000     MOVE WS-Total-Credits TO TT-Credits
000000     WRITE ControlLine FROM TotalLine
000000     MOVE WS-Unmapped-Count TO UC-Count
000000     WRITE ControlLine FROM UnmappedCountLine
000000     MOVE SPACES TO ControlLine
000000     WRITE ControlLine.
000000
000000 PrintTypeLine.
000000     MOVE WS-Type-Code(WS-Type-Sub) TO TY-TransType
000000     MOVE WS-Type-Desc(WS-Type-Sub) TO TY-Description
000000     MOVE WS-Type-Count(WS-Type-Sub) TO TY-Count
000000     MOVE WS-Type-Debits(WS-Type-Sub) TO TY-Debits
000000     MOVE WS-Type-Credits(WS-Type-Sub) TO TY-Credits
000000     WRITE ControlLine FROM TypeLine.
000000
000000* The import file is only built from the work file once the day
000000* has proved out.
000000 WriteLedgerJournal.
000000     OPEN INPUT JournalWorkFile
000000     OPEN OUTPUT GLJournalFile
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ JournalWorkFile
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END
000000              WRITE GLJournalRecord FROM WorkRecord
000000        END-READ
000000     END-PERFORM
000000     CLOSE JournalWorkFile
000000     CLOSE GLJournalFile.
000000
000000* Once journaled, the ledger holds every invoice at its billed
000000* amount on file.
000000 SyncGLBilled.
000000     MOVE LOW-VALUES TO IN-StudentId
000000     MOVE "N" TO WS-Read-EOF
000000     START InvoiceFile KEY IS NOT < IN-StudentId
000000        INVALID KEY MOVE "Y" TO WS-Read-EOF
000000     END-START
000000     PERFORM SyncOneInvoice
000000        UNTIL WS-Read-EOF = "Y".
000000
000000 SyncOneInvoice.
000000     READ InvoiceFile NEXT
000000        AT END MOVE "Y" TO WS-Read-EOF
000000        NOT AT END
000000           IF IN-BilledAmount IS NOT NUMERIC
000000              MOVE ZERO TO IN-BilledAmount
000000           END-IF
000000           MOVE IN-StudentId TO GB-StudentId
000000           MOVE IN-TermCode TO GB-TermCode
000000           MOVE IN-BilledAmount TO GB-PostedAmount
000000           REWRITE GLBilledRecord
000000              INVALID KEY
000000                 WRITE GLBilledRecord
000000                    INVALID KEY CONTINUE
000000                 END-WRITE
000000           END-REWRITE
000000     END-READ.
000000
000000 WriteRunRecord.
000000     OPEN EXTEND GLRunFile
000000     IF GLRunFileStatus = "35"
000000        OPEN OUTPUT GLRunFile
000000     END-IF
000000     MOVE WS-Extract-Date TO GR-ExtractDate
000000     ACCEPT GR-RunDate FROM DATE YYYYMMDD
000000     ACCEPT GR-RunTime FROM TIME
000000     MOVE WS-Total-Debits TO GR-TotalDebits
000000     WRITE GLRunRecord
000000     CLOSE GLRunFile.
000000
