000000 AUTHOR.  Michael Coughlan.
000000* Term-start billing run.  Reads STUDENTS.DAT end to end, computes
000000* tuition for every ACTIVE student across the current term's
000000* registrations on ENROLL.DAT (credit hours times the course's
000000* rate for the term on RATES.DAT) plus the term's fees from
000000* FEES.DAT, writes one billing record per student to INVOICE.DAT
000000* stamped with the term billed, and prints a paginated tuition
000000* register to TUITION.LST with the tuition and each fee on its own
000000* line, a subtotal per course, a group for the term-wide fees and
000000* grand totals, using the same control breaks ClassRoster uses
000000* for headcounts.  The itemised charges behind each invoice go to
000000* CHARGES.DAT for StatementPrint.  A course with no rate on file
000000* for the term is not billed and is reported.  The run refuses
000000* to start unless the current term on TERMS.DAT has its
000000* billing-open flag up, and an earlier term's registrations are
000000* never billed again.
000000* A re-bill within the same term keeps any late fees LateFeeRun
000000* has charged against the term's installments on PAYPLAN.DAT.
000000*
000000* Every N students the run commits a checkpoint to BILLCKPT.DAT -
000000* the last StudentId done and the running counts and totals.
000000* Each student's register entries go to BILLWORK.DAT as they are
000000* billed, and the register is sorted from there once every
000000* student is done, so a run that dies partway can be resumed from
000000* its checkpoint and still print the whole population exactly
000000* once.  Entries past the checkpoint are thrown away on resume
000000* and those students billed again.  A run that finishes normally
000000* clears the checkpoint.
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
000000     SELECT NoAddrFile ASSIGN TO "NOADDR.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT RegisterFile ASSIGN TO "TUITION.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT CheckpointFile ASSIGN TO "BILLCKPT.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS CheckpointFileStatus.
000000
000000     SELECT BillWorkFile ASSIGN TO "BILLWORK.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS BW-WorkKey
000000 		FILE STATUS IS BillWorkFileStatus.
000000
000000     SELECT RateFile ASSIGN TO "RATES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RT-RateKey
000000 		FILE STATUS IS RateFileStatus.
000000
000000     SELECT FeeFile ASSIGN TO "FEES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS FE-FeeKey
000000 		FILE STATUS IS FeeFileStatus.
000000
000000     SELECT ChargeFile ASSIGN TO "CHARGES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CG-ChargeKey
000000 		FILE STATUS IS ChargeFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD StudentFile.
000000    02  CM-MaxSeats     PIC 9(3).
000000    02  CM-SeatsTaken   PIC 9(5).
000000
000000* Tuition rate schedule - the layout RateMaint maintains.  A
000000* registration is priced at its course's rate for the term.
000000 FD RateFile.
000000 01 RateRecord.
000000    02  RT-RateKey.
000000        03 RT-CourseCode PIC X(4).
000000        03 RT-TermCode   PIC X(5).
000000    02  RT-RatePerCredit PIC 9(4)V99.
000000
000000* Term fee schedule - the layout FeeMaint maintains.  Basis F is
000000* a flat amount, C an amount per credit hour; a blank CourseCode
000000* charges every student billed in the term, otherwise only the
000000* registrations in that course.
000000 FD FeeFile.
000000 01 FeeRecord.
000000    02  FE-FeeKey.
000000        03 FE-TermCode  PIC X(5).
000000        03 FE-FeeCode   PIC X(4).
000000    02  FE-Description  PIC X(20).
000000    02  FE-FeeBasis     PIC X.
000000    02  FE-Amount       PIC 9(4)V99.
000000    02  FE-CourseCode   PIC X(4).
000000
000000* The charges behind each student's bill for a term - the tuition
000000* under ChargeCode TUIT and one record per fee under its FeeCode,
000000* each summed across the student's courses.  Replaced whenever the
000000* student is billed again for the term; StatementPrint itemises
000000* the bill from here.
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
000000* One billing record per student.  IN-CourseCode carries the
000000* student's course of record from STUDENTS.DAT.  IN-TermCode is
000000* the term the invoice bills, stamped from the current term on
000000    02  TM-EndDate      PIC 9(8).
000000    02  TM-CurrentFlag  PIC X.
000000    02  TM-BillingFlag  PIC X.
000000    02  TM-IncDeadline  PIC 9(8).
000000    02  TM-FullTimeHrs  PIC 99.
000000    02  TM-ThreeQtrHrs  PIC 99.
000000    02  TM-HalfTimeHrs  PIC 99.
000000
000000* One contact record per student - the layout ContactMaint
000000* maintains.  The register pulls each student's mailing address
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
000000 FD NoAddrFile.
000000 01 NoAddrLine            PIC X(70).
000000
000000* SR-Section 1 groups the register by course; 2 is the closing
000000* group of term-wide fees.  SR-LineSeq puts each student's tuition
000000* line ahead of the fees within a group.
000000 SD SortWorkFile.
000000 01 SR-RegisterEntry.
000000    02  SR-GroupKey.
000000        03 SR-Section   PIC 9.
000000        03 SR-CourseCode PIC X(4).
000000    02  SR-Surname      PIC X(8).
000000    02  SR-Initials     PIC XX.
000000    02  SR-StudentId    PIC 9(7).
000000    02  SR-LineSeq      PIC 9.
000000    02  SR-ChargeCode   PIC X(4).
000000    02  SR-Description  PIC X(20).
000000    02  SR-Amount       PIC 9(6)V99.
000000
000000 FD RegisterFile.
000000 01 RegisterLine          PIC X(70).
000000
000000* The one checkpoint record, replaced at every commit and emptied
000000* when the run finishes.
000000 FD CheckpointFile.
000000 01 CheckpointRecord.
000000    02  CK-TermCode     PIC X(5).
000000    02  CK-LastStudentId PIC 9(7).
000000    02  CK-StudentsRead PIC 9(6).
000000    02  CK-BilledCount  PIC 9(6).
000000    02  CK-EntryCount   PIC 9(6).
000000* Tuition and fees together - everything on the work file.
000000    02  CK-TuitionTotal PIC 9(8)V99.
000000    02  CK-CkptDate     PIC 9(8).
000000    02  CK-CkptTime     PIC 9(8).
000000
000000* One register entry per student per charge billed this run - the
000000* tuition (ChargeCode TUIT) and course fees under each course, and
000000* the term-wide fees under a blank CourseCode.
000000 FD BillWorkFile.
000000 01 BillWorkRecord.
000000    02  BW-WorkKey.
000000        03 BW-StudentId  PIC 9(7).
000000        03 BW-CourseCode PIC X(4).
000000        03 BW-ChargeCode PIC X(4).
000000    02  BW-Surname       PIC X(8).
000000    02  BW-Initials      PIC XX.
000000    02  BW-Description   PIC X(20).
000000    02  BW-Amount        PIC 9(6)V99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  WS-Contacts-OnFile                 PIC X VALUE "N".
000000 01  WS-Address-Found                   PIC X VALUE "N".
000000 01  WS-NoAddr-Count                    PIC 9(5) VALUE ZERO.
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  WS-PayPlan-OnFile                  PIC X VALUE "N".
000000 01  WS-Plan-EOF                        PIC X VALUE "N".
000000 01  WS-Term-LateFees                   PIC 9(6)V99 VALUE ZERO.
000000 01  CheckpointFileStatus               PIC XX.
000000 01  BillWorkFileStatus                 PIC XX.
000000 01  WS-Checkpoint-Every                PIC 9(4) VALUE 100.
000000 01  WS-Since-Checkpoint                PIC 9(4) VALUE ZERO.
000000 01  WS-Checkpoint-Found                PIC X VALUE "N".
000000 01  WS-Resume                          PIC X VALUE "N".
000000 01  WS-Reply                           PIC X VALUE SPACE.
000000 01  WS-Students-Read                   PIC 9(6) VALUE ZERO.
000000 01  WS-Entry-Count                     PIC 9(6) VALUE ZERO.
000000 01  WS-Tuition-Total                   PIC 9(8)V99 VALUE ZERO.
000000 01  WS-Released-Count                  PIC 9(6) VALUE ZERO.
000000 01  WS-Released-Tuition                PIC 9(8)V99 VALUE ZERO.
000000 01  WS-Work-EOF                        PIC X VALUE "N".
000000 01  WS-Last-Released-Id                PIC 9(7) VALUE ZERO.
000000 01  WS-Restart-Id                      PIC 9(7) VALUE ZERO.
000000 01  RateFileStatus                     PIC XX.
000000 01  FeeFileStatus                      PIC XX.
000000 01  ChargeFileStatus                   PIC XX.
000000 01  WS-Fee-EOF                         PIC X VALUE "N".
000000 01  WS-Fee-Overflow                    PIC X VALUE "N".
000000 01  WS-Charge-EOF                      PIC X VALUE "N".
000000 01  WS-Student-Fees                    PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Student-Hours                   PIC 9(3) VALUE ZERO.
000000 01  WS-NoRate-Count                    PIC 9(5) VALUE ZERO.
000000 01  WS-Saved-Group                     PIC X(5) VALUE SPACES.
000000 01  WS-Saved-StudentId                 PIC 9(7) VALUE ZERO.
000000 01  WS-Tuition-Printed                 PIC 9(8)V99 VALUE ZERO.
000000 01  WS-Fees-Printed                    PIC 9(8)V99 VALUE ZERO.
000000
000000* The charge being billed - one register entry and its share of
000000* the student's charge total.
000000 01  WS-Charge-Course                   PIC X(4) VALUE SPACES.
000000 01  WS-Charge-Code                     PIC X(4) VALUE SPACES.
000000 01  WS-Charge-Desc                     PIC X(20) VALUE SPACES.
000000 01  WS-Charge-Amount                   PIC 9(6)V99 VALUE ZERO.
000000
000000* The current term's fees, loaded once from FEES.DAT.
000000 01  WS-Fee-Count                       PIC 9(2) VALUE ZERO.
000000 01  WS-Fee-Sub                         PIC 9(2) VALUE ZERO.
000000 01  WS-Fee-Table.
000000    02  WS-Fee-Entry OCCURS 30 TIMES.
000000        03 FT-FeeCode       PIC X(4).
000000        03 FT-Description   PIC X(20).
000000        03 FT-FeeBasis      PIC X.
000000        03 FT-Amount        PIC 9(4)V99.
000000        03 FT-CourseCode    PIC X(4).
000000
000000* The student's charges for the term, summed by ChargeCode for
000000* CHARGES.DAT - the tuition plus at most one line per fee.
000000 01  WS-Charge-Count                    PIC 9(2) VALUE ZERO.
000000 01  WS-Charge-Sub                      PIC 9(2) VALUE ZERO.
000000 01  WS-Charge-Table.
000000    02  WS-Charge-Entry OCCURS 31 TIMES.
000000        03 SC-ChargeCode    PIC X(4).
000000        03 SC-Description   PIC X(20).
000000        03 SC-Amount        PIC 9(6)V99.
000000
000000 01  PageHeaderLine.
000000    02  FILLER         PIC X(24) VALUE "Tuition Register - Page ".
000000    02  H-CourseCode    PIC X(4).
000000    02  FILLER          PIC X(56) VALUE SPACES.
000000
000000 01  TermFeeHeaderLine.
000000    02  FILLER          PIC X(21) VALUE "Term-wide fees for : ".
000000    02  TH-TermCode     PIC X(5).
000000    02  FILLER          PIC X(44) VALUE SPACES.
000000
000000* The student's id and name head the first of the student's lines
000000* in a group; the tuition and fees below it leave them blank.
000000 01  DetailLine.
000000    02  D-StudentId     PIC X(7).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Surname       PIC X(8).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Initials      PIC XX.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Description   PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Amount        PIC ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(15) VALUE SPACES.
000000
000000 01  SubTotalLine.
000000    02  ST-Label        PIC X(19).
000000    02  ST-Amount       PIC ZZ,ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(38) VALUE SPACES.
000000
000000 01  GrandTotalLine.
000000    02  GT-Label        PIC X(19).
000000    02  GT-Amount       PIC ZZ,ZZZ,ZZ9.99.
000000    02  FILLER          PIC X(38) VALUE SPACES.
000000
000000 01  AddressLine.
000000    02  FILLER          PIC X(11) VALUE SPACES.
000000     MOVE ZERO TO WS-Course-Total
000000     MOVE ZERO TO WS-Grand-Total
000000     MOVE SPACES TO WS-Saved-CourseCode
000000     MOVE SPACES TO WS-Saved-Group
000000     MOVE ZERO TO WS-Saved-StudentId
000000     MOVE ZERO TO WS-Tuition-Printed
000000     MOVE ZERO TO WS-Fees-Printed
000000     MOVE ZERO TO WS-NoRate-Count
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT RateFile
000000     IF RateFileStatus NOT = "00"
000000        DISPLAY "RATES.DAT could not be opened (status "
000000           RateFileStatus ") - run RateMaint first."
000000        CLOSE StudentFile
000000        CLOSE EnrollFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     PERFORM LoadTermFees
000000     IF WS-Fee-Overflow = "Y"
000000        DISPLAY "FEES.DAT has more than 30 fees for term "
000000           WS-Current-Term " - nothing billed."
000000        CLOSE StudentFile
000000        CLOSE EnrollFile
000000        CLOSE CourseMaster
000000        CLOSE RateFile
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenInvoiceFile
000000     PERFORM OpenChargeFile
000000     PERFORM GetCheckpointInterval
000000     PERFORM CheckForRestart
000000     PERFORM OpenBillWorkFile
000000     MOVE "N" TO WS-Contacts-OnFile
000000     OPEN INPUT ContactFile
000000     IF ContactFileStatus = "00"
000000        MOVE "Y" TO WS-Contacts-OnFile
000000     END-IF
000000     MOVE "N" TO WS-PayPlan-OnFile
000000     OPEN INPUT PayPlanFile
000000     IF PayPlanFileStatus = "00"
000000        MOVE "Y" TO WS-PayPlan-OnFile
000000     END-IF
000000     OPEN OUTPUT NoAddrFile
000000     MOVE ZERO TO WS-NoAddr-Count
000000     OPEN OUTPUT RegisterFile
000000     SORT SortWorkFile
000000        ON ASCENDING KEY SR-Section SR-CourseCode SR-Surname
000000           SR-StudentId SR-LineSeq SR-ChargeCode
000000        INPUT PROCEDURE IS BuildBillingInput
000000        OUTPUT PROCEDURE IS PrintRegister
000000     CLOSE StudentFile
000000     CLOSE EnrollFile
000000     CLOSE CourseMaster
000000     CLOSE InvoiceFile
000000     CLOSE RateFile
000000     CLOSE ChargeFile
000000     IF WS-NoAddr-Count = ZERO
000000        MOVE "No missing-address exceptions." TO NoAddrLine
000000        WRITE NoAddrLine
000000     IF WS-Contacts-OnFile = "Y"
000000        CLOSE ContactFile
000000     END-IF
000000     IF WS-PayPlan-OnFile = "Y"
000000        CLOSE PayPlanFile
000000     END-IF
000000     CLOSE NoAddrFile
000000     CLOSE RegisterFile
000000     CLOSE BillWorkFile
000000     PERFORM ClearCheckpoint
000000     DISPLAY "Students billed : " WS-Billed-Count
000000     DISPLAY "Missing addresses : " WS-NoAddr-Count
000000     IF WS-NoRate-Count > ZERO
000000        DISPLAY "Courses not billed - no rate for the term : "
000000           WS-NoRate-Count
000000     END-IF
000000     STOP RUN.
000000
000000 OpenInvoiceFile.
000000        OPEN I-O InvoiceFile
000000     END-IF.
000000
000000 OpenChargeFile.
000000     OPEN I-O ChargeFile
000000     IF ChargeFileStatus = "35"
000000        OPEN OUTPUT ChargeFile
000000        CLOSE ChargeFile
000000        OPEN I-O ChargeFile
000000     END-IF.
000000
000000* TERMS.DAT is read front to back for the term flagged current -
000000* the one term registrations, rosters and billing belong to.
000000 GetCurrentTerm.
000000           END-IF
000000     END-READ.
000000
000000* The current term's fees are held in a table for the run.  With
000000* no FEES.DAT the term is billed for tuition alone.
000000 LoadTermFees.
000000     MOVE ZERO TO WS-Fee-Count
000000     MOVE "N" TO WS-Fee-Overflow
000000     OPEN INPUT FeeFile
000000     IF FeeFileStatus NOT = "00"
000000        DISPLAY "FEES.DAT not found - tuition only is billed."
000000     ELSE
000000        MOVE WS-Current-Term TO FE-TermCode
000000        MOVE LOW-VALUES TO FE-FeeCode
000000        MOVE "N" TO WS-Fee-EOF
000000        START FeeFile KEY IS NOT < FE-FeeKey
000000           INVALID KEY MOVE "Y" TO WS-Fee-EOF
000000        END-START
000000        PERFORM LoadOneFee
000000           UNTIL WS-Fee-EOF = "Y"
000000        CLOSE FeeFile
000000     END-IF.
000000
000000 LoadOneFee.
000000     READ FeeFile NEXT
000000        AT END MOVE "Y" TO WS-Fee-EOF
000000     END-READ
000000     IF WS-Fee-EOF NOT = "Y"
000000        IF FE-TermCode NOT = WS-Current-Term
000000           MOVE "Y" TO WS-Fee-EOF
000000        ELSE
000000           IF WS-Fee-Count = 30
000000              MOVE "Y" TO WS-Fee-Overflow
000000              MOVE "Y" TO WS-Fee-EOF
000000           ELSE
000000              ADD 1 TO WS-Fee-Count
000000              MOVE FE-FeeCode TO FT-FeeCode(WS-Fee-Count)
000000              MOVE FE-Description TO FT-Description(WS-Fee-Count)
000000              MOVE FE-FeeBasis TO FT-FeeBasis(WS-Fee-Count)
000000              MOVE FE-Amount TO FT-Amount(WS-Fee-Count)
000000              MOVE FE-CourseCode TO FT-CourseCode(WS-Fee-Count)
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 GetCheckpointInterval.
000000     DISPLAY "Checkpoint every how many students "
000000        "(blank = 100) : " WITH NO ADVANCING
000000     ACCEPT WS-Checkpoint-Every
000000     IF WS-Checkpoint-Every IS NOT NUMERIC
000000        OR WS-Checkpoint-Every = ZERO
000000        MOVE 100 TO WS-Checkpoint-Every
000000     END-IF.
000000
000000* A checkpoint left by a run that did not finish is offered for
000000* resume - only for the term it was taken in.
000000 CheckForRestart.
000000     MOVE "N" TO WS-Resume
000000     MOVE "N" TO WS-Checkpoint-Found
000000     OPEN INPUT CheckpointFile
000000     IF CheckpointFileStatus = "00"
000000        READ CheckpointFile
000000           AT END CONTINUE
000000           NOT AT END MOVE "Y" TO WS-Checkpoint-Found
000000        END-READ
000000        CLOSE CheckpointFile
000000     END-IF
000000     IF WS-Checkpoint-Found = "Y"
000000        IF CK-TermCode NOT = WS-Current-Term
000000           DISPLAY "Checkpoint on file is for term " CK-TermCode
000000              " - billing starts from the beginning."
000000        ELSE
000000           DISPLAY "Billing for term " CK-TermCode
000000              " stopped after StudentId " CK-LastStudentId
000000           DISPLAY "  checkpoint " CK-CkptDate " " CK-CkptTime
000000              " - " CK-StudentsRead " students read, "
000000              CK-BilledCount " billed."
000000           DISPLAY "Resume from the checkpoint (Y/N) : "
000000              WITH NO ADVANCING
000000           ACCEPT WS-Reply
000000           IF WS-Reply = "Y" OR WS-Reply = "y"
000000              PERFORM RestoreCheckpoint
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 RestoreCheckpoint.
000000     MOVE "Y" TO WS-Resume
000000     MOVE CK-LastStudentId TO WS-Restart-Id
000000     MOVE CK-StudentsRead TO WS-Students-Read
000000     MOVE CK-BilledCount TO WS-Billed-Count
000000     MOVE CK-EntryCount TO WS-Entry-Count
000000     MOVE CK-TuitionTotal TO WS-Tuition-Total.
000000
000000* A fresh run starts the work file empty; a resumed one keeps
000000* what was committed and drops what came after the checkpoint.
000000 OpenBillWorkFile.
000000     IF WS-Resume = "Y"
000000        OPEN I-O BillWorkFile
000000        IF BillWorkFileStatus NOT = "00"
000000           DISPLAY "BILLWORK.DAT could not be opened (status "
000000              BillWorkFileStatus ") - cannot resume."
000000           CLOSE StudentFile
000000           CLOSE EnrollFile
000000           CLOSE CourseMaster
000000           CLOSE InvoiceFile
000000           CLOSE RateFile
000000           CLOSE ChargeFile
000000           STOP RUN
000000        END-IF
000000        PERFORM DropUncommittedWork
000000     ELSE
000000        OPEN OUTPUT BillWorkFile
000000        CLOSE BillWorkFile
000000        OPEN I-O BillWorkFile
000000     END-IF.
000000
000000 DropUncommittedWork.
000000     MOVE WS-Restart-Id TO BW-StudentId
000000     MOVE HIGH-VALUES TO BW-CourseCode
000000     MOVE HIGH-VALUES TO BW-ChargeCode
000000     MOVE "N" TO WS-Work-EOF
000000     START BillWorkFile KEY IS > BW-WorkKey
000000        INVALID KEY MOVE "Y" TO WS-Work-EOF
000000     END-START
000000     PERFORM DropOneWorkEntry
000000        UNTIL WS-Work-EOF = "Y".
000000
000000 DropOneWorkEntry.
000000     READ BillWorkFile NEXT
000000        AT END MOVE "Y" TO WS-Work-EOF
000000        NOT AT END
000000           DELETE BillWorkFile
000000              INVALID KEY CONTINUE
000000           END-DELETE
000000     END-READ.
000000
000000 BuildBillingInput.
000000     MOVE ZERO TO WS-Since-Checkpoint
000000     IF WS-Resume = "Y"
000000        MOVE WS-Restart-Id TO StudentId
000000        START StudentFile KEY IS > StudentId
000000           INVALID KEY MOVE "Y" TO WS-EOF-Switch
000000        END-START
000000     END-IF
000000     PERFORM ReadStudentRecord
000000     PERFORM UNTIL WS-EOF-Switch = "Y"
000000        IF EnrollmentStatus = "ACTIVE"
000000           PERFORM BillOneStudent
000000        END-IF
000000        ADD 1 TO WS-Students-Read
000000        ADD 1 TO WS-Since-Checkpoint
000000        IF WS-Since-Checkpoint NOT < WS-Checkpoint-Every
000000           PERFORM TakeCheckpoint
000000        END-IF
000000        PERFORM ReadStudentRecord
000000     END-PERFORM
000000     PERFORM ReleaseBillingWork.
000000
000000 ReadStudentRecord.
000000     IF WS-EOF-Switch NOT = "Y"
000000        READ StudentFile NEXT
000000           AT END MOVE "Y" TO WS-EOF-Switch
000000        END-READ
000000     END-IF.
000000
000000* The invoices and work entries written so far are already on
000000* file, so the checkpoint record itself is the commit.
000000 TakeCheckpoint.
000000     MOVE WS-Current-Term TO CK-TermCode
000000     MOVE StudentId TO CK-LastStudentId
000000     MOVE WS-Students-Read TO CK-StudentsRead
000000     MOVE WS-Billed-Count TO CK-BilledCount
000000     MOVE WS-Entry-Count TO CK-EntryCount
000000     MOVE WS-Tuition-Total TO CK-TuitionTotal
000000     ACCEPT CK-CkptDate FROM DATE YYYYMMDD
000000     ACCEPT CK-CkptTime FROM TIME
000000     OPEN OUTPUT CheckpointFile
000000     WRITE CheckpointRecord
000000     CLOSE CheckpointFile
000000     MOVE ZERO TO WS-Since-Checkpoint.
000000
000000 ClearCheckpoint.
000000     OPEN OUTPUT CheckpointFile
000000     CLOSE CheckpointFile.
000000
000000* Every entry billed - this run and any run it resumes - goes to
000000* the sort from the work file, and the mailing-address check is
000000* made once per student as the entries pass.  The entries must
000000* foot to the counts carried through the checkpoints.
000000 ReleaseBillingWork.
000000     MOVE ZERO TO WS-Released-Count
000000     MOVE ZERO TO WS-Released-Tuition
000000     MOVE ZERO TO WS-Last-Released-Id
000000     MOVE LOW-VALUES TO BW-WorkKey
000000     MOVE "N" TO WS-Work-EOF
000000     START BillWorkFile KEY IS NOT < BW-WorkKey
000000        INVALID KEY MOVE "Y" TO WS-Work-EOF
000000     END-START
000000     PERFORM ReleaseOneWorkEntry
000000        UNTIL WS-Work-EOF = "Y"
000000     IF WS-Released-Count NOT = WS-Entry-Count
000000        OR WS-Released-Tuition NOT = WS-Tuition-Total
000000        DISPLAY "Register control check failed - "
000000           WS-Released-Count " entries on BILLWORK.DAT, "
000000           WS-Entry-Count " billed."
000000     END-IF.
000000
000000 ReleaseOneWorkEntry.
000000     READ BillWorkFile NEXT
000000        AT END MOVE "Y" TO WS-Work-EOF
000000        NOT AT END
000000           IF BW-StudentId NOT = WS-Last-Released-Id
000000              MOVE BW-StudentId TO WS-Last-Released-Id
000000              PERFORM CheckMailingAddress
000000           END-IF
000000           IF BW-CourseCode = SPACES
000000              MOVE 2 TO SR-Section
000000           ELSE
000000              MOVE 1 TO SR-Section
000000           END-IF
000000           IF BW-ChargeCode = "TUIT"
000000              MOVE 0 TO SR-LineSeq
000000           ELSE
000000              MOVE 1 TO SR-LineSeq
000000           END-IF
000000           MOVE BW-CourseCode TO SR-CourseCode
000000           MOVE BW-Surname TO SR-Surname
000000           MOVE BW-Initials TO SR-Initials
000000           MOVE BW-StudentId TO SR-StudentId
000000           MOVE BW-ChargeCode TO SR-ChargeCode
000000           MOVE BW-Description TO SR-Description
000000           MOVE BW-Amount TO SR-Amount
000000           RELEASE SR-RegisterEntry
000000           ADD 1 TO WS-Released-Count
000000           ADD BW-Amount TO WS-Released-Tuition
000000     END-READ.
000000
000000 BillOneStudent.
000000* Position on the first registration for this StudentId and read
000000* forward until the key's StudentId changes, releasing one
000000* register entry per charge and accumulating the student total.
000000* The term-wide fees follow once the student's hours are known.
000000     MOVE ZERO TO WS-Student-Tuition
000000     MOVE ZERO TO WS-Student-Fees
000000     MOVE ZERO TO WS-Student-Hours
000000     MOVE ZERO TO WS-Charge-Count
000000     MOVE ZERO TO WS-Enroll-Count
000000     MOVE "N" TO WS-Enroll-EOF
000000     MOVE StudentId TO EN-StudentId
000000        PERFORM ReadEnrollRecord
000000     END-PERFORM
000000     IF WS-Enroll-Count > ZERO
000000        PERFORM BillTermFee
000000           VARYING WS-Fee-Sub FROM 1 BY 1
000000           UNTIL WS-Fee-Sub > WS-Fee-Count
000000        PERFORM WriteInvoiceRecord
000000        PERFORM WriteStudentCharges
000000     END-IF.
000000
000000* Every billed student needs somewhere to mail the bill - the
000000 CheckMailingAddress.
000000     MOVE "N" TO WS-Address-Found
000000     IF WS-Contacts-OnFile = "Y"
000000        MOVE BW-StudentId TO CT-StudentId
000000        READ ContactFile
000000           INVALID KEY
000000              CONTINUE
000000     END-IF
000000     IF WS-Address-Found NOT = "Y"
000000        ADD 1 TO WS-NoAddr-Count
000000        MOVE BW-StudentId TO X-StudentId
000000        MOVE BW-Surname TO X-Surname
000000        WRITE NoAddrLine FROM NoAddrDetailLine
000000     END-IF.
000000
000000           DISPLAY "CourseCode not on master table - skipped "
000000              EN-CourseCode " for StudentId " StudentId
000000        NOT INVALID KEY
000000           PERFORM PriceCurrentTermCourse
000000     END-READ.
000000
000000* The course is priced at its rate for the registration's term.
000000* With no rate on file the course cannot be billed - it is left
000000* off the bill and reported rather than charged at a guess.
000000 PriceCurrentTermCourse.
000000     MOVE EN-CourseCode TO RT-CourseCode
000000     MOVE EN-TermCode TO RT-TermCode
000000     READ RateFile
000000        INVALID KEY
000000           DISPLAY "No rate on RATES.DAT for " EN-CourseCode
000000              " term " EN-TermCode " - skipped for StudentId "
000000              StudentId
000000           ADD 1 TO WS-NoRate-Count
000000        NOT INVALID KEY
000000           COMPUTE WS-Course-Tuition =
000000              CM-CreditHours * RT-RatePerCredit
000000           ADD WS-Course-Tuition TO WS-Student-Tuition
000000           ADD CM-CreditHours TO WS-Student-Hours
000000           ADD 1 TO WS-Enroll-Count
000000           MOVE EN-CourseCode TO WS-Charge-Course
000000           MOVE "TUIT" TO WS-Charge-Code
000000           MOVE "Tuition" TO WS-Charge-Desc
000000           MOVE WS-Course-Tuition TO WS-Charge-Amount
000000           PERFORM WriteBillWorkEntry
000000           PERFORM BillCourseFee
000000              VARYING WS-Fee-Sub FROM 1 BY 1
000000              UNTIL WS-Fee-Sub > WS-Fee-Count
000000     END-READ.
000000
000000* A fee tied to this course - flat once per registration, or per
000000* credit hour of the course.
000000 BillCourseFee.
000000     IF FT-CourseCode(WS-Fee-Sub) = EN-CourseCode
000000        IF FT-FeeBasis(WS-Fee-Sub) = "C"
000000           COMPUTE WS-Charge-Amount =
000000              FT-Amount(WS-Fee-Sub) * CM-CreditHours
000000        ELSE
000000           MOVE FT-Amount(WS-Fee-Sub) TO WS-Charge-Amount
000000        END-IF
000000        MOVE EN-CourseCode TO WS-Charge-Course
000000        PERFORM BillFeeCharge
000000     END-IF.
000000
000000* A term-wide fee - flat once per student, or per credit hour
000000* across all the student's courses billed this term.
000000 BillTermFee.
000000     IF FT-CourseCode(WS-Fee-Sub) = SPACES
000000        IF FT-FeeBasis(WS-Fee-Sub) = "C"
000000           COMPUTE WS-Charge-Amount =
000000              FT-Amount(WS-Fee-Sub) * WS-Student-Hours
000000        ELSE
000000           MOVE FT-Amount(WS-Fee-Sub) TO WS-Charge-Amount
000000        END-IF
000000        MOVE SPACES TO WS-Charge-Course
000000        PERFORM BillFeeCharge
000000     END-IF.
000000
000000 BillFeeCharge.
000000     MOVE FT-FeeCode(WS-Fee-Sub) TO WS-Charge-Code
000000     MOVE FT-Description(WS-Fee-Sub) TO WS-Charge-Desc
000000     ADD WS-Charge-Amount TO WS-Student-Fees
000000     PERFORM WriteBillWorkEntry.
000000
000000 WriteBillWorkEntry.
000000     MOVE StudentId TO BW-StudentId
000000     MOVE WS-Charge-Course TO BW-CourseCode
000000     MOVE WS-Charge-Code TO BW-ChargeCode
000000     MOVE Surname TO BW-Surname
000000     MOVE Initials TO BW-Initials
000000     MOVE WS-Charge-Desc TO BW-Description
000000     MOVE WS-Charge-Amount TO BW-Amount
000000     WRITE BillWorkRecord
000000        INVALID KEY
000000           REWRITE BillWorkRecord
000000              INVALID KEY
000000                 DISPLAY "BILLWORK.DAT write failed for "
000000                    "StudentId " StudentId
000000           END-REWRITE
000000     END-WRITE
000000     ADD 1 TO WS-Entry-Count
000000     ADD WS-Charge-Amount TO WS-Tuition-Total
000000     PERFORM AddStudentCharge.
000000
000000* Sums the charge into the student's line for its ChargeCode.
000000 AddStudentCharge.
000000     PERFORM VARYING WS-Charge-Sub FROM 1 BY 1
000000        UNTIL WS-Charge-Sub > WS-Charge-Count
000000        OR SC-ChargeCode(WS-Charge-Sub) = WS-Charge-Code
000000        CONTINUE
000000     END-PERFORM
000000     IF WS-Charge-Sub > WS-Charge-Count
000000        ADD 1 TO WS-Charge-Count
000000        MOVE WS-Charge-Code TO SC-ChargeCode(WS-Charge-Sub)
000000        MOVE WS-Charge-Desc TO SC-Description(WS-Charge-Sub)
000000        MOVE ZERO TO SC-Amount(WS-Charge-Sub)
000000     END-IF
000000     ADD WS-Charge-Amount TO SC-Amount(WS-Charge-Sub).
000000
000000 WriteInvoiceRecord.
000000* A rerun of the billing refreshes the billed amount and the
000000* invoice date but leaves any payments already posted in place.
000000     MOVE StudentId TO IN-StudentId
000000     MOVE CourseCode TO IN-CourseCode
000000     ACCEPT IN-InvoiceDate FROM DATE YYYYMMDD
000000     COMPUTE IN-BilledAmount = WS-Student-Tuition
000000        + WS-Student-Fees
000000     MOVE ZERO TO IN-AmountPaid
000000     MOVE ZERO TO IN-AidApplied
000000     MOVE WS-Current-Term TO IN-TermCode
000000           DISPLAY "Invoice rewrite failed for StudentId "
000000              StudentId
000000        NOT INVALID KEY
000000           MOVE ZERO TO WS-Term-LateFees
000000           IF IN-TermCode = WS-Current-Term
000000              AND WS-PayPlan-OnFile = "Y"
000000              PERFORM SumTermLateFees
000000           END-IF
000000           MOVE CourseCode TO IN-CourseCode
000000           ACCEPT IN-InvoiceDate FROM DATE YYYYMMDD
000000           COMPUTE IN-BilledAmount = WS-Student-Tuition
000000              + WS-Student-Fees + WS-Term-LateFees
000000           MOVE WS-Current-Term TO IN-TermCode
000000           IF IN-AidApplied IS NOT NUMERIC
000000              MOVE ZERO TO IN-AidApplied
000000           END-REWRITE
000000     END-READ.
000000
000000* The student's charges for the term replace whatever an earlier
000000* billing of the term left on CHARGES.DAT.
000000 WriteStudentCharges.
000000     PERFORM ClearStudentCharges
000000     PERFORM WriteOneCharge
000000        VARYING WS-Charge-Sub FROM 1 BY 1
000000        UNTIL WS-Charge-Sub > WS-Charge-Count.
000000
000000 ClearStudentCharges.
000000     MOVE StudentId TO CG-StudentId
000000     MOVE WS-Current-Term TO CG-TermCode
000000     MOVE LOW-VALUES TO CG-ChargeCode
000000     MOVE "N" TO WS-Charge-EOF
000000     START ChargeFile KEY IS NOT < CG-ChargeKey
000000        INVALID KEY MOVE "Y" TO WS-Charge-EOF
000000     END-START
000000     PERFORM ClearOneCharge
000000        UNTIL WS-Charge-EOF = "Y".
000000
000000 ClearOneCharge.
000000     READ ChargeFile NEXT
000000        AT END MOVE "Y" TO WS-Charge-EOF
000000     END-READ
000000     IF WS-Charge-EOF NOT = "Y"
000000        IF CG-StudentId NOT = StudentId
000000           OR CG-TermCode NOT = WS-Current-Term
000000           MOVE "Y" TO WS-Charge-EOF
000000        ELSE
000000           DELETE ChargeFile
000000              INVALID KEY CONTINUE
000000           END-DELETE
000000        END-IF
000000     END-IF.
000000
000000 WriteOneCharge.
000000     MOVE StudentId TO CG-StudentId
000000     MOVE WS-Current-Term TO CG-TermCode
000000     MOVE SC-ChargeCode(WS-Charge-Sub) TO CG-ChargeCode
000000     MOVE SC-Description(WS-Charge-Sub) TO CG-Description
000000     MOVE SC-Amount(WS-Charge-Sub) TO CG-Amount
000000     ACCEPT CG-ChargeDate FROM DATE YYYYMMDD
000000     WRITE ChargeRecord
000000        INVALID KEY
000000           DISPLAY "CHARGES.DAT write failed for StudentId "
000000              StudentId " charge " CG-ChargeCode
000000     END-WRITE.
000000
000000* Late fees are charged onto the billed amount, so a re-bill that
000000* restated tuition alone would quietly forgive them.
000000 SumTermLateFees.
000000     MOVE StudentId TO PP-StudentId
000000     MOVE ZERO TO PP-InstallNo
000000     MOVE "N" TO WS-Plan-EOF
000000     START PayPlanFile KEY IS NOT < PP-PlanKey
000000        INVALID KEY MOVE "Y" TO WS-Plan-EOF
000000     END-START
000000     PERFORM AddOneLateFee
000000        UNTIL WS-Plan-EOF = "Y".
000000
000000 AddOneLateFee.
000000     READ PayPlanFile NEXT
000000        AT END MOVE "Y" TO WS-Plan-EOF
000000     END-READ
000000     IF WS-Plan-EOF NOT = "Y"
000000        IF PP-StudentId NOT = StudentId
000000           MOVE "Y" TO WS-Plan-EOF
000000        ELSE
000000           IF PP-TermCode = WS-Current-Term
000000              ADD PP-LateFee TO WS-Term-LateFees
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 PrintRegister.
000000     RETURN SortWorkFile
000000        AT END MOVE "Y" TO WS-Sort-EOF
000000     END-RETURN
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        IF SR-GroupKey NOT = WS-Saved-Group
000000           PERFORM EndCourseGroup
000000           PERFORM StartCourseGroup
000000        END-IF
000000        PERFORM PrintDetailLine
000000        RETURN SortWorkFile
000000           AT END MOVE "Y" TO WS-Sort-EOF
000000        END-RETURN
000000     END-PERFORM
000000     PERFORM EndCourseGroup
000000     PERFORM PrintGrandTotal.
000000
000000 StartCourseGroup.
000000     MOVE SR-GroupKey TO WS-Saved-Group
000000     MOVE SR-CourseCode TO WS-Saved-CourseCode
000000     MOVE ZERO TO WS-Course-Total
000000     PERFORM PrintCourseHeader.
000000
000000 EndCourseGroup.
000000     IF WS-Saved-Group NOT = SPACES
000000        PERFORM EndStudentLines
000000        IF WS-Saved-CourseCode = SPACES
000000           MOVE "  Term fees total: " TO ST-Label
000000        ELSE
000000           MOVE "  Course total  : " TO ST-Label
000000        END-IF
000000        MOVE WS-Course-Total TO ST-Amount
000000        WRITE RegisterLine FROM SubTotalLine
000000        ADD 1 TO WS-Line-Count
000000     IF WS-Line-Count + 3 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     IF SR-Section = 2
000000        MOVE WS-Current-Term TO TH-TermCode
000000        WRITE RegisterLine FROM TermFeeHeaderLine
000000     ELSE
000000        MOVE SR-CourseCode TO H-CourseCode
000000        WRITE RegisterLine FROM HeaderLine
000000     END-IF
000000     ADD 1 TO WS-Line-Count.
000000
000000* The student's address block follows the last of the student's
000000* lines in a group.  The id and name are repeated at the top of
000000* a new page so no page starts with a line nobody's name is on.
000000 PrintDetailLine.
000000     IF SR-StudentId NOT = WS-Saved-StudentId
000000        PERFORM EndStudentLines
000000     END-IF
000000     IF WS-Line-Count + 2 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintCourseHeader
000000        MOVE ZERO TO WS-Saved-StudentId
000000     END-IF
000000     IF SR-StudentId NOT = WS-Saved-StudentId
000000        MOVE SR-StudentId TO D-StudentId
000000        MOVE SR-Surname   TO D-Surname
000000        MOVE SR-Initials  TO D-Initials
000000        MOVE SR-StudentId TO WS-Saved-StudentId
000000     ELSE
000000        MOVE SPACES TO D-StudentId
000000        MOVE SPACES TO D-Surname
000000        MOVE SPACES TO D-Initials
000000     END-IF
000000     MOVE SR-Description TO D-Description
000000     MOVE SR-Amount TO D-Amount
000000     WRITE RegisterLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count
000000     ADD SR-Amount TO WS-Course-Total
000000     ADD SR-Amount TO WS-Grand-Total
000000     IF SR-ChargeCode = "TUIT"
000000        ADD SR-Amount TO WS-Tuition-Printed
000000     ELSE
000000        ADD SR-Amount TO WS-Fees-Printed
000000     END-IF.
000000
000000 EndStudentLines.
000000     IF WS-Saved-StudentId NOT = ZERO
000000        PERFORM PrintAddressLine
000000        MOVE ZERO TO WS-Saved-StudentId
000000     END-IF.
000000
000000* The register doubles as the mailing document now - each billed
000000* student carries the address block from CONTACTS.DAT.
000000 PrintAddressLine.
000000     MOVE "N" TO WS-Address-Found
000000     IF WS-Contacts-OnFile = "Y"
000000        MOVE WS-Saved-StudentId TO CT-StudentId
000000        READ ContactFile
000000           INVALID KEY
000000              CONTINUE
000000     END-IF.
000000
000000 PrintGrandTotal.
000000     MOVE "  Tuition total : " TO GT-Label
000000     MOVE WS-Tuition-Printed TO GT-Amount
000000     WRITE RegisterLine FROM GrandTotalLine
000000     MOVE "  Fees total    : " TO GT-Label
000000     MOVE WS-Fees-Printed TO GT-Amount
000000     WRITE RegisterLine FROM GrandTotalLine
000000     MOVE "  Grand total   : " TO GT-Label
000000     MOVE WS-Grand-Total TO GT-Amount
000000     WRITE RegisterLine FROM GrandTotalLine
000000     ADD 3 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
