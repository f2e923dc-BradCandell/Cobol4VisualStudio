000000* run date, spreads it across 0-30, 31-60, 61-90 and over-90
000000* buckets, and prints AGING.LST subtotaled by CourseCode with the
000000* control breaks ClassRoster uses for headcounts.
000000*
000000* A balance more than 90 days old puts a financial hold on the
000000* student in HOLDS.DAT, blocking registration and transcript
000000* until the bursar releases it through HoldMaint.  The placement
000000* is written to CHGHIST.DAT under the AGINGRPT id.
000000*
000000* A student on an installment plan on PAYPLAN.DAT is aged by the
000000* plan rather than the invoice date: current on the plan, the
000000* balance is not past due at all; behind on it, the balance ages
000000* from the due date of the oldest missed installment.  Each plan
000000* student's line also shows the next installment due and the
000000* late fees charged so far.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT AgingFile ASSIGN TO "AGING.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000     SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PP-PlanKey
000000 		FILE STATUS IS PayPlanFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD InvoiceFile.
000000    02  AG-StudentId    PIC 9(7).
000000    02  AG-Balance      PIC 9(6)V99.
000000    02  AG-Age-Days     PIC 9(5).
000000    02  AG-NextDue      PIC 9(8).
000000    02  AG-LateFees     PIC 9(4)V99.
000000
000000 FD AgingFile.
000000 01 AgingLine             PIC X(80).
000000
000000* Student holds - the layout HoldMaint maintains.
000000 FD HoldFile.
000000 01 HoldRecord.
000000    02  HD-HoldKey.
000000        03 HD-StudentId  PIC 9(7).
000000        03 HD-HoldType   PIC X.
000000    02  HD-HoldStatus    PIC X.
000000    02  HD-BlockRegister PIC X.
000000    02  HD-BlockTranscript PIC X.
000000    02  HD-HoldReason    PIC X(17).
000000    02  HD-PlacedDate    PIC 9(8).
000000    02  HD-PlacedBy      PIC X(8).
000000    02  HD-ReleasedDate  PIC 9(8).
000000    02  HD-ReleasedBy    PIC X(8).
000000
000000* Before-and-after change history shared by the maintenance
000000* programs.  Each hold placed goes on as HoldMaint's do, under
000000* the run's own id.
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
000000 01  WS-EOF-Switch                      PIC X VALUE "N".
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000 01  WS-Saved-CourseCode                PIC X(4) VALUE SPACES.
000000 01  HoldFileStatus                     PIC XX.
000000 01  WS-Hold-Student                    PIC 9(7) VALUE ZERO.
000000 01  WS-Hold-Type                       PIC X VALUE SPACE.
000000 01  WS-Hold-Reason                     PIC X(17) VALUE SPACES.
000000 01  WS-Hold-Block-Register             PIC X VALUE "Y".
000000 01  WS-Hold-Block-Transcript           PIC X VALUE "Y".
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  WS-Before-Image                    PIC X(60) VALUE SPACES.
000000 01  WS-Holds-Placed                    PIC 9(5) VALUE ZERO.
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  WS-PayPlan-OnFile                  PIC X VALUE "N".
000000 01  WS-Plan-EOF                        PIC X VALUE "N".
000000 01  WS-On-Plan                         PIC X VALUE "N".
000000 01  WS-Next-Due                        PIC 9(8) VALUE ZERO.
000000 01  WS-Oldest-Missed                   PIC 9(8) VALUE ZERO.
000000 01  WS-Plan-Fees                       PIC 9(4)V99 VALUE ZERO.
000000
000000 01  WS-Course-Buckets.
000000    02  WS-Course-Bucket PIC 9(8)V99 OCCURS 4 TIMES.
000000    02  FILLER          PIC X(13) VALUE "      31-60".
000000    02  FILLER          PIC X(13) VALUE "      61-90".
000000    02  FILLER          PIC X(13) VALUE "    Over 90".
000000    02  FILLER          PIC X(17) VALUE " Next due     Fee".
000000
000000 01  HeaderLine.
000000    02  FILLER          PIC X(10) VALUE "Course : ".
000000    02  D-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-Bucket        PIC X(13) OCCURS 4 TIMES.
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  D-NextDue       PIC 9(8) BLANK WHEN ZERO.
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  D-LateFees      PIC ZZZ9.99 BLANK WHEN ZERO.
000000
000000 01  SubTotalLine.
000000    02  FILLER          PIC X(11) VALUE "  Course : ".
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT AgingFile
000000     PERFORM OpenHoldFile
000000     PERFORM OpenChangeHistory
000000     MOVE "N" TO WS-PayPlan-OnFile
000000     OPEN INPUT PayPlanFile
000000     IF PayPlanFileStatus = "00"
000000        MOVE "Y" TO WS-PayPlan-OnFile
000000     END-IF
000000     MOVE ZERO TO WS-Holds-Placed
000000     MOVE "F" TO WS-Hold-Type
000000     MOVE "BALANCE OVER 90" TO WS-Hold-Reason
000000     MOVE "Y" TO WS-Hold-Block-Register
000000     MOVE "Y" TO WS-Hold-Block-Transcript
000000     SORT SortWorkFile
000000        ON ASCENDING KEY AG-CourseCode AG-StudentId
000000        INPUT PROCEDURE IS BuildAgingInput
000000        OUTPUT PROCEDURE IS PrintAging
000000     CLOSE InvoiceFile
000000     CLOSE AgingFile
000000     CLOSE HoldFile
000000     CLOSE ChangeHistoryFile
000000     IF WS-PayPlan-OnFile = "Y"
000000        CLOSE PayPlanFile
000000     END-IF
000000     DISPLAY "Financial holds placed : " WS-Holds-Placed
000000     STOP RUN.
000000
000000 OpenChangeHistory.
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000        OPEN OUTPUT ChangeHistoryFile
000000     END-IF.
000000
000000 OpenHoldFile.
000000     OPEN I-O HoldFile
000000     IF HoldFileStatus = "35"
000000        OPEN OUTPUT HoldFile
000000        CLOSE HoldFile
000000        OPEN I-O HoldFile
000000     END-IF.
000000
000000* One hold of each type per student - a hold already active is
000000* left as it stands, a released one is placed again over the
000000* old record.  HoldMaint releases it once the cause is cleared.
000000 PlaceAutomaticHold.
000000     MOVE WS-Hold-Student TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     READ HoldFile
000000        INVALID KEY
000000           MOVE SPACES TO WS-Before-Image
000000           PERFORM BuildAutomaticHold
000000           WRITE HoldRecord
000000              INVALID KEY CONTINUE
000000              NOT INVALID KEY
000000                 ADD 1 TO WS-Holds-Placed
000000                 PERFORM LogHoldPlaced
000000           END-WRITE
000000        NOT INVALID KEY
000000           IF HD-HoldStatus NOT = "A"
000000              MOVE SPACES TO WS-Before-Image
000000              MOVE HoldRecord TO WS-Before-Image
000000              PERFORM BuildAutomaticHold
000000              REWRITE HoldRecord
000000                 INVALID KEY CONTINUE
000000                 NOT INVALID KEY
000000                    ADD 1 TO WS-Holds-Placed
000000                    PERFORM LogHoldPlaced
000000              END-REWRITE
000000           END-IF
000000     END-READ.
000000
000000* The placement goes on CHGHIST.DAT the way HoldMaint logs one -
000000* action H, the hold record as placed for the after image.
000000 LogHoldPlaced.
000000     MOVE "AGINGRPT" TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "AgingReport" TO CH-ProgramName
000000     MOVE "H" TO CH-ActionCode
000000     MOVE WS-Hold-Student TO CH-StudentId
000000     MOVE WS-Before-Image TO CH-BeforeImage
000000     MOVE SPACES TO CH-AfterImage
000000     MOVE HoldRecord TO CH-AfterImage
000000     WRITE ChangeHistoryRecord.
000000
000000 BuildAutomaticHold.
000000     MOVE WS-Hold-Student TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     MOVE "A" TO HD-HoldStatus
000000     MOVE WS-Hold-Block-Register TO HD-BlockRegister
000000     MOVE WS-Hold-Block-Transcript TO HD-BlockTranscript
000000     MOVE WS-Hold-Reason TO HD-HoldReason
000000     ACCEPT HD-PlacedDate FROM DATE YYYYMMDD
000000     MOVE "AGINGRPT" TO HD-PlacedBy
000000     MOVE ZERO TO HD-ReleasedDate
000000     MOVE SPACES TO HD-ReleasedBy.
000000
000000 BuildAgingInput.
000000     PERFORM ReadInvoiceRecord
000000     PERFORM UNTIL WS-EOF-Switch = "Y"
000000     COMPUTE WS-Balance = IN-BilledAmount
000000        - IN-AmountPaid - IN-AidApplied
000000     IF WS-Balance > ZERO
000000        MOVE "N" TO WS-On-Plan
000000        MOVE ZERO TO WS-Next-Due
000000        MOVE ZERO TO WS-Oldest-Missed
000000        MOVE ZERO TO WS-Plan-Fees
000000        IF WS-PayPlan-OnFile = "Y"
000000           PERFORM ScanPaymentPlan
000000        END-IF
000000        EVALUATE TRUE
000000           WHEN WS-On-Plan = "N"
000000              COMPUTE WS-Age-Days =
000000                 FUNCTION INTEGER-OF-DATE(WS-Run-Date)
000000                 - FUNCTION INTEGER-OF-DATE(IN-InvoiceDate)
000000           WHEN WS-Oldest-Missed = ZERO
000000              MOVE ZERO TO WS-Age-Days
000000           WHEN OTHER
000000              COMPUTE WS-Age-Days =
000000                 FUNCTION INTEGER-OF-DATE(WS-Run-Date)
000000                 - FUNCTION INTEGER-OF-DATE(WS-Oldest-Missed)
000000        END-EVALUATE
000000        IF WS-Age-Days < ZERO
000000           MOVE ZERO TO WS-Age-Days
000000        END-IF
000000        MOVE IN-StudentId TO AG-StudentId
000000        MOVE WS-Balance TO AG-Balance
000000        MOVE WS-Age-Days TO AG-Age-Days
000000        MOVE WS-Next-Due TO AG-NextDue
000000        MOVE WS-Plan-Fees TO AG-LateFees
000000        RELEASE AG-AgingEntry
000000        IF WS-Age-Days > 90
000000           MOVE IN-StudentId TO WS-Hold-Student
000000           PERFORM PlaceAutomaticHold
000000        END-IF
000000     END-IF.
000000
000000* Installments are numbered in due-date order, so the first open
000000* one is the next due, and the first open one already past its
000000* due date is the oldest missed.  Only the invoice term's plan
000000* counts; a plan left from an earlier term is passed over.
000000 ScanPaymentPlan.
000000     MOVE IN-StudentId TO PP-StudentId
000000     MOVE ZERO TO PP-InstallNo
000000     MOVE "N" TO WS-Plan-EOF
000000     START PayPlanFile KEY IS NOT < PP-PlanKey
000000        INVALID KEY MOVE "Y" TO WS-Plan-EOF
000000     END-START
000000     PERFORM ScanOneInstallment
000000        UNTIL WS-Plan-EOF = "Y".
000000
000000 ScanOneInstallment.
000000     READ PayPlanFile NEXT
000000        AT END MOVE "Y" TO WS-Plan-EOF
000000     END-READ
000000     IF WS-Plan-EOF NOT = "Y"
000000        IF PP-StudentId NOT = IN-StudentId
000000           MOVE "Y" TO WS-Plan-EOF
000000        ELSE
000000           IF PP-TermCode = IN-TermCode
000000              MOVE "Y" TO WS-On-Plan
000000              ADD PP-LateFee TO WS-Plan-Fees
000000              IF PP-AmountPaid < PP-AmountDue
000000                 IF WS-Next-Due = ZERO
000000                    MOVE PP-DueDate TO WS-Next-Due
000000                 END-IF
000000                 IF WS-Oldest-Missed = ZERO
000000                    AND PP-DueDate < WS-Run-Date
000000                    MOVE PP-DueDate TO WS-Oldest-Missed
000000                 END-IF
000000              END-IF
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 PrintAging.
000000     MOVE SPACES TO DetailLine(12:52)
000000     MOVE AG-Balance TO WS-Edited-Amount
000000     MOVE WS-Edited-Amount TO D-Bucket(WS-Bucket-Sub)
000000     MOVE AG-NextDue TO D-NextDue
000000     MOVE AG-LateFees TO D-LateFees
000000     ADD AG-Balance TO WS-Course-Bucket(WS-Bucket-Sub)
000000     ADD AG-Balance TO WS-Grand-Bucket(WS-Bucket-Sub)
000000     WRITE AgingLine FROM DetailLine
