000000* is credited back against the student's INVOICE.DAT record,
000000* prorated by the refund schedule, journaled to PAYMENTS.DAT the
000000* way PaymentPost journals a posting, and any resulting
000000* overpayment is written to REFUNDDUE.DAT for the bursar.  The
000000* charge is priced the way TuitionBilling billed it - tuition at
000000* the course's rate on RATES.DAT for the registration's term, plus
000000* the course's own fees and the per-credit term fees on FEES.DAT
000000* for its hours.  Flat term fees are per student, not per course,
000000* and are not given back on a drop.
000000*
000000* A registration may name a meeting section from SECTIONS.DAT.
000000* The section must exist for the course, its own seat limit
000000* meeting times overlap another of the student's sections is
000000* refused - the clash the advisors' hand-drawn grids used to
000000* catch.
000000*
000000* A student with an active hold on HOLDS.DAT that blocks
000000* registration is refused a new registration until the hold is
000000* released through HoldMaint.  Drops are never held up.
000000*
000000* A course with prerequisites on PREREQS.DAT is refused (reason
000000* PR, and written to REJECTS.DAT) unless the student's GRADES.DAT
000000* history shows each one passed at its minimum grade.  A
000000* supervisor may override at the terminal; the override is logged
000000* to CHGHIST.DAT once the registration is written, and rides with
000000* a waitlist entry so WaitlistPromote honours it.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS LK-LockKey
000000 		FILE STATUS IS LockFileStatus.
000000
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000     SELECT PrereqFile ASSIGN TO "PREREQS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PR-PrereqKey
000000 		FILE STATUS IS PrereqFileStatus.
000000
000000     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS GR-GradeKey
000000 		FILE STATUS IS GradeFileStatus.
000000
000000     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS OperatorId
000000 		FILE STATUS IS OperatorFileStatus.
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
000000     SELECT RejectFile ASSIGN TO "REJECTS.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS RejectFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One record per StudentId/CourseCode pair - the registrations a
000000    02  WL-WaitDate      PIC 9(8).
000000    02  WL-WaitTime      PIC 9(8).
000000    02  WL-SectionNo     PIC X(2).
000000    02  WL-PrereqOverride PIC X.
000000
000000* Term master table - the layout TermLoad maintains.  Read once
000000* at start-up for the term flagged current, the term every new
000000    02  TM-EndDate      PIC 9(8).
000000    02  TM-CurrentFlag  PIC X.
000000    02  TM-BillingFlag  PIC X.
000000    02  TM-IncDeadline  PIC 9(8).
000000    02  TM-FullTimeHrs  PIC 99.
000000    02  TM-ThreeQtrHrs  PIC 99.
000000    02  TM-HalfTimeHrs  PIC 99.
000000
000000* One billing record per student - the layout TuitionBilling
000000* writes.
000000    02  SE-Room         PIC X(6).
000000    02  SE-MaxSeats     PIC 9(3).
000000    02  SE-SeatsTaken   PIC 9(5).
000000    02  SE-InstructorCode PIC X(4).
000000
000000* Before-and-after change history shared by the maintenance
000000* programs - who changed what, from what, and when.  The record
000000    02  LK-LockDate     PIC 9(8).
000000    02  LK-LockTime     PIC 9(8).
000000
000000* Student holds - the layout HoldMaint maintains.  An active hold
000000* ("A") flagged to block registration stops a new enrollment.
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
000000* Course prerequisites - the layout PrereqLoad maintains.  One
000000* record per course per required course; a blank minimum grade
000000* means any passing grade.
000000 FD PrereqFile.
000000 01 PrereqRecord.
000000    02  PR-PrereqKey.
000000        03 PR-CourseCode PIC X(4).
000000        03 PR-ReqCourseCode PIC X(4).
000000    02  PR-MinGrade      PIC X.
000000
000000* One result record per student per course per term - the layout
000000* GradeEntry maintains.  The prerequisite check reads a student's
000000* history of the required course here.
000000 FD GradeFile.
000000 01 GradeRecord.
000000    02  GR-GradeKey.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000* Valid operator ids, passwords and levels - the layout
000000* OperatorLoad maintains.  A prerequisite override needs a
000000* supervisor (level 2) to key their own id and password.
000000 FD OperatorFile.
000000 01 OperatorRecord.
000000    02  OperatorId      PIC X(8).
000000    02  OperatorPassword PIC X(8).
000000    02  OperatorLevel   PIC 9.
000000    02  OperatorStudentId PIC 9(7).
000000
000000* Tuition rate schedule - the layout RateMaint maintains.
000000 FD RateFile.
000000 01 RateRecord.
000000    02  RT-RateKey.
000000        03 RT-CourseCode PIC X(4).
000000        03 RT-TermCode   PIC X(5).
000000    02  RT-RatePerCredit PIC 9(4)V99.
000000
000000* Term fee schedule - the layout FeeMaint maintains.
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
000000* Batch rejects - the layout SeqWrite writes and RejectResubmit
000000* works.  A registration refused for want of a prerequisite
000000* lands here with reason PR and the refused course and section,
000000* as WaitlistPromote's do.
000000 FD RejectFile.
000000 01 RejectRecord.
000000    02  RJ-StudentDetails PIC X(44).
000000    02  RJ-ReasonList.
000000        03 RJ-Reason     PIC XX OCCURS 5 TIMES.
000000    02  RJ-CourseCode    PIC X(4).
000000    02  RJ-SectionNo     PIC X(2).
000000
000000 WORKING-STORAGE SECTION.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  WS-Lock-Held                       PIC X VALUE "N".
000000 01  WS-Lock-File                       PIC X(8) VALUE SPACES.
000000 01  WS-Lock-Id                         PIC 9(7) VALUE ZERO.
000000 01  HoldFileStatus                     PIC XX.
000000 01  WS-Holds-OnFile                    PIC X VALUE "N".
000000 01  WS-Hold-EOF                        PIC X VALUE "N".
000000 01  PrereqFileStatus                   PIC XX.
000000 01  GradeFileStatus                    PIC XX.
000000 01  WS-Prereqs-OnFile                  PIC X VALUE "N".
000000 01  WS-Grades-OnFile                   PIC X VALUE "N".
000000 01  WS-Prereq-Student                  PIC 9(7) VALUE ZERO.
000000 01  WS-Prereq-Course                   PIC X(4) VALUE SPACES.
000000 01  WS-Prereq-EOF                      PIC X VALUE "N".
000000 01  WS-Prereq-Met                      PIC X VALUE "Y".
000000 01  WS-Req-Met                         PIC X VALUE "N".
000000 01  WS-History-EOF                     PIC X VALUE "N".
000000 01  WS-Min-Rank                        PIC 9 VALUE ZERO.
000000 01  WS-Grade-Rank                      PIC 9 VALUE ZERO.
000000 01  WS-Failed-Prereq                   PIC X(9) VALUE SPACES.
000000 01  OperatorFileStatus                 PIC XX.
000000 01  WS-Override-Id                     PIC X(8) VALUE SPACES.
000000 01  WS-Override-Password               PIC X(8) VALUE SPACES.
000000 01  WS-Override-OK                     PIC X VALUE "N".
000000 01  WS-Override-Pending                PIC X VALUE "N".
000000 01  RejectFileStatus                   PIC XX.
000000 01  RateFileStatus                     PIC XX.
000000 01  FeeFileStatus                      PIC XX.
000000 01  WS-Fee-EOF                         PIC X VALUE "N".
000000 01  WS-Drop-Priced                     PIC X VALUE "N".
000000 01  WS-Drop-Charge                     PIC 9(6)V99 VALUE ZERO.
000000
000000* After image of a prerequisite override on CHGHIST.DAT - the
000000* registration let through, the prerequisite it lacked, and the
000000* clerk who keyed it.
000000 01  WS-Override-Image.
000000    02  WS-OV-CourseCode PIC X(4).
000000    02  WS-OV-SectionNo PIC X(2).
000000    02  WS-OV-TermCode  PIC X(5).
000000    02  WS-OV-KeyedBy   PIC X(8).
000000    02  WS-OV-Prereq    PIC X(9).
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     PERFORM OpenSectionFile
000000     PERFORM OpenChangeHistory
000000     PERFORM OpenLockFile
000000     PERFORM OpenHoldFile
000000     PERFORM OpenPrereqFiles
000000     PERFORM OpenRejectFile
000000     DISPLAY "Enter operator ID : " WITH NO ADVANCING
000000     ACCEPT WS-Operator-Id
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000     END-IF
000000     CLOSE ChangeHistoryFile
000000     CLOSE LockFile
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     PERFORM ClosePrereqFiles
000000     CLOSE RejectFile
000000     STOP RUN.
000000
000000 OpenEnrollFile.
000000        OPEN I-O LockFile
000000     END-IF.
000000
000000* Holds are optional - with no HOLDS.DAT on file nobody is held.
000000 OpenHoldFile.
000000     MOVE "N" TO WS-Holds-OnFile
000000     OPEN INPUT HoldFile
000000     IF HoldFileStatus = "00"
000000        MOVE "Y" TO WS-Holds-OnFile
000000     END-IF.
000000
000000* Prerequisites are optional - with no PREREQS.DAT on file no
000000* course has any.  With no GRADES.DAT there is no history, so
000000* any prerequisite goes unmet.
000000 OpenPrereqFiles.
000000     MOVE "N" TO WS-Prereqs-OnFile
000000     OPEN INPUT PrereqFile
000000     IF PrereqFileStatus = "00"
000000        MOVE "Y" TO WS-Prereqs-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Grades-OnFile
000000     OPEN INPUT GradeFile
000000     IF GradeFileStatus = "00"
000000        MOVE "Y" TO WS-Grades-OnFile
000000     END-IF.
000000
000000 OpenRejectFile.
000000     OPEN EXTEND RejectFile
000000     IF RejectFileStatus = "35"
000000        OPEN OUTPUT RejectFile
000000     END-IF.
000000
000000 ClosePrereqFiles.
000000     IF WS-Prereqs-OnFile = "Y"
000000        CLOSE PrereqFile
000000     END-IF
000000     IF WS-Grades-OnFile = "Y"
000000        CLOSE GradeFile
000000     END-IF.
000000
000000* Claim the invoice before reading it for update.  A duplicate
000000* key means another operator holds it - their session is named
000000* instead of the second rewrite silently wiping out the first.
000000           INVALID KEY
000000              DISPLAY "Student already enrolled in this course."
000000           NOT INVALID KEY
000000              IF WS-Override-Pending = "Y"
000000                 PERFORM LogPrereqOverride
000000              END-IF
000000              MOVE WS-SearchCourse TO WS-Seat-Course
000000              PERFORM BumpCourseSeats
000000              IF WS-SearchSection NOT = SPACES
000000        IF WS-Drop-Credit > ZERO
000000           PERFORM ApplyDropCredit
000000        ELSE
000000           IF WS-Drop-Priced = "Y"
000000              DISPLAY "Past the refund schedule - no credit due."
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 ComputeDropCredit.
000000     MOVE ZERO TO WS-Drop-Credit
000000     MOVE ZERO TO WS-Drop-Charge
000000     MOVE "N" TO WS-Drop-Priced
000000     MOVE WS-SearchCourse TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           DISPLAY "CourseCode not on master table - no credit "
000000              "computed."
000000        NOT INVALID KEY
000000           PERFORM PriceDroppedCourse
000000     END-READ
000000     IF WS-Drop-Priced = "Y"
000000        PERFORM SetRefundPercent
000000        COMPUTE WS-Drop-Credit ROUNDED =
000000           WS-Drop-Charge * WS-Credit-Pct / 100
000000     END-IF.
000000
000000* The rate is the one for the dropped registration's own term.
000000* With no rate on file nothing was billed for the course, so no
000000* credit is computed.
000000 PriceDroppedCourse.
000000     OPEN INPUT RateFile
000000     IF RateFileStatus NOT = "00"
000000        DISPLAY "RATES.DAT could not be opened (status "
000000           RateFileStatus ") - no credit computed."
000000     ELSE
000000        MOVE WS-SearchCourse TO RT-CourseCode
000000        MOVE EN-TermCode TO RT-TermCode
000000        READ RateFile
000000           INVALID KEY
000000              DISPLAY "No rate on RATES.DAT for " WS-SearchCourse
000000                 " term " EN-TermCode " - no credit computed."
000000           NOT INVALID KEY
000000              COMPUTE WS-Drop-Charge =
000000                 CM-CreditHours * RT-RatePerCredit
000000              MOVE "Y" TO WS-Drop-Priced
000000        END-READ
000000        CLOSE RateFile
000000     END-IF
000000     IF WS-Drop-Priced = "Y"
000000        PERFORM AddDroppedCourseFees
000000     END-IF.
000000
000000* With no FEES.DAT the term carried no fees to give back.
000000 AddDroppedCourseFees.
000000     OPEN INPUT FeeFile
000000     IF FeeFileStatus = "00"
000000        MOVE EN-TermCode TO FE-TermCode
000000        MOVE LOW-VALUES TO FE-FeeCode
000000        MOVE "N" TO WS-Fee-EOF
000000        START FeeFile KEY IS NOT < FE-FeeKey
000000           INVALID KEY MOVE "Y" TO WS-Fee-EOF
000000        END-START
000000        PERFORM AddOneDroppedFee
000000           UNTIL WS-Fee-EOF = "Y"
000000        CLOSE FeeFile
000000     END-IF.
000000
000000 AddOneDroppedFee.
000000     READ FeeFile NEXT
000000        AT END MOVE "Y" TO WS-Fee-EOF
000000     END-READ
000000     IF WS-Fee-EOF NOT = "Y"
000000        IF FE-TermCode NOT = EN-TermCode
000000           MOVE "Y" TO WS-Fee-EOF
000000        ELSE
000000           IF FE-CourseCode = WS-SearchCourse
000000              IF FE-FeeBasis = "C"
000000                 COMPUTE WS-Drop-Charge = WS-Drop-Charge
000000                    + FE-Amount * CM-CreditHours
000000              ELSE
000000                 ADD FE-Amount TO WS-Drop-Charge
000000              END-IF
000000           END-IF
000000           IF FE-CourseCode = SPACES
000000              AND FE-FeeBasis = "C"
000000              COMPUTE WS-Drop-Charge = WS-Drop-Charge
000000                 + FE-Amount * CM-CreditHours
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000* Refund schedule keyed to days since the enrollment date - the
000000* full charge back the first week, stepping down a quarter each
000000     IF WS-Sections-OnFile = "Y"
000000        CLOSE SectionFile
000000     END-IF
000000     PERFORM ClosePrereqFiles
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     CLOSE RejectFile
000000     CALL "WaitlistPromote"
000000     PERFORM OpenEnrollFile
000000     OPEN INPUT StudentFile
000000     OPEN I-O CourseMaster
000000     PERFORM OpenWaitlistFile
000000     PERFORM OpenSectionFile
000000     PERFORM OpenPrereqFiles
000000     PERFORM OpenHoldFile
000000     PERFORM OpenRejectFile.
000000
000000 GetEnrollKey.
000000     DISPLAY "Enter StudentId : " WITH NO ADVANCING
000000     MOVE "Y" TO WS-Valid-Entry
000000     MOVE "N" TO WS-Waitlisted
000000     MOVE "N" TO WS-Already-Enrolled
000000     MOVE "N" TO WS-Override-OK
000000     MOVE "N" TO WS-Override-Pending
000000     IF WS-SearchId IS NOT NUMERIC OR WS-SearchId = ZERO
000000        DISPLAY "Invalid StudentId - must be numeric, non-zero."
000000        MOVE "N" TO WS-Valid-Entry
000000     ELSE
000000        PERFORM ValidateStudentId
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckRegistrationHolds
000000     END-IF
000000* The course edit and the seat check need the student's master
000000* record in hand (the waitlist entry is built from it), so they
000000* are skipped when the StudentId edit has failed.
000000        PERFORM CheckAlreadyEnrolled
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckEnrollPrereqs
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        AND WS-SearchSection NOT = SPACES
000000        PERFORM ValidateSection
000000     END-IF
000000           MOVE "N" TO WS-Valid-Entry
000000     END-READ.
000000
000000* Walks the student's holds in hold-type order.  Any active hold
000000* flagged to block registration refuses the enrollment before
000000* the seat check can waitlist the student.
000000 CheckRegistrationHolds.
000000     IF WS-Holds-OnFile = "Y"
000000        MOVE "N" TO WS-Hold-EOF
000000        MOVE WS-SearchId TO HD-StudentId
000000        MOVE LOW-VALUES TO HD-HoldType
000000        START HoldFile KEY IS NOT < HD-HoldKey
000000           INVALID KEY MOVE "Y" TO WS-Hold-EOF
000000        END-START
000000        PERFORM CheckOneHold
000000           UNTIL WS-Hold-EOF = "Y"
000000     END-IF.
000000
000000 CheckOneHold.
000000     READ HoldFile NEXT
000000        AT END MOVE "Y" TO WS-Hold-EOF
000000        NOT AT END
000000           IF HD-StudentId NOT = WS-SearchId
000000              MOVE "Y" TO WS-Hold-EOF
000000           ELSE
000000              IF HD-HoldStatus = "A"
000000                 AND HD-BlockRegister = "Y"
000000                 DISPLAY "Registration hold " HD-HoldType
000000                    " on file - " HD-HoldReason
000000                    " - registration refused."
000000                 MOVE "N" TO WS-Valid-Entry
000000                 MOVE "Y" TO WS-Hold-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* Runs before the seat check so a student short of the
000000* prerequisites is never waitlisted for the course.  An override
000000* is logged only once the registration is written - a later edit
000000* can still refuse it or send the student to the waitlist.
000000 CheckEnrollPrereqs.
000000     MOVE WS-SearchId TO WS-Prereq-Student
000000     MOVE WS-SearchCourse TO WS-Prereq-Course
000000     PERFORM CheckPrerequisites
000000     IF WS-Prereq-Met = "N"
000000        PERFORM RequestPrereqOverride
000000        IF WS-Override-OK = "Y"
000000           MOVE WS-SearchCourse TO WS-OV-CourseCode
000000           MOVE WS-SearchSection TO WS-OV-SectionNo
000000           MOVE WS-Current-Term TO WS-OV-TermCode
000000           MOVE "Y" TO WS-Override-Pending
000000        ELSE
000000           DISPLAY "Registration refused - reason PR, "
000000              "prerequisites not met."
000000           MOVE "N" TO WS-Valid-Entry
000000           PERFORM WritePrereqReject
000000        END-IF
000000     END-IF.
000000
000000* Every prerequisite of WS-Prereq-Course must show on the
000000* student's GRADES.DAT history at or above its minimum grade, in
000000* any term.  Each one missing is named; the first is kept for
000000* the override log.
000000 CheckPrerequisites.
000000     MOVE "Y" TO WS-Prereq-Met
000000     MOVE SPACES TO WS-Failed-Prereq
000000     IF WS-Prereqs-OnFile = "Y"
000000        MOVE "N" TO WS-Prereq-EOF
000000        MOVE WS-Prereq-Course TO PR-CourseCode
000000        MOVE LOW-VALUES TO PR-ReqCourseCode
000000        START PrereqFile KEY IS NOT < PR-PrereqKey
000000           INVALID KEY MOVE "Y" TO WS-Prereq-EOF
000000        END-START
000000        PERFORM CheckOnePrereq
000000           UNTIL WS-Prereq-EOF = "Y"
000000     END-IF.
000000
000000 CheckOnePrereq.
000000     READ PrereqFile NEXT
000000        AT END MOVE "Y" TO WS-Prereq-EOF
000000        NOT AT END
000000           IF PR-CourseCode NOT = WS-Prereq-Course
000000              MOVE "Y" TO WS-Prereq-EOF
000000           ELSE
000000              PERFORM CheckGradeHistory
000000              IF WS-Req-Met = "N"
000000                 DISPLAY "Prerequisite " PR-ReqCourseCode
000000                    " (minimum grade " PR-MinGrade
000000                    ") not met for " WS-Prereq-Course
000000                 IF WS-Prereq-Met = "Y"
000000                    MOVE PrereqRecord TO WS-Failed-Prereq
000000                 END-IF
000000                 MOVE "N" TO WS-Prereq-Met
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 CheckGradeHistory.
000000     MOVE "N" TO WS-Req-Met
000000     PERFORM SetMinimumRank
000000     IF WS-Grades-OnFile = "Y"
000000        MOVE "N" TO WS-History-EOF
000000        MOVE WS-Prereq-Student TO GR-StudentId
000000        MOVE PR-ReqCourseCode TO GR-CourseCode
000000        MOVE LOW-VALUES TO GR-TermCode
000000        START GradeFile KEY IS NOT < GR-GradeKey
000000           INVALID KEY MOVE "Y" TO WS-History-EOF
000000        END-START
000000        PERFORM CheckOneHistoryGrade
000000           UNTIL WS-History-EOF = "Y"
000000     END-IF.
000000
000000 CheckOneHistoryGrade.
000000     READ GradeFile NEXT
000000        AT END MOVE "Y" TO WS-History-EOF
000000        NOT AT END
000000           IF GR-StudentId NOT = WS-Prereq-Student
000000              OR GR-CourseCode NOT = PR-ReqCourseCode
000000              MOVE "Y" TO WS-History-EOF
000000           ELSE
000000              PERFORM SetGradeRank
000000              IF WS-Grade-Rank NOT < WS-Min-Rank
000000                 MOVE "Y" TO WS-Req-Met
000000                 MOVE "Y" TO WS-History-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 SetMinimumRank.
000000     EVALUATE PR-MinGrade
000000        WHEN "A"
000000           MOVE 4 TO WS-Min-Rank
000000        WHEN "B"
000000           MOVE 3 TO WS-Min-Rank
000000        WHEN "C"
000000           MOVE 2 TO WS-Min-Rank
000000        WHEN OTHER
000000           MOVE 1 TO WS-Min-Rank
000000     END-EVALUATE.
000000
000000* A pass under pass/no-pass satisfies a prerequisite the way a C
000000* does; I, W and NP satisfy none.
000000 SetGradeRank.
000000     EVALUATE GR-Grade
000000        WHEN "A"
000000           MOVE 4 TO WS-Grade-Rank
000000        WHEN "B"
000000           MOVE 3 TO WS-Grade-Rank
000000        WHEN "C"
000000        WHEN "P"
000000           MOVE 2 TO WS-Grade-Rank
000000        WHEN "D"
000000           MOVE 1 TO WS-Grade-Rank
000000        WHEN OTHER
000000           MOVE 0 TO WS-Grade-Rank
000000     END-EVALUATE.
000000
000000* A supervisor at the terminal may let the registration through -
000000* their own id and password are checked against OPERATOR.DAT and
000000* the override goes on CHGHIST.DAT under their id.
000000 RequestPrereqOverride.
000000     MOVE "N" TO WS-Override-OK
000000     DISPLAY "Supervisor override - supervisor ID (blank to "
000000        "refuse) : " WITH NO ADVANCING
000000     MOVE SPACES TO WS-Override-Id
000000     ACCEPT WS-Override-Id
000000     IF WS-Override-Id NOT = SPACES
000000        DISPLAY "Supervisor password : " WITH NO ADVANCING
000000        ACCEPT WS-Override-Password
000000        PERFORM VerifySupervisor
000000     END-IF.
000000
000000 VerifySupervisor.
000000     OPEN INPUT OperatorFile
000000     IF OperatorFileStatus NOT = "00"
000000        DISPLAY "OPERATOR.DAT could not be opened (status "
000000           OperatorFileStatus ") - no override."
000000     ELSE
000000        MOVE WS-Override-Id TO OperatorId
000000        READ OperatorFile
000000           INVALID KEY
000000              DISPLAY "Operator not recognized - no override."
000000           NOT INVALID KEY
000000              IF OperatorPassword NOT = WS-Override-Password
000000                 DISPLAY "Password does not match - no override."
000000              ELSE
000000                 IF OperatorLevel < 2
000000                    DISPLAY "Override needs supervisor level."
000000                 ELSE
000000                    MOVE "Y" TO WS-Override-OK
000000                 END-IF
000000              END-IF
000000        END-READ
000000        CLOSE OperatorFile
000000     END-IF.
000000
000000* The student's master record is still in hand from
000000* ValidateStudentId.
000000 WritePrereqReject.
000000     MOVE StudentDetails TO RJ-StudentDetails
000000     MOVE SPACES TO RJ-ReasonList
000000     MOVE "PR" TO RJ-Reason (1)
000000     MOVE WS-SearchCourse TO RJ-CourseCode
000000     MOVE WS-SearchSection TO RJ-SectionNo
000000     WRITE RejectRecord.
000000
000000* WS-OV-CourseCode, WS-OV-SectionNo and WS-OV-TermCode are set by
000000* the caller before the override is logged.
000000 LogPrereqOverride.
000000     MOVE WS-Override-Id TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "EnrollMaint" TO CH-ProgramName
000000     MOVE "O" TO CH-ActionCode
000000     MOVE WS-Prereq-Student TO CH-StudentId
000000     MOVE SPACES TO CH-BeforeImage
000000     MOVE WS-Operator-Id TO WS-OV-KeyedBy
000000     MOVE WS-Failed-Prereq TO WS-OV-Prereq
000000     MOVE SPACES TO CH-AfterImage
000000     MOVE WS-Override-Image TO CH-AfterImage
000000     WRITE ChangeHistoryRecord
000000     DISPLAY "Prerequisite override by " WS-Override-Id
000000        " logged.".
000000
000000* A re-keyed registration is reported, not waitlisted - without
000000* this check a student already sitting in a full course would
000000* bounce off the seat limit and leave a junk waitlist entry a
000000     ACCEPT WL-WaitDate FROM DATE YYYYMMDD
000000     ACCEPT WL-WaitTime FROM TIME
000000     MOVE WS-SearchSection TO WL-SectionNo
000000     MOVE WS-Override-OK TO WL-PrereqOverride
000000     WRITE WaitlistRecord
000000     DISPLAY "Course " WS-SearchCourse " is full - StudentId "
000000        WS-SearchId " written to the waitlist.".
