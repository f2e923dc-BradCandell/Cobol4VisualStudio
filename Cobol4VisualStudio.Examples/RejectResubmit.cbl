000000 AUTHOR.  Michael Coughlan.
000000* Correct-and-resubmit for the batch rejects SeqWrite writes to
000000* REJECTS.DAT.  Each reject is shown with its reason codes (ID
000000* id, MM month, DD day, CC course, AD advisor, DK duplicate key,
000000* HD registration hold, PR prerequisites not met); the operator
000000* can fix and resubmit the record through the same edits the
000000* batch load applies, keep it for later, or drop it.
000000* Records that still fail stay on REJECTS.DAT with their new
000000* reasons.  Loads are audited to AUDIT.DAT like SeqWrite's.
000000*
000000* A reject carrying a refused course is a registration refused
000000* to a student (EnrollMaint, WaitlistPromote).  If the student is
000000* already on STUDENTS.DAT there is nothing to re-key: a fix
000000* re-checks that course and section through the EnrollMaint
000000* edits and writes only the ENROLL.DAT registration.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS AD-AdvisorCode
000000 		FILE STATUS IS AdvisorFileStatus.
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
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS TM-TermCode
000000 		FILE STATUS IS TermFileStatus.
000000
000000     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS SE-SectionKey
000000 		FILE STATUS IS SectionFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* The layout SeqWrite writes - the original 44-byte record plus a
000000* reason code per failed edit, and the refused course and section
000000* of a registration refused to a student already on file.
000000 FD RejectFile.
000000 01 RejectRecord.
000000    02  RJ-StudentDetails PIC X(44).
000000    02  RJ-ReasonList.
000000        03 RJ-Reason     PIC XX OCCURS 5 TIMES.
000000    02  RJ-CourseCode    PIC X(4).
000000    02  RJ-SectionNo     PIC X(2).
000000
000000 FD RejectWorkFile.
000000 01 WorkRecord            PIC X(60).
000000
000000 FD StudentFile.
000000 01 StudentDetails.
000000    02  WL-WaitDate      PIC 9(8).
000000    02  WL-WaitTime      PIC 9(8).
000000    02  WL-SectionNo     PIC X(2).
000000    02  WL-PrereqOverride PIC X.
000000
000000 FD AuditFile.
000000 01 AuditRecord.
000000    02  TM-EndDate      PIC 9(8).
000000    02  TM-CurrentFlag  PIC X.
000000    02  TM-BillingFlag  PIC X.
000000    02  TM-IncDeadline  PIC 9(8).
000000    02  TM-FullTimeHrs  PIC 99.
000000    02  TM-ThreeQtrHrs  PIC 99.
000000    02  TM-HalfTimeHrs  PIC 99.
000000
000000* Course section table - the layout SectionMaint maintains.
000000* SE-MeetingDays is seven Y/N flags, Monday first; times are
000000* 24-hour HHMM.
000000 FD SectionFile.
000000 01 SectionRecord.
000000    02  SE-SectionKey.
000000        03 SE-CourseCode PIC X(4).
000000        03 SE-SectionNo  PIC X(2).
000000    02  SE-MeetingDays  PIC X(7).
000000    02  SE-StartTime    PIC 9(4).
000000    02  SE-EndTime      PIC 9(4).
000000    02  SE-Room         PIC X(6).
000000    02  SE-MaxSeats     PIC 9(3).
000000    02  SE-SeatsTaken   PIC 9(5).
000000    02  SE-InstructorCode PIC X(4).
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
000000* Before-and-after change history shared by the maintenance
000000* programs - who changed what, from what, and when.  The record
000000* images ride in fixed 60-byte frames; ChangeInquiry shows the
000000* chain for one student.
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
000000 WORKING-STORAGE SECTION.
000000 01  RejectFileStatus                   PIC XX.
000000 01  WS-Reason-Count                    PIC 9 VALUE ZERO.
000000 01  WS-Curr-Reason                     PIC XX VALUE SPACES.
000000 01  WS-Corrected                       PIC X(44) VALUE SPACES.
000000 01  HoldFileStatus                     PIC XX.
000000 01  WS-Holds-OnFile                    PIC X VALUE "N".
000000 01  WS-Hold-EOF                        PIC X VALUE "N".
000000 01  ChangeHistoryStatus                PIC XX.
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
000000 01  SectionFileStatus                  PIC XX.
000000 01  WS-Sections-OnFile                 PIC X VALUE "N".
000000 01  WS-Student-OnFile                  PIC X VALUE "N".
000000 01  WS-Already-Enrolled                PIC X VALUE "N".
000000 01  WS-Registered-Count                PIC 9(5) VALUE ZERO.
000000 01  WS-Reg-Course                      PIC X(4) VALUE SPACES.
000000 01  WS-Reg-Section                     PIC X(2) VALUE SPACES.
000000 01  WS-New-Days                        PIC X(7) VALUE SPACES.
000000 01  WS-New-Start                       PIC 9(4) VALUE ZERO.
000000 01  WS-New-End                         PIC 9(4) VALUE ZERO.
000000 01  WS-Sched-EOF                       PIC X VALUE "N".
000000 01  WS-Day-Sub                         PIC 9 COMP VALUE ZERO.
000000 01  WS-Day-Match                       PIC X VALUE "N".
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
000000     MOVE ZERO TO WS-Loaded-Count
000000     MOVE ZERO TO WS-Kept-Count
000000     MOVE ZERO TO WS-Dropped-Count
000000     MOVE ZERO TO WS-Registered-Count
000000     OPEN INPUT RejectFile
000000     IF RejectFileStatus NOT = "00"
000000        DISPLAY "REJECTS.DAT could not be opened (status "
000000        CLOSE AuditFile
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenHoldFile
000000     PERFORM OpenPrereqFiles
000000     PERFORM OpenSectionFile
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000        OPEN OUTPUT ChangeHistoryFile
000000     END-IF
000000     DISPLAY "Enter operator ID : " WITH NO ADVANCING
000000     ACCEPT WS-Operator-Id
000000     OPEN OUTPUT RejectWorkFile
000000     CLOSE EnrollFile
000000     CLOSE WaitlistFile
000000     CLOSE AuditFile
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     PERFORM ClosePrereqFiles
000000     IF WS-Sections-OnFile = "Y"
000000        CLOSE SectionFile
000000     END-IF
000000     CLOSE ChangeHistoryFile
000000     DISPLAY "Rejects loaded  : " WS-Loaded-Count
000000     DISPLAY "Registrations   : " WS-Registered-Count
000000     DISPLAY "Rejects kept    : " WS-Kept-Count
000000     DISPLAY "Rejects dropped : " WS-Dropped-Count
000000     STOP RUN.
000000        OPEN OUTPUT WaitlistFile
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
000000* Sections are optional - with no SECTIONS.DAT only a reject
000000* without a section can be registered.
000000 OpenSectionFile.
000000     MOVE "N" TO WS-Sections-OnFile
000000     OPEN I-O SectionFile
000000     IF SectionFileStatus = "00"
000000        MOVE "Y" TO WS-Sections-OnFile
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
000000* TERMS.DAT is read front to back for the term flagged current -
000000* the one term registrations, rosters and billing belong to.
000000 GetCurrentTerm.
000000     DISPLAY " "
000000     DISPLAY "Rejected record : " RJ-StudentDetails
000000     DISPLAY "Reason codes    : " RJ-ReasonList
000000     IF RJ-CourseCode NOT = SPACES
000000        DISPLAY "Refused course  : " RJ-CourseCode
000000           " section " RJ-SectionNo
000000     END-IF
000000     DISPLAY "Action - (F)ix, (K)eep, (D)rop : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Action
000000     WRITE WorkRecord FROM RejectRecord.
000000
000000 FixAndResubmit.
000000     MOVE "N" TO WS-Student-OnFile
000000     IF RJ-CourseCode NOT = SPACES
000000        PERFORM CheckStudentOnFile
000000     END-IF
000000     IF WS-Student-OnFile = "Y"
000000        PERFORM ResubmitRegistration
000000     ELSE
000000        PERFORM ResubmitStudentRecord
000000     END-IF.
000000
000000 CheckStudentOnFile.
000000     MOVE RJ-StudentDetails TO StudentDetails
000000     READ StudentFile
000000        INVALID KEY
000000           CONTINUE
000000        NOT INVALID KEY
000000           MOVE "Y" TO WS-Student-OnFile
000000     END-READ.
000000
000000 ResubmitStudentRecord.
000000     DISPLAY "Enter replacement record (blank keeps the reject)"
000000     DISPLAY "Template - StudId, Surname, Initials, YOB, MOB,"
000000     DISPLAY "DOB, Course, Gender, Status, Advisor"
000000           PERFORM KeepCorrectedRecord
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Loaded-Count
000000           IF WS-Override-Pending = "Y"
000000              PERFORM LogPrereqOverride
000000           END-IF
000000           PERFORM WriteEnrollmentRecord
000000           PERFORM WriteAuditRecord
000000     END-WRITE.
000000
000000* The student's master record is in hand from CheckStudentOnFile
000000* and is not written again - only the refused registration is.
000000 ResubmitRegistration.
000000     DISPLAY "StudentId " StudentId " is on file - re-checking "
000000        "the registration for " RJ-CourseCode "."
000000     PERFORM EditRegistration
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM WriteRegistration
000000     ELSE
000000        IF WS-Waitlisted = "Y" OR WS-Already-Enrolled = "Y"
000000           ADD 1 TO WS-Dropped-Count
000000        ELSE
000000           DISPLAY "Registration still fails - kept on rejects."
000000           PERFORM KeepCorrectedRecord
000000        END-IF
000000     END-IF.
000000
000000* The edits EnrollMaint applies to a registration, in its order.
000000 EditRegistration.
000000     MOVE "Y" TO WS-Valid-Entry
000000     MOVE "N" TO WS-Waitlisted
000000     MOVE "N" TO WS-Already-Enrolled
000000     MOVE "N" TO WS-Override-OK
000000     MOVE "N" TO WS-Override-Pending
000000     MOVE SPACES TO WS-Reject-Reasons
000000     MOVE ZERO TO WS-Reason-Count
000000     MOVE RJ-CourseCode TO WS-Reg-Course
000000     MOVE RJ-SectionNo TO WS-Reg-Section
000000     PERFORM CheckRegistrationHolds
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM ValidateCourseCode
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckAlreadyRegistered
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckStudentPrereqs
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        AND WS-Reg-Section NOT = SPACES
000000        PERFORM ValidateSection
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        AND WS-Reg-Section NOT = SPACES
000000        PERFORM CheckScheduleConflict
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckSeatLimit
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        AND WS-Reg-Section NOT = SPACES
000000        PERFORM CheckSectionSeatLimit
000000     END-IF.
000000
000000* A registration made since the reject was written settles it.
000000 CheckAlreadyRegistered.
000000     MOVE StudentId TO EN-StudentId
000000     MOVE WS-Reg-Course TO EN-CourseCode
000000     READ EnrollFile
000000        INVALID KEY
000000           CONTINUE
000000        NOT INVALID KEY
000000           DISPLAY "Student already enrolled in this course - "
000000              "reject dropped."
000000           MOVE "Y" TO WS-Already-Enrolled
000000           MOVE "N" TO WS-Valid-Entry
000000     END-READ.
000000
000000 WriteRegistration.
000000     MOVE StudentId TO EN-StudentId
000000     MOVE WS-Reg-Course TO EN-CourseCode
000000     ACCEPT EN-EnrollDate FROM DATE YYYYMMDD
000000     MOVE WS-Current-Term TO EN-TermCode
000000     MOVE WS-Reg-Section TO EN-SectionNo
000000     WRITE EnrollmentRecord
000000        INVALID KEY
000000           DISPLAY "Registration could not be written - kept "
000000              "on rejects."
000000           PERFORM KeepCorrectedRecord
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Registered-Count
000000           IF WS-Override-Pending = "Y"
000000              PERFORM LogPrereqOverride
000000           END-IF
000000           PERFORM BumpCourseSeats
000000           PERFORM BumpSectionSeats
000000           DISPLAY "StudentId " StudentId " registered for "
000000              WS-Reg-Course
000000     END-WRITE.
000000
000000 WriteEnrollmentRecord.
000000     MOVE StudentId TO EN-StudentId
000000     MOVE WS-Reg-Course TO EN-CourseCode
000000     ACCEPT EN-EnrollDate FROM DATE YYYYMMDD
000000     MOVE WS-Current-Term TO EN-TermCode
000000     MOVE SPACES TO EN-SectionNo
000000 EditStudentDetails.
000000     MOVE "Y" TO WS-Valid-Entry
000000     MOVE "N" TO WS-Waitlisted
000000     MOVE "N" TO WS-Override-OK
000000     MOVE "N" TO WS-Override-Pending
000000     MOVE SPACES TO WS-Reject-Reasons
000000     MOVE ZERO TO WS-Reason-Count
000000     MOVE CourseCode TO WS-Reg-Course
000000     MOVE SPACES TO WS-Reg-Section
000000     IF StudentId IS NOT NUMERIC OR StudentId = ZERO
000000        DISPLAY "Invalid StudentId - must be numeric, non-zero."
000000        MOVE "N" TO WS-Valid-Entry
000000        MOVE "ID" TO WS-Curr-Reason
000000        PERFORM AddRejectReason
000000     ELSE
000000        PERFORM CheckRegistrationHolds
000000     END-IF
000000     IF MOBirth IS NOT NUMERIC OR MOBirth < 1 OR MOBirth > 12
000000        DISPLAY "Invalid MOBirth - must be 01 thru 12."
000000* re-editing them, so the seat check runs last and only when
000000* everything else has passed.
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckStudentPrereqs
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM CheckSeatLimit
000000     END-IF.
000000
000000 ValidateCourseCode.
000000     MOVE WS-Reg-Course TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           DISPLAY "CourseCode not recognized - " WS-Reg-Course
000000           MOVE "N" TO WS-Valid-Entry
000000           MOVE "CC" TO WS-Curr-Reason
000000           PERFORM AddRejectReason
000000        NOT INVALID KEY
000000           IF CM-CourseStatus NOT = "A"
000000              DISPLAY "CourseCode not currently offered - "
000000                 WS-Reg-Course
000000              MOVE "N" TO WS-Valid-Entry
000000              MOVE "CC" TO WS-Curr-Reason
000000              PERFORM AddRejectReason
000000* are written.  SeatRebuild resyncs it from ENROLL.DAT if it
000000* ever drifts.
000000 BumpCourseSeats.
000000     MOVE WS-Reg-Course TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           CONTINUE
000000
000000 WaitlistStudent.
000000     MOVE "Y" TO WS-Waitlisted
000000     MOVE WS-Reg-Course TO WL-CourseCode
000000     MOVE StudentDetails TO WL-StudentDetails
000000     ACCEPT WL-WaitDate FROM DATE YYYYMMDD
000000     ACCEPT WL-WaitTime FROM TIME
000000     MOVE WS-Reg-Section TO WL-SectionNo
000000     MOVE WS-Override-OK TO WL-PrereqOverride
000000     WRITE WaitlistRecord
000000     DISPLAY "Course " WS-Reg-Course " is full - StudentId "
000000        StudentId " written to the waitlist.".
000000
000000* The refused section must still exist for the course.  Its
000000* meeting pattern is kept aside for the clash check, which reuses
000000* the section record area while it walks the student's other
000000* registrations.
000000 ValidateSection.
000000     IF WS-Sections-OnFile NOT = "Y"
000000        DISPLAY "SECTIONS.DAT not on file - run SectionMaint "
000000           "first."
000000        MOVE "N" TO WS-Valid-Entry
000000        MOVE "CC" TO WS-Curr-Reason
000000        PERFORM AddRejectReason
000000     ELSE
000000        MOVE WS-Reg-Course TO SE-CourseCode
000000        MOVE WS-Reg-Section TO SE-SectionNo
000000        READ SectionFile
000000           INVALID KEY
000000              DISPLAY "Section not on file - " WS-Reg-Course
000000                 "/" WS-Reg-Section
000000              MOVE "N" TO WS-Valid-Entry
000000              MOVE "CC" TO WS-Curr-Reason
000000              PERFORM AddRejectReason
000000           NOT INVALID KEY
000000              MOVE SE-MeetingDays TO WS-New-Days
000000              MOVE SE-StartTime TO WS-New-Start
000000              MOVE SE-EndTime TO WS-New-End
000000        END-READ
000000     END-IF.
000000
000000* Walks the student's current-term registrations and refuses the
000000* section if any of their sections meets at an overlapping time
000000* on a shared day.
000000 CheckScheduleConflict.
000000     MOVE "N" TO WS-Sched-EOF
000000     MOVE StudentId TO EN-StudentId
000000     MOVE SPACES TO EN-CourseCode
000000     START EnrollFile KEY IS NOT < EN-EnrollKey
000000        INVALID KEY MOVE "Y" TO WS-Sched-EOF
000000     END-START
000000     PERFORM CheckOneScheduleEntry
000000        UNTIL WS-Sched-EOF = "Y".
000000
000000 CheckOneScheduleEntry.
000000     READ EnrollFile NEXT
000000        AT END MOVE "Y" TO WS-Sched-EOF
000000        NOT AT END
000000           IF EN-StudentId NOT = StudentId
000000              MOVE "Y" TO WS-Sched-EOF
000000           ELSE
000000              IF EN-TermCode = WS-Current-Term
000000                 AND EN-SectionNo NOT = SPACES
000000                 AND EN-CourseCode NOT = WS-Reg-Course
000000                 PERFORM CompareMeetingTimes
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 CompareMeetingTimes.
000000     MOVE EN-CourseCode TO SE-CourseCode
000000     MOVE EN-SectionNo TO SE-SectionNo
000000     READ SectionFile
000000        INVALID KEY
000000           CONTINUE
000000        NOT INVALID KEY
000000           IF WS-New-Start < SE-EndTime
000000              AND SE-StartTime < WS-New-End
000000              PERFORM CheckSharedDay
000000              IF WS-Day-Match = "Y"
000000                 DISPLAY "Schedule conflict with "
000000                    EN-CourseCode "/" EN-SectionNo
000000                    " - registration refused."
000000                 MOVE "N" TO WS-Valid-Entry
000000                 MOVE "CC" TO WS-Curr-Reason
000000                 PERFORM AddRejectReason
000000                 MOVE "Y" TO WS-Sched-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 CheckSharedDay.
000000     MOVE "N" TO WS-Day-Match
000000     PERFORM VARYING WS-Day-Sub FROM 1 BY 1
000000        UNTIL WS-Day-Sub > 7
000000        IF WS-New-Days(WS-Day-Sub:1) = "Y"
000000           AND SE-MeetingDays(WS-Day-Sub:1) = "Y"
000000           MOVE "Y" TO WS-Day-Match
000000        END-IF
000000     END-PERFORM.
000000
000000* A section MaxSeats of zero leaves the course-level limit in
000000* charge on its own.
000000 CheckSectionSeatLimit.
000000     MOVE WS-Reg-Course TO SE-CourseCode
000000     MOVE WS-Reg-Section TO SE-SectionNo
000000     READ SectionFile
000000        INVALID KEY
000000           CONTINUE
000000        NOT INVALID KEY
000000           IF SE-SeatsTaken IS NOT NUMERIC
000000              MOVE ZERO TO SE-SeatsTaken
000000           END-IF
000000           IF SE-MaxSeats IS NUMERIC AND SE-MaxSeats > ZERO
000000              IF SE-SeatsTaken NOT < SE-MaxSeats
000000                 PERFORM WaitlistStudent
000000                 MOVE "N" TO WS-Valid-Entry
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 BumpSectionSeats.
000000     IF WS-Sections-OnFile = "Y"
000000        AND WS-Reg-Section NOT = SPACES
000000        MOVE WS-Reg-Course TO SE-CourseCode
000000        MOVE WS-Reg-Section TO SE-SectionNo
000000        READ SectionFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              IF SE-SeatsTaken IS NOT NUMERIC
000000                 MOVE ZERO TO SE-SeatsTaken
000000              END-IF
000000              ADD 1 TO SE-SeatsTaken
000000              REWRITE SectionRecord
000000                 INVALID KEY CONTINUE
000000              END-REWRITE
000000        END-READ
000000     END-IF.
000000
000000 ValidateAdvisorCode.
000000     MOVE AdvisorCode TO AD-AdvisorCode
000000     READ AdvisorMaster
000000           END-IF
000000     END-READ.
000000
000000 CheckRegistrationHolds.
000000     IF WS-Holds-OnFile = "Y"
000000        MOVE "N" TO WS-Hold-EOF
000000        MOVE StudentId TO HD-StudentId
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
000000           IF HD-StudentId NOT = StudentId
000000              MOVE "Y" TO WS-Hold-EOF
000000           ELSE
000000              IF HD-HoldStatus = "A"
000000                 AND HD-BlockRegister = "Y"
000000                 DISPLAY "Registration hold " HD-HoldType
000000                    " on file - " HD-HoldReason
000000                    " - registration refused."
000000                 MOVE "N" TO WS-Valid-Entry
000000                 MOVE "HD" TO WS-Curr-Reason
000000                 PERFORM AddRejectReason
000000                 MOVE "Y" TO WS-Hold-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* The operator is at the terminal here, so a PR reject can be
000000* let through by a supervisor.  The override is logged only once
000000* the student or the registration is written, never for a
000000* duplicate key or a waitlisted record.
000000 CheckStudentPrereqs.
000000     MOVE StudentId TO WS-Prereq-Student
000000     MOVE WS-Reg-Course TO WS-Prereq-Course
000000     PERFORM CheckPrerequisites
000000     IF WS-Prereq-Met = "N"
000000        PERFORM RequestPrereqOverride
000000        IF WS-Override-OK = "Y"
000000           MOVE WS-Reg-Course TO WS-OV-CourseCode
000000           MOVE WS-Reg-Section TO WS-OV-SectionNo
000000           MOVE WS-Current-Term TO WS-OV-TermCode
000000           MOVE "Y" TO WS-Override-Pending
000000        ELSE
000000           MOVE "N" TO WS-Valid-Entry
000000           MOVE "PR" TO WS-Curr-Reason
000000           PERFORM AddRejectReason
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
000000* WS-OV-CourseCode, WS-OV-SectionNo and WS-OV-TermCode are set by
000000* the caller before the override is logged.
000000 LogPrereqOverride.
000000     MOVE WS-Override-Id TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "RejectResub" TO CH-ProgramName
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
000000 AddRejectReason.
000000     IF WS-Reason-Count < 5
000000        ADD 1 TO WS-Reason-Count
