000000 AUTHOR.  Michael Coughlan.
000000* Add/Change/Delete maintenance against STUDENTS.DAT.  Locates a
000000* record by StudentId and rewrites or removes it instead of the
000000* whole file having to be re-keyed by hand.  A student added here
000000* is audited to AUDIT.DAT under the operator's id, the same trail
000000* SeqWrite and RejectResubmit leave for the students they load.
000000* The registration an add or a course change writes to ENROLL.DAT
000000* passes the same hold and prerequisite edits EnrollMaint applies.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS SE-SectionKey
000000 		FILE STATUS IS SectionFileStatus.
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
000000     SELECT AuditFile ASSIGN TO "AUDIT.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS AuditFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD StudentFile.
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
000000* Before-and-after change history shared by the maintenance
000000* programs - who changed what, from what, and when.  The record
000000    02  SE-Room         PIC X(6).
000000    02  SE-MaxSeats     PIC 9(3).
000000    02  SE-SeatsTaken   PIC 9(5).
000000    02  SE-InstructorCode PIC X(4).
000000
000000* Student holds - the layout HoldMaint maintains.  An active hold
000000* ("A") flagged to block registration stops the student's
000000* registration being written, though the master still is.
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
000000* Who created each student and when - the layout SeqWrite writes.
000000 FD AuditFile.
000000 01 AuditRecord.
000000    02  AuditOperatorId PIC X(8).
000000    02  AuditDate       PIC 9(8).
000000    02  AuditTime       PIC 9(8).
000000    02  AuditStudentId  PIC 9(7).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  WS-Lock-Held                       PIC X VALUE "N".
000000 01  WS-Lock-File                       PIC X(8) VALUE SPACES.
000000 01  WS-Lock-Id                         PIC 9(7) VALUE ZERO.
000000 01  AuditFileStatus                    PIC XX.
000000 01  WS-Reg-Allowed                     PIC X VALUE "Y".
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
000000     END-IF
000000     PERFORM OpenChangeHistory
000000     PERFORM OpenLockFile
000000     PERFORM OpenAuditFile
000000     PERFORM OpenHoldFile
000000     PERFORM OpenPrereqFiles
000000     DISPLAY "Enter operator ID : " WITH NO ADVANCING
000000     ACCEPT WS-Operator-Id
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000     END-IF
000000     CLOSE ChangeHistoryFile
000000     CLOSE LockFile
000000     CLOSE AuditFile
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     PERFORM ClosePrereqFiles
000000     GOBACK.
000000
000000 OpenLockFile.
000000        MOVE "N" TO WS-Lock-Held
000000     END-IF.
000000
000000 OpenAuditFile.
000000     OPEN EXTEND AuditFile
000000     IF AuditFileStatus = "35"
000000        OPEN OUTPUT AuditFile
000000     END-IF.
000000
000000 WriteAuditRecord.
000000     MOVE WS-Operator-Id TO AuditOperatorId
000000     ACCEPT AuditDate FROM DATE YYYYMMDD
000000     ACCEPT AuditTime FROM TIME
000000     MOVE StudentId TO AuditStudentId
000000     WRITE AuditRecord.
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
000000 ClosePrereqFiles.
000000     IF WS-Prereqs-OnFile = "Y"
000000        CLOSE PrereqFile
000000     END-IF
000000     IF WS-Grades-OnFile = "Y"
000000        CLOSE GradeFile
000000     END-IF.
000000
000000 OpenChangeHistory.
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000              INVALID KEY
000000                 DISPLAY "StudentId already exists - not added."
000000              NOT INVALID KEY
000000                 PERFORM WriteAuditRecord
000000                 PERFORM WriteEnrollmentRecord
000000           END-WRITE
000000        ELSE
000000     IF WS-Sections-OnFile = "Y"
000000        CLOSE SectionFile
000000     END-IF
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     PERFORM ClosePrereqFiles
000000     CALL "WaitlistPromote"
000000     OPEN I-O StudentFile
000000     OPEN I-O CourseMaster
000000     OPEN INPUT AdvisorMaster
000000     PERFORM OpenEnrollFile
000000     PERFORM OpenWaitlistFile
000000     PERFORM OpenSectionFile
000000     PERFORM OpenHoldFile
000000     PERFORM OpenPrereqFiles.
000000
000000 GetSearchId.
000000     DISPLAY "Enter StudentId : " WITH NO ADVANCING
000000     ACCEPT WL-WaitDate FROM DATE YYYYMMDD
000000     ACCEPT WL-WaitTime FROM TIME
000000     MOVE SPACES TO WL-SectionNo
000000     MOVE "N" TO WL-PrereqOverride
000000     WRITE WaitlistRecord
000000     DISPLAY "Course " CourseCode " is full - StudentId "
000000        StudentId " written to the waitlist.".
000000
000000* The new student's course of record is their first registration.
000000* It is held to the same hold and prerequisite edits EnrollMaint
000000* and SeqWrite apply; refused, the master stays as written and
000000* the student is simply left without the registration.
000000 WriteEnrollmentRecord.
000000     PERFORM CheckRegistrationAllowed
000000     IF WS-Reg-Allowed = "N"
000000        DISPLAY "StudentId " StudentId " is on file, but the "
000000           "registration for " CourseCode " was not made."
000000     ELSE
000000        MOVE StudentId TO EN-StudentId
000000        MOVE CourseCode TO EN-CourseCode
000000        ACCEPT EN-EnrollDate FROM DATE YYYYMMDD
000000        MOVE WS-Current-Term TO EN-TermCode
000000        MOVE SPACES TO EN-SectionNo
000000        WRITE EnrollmentRecord
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              PERFORM BumpCourseSeats
000000              IF WS-Override-OK = "Y"
000000                 PERFORM LogPrereqOverride
000000              END-IF
000000        END-WRITE
000000     END-IF.
000000
000000 CheckRegistrationAllowed.
000000     MOVE "Y" TO WS-Reg-Allowed
000000     MOVE "N" TO WS-Override-OK
000000     PERFORM CheckRegistrationHolds
000000     IF WS-Reg-Allowed = "Y"
000000        PERFORM CheckStudentPrereqs
000000     END-IF.
000000
000000* Any active hold flagged to block registration refuses it.
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
000000                 MOVE "N" TO WS-Reg-Allowed
000000                 MOVE "Y" TO WS-Hold-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* A supervisor at the terminal may let the registration through;
000000* the override is logged only once the registration is written.
000000 CheckStudentPrereqs.
000000     MOVE StudentId TO WS-Prereq-Student
000000     MOVE CourseCode TO WS-Prereq-Course
000000     PERFORM CheckPrerequisites
000000     IF WS-Prereq-Met = "N"
000000        PERFORM RequestPrereqOverride
000000        IF WS-Override-OK = "Y"
000000           MOVE CourseCode TO WS-OV-CourseCode
000000           MOVE SPACES TO WS-OV-SectionNo
000000           MOVE WS-Current-Term TO WS-OV-TermCode
000000        ELSE
000000           MOVE "N" TO WS-Reg-Allowed
000000        END-IF
000000     END-IF.
000000
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
000000     MOVE "StudentMaint" TO CH-ProgramName
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
000000 ValidateAdvisorCode.
000000     MOVE AdvisorCode TO AD-AdvisorCode
