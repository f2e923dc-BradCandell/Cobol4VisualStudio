000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  DegreeAudit.
000000 AUTHOR.  Michael Coughlan.
000000* Degree audit.  Checks a student's GRADES.DAT history against
000000* the requirements RequirementLoad holds on REQUIREMENTS.DAT for
000000* the student's program (the CourseCode on the student record)
000000* and prints DEGAUDIT.LST - each required course, elective group
000000* and the minimum GPA shown as MET, IN PROGRESS (registered on
000000* ENROLL.DAT for the current term) or MISSING, with the hours
000000* still needed.  One StudentId may be keyed, or zero for every
000000* ACTIVE student.
000000*
000000* A course counts as passed on A thru D or P, and a repeated
000000* course counts once; the GPA is worked the Transcript way, on
000000* A-D and F only.  Each student's outcome is kept on DEGAUDIT.DAT
000000* for GradCandidates:
000000*   C  clean - every requirement met
000000*   F  final term - nothing missing, the rest in progress
000000*   O  outstanding - at least one requirement missing
000000*   N  no requirements on file for the program
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS StudentId
000000 		FILE STATUS IS StudentFileStatus.
000000
000000     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS GR-GradeKey
000000 		FILE STATUS IS GradeFileStatus.
000000
000000     SELECT CourseMaster ASSIGN TO "COURSES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT RequirementFile ASSIGN TO "REQUIREMENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RQ-ReqKey
000000 		FILE STATUS IS ReqFileStatus.
000000
000000     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS EN-EnrollKey
000000 		FILE STATUS IS EnrollFileStatus.
000000
000000     SELECT TermFile ASSIGN TO "TERMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS TM-TermCode
000000 		FILE STATUS IS TermFileStatus.
000000
000000     SELECT AuditResultFile ASSIGN TO "DEGAUDIT.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS DA-StudentId
000000 		FILE STATUS IS AuditFileStatus.
000000
000000     SELECT AuditListFile ASSIGN TO "DEGAUDIT.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD StudentFile.
000000 01 StudentDetails.
000000    02  StudentId       PIC 9(7).
000000    02  StudentName.
000000        03 Surname      PIC X(8).
000000        03 Initials     PIC XX.
000000    02  DateOfBirth.
000000        03 YOBirth      PIC 9(4).
000000        03 MOBirth      PIC 9(2).
000000        03 DOBirth      PIC 9(2).
000000    02  CourseCode      PIC X(4).
000000    02  Gender          PIC X.
000000    02  EnrollmentStatus PIC X(10).
000000    02  AdvisorCode     PIC X(4).
000000
000000* One result record per student per course per term - the layout
000000* GradeEntry maintains.  A student's repeats of a course sit
000000* together in key order.
000000 FD GradeFile.
000000 01 GradeRecord.
000000    02  GR-GradeKey.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD CourseMaster.
000000 01 CourseMasterRecord.
000000    02  CM-CourseCode   PIC X(4).
000000    02  CM-CourseTitle  PIC X(20).
000000    02  CM-CreditHours  PIC 9(2).
000000    02  CM-RatePerCredit PIC 9(4)V99.
000000    02  CM-CourseStatus PIC X.
000000    02  CM-MaxSeats     PIC 9(3).
000000    02  CM-SeatsTaken   PIC 9(5).
000000
000000* Degree requirements - the layout RequirementLoad maintains.  An
000000* elective group's header (blank course) sorts ahead of the
000000* courses that count toward it.
000000 FD RequirementFile.
000000 01 RequirementRecord.
000000    02  RQ-ReqKey.
000000        03 RQ-ProgramCode PIC X(4).
000000        03 RQ-ReqType    PIC X.
000000        03 RQ-GroupId    PIC X(2).
000000        03 RQ-CourseCode PIC X(4).
000000    02  RQ-MinHours      PIC 9(3).
000000    02  RQ-MinGPA        PIC 9V99.
000000
000000 FD EnrollFile.
000000 01 EnrollmentRecord.
000000    02  EN-EnrollKey.
000000        03 EN-StudentId  PIC 9(7).
000000        03 EN-CourseCode PIC X(4).
000000    02  EN-EnrollDate    PIC 9(8).
000000    02  EN-TermCode      PIC X(5).
000000    02  EN-SectionNo     PIC X(2).
000000
000000* Term calendar - the layout TermLoad maintains.
000000 FD TermFile.
000000 01 TermMasterRecord.
000000    02  TM-TermCode     PIC X(5).
000000    02  TM-StartDate    PIC 9(8).
000000    02  TM-EndDate      PIC 9(8).
000000    02  TM-CurrentFlag  PIC X.
000000    02  TM-BillingFlag  PIC X.
000000    02  TM-IncDeadline  PIC 9(8).
000000    02  TM-FullTimeHrs  PIC 99.
000000    02  TM-ThreeQtrHrs  PIC 99.
000000    02  TM-HalfTimeHrs  PIC 99.
000000
000000* Latest audit outcome per student, replaced on every audit.
000000 FD AuditResultFile.
000000 01 AuditResultRecord.
000000    02  DA-StudentId    PIC 9(7).
000000    02  DA-ProgramCode  PIC X(4).
000000    02  DA-AuditDate    PIC 9(8).
000000    02  DA-AuditResult  PIC X.
000000    02  DA-HoursNeeded  PIC 9(3).
000000    02  DA-GPA          PIC 9V99.
000000
000000 FD AuditListFile.
000000 01 AuditListLine         PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  GradeFileStatus                    PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  ReqFileStatus                      PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  AuditFileStatus                    PIC XX.
000000 01  WS-Audit-Id                        PIC 9(7) VALUE ZERO.
000000 01  WS-Audit-Date                      PIC 9(8) VALUE ZERO.
000000 01  WS-Current-Term                    PIC X(5) VALUE SPACES.
000000 01  WS-Enroll-OnFile                   PIC X VALUE "N".
000000 01  WS-Student-EOF                     PIC X VALUE "N".
000000 01  WS-Grade-EOF                       PIC X VALUE "N".
000000 01  WS-Enroll-EOF                      PIC X VALUE "N".
000000 01  WS-Req-EOF                         PIC X VALUE "N".
000000 01  WS-Term-EOF                        PIC X VALUE "N".
000000 01  WS-Grade-Points                    PIC 9(1) VALUE ZERO.
000000 01  WS-Quality-Points                  PIC 9(5)V99 VALUE ZERO.
000000 01  WS-GPA-Hours                       PIC 9(4) VALUE ZERO.
000000 01  WS-Earned-Hours                    PIC 9(4) VALUE ZERO.
000000 01  WS-GPA                             PIC 9V99 VALUE ZERO.
000000 01  WS-In-GPA                          PIC X VALUE "N".
000000 01  WS-Passing-Grade                   PIC X VALUE "N".
000000 01  WS-Course-Passed                   PIC X VALUE "N".
000000 01  WS-Course-Registered               PIC X VALUE "N".
000000 01  WS-Req-Count                       PIC 9(3) VALUE ZERO.
000000 01  WS-Missing-Count                   PIC 9(3) VALUE ZERO.
000000 01  WS-InProgress-Count                PIC 9(3) VALUE ZERO.
000000 01  WS-Hours-Needed                    PIC 9(3) VALUE ZERO.
000000 01  WS-Req-Needed                      PIC S9(3) VALUE ZERO.
000000 01  WS-Result                          PIC X VALUE SPACE.
000000 01  WS-Group-Open                      PIC X VALUE "N".
000000 01  WS-Group-Id                        PIC X(2) VALUE SPACES.
000000 01  WS-Group-Min                       PIC 9(3) VALUE ZERO.
000000 01  WS-Group-Earned                    PIC 9(3) VALUE ZERO.
000000 01  WS-Group-InProgress                PIC 9(3) VALUE ZERO.
000000 01  WS-Audited-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-Clean-Count                     PIC 9(5) VALUE ZERO.
000000 01  WS-Final-Count                     PIC 9(5) VALUE ZERO.
000000 01  WS-Outstanding-Count               PIC 9(5) VALUE ZERO.
000000 01  WS-NoReq-Count                     PIC 9(5) VALUE ZERO.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 50.
000000 01  WS-Print-Line                      PIC X(70) VALUE SPACES.
000000
000000* The courses on the student's history, one entry per course
000000* however often it was sat, and the courses registered for the
000000* current term.
000000 01  WS-Hist-Count                      PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Hist-Sub                        PIC 9(3) COMP VALUE ZERO.
000000 01  WS-History-Table.
000000    02  WS-Hist-Entry OCCURS 80 TIMES.
000000        03 WH-CourseCode PIC X(4).
000000        03 WH-Passed     PIC X.
000000        03 WH-Hours      PIC 9(2).
000000 01  WS-Reg-Count                       PIC 9(2) COMP VALUE ZERO.
000000 01  WS-Reg-Sub                         PIC 9(2) COMP VALUE ZERO.
000000 01  WS-Registration-Table.
000000    02  WS-Reg-CourseCode PIC X(4) OCCURS 20 TIMES.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(26)
000000                        VALUE "Degree Audit - run date ".
000000    02  PH-AuditDate    PIC 9(8).
000000    02  FILLER          PIC X(9) VALUE "  Term : ".
000000    02  PH-TermCode     PIC X(5).
000000    02  FILLER          PIC X(9) VALUE " - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(9) VALUE SPACES.
000000
000000 01  StudentHeaderLine.
000000    02  FILLER          PIC X(8) VALUE "Student ".
000000    02  S-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  S-Initials      PIC XX.
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  S-Surname       PIC X(8).
000000    02  FILLER          PIC X(10) VALUE "  Program ".
000000    02  S-ProgramCode   PIC X(4).
000000    02  FILLER          PIC X(6) VALUE "  GPA ".
000000    02  S-GPA           PIC 9.99.
000000    02  FILLER          PIC X(9) VALUE "  Earned ".
000000    02  S-Earned        PIC ZZZ9.
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000
000000 01  ColumnHeaderLine.
000000    02  FILLER          PIC X(40)
000000        VALUE "  Requirement Item  Description         ".
000000    02  FILLER          PIC X(30)
000000        VALUE "  Status      Needed".
000000
000000 01  RequirementLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-ReqKind       PIC X(10).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-ReqItem       PIC X(4).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-ReqText       PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Status        PIC X(11).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-Needed        PIC ZZ9 BLANK WHEN ZERO.
000000    02  FILLER          PIC X(10) VALUE SPACES.
000000
000000* Description texts for the elective and GPA lines.
000000 01  WS-Hours-Text.
000000    02  FILLER          PIC X(9) VALUE "at least ".
000000    02  WT-Hours        PIC ZZ9.
000000    02  FILLER          PIC X(8) VALUE " hours".
000000 01  WS-GPA-Text.
000000    02  FILLER          PIC X(9) VALUE "at least ".
000000    02  WT-GPA          PIC 9.99.
000000    02  FILLER          PIC X(7) VALUE SPACES.
000000
000000 01  ResultLine.
000000    02  FILLER          PIC X(17) VALUE "  Audit result : ".
000000    02  R-Result        PIC X(24).
000000    02  FILLER          PIC X(16) VALUE "  Hours needed: ".
000000    02  R-HoursNeeded   PIC ZZ9.
000000    02  FILLER          PIC X(10) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(18) VALUE "Students audited ".
000000    02  T-Audited       PIC ZZZZ9.
000000    02  FILLER          PIC X(8) VALUE "  clean ".
000000    02  T-Clean         PIC ZZZZ9.
000000    02  FILLER          PIC X(8) VALUE "  final ".
000000    02  T-Final         PIC ZZZZ9.
000000    02  FILLER          PIC X(14) VALUE "  outstanding ".
000000    02  T-Outstanding   PIC ZZZZ9.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Audited-Count
000000     MOVE ZERO TO WS-Clean-Count
000000     MOVE ZERO TO WS-Final-Count
000000     MOVE ZERO TO WS-Outstanding-Count
000000     MOVE ZERO TO WS-NoReq-Count
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE 99 TO WS-Line-Count
000000     ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
000000     OPEN INPUT RequirementFile
000000     IF ReqFileStatus NOT = "00"
000000        DISPLAY "REQUIREMENTS.DAT could not be opened (status "
000000           ReqFileStatus ") - run RequirementLoad first."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ")."
000000        CLOSE RequirementFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT GradeFile
000000     IF GradeFileStatus NOT = "00"
000000        DISPLAY "GRADES.DAT could not be opened (status "
000000           GradeFileStatus ") - run GradeEntry first."
000000        CLOSE RequirementFile
000000        CLOSE StudentFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE RequirementFile
000000        CLOSE StudentFile
000000        CLOSE GradeFile
000000        STOP RUN
000000     END-IF
000000     PERFORM GetCurrentTerm
000000     PERFORM OpenEnrollFile
000000     PERFORM OpenAuditResultFile
000000     OPEN OUTPUT AuditListFile
000000     DISPLAY "Enter StudentId (0 = every ACTIVE student) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Audit-Id
000000     IF WS-Audit-Id IS NOT NUMERIC OR WS-Audit-Id = ZERO
000000        MOVE "N" TO WS-Student-EOF
000000        PERFORM AuditNextActiveStudent
000000           UNTIL WS-Student-EOF = "Y"
000000     ELSE
000000        MOVE WS-Audit-Id TO StudentId
000000        READ StudentFile
000000           INVALID KEY
000000              DISPLAY "StudentId not found - " WS-Audit-Id
000000           NOT INVALID KEY
000000              PERFORM AuditOneStudent
000000        END-READ
000000     END-IF
000000     PERFORM PrintTotalLine
000000     CLOSE RequirementFile
000000     CLOSE StudentFile
000000     CLOSE GradeFile
000000     CLOSE CourseMaster
000000     IF WS-Enroll-OnFile = "Y"
000000        CLOSE EnrollFile
000000     END-IF
000000     CLOSE AuditResultFile
000000     CLOSE AuditListFile
000000     DISPLAY "Students audited : " WS-Audited-Count
000000     DISPLAY "  clean          : " WS-Clean-Count
000000     DISPLAY "  final term     : " WS-Final-Count
000000     DISPLAY "  outstanding    : " WS-Outstanding-Count
000000     DISPLAY "  no requirements: " WS-NoReq-Count
000000     DISPLAY "Degree audit written to DEGAUDIT.LST"
000000     STOP RUN.
000000
000000* Without a current term nothing can be in progress - every
000000* requirement is then either met or missing.
000000 GetCurrentTerm.
000000     MOVE SPACES TO WS-Current-Term
000000     OPEN INPUT TermFile
000000     IF TermFileStatus = "00"
000000        MOVE "N" TO WS-Term-EOF
000000        PERFORM FindCurrentTerm
000000           UNTIL WS-Term-EOF = "Y"
000000        CLOSE TermFile
000000     END-IF.
000000
000000 FindCurrentTerm.
000000     READ TermFile NEXT
000000        AT END MOVE "Y" TO WS-Term-EOF
000000        NOT AT END
000000           IF TM-CurrentFlag = "Y"
000000              MOVE TM-TermCode TO WS-Current-Term
000000              MOVE "Y" TO WS-Term-EOF
000000           END-IF
000000     END-READ.
000000
000000 OpenEnrollFile.
000000     MOVE "N" TO WS-Enroll-OnFile
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus = "00"
000000        MOVE "Y" TO WS-Enroll-OnFile
000000     END-IF.
000000
000000 OpenAuditResultFile.
000000     OPEN I-O AuditResultFile
000000     IF AuditFileStatus = "35"
000000        OPEN OUTPUT AuditResultFile
000000        CLOSE AuditResultFile
000000        OPEN I-O AuditResultFile
000000     END-IF.
000000
000000 AuditNextActiveStudent.
000000     READ StudentFile NEXT
000000        AT END MOVE "Y" TO WS-Student-EOF
000000        NOT AT END
000000           IF EnrollmentStatus = "ACTIVE"
000000              PERFORM AuditOneStudent
000000           END-IF
000000     END-READ.
000000
000000 AuditOneStudent.
000000     ADD 1 TO WS-Audited-Count
000000     MOVE ZERO TO WS-Req-Count
000000     MOVE ZERO TO WS-Missing-Count
000000     MOVE ZERO TO WS-InProgress-Count
000000     MOVE ZERO TO WS-Hours-Needed
000000     MOVE "N" TO WS-Group-Open
000000     PERFORM LoadGradeHistory
000000     PERFORM LoadRegistrations
000000     PERFORM PrintStudentHeader
000000     MOVE CourseCode TO RQ-ProgramCode
000000     MOVE LOW-VALUES TO RQ-ReqType
000000     MOVE LOW-VALUES TO RQ-GroupId
000000     MOVE LOW-VALUES TO RQ-CourseCode
000000     MOVE "N" TO WS-Req-EOF
000000     START RequirementFile KEY IS NOT < RQ-ReqKey
000000        INVALID KEY MOVE "Y" TO WS-Req-EOF
000000     END-START
000000     PERFORM CheckOneRequirement
000000        UNTIL WS-Req-EOF = "Y"
000000     IF WS-Group-Open = "Y"
000000        PERFORM FinishElectiveGroup
000000     END-IF
000000     PERFORM SetAuditResult
000000     PERFORM PrintResultLine
000000     PERFORM WriteAuditResult.
000000
000000* Builds the history table and the GPA and earned-hour totals.  A
000000* course passed on any sitting is passed; its hours are earned
000000* once.
000000 LoadGradeHistory.
000000     MOVE ZERO TO WS-Hist-Count
000000     MOVE ZERO TO WS-Quality-Points
000000     MOVE ZERO TO WS-GPA-Hours
000000     MOVE ZERO TO WS-Earned-Hours
000000     MOVE ZERO TO WS-GPA
000000     MOVE StudentId TO GR-StudentId
000000     MOVE SPACES TO GR-CourseCode
000000     MOVE SPACES TO GR-TermCode
000000     MOVE "N" TO WS-Grade-EOF
000000     START GradeFile KEY IS NOT < GR-GradeKey
000000        INVALID KEY MOVE "Y" TO WS-Grade-EOF
000000     END-START
000000     PERFORM ReadOneHistoryGrade
000000        UNTIL WS-Grade-EOF = "Y"
000000     IF WS-GPA-Hours > ZERO
000000        COMPUTE WS-GPA ROUNDED =
000000           WS-Quality-Points / WS-GPA-Hours
000000     END-IF.
000000
000000 ReadOneHistoryGrade.
000000     READ GradeFile NEXT
000000        AT END MOVE "Y" TO WS-Grade-EOF
000000        NOT AT END
000000           IF GR-StudentId NOT = StudentId
000000              MOVE "Y" TO WS-Grade-EOF
000000           ELSE
000000              PERFORM AddHistoryGrade
000000           END-IF
000000     END-READ.
000000
000000 AddHistoryGrade.
000000     MOVE GR-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           MOVE ZERO TO CM-CreditHours
000000     END-READ
000000     PERFORM SetGradePoints
000000     IF WS-In-GPA = "Y"
000000        COMPUTE WS-Quality-Points = WS-Quality-Points
000000           + (WS-Grade-Points * CM-CreditHours)
000000        ADD CM-CreditHours TO WS-GPA-Hours
000000     END-IF
000000     IF WS-Hist-Count = ZERO
000000        PERFORM AddHistoryCourse
000000     ELSE
000000        IF WH-CourseCode(WS-Hist-Count) NOT = GR-CourseCode
000000           PERFORM AddHistoryCourse
000000        END-IF
000000     END-IF
000000     IF WS-Passing-Grade = "Y"
000000        AND WH-CourseCode(WS-Hist-Count) = GR-CourseCode
000000        AND WH-Passed(WS-Hist-Count) = "N"
000000        MOVE "Y" TO WH-Passed(WS-Hist-Count)
000000        ADD CM-CreditHours TO WS-Earned-Hours
000000     END-IF.
000000
000000 AddHistoryCourse.
000000     IF WS-Hist-Count < 80
000000        ADD 1 TO WS-Hist-Count
000000        MOVE GR-CourseCode TO WH-CourseCode(WS-Hist-Count)
000000        MOVE "N" TO WH-Passed(WS-Hist-Count)
000000        MOVE CM-CreditHours TO WH-Hours(WS-Hist-Count)
000000     END-IF.
000000
000000* A-D and F count toward the GPA; A-D and P pass the course.
000000 SetGradePoints.
000000     MOVE 0 TO WS-Grade-Points
000000     MOVE "Y" TO WS-In-GPA
000000     MOVE "Y" TO WS-Passing-Grade
000000     EVALUATE GR-Grade
000000        WHEN "A"
000000           MOVE 4 TO WS-Grade-Points
000000        WHEN "B"
000000           MOVE 3 TO WS-Grade-Points
000000        WHEN "C"
000000           MOVE 2 TO WS-Grade-Points
000000        WHEN "D"
000000           MOVE 1 TO WS-Grade-Points
000000        WHEN "F"
000000           MOVE "N" TO WS-Passing-Grade
000000        WHEN "P"
000000           MOVE "N" TO WS-In-GPA
000000        WHEN OTHER
000000           MOVE "N" TO WS-In-GPA
000000           MOVE "N" TO WS-Passing-Grade
000000     END-EVALUATE.
000000
000000 LoadRegistrations.
000000     MOVE ZERO TO WS-Reg-Count
000000     IF WS-Enroll-OnFile = "Y" AND WS-Current-Term NOT = SPACES
000000        MOVE StudentId TO EN-StudentId
000000        MOVE SPACES TO EN-CourseCode
000000        MOVE "N" TO WS-Enroll-EOF
000000        START EnrollFile KEY IS NOT < EN-EnrollKey
000000           INVALID KEY MOVE "Y" TO WS-Enroll-EOF
000000        END-START
000000        PERFORM ReadOneRegistration
000000           UNTIL WS-Enroll-EOF = "Y"
000000     END-IF.
000000
000000 ReadOneRegistration.
000000     READ EnrollFile NEXT
000000        AT END MOVE "Y" TO WS-Enroll-EOF
000000        NOT AT END
000000           IF EN-StudentId NOT = StudentId
000000              MOVE "Y" TO WS-Enroll-EOF
000000           ELSE
000000              IF EN-TermCode = WS-Current-Term
000000                 AND WS-Reg-Count < 20
000000                 ADD 1 TO WS-Reg-Count
000000                 MOVE EN-CourseCode
000000                    TO WS-Reg-CourseCode(WS-Reg-Count)
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* An elective group runs from its header to the first record of
000000* another group or kind, so the group is closed off before the
000000* next record is applied.
000000 CheckOneRequirement.
000000     READ RequirementFile NEXT
000000        AT END MOVE "Y" TO WS-Req-EOF
000000        NOT AT END
000000           IF RQ-ProgramCode NOT = CourseCode
000000              MOVE "Y" TO WS-Req-EOF
000000           ELSE
000000              IF WS-Group-Open = "Y"
000000                 AND (RQ-ReqType NOT = "E"
000000                    OR RQ-GroupId NOT = WS-Group-Id)
000000                 PERFORM FinishElectiveGroup
000000              END-IF
000000              EVALUATE RQ-ReqType
000000                 WHEN "G"
000000                    PERFORM CheckGPARequirement
000000                 WHEN "R"
000000                    PERFORM CheckRequiredCourse
000000                 WHEN "E"
000000                    IF RQ-CourseCode = SPACES
000000                       PERFORM StartElectiveGroup
000000                    ELSE
000000                       IF WS-Group-Open = "Y"
000000                          PERFORM AddElectiveCourse
000000                       END-IF
000000                    END-IF
000000              END-EVALUATE
000000           END-IF
000000     END-READ.
000000
000000 CheckGPARequirement.
000000     ADD 1 TO WS-Req-Count
000000     MOVE "Min GPA" TO D-ReqKind
000000     MOVE SPACES TO D-ReqItem
000000     MOVE RQ-MinGPA TO WT-GPA
000000     MOVE WS-GPA-Text TO D-ReqText
000000     MOVE ZERO TO D-Needed
000000     IF WS-GPA NOT < RQ-MinGPA
000000        MOVE "MET" TO D-Status
000000     ELSE
000000        MOVE "MISSING" TO D-Status
000000        ADD 1 TO WS-Missing-Count
000000     END-IF
000000     MOVE RequirementLine TO WS-Print-Line
000000     PERFORM WritePrintLine.
000000
000000 CheckRequiredCourse.
000000     ADD 1 TO WS-Req-Count
000000     MOVE "Required" TO D-ReqKind
000000     MOVE RQ-CourseCode TO D-ReqItem
000000     MOVE RQ-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           MOVE "** NOT ON MASTER **" TO CM-CourseTitle
000000           MOVE ZERO TO CM-CreditHours
000000     END-READ
000000     MOVE CM-CourseTitle TO D-ReqText
000000     PERFORM FindHistoryCourse
000000     PERFORM FindRegistration
000000     EVALUATE TRUE
000000        WHEN WS-Course-Passed = "Y"
000000           MOVE "MET" TO D-Status
000000           MOVE ZERO TO D-Needed
000000        WHEN WS-Course-Registered = "Y"
000000           MOVE "IN PROGRESS" TO D-Status
000000           MOVE CM-CreditHours TO D-Needed
000000           ADD 1 TO WS-InProgress-Count
000000           ADD CM-CreditHours TO WS-Hours-Needed
000000        WHEN OTHER
000000           MOVE "MISSING" TO D-Status
000000           MOVE CM-CreditHours TO D-Needed
000000           ADD 1 TO WS-Missing-Count
000000           ADD CM-CreditHours TO WS-Hours-Needed
000000     END-EVALUATE
000000     MOVE RequirementLine TO WS-Print-Line
000000     PERFORM WritePrintLine.
000000
000000 StartElectiveGroup.
000000     MOVE "Y" TO WS-Group-Open
000000     MOVE RQ-GroupId TO WS-Group-Id
000000     MOVE RQ-MinHours TO WS-Group-Min
000000     MOVE ZERO TO WS-Group-Earned
000000     MOVE ZERO TO WS-Group-InProgress.
000000
000000 AddElectiveCourse.
000000     PERFORM FindHistoryCourse
000000     IF WS-Course-Passed = "Y"
000000        ADD WH-Hours(WS-Hist-Sub) TO WS-Group-Earned
000000     ELSE
000000        PERFORM FindRegistration
000000        IF WS-Course-Registered = "Y"
000000           MOVE RQ-CourseCode TO CM-CourseCode
000000           READ CourseMaster
000000              INVALID KEY
000000                 MOVE ZERO TO CM-CreditHours
000000           END-READ
000000           ADD CM-CreditHours TO WS-Group-InProgress
000000        END-IF
000000     END-IF.
000000
000000* Met on the hours already earned in the group; in progress if
000000* this term's registrations in the group would make up the rest.
000000 FinishElectiveGroup.
000000     MOVE "N" TO WS-Group-Open
000000     ADD 1 TO WS-Req-Count
000000     MOVE "Elective" TO D-ReqKind
000000     MOVE WS-Group-Id TO D-ReqItem
000000     MOVE WS-Group-Min TO WT-Hours
000000     MOVE WS-Hours-Text TO D-ReqText
000000     COMPUTE WS-Req-Needed = WS-Group-Min - WS-Group-Earned
000000     IF WS-Req-Needed < ZERO
000000        MOVE ZERO TO WS-Req-Needed
000000     END-IF
000000     MOVE WS-Req-Needed TO D-Needed
000000     EVALUATE TRUE
000000        WHEN WS-Req-Needed = ZERO
000000           MOVE "MET" TO D-Status
000000        WHEN WS-Group-InProgress NOT < WS-Req-Needed
000000           MOVE "IN PROGRESS" TO D-Status
000000           ADD 1 TO WS-InProgress-Count
000000        WHEN OTHER
000000           MOVE "MISSING" TO D-Status
000000           ADD 1 TO WS-Missing-Count
000000     END-EVALUATE
000000     ADD WS-Req-Needed TO WS-Hours-Needed
000000     MOVE RequirementLine TO WS-Print-Line
000000     PERFORM WritePrintLine.
000000
000000 FindHistoryCourse.
000000     MOVE "N" TO WS-Course-Passed
000000     PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
000000        UNTIL WS-Hist-Sub > WS-Hist-Count
000000           OR WS-Course-Passed = "Y"
000000        IF WH-CourseCode(WS-Hist-Sub) = RQ-CourseCode
000000           AND WH-Passed(WS-Hist-Sub) = "Y"
000000           MOVE "Y" TO WS-Course-Passed
000000        END-IF
000000     END-PERFORM
000000     IF WS-Course-Passed = "Y"
000000        SUBTRACT 1 FROM WS-Hist-Sub
000000     END-IF.
000000
000000 FindRegistration.
000000     MOVE "N" TO WS-Course-Registered
000000     PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
000000        UNTIL WS-Reg-Sub > WS-Reg-Count
000000        IF WS-Reg-CourseCode(WS-Reg-Sub) = RQ-CourseCode
000000           MOVE "Y" TO WS-Course-Registered
000000        END-IF
000000     END-PERFORM.
000000
000000 SetAuditResult.
000000     EVALUATE TRUE
000000        WHEN WS-Req-Count = ZERO
000000           MOVE "N" TO WS-Result
000000           MOVE "NO REQUIREMENTS ON FILE" TO R-Result
000000           ADD 1 TO WS-NoReq-Count
000000        WHEN WS-Missing-Count > ZERO
000000           MOVE "O" TO WS-Result
000000           MOVE "OUTSTANDING" TO R-Result
000000           ADD 1 TO WS-Outstanding-Count
000000        WHEN WS-InProgress-Count > ZERO
000000           MOVE "F" TO WS-Result
000000           MOVE "FINAL TERM" TO R-Result
000000           ADD 1 TO WS-Final-Count
000000        WHEN OTHER
000000           MOVE "C" TO WS-Result
000000           MOVE "CLEAN" TO R-Result
000000           ADD 1 TO WS-Clean-Count
000000     END-EVALUATE.
000000
000000 WriteAuditResult.
000000     MOVE StudentId TO DA-StudentId
000000     MOVE CourseCode TO DA-ProgramCode
000000     MOVE WS-Audit-Date TO DA-AuditDate
000000     MOVE WS-Result TO DA-AuditResult
000000     MOVE WS-Hours-Needed TO DA-HoursNeeded
000000     MOVE WS-GPA TO DA-GPA
000000     WRITE AuditResultRecord
000000        INVALID KEY
000000           REWRITE AuditResultRecord
000000              INVALID KEY
000000                 DISPLAY "Audit result not saved for StudentId "
000000                    StudentId
000000           END-REWRITE
000000     END-WRITE.
000000
000000* A student's block is kept on one page where it will fit.
000000 PrintStudentHeader.
000000     IF WS-Line-Count + 6 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO WS-Print-Line
000000     PERFORM WritePrintLine
000000     MOVE StudentId TO S-StudentId
000000     MOVE Initials TO S-Initials
000000     MOVE Surname TO S-Surname
000000     MOVE CourseCode TO S-ProgramCode
000000     MOVE WS-GPA TO S-GPA
000000     MOVE WS-Earned-Hours TO S-Earned
000000     MOVE StudentHeaderLine TO WS-Print-Line
000000     PERFORM WritePrintLine
000000     MOVE ColumnHeaderLine TO WS-Print-Line
000000     PERFORM WritePrintLine.
000000
000000 PrintResultLine.
000000     MOVE WS-Hours-Needed TO R-HoursNeeded
000000     MOVE ResultLine TO WS-Print-Line
000000     PERFORM WritePrintLine.
000000
000000 PrintTotalLine.
000000     MOVE SPACES TO WS-Print-Line
000000     PERFORM WritePrintLine
000000     MOVE WS-Audited-Count TO T-Audited
000000     MOVE WS-Clean-Count TO T-Clean
000000     MOVE WS-Final-Count TO T-Final
000000     MOVE WS-Outstanding-Count TO T-Outstanding
000000     MOVE TotalLine TO WS-Print-Line
000000     PERFORM WritePrintLine.
000000
000000 WritePrintLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     WRITE AuditListLine FROM WS-Print-Line
000000     ADD 1 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO AuditListLine
000000     WRITE AuditListLine
000000     MOVE WS-Audit-Date TO PH-AuditDate
000000     MOVE WS-Current-Term TO PH-TermCode
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE AuditListLine FROM PageHeaderLine
000000     ADD 1 TO WS-Line-Count.
