000000* so the queue keeps its arrival order.  CALLed by StudentMaint
000000* and EnrollMaint when a delete or a drop frees a seat, and can
000000* be run on its own.
000000* A student who has not passed a course's prerequisites on
000000* GRADES.DAT is not promoted - the entry goes to REJECTS.DAT with
000000* reason PR instead - unless a supervisor overrode the check when
000000* the student was waitlisted.  A student since given an active
000000* hold that blocks registration is passed over and keeps their
000000* place in the queue until the hold is released.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS LetterFileStatus.
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
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000     SELECT RejectFile ASSIGN TO "REJECTS.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS RejectFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD WaitlistFile.
000000    02  WL-WaitDate      PIC 9(8).
000000    02  WL-WaitTime      PIC 9(8).
000000    02  WL-SectionNo     PIC X(2).
000000    02  WL-PrereqOverride PIC X.
000000
000000 FD WaitlistWorkFile.
000000 01 WorkRecord            PIC X(67).
000000
000000 FD StudentFile.
000000 01 StudentDetails.
000000    02  TM-EndDate      PIC 9(8).
000000    02  TM-CurrentFlag  PIC X.
000000    02  TM-BillingFlag  PIC X.
000000    02  TM-IncDeadline  PIC 9(8).
000000    02  TM-FullTimeHrs  PIC 99.
000000    02  TM-ThreeQtrHrs  PIC 99.
000000    02  TM-HalfTimeHrs  PIC 99.
000000
000000* Course section table - the layout SectionMaint maintains.  A
000000* waitlist entry naming a section is promoted only when that
000000    02  SE-Room         PIC X(6).
000000    02  SE-MaxSeats     PIC 9(3).
000000    02  SE-SeatsTaken   PIC 9(5).
000000    02  SE-InstructorCode PIC X(4).
000000
000000* One record per letter owed to a student - a PROMOTED letter is
000000* written for every promotion so students stop learning they
000000    02  LT-CourseCode   PIC X(4).
000000    02  LT-SectionNo    PIC X(2).
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
000000* Student holds - the layout HoldMaint maintains.  An active hold
000000* ("A") flagged to block registration keeps the student queued.
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
000000* Batch rejects - the layout SeqWrite writes and RejectResubmit
000000* works.  A waitlisted student short of a prerequisite lands here
000000* with reason PR and the course and section they were queued for.
000000 FD RejectFile.
000000 01 RejectRecord.
000000    02  RJ-StudentDetails PIC X(44).
000000    02  RJ-ReasonList.
000000        03 RJ-Reason     PIC XX OCCURS 5 TIMES.
000000    02  RJ-CourseCode    PIC X(4).
000000    02  RJ-SectionNo     PIC X(2).
000000
000000 WORKING-STORAGE SECTION.
000000 01  WaitlistFileStatus                 PIC XX.
000000 01  WorkFileStatus                     PIC XX.
000000 01  SectionFileStatus                  PIC XX.
000000 01  WS-Sections-OnFile                 PIC X VALUE "N".
000000 01  LetterFileStatus                   PIC XX.
000000 01  RejectFileStatus                   PIC XX.
000000 01  WS-Rejected-Count                  PIC 9(4) VALUE ZERO.
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
000000 01  HoldFileStatus                     PIC XX.
000000 01  WS-Holds-OnFile                    PIC X VALUE "N".
000000 01  WS-Hold-EOF                        PIC X VALUE "N".
000000 01  WS-Held                            PIC X VALUE "N".
000000 01  WS-Held-Count                      PIC 9(4) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Waitlist-EOF
000000     MOVE "N" TO WS-Work-EOF
000000     MOVE ZERO TO WS-Promoted-Count
000000     MOVE ZERO TO WS-Held-Count
000000     OPEN INPUT WaitlistFile
000000     IF WaitlistFileStatus NOT = "00"
000000        DISPLAY "WAITLIST.DAT could not be opened (status "
000000        MOVE "Y" TO WS-Sections-OnFile
000000     END-IF
000000     PERFORM OpenLetterFile
000000     PERFORM OpenPrereqFiles
000000     PERFORM OpenHoldFile
000000     PERFORM OpenRejectFile
000000     OPEN OUTPUT WaitlistWorkFile
000000     PERFORM ReadWaitlistRecord
000000     PERFORM UNTIL WS-Waitlist-EOF = "Y"
000000        CLOSE SectionFile
000000     END-IF
000000     CLOSE LetterFile
000000     PERFORM ClosePrereqFiles
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     CLOSE RejectFile
000000     IF WS-Promoted-Count > ZERO
000000        DISPLAY "Students promoted from waitlist : "
000000           WS-Promoted-Count
000000     END-IF
000000     IF WS-Rejected-Count > ZERO
000000        DISPLAY "Waitlist entries rejected (PR)  : "
000000           WS-Rejected-Count
000000     END-IF
000000     IF WS-Held-Count > ZERO
000000        DISPLAY "Entries held back by a hold     : "
000000           WS-Held-Count
000000     END-IF
000000     GOBACK.
000000
000000 ReadWaitlistRecord.
000000        OPEN OUTPUT LetterFile
000000     END-IF.
000000
000000 OpenRejectFile.
000000     OPEN EXTEND RejectFile
000000     IF RejectFileStatus = "35"
000000        OPEN OUTPUT RejectFile
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
000000* Holds are optional - with no HOLDS.DAT on file nobody is held.
000000 OpenHoldFile.
000000     MOVE "N" TO WS-Holds-OnFile
000000     OPEN INPUT HoldFile
000000     IF HoldFileStatus = "00"
000000        MOVE "Y" TO WS-Holds-OnFile
000000     END-IF.
000000
000000* TERMS.DAT is read front to back for the term flagged current -
000000* the one term registrations, rosters and billing belong to.
000000 GetCurrentTerm.
000000           END-IF
000000     END-READ.
000000
000000* Prerequisites are only looked at once a seat is free, so a
000000* student still queued is not rejected before the grades for
000000* the term in progress have had a chance to post.  A held
000000* student keeps their entry and the seat goes to the next in line.
000000 ProcessWaitlistEntry.
000000     PERFORM CheckSeatFree
000000     IF WS-Seat-Free = "Y"
000000        PERFORM CheckRegistrationHolds
000000     END-IF
000000     IF WS-Seat-Free = "Y"
000000        MOVE "Y" TO WS-Prereq-Met
000000        IF WL-PrereqOverride NOT = "Y"
000000           MOVE WL-StudentId TO WS-Prereq-Student
000000           MOVE WL-CourseCode TO WS-Prereq-Course
000000           PERFORM CheckPrerequisites
000000        END-IF
000000        IF WS-Prereq-Met = "Y"
000000           PERFORM PromoteStudent
000000        ELSE
000000           PERFORM RejectWaitlistEntry
000000        END-IF
000000     ELSE
000000        WRITE WorkRecord FROM WaitlistRecord
000000     END-IF.
000000
000000* Any active hold flagged to block registration, the test
000000* EnrollMaint applies.  The entry is written back to the queue.
000000 CheckRegistrationHolds.
000000     MOVE "N" TO WS-Held
000000     IF WS-Holds-OnFile = "Y"
000000        MOVE "N" TO WS-Hold-EOF
000000        MOVE WL-StudentId TO HD-StudentId
000000        MOVE LOW-VALUES TO HD-HoldType
000000        START HoldFile KEY IS NOT < HD-HoldKey
000000           INVALID KEY MOVE "Y" TO WS-Hold-EOF
000000        END-START
000000        PERFORM CheckOneHold
000000           UNTIL WS-Hold-EOF = "Y"
000000     END-IF
000000     IF WS-Held = "Y"
000000        MOVE "N" TO WS-Seat-Free
000000        ADD 1 TO WS-Held-Count
000000        DISPLAY "StudentId " WL-StudentId " not promoted into "
000000           "course " WL-CourseCode " - registration hold "
000000           HD-HoldType " on file."
000000     END-IF.
000000
000000 CheckOneHold.
000000     READ HoldFile NEXT
000000        AT END MOVE "Y" TO WS-Hold-EOF
000000        NOT AT END
000000           IF HD-StudentId NOT = WL-StudentId
000000              MOVE "Y" TO WS-Hold-EOF
000000           ELSE
000000              IF HD-HoldStatus = "A"
000000                 AND HD-BlockRegister = "Y"
000000                 MOVE "Y" TO WS-Held
000000                 MOVE "Y" TO WS-Hold-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* A course no longer on the master, or no longer offered, keeps
000000* its waitlisted students waiting so the registrar can sort the
000000* entry out by hand rather than losing it.
000000     DISPLAY "Promoted StudentId " WL-StudentId
000000        " into course " WL-CourseCode.
000000
000000* The entry leaves the waitlist.  Once the student has the grade
000000* or a supervisor lets it through, RejectResubmit re-checks the
000000* queued course and section and registers a student already on
000000* file, or reloads a new student's record.
000000 RejectWaitlistEntry.
000000     MOVE WL-StudentDetails TO RJ-StudentDetails
000000     MOVE SPACES TO RJ-ReasonList
000000     MOVE "PR" TO RJ-Reason (1)
000000     MOVE WL-CourseCode TO RJ-CourseCode
000000     MOVE WL-SectionNo TO RJ-SectionNo
000000     WRITE RejectRecord
000000     ADD 1 TO WS-Rejected-Count
000000     DISPLAY "StudentId " WL-StudentId " not promoted into "
000000        "course " WL-CourseCode " - prerequisite "
000000        WS-Failed-Prereq " not met.".
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
000000 CopyWorkFileBack.
000000     OPEN INPUT WaitlistWorkFile
000000     OPEN OUTPUT WaitlistFile
