000000 AUTHOR.  Michael Coughlan.
000000* Graduation candidate identification run.  Totals earned credit
000000* hours per student across GRADES.DAT - CM-CreditHours for each
000000* passing grade (A thru D, or P under pass/no-pass; F, NP, W and
000000* I earn nothing), with a repeated GR-CourseCode counted
000000* only once - and prints GRADLIST.LST, the students at or within
000000* twelve hours of the keyed completion threshold, with Surname,
000000* AdvisorCode, credits earned and credits remaining.  After the
000000* set to a GRADUATE EnrollmentStatus so TermEndPurge archives
000000* them with the right disposition instead of lumping them in
000000* with the drop-outs.
000000*
000000* Hours alone do not make a graduate, so a student is listed only
000000* when the last DegreeAudit on DEGAUDIT.DAT came out clean or
000000* final term (nothing missing, the rest registered this term).
000000* Students close on hours but outstanding or not yet audited are
000000* counted at the foot of the list for the registrar to chase.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT AuditResultFile ASSIGN TO "DEGAUDIT.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS DA-StudentId
000000 		FILE STATUS IS AuditFileStatus.
000000
000000     SELECT GradListFile ASSIGN TO "GRADLIST.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD StudentFile.
000000 01 StudentDetails.
000000    02  CM-MaxSeats     PIC 9(3).
000000    02  CM-SeatsTaken   PIC 9(5).
000000
000000* Latest audit outcome per student - the layout DegreeAudit
000000* writes.
000000 FD AuditResultFile.
000000 01 AuditResultRecord.
000000    02  DA-StudentId    PIC 9(7).
000000    02  DA-ProgramCode  PIC X(4).
000000    02  DA-AuditDate    PIC 9(8).
000000    02  DA-AuditResult  PIC X.
000000    02  DA-HoursNeeded  PIC 9(3).
000000    02  DA-GPA          PIC 9V99.
000000
000000 FD GradListFile.
000000 01 GradListLine           PIC X(70).
000000
000000 01  GradeFileStatus                    PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  AuditFileStatus                    PIC XX.
000000 01  WS-Outstanding-Count               PIC 9(5) VALUE ZERO.
000000 01  WS-Unaudited-Count                 PIC 9(5) VALUE ZERO.
000000 01  WS-Grade-EOF                       PIC X VALUE "N".
000000 01  WS-Threshold                       PIC 9(3) VALUE ZERO.
000000 01  WS-Curr-Student                    PIC 9(7) VALUE ZERO.
000000    02  FILLER          PIC X(6) VALUE "Advsr".
000000    02  FILLER          PIC X(8) VALUE "  Earned".
000000    02  FILLER          PIC X(11) VALUE "  Remaining".
000000    02  FILLER          PIC X(26) VALUE "Audit       Audited".
000000
000000 01  DetailLine.
000000    02  D-StudentId     PIC 9(7).
000000    02  D-Earned        PIC ZZZ9.
000000    02  FILLER          PIC X(7) VALUE SPACES.
000000    02  D-Remaining     PIC ZZZ9.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-AuditResult   PIC X(10).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-AuditDate     PIC 9(8).
000000    02  FILLER          PIC X(6) VALUE SPACES.
000000
000000 01  CountLine.
000000    02  FILLER          PIC X(21) VALUE "  Candidates listed: ".
000000    02  C-Count         PIC ZZZZ9.
000000    02  FILLER          PIC X(44) VALUE SPACES.
000000
000000 01  HeldBackLine.
000000    02  FILLER          PIC X(34)
000000        VALUE "  Not listed - audit outstanding: ".
000000    02  H-Outstanding   PIC ZZZZ9.
000000    02  FILLER          PIC X(17) VALUE "   not audited: ".
000000    02  H-Unaudited     PIC ZZZZ9.
000000    02  FILLER          PIC X(9) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Grade-EOF
000000     MOVE ZERO TO WS-Candidate-Count
000000     MOVE ZERO TO WS-Outstanding-Count
000000     MOVE ZERO TO WS-Unaudited-Count
000000     DISPLAY "Completion threshold in credit hours "
000000        "(blank = 120) : " WITH NO ADVANCING
000000     ACCEPT WS-Threshold
000000        CLOSE StudentFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT AuditResultFile
000000     IF AuditFileStatus NOT = "00"
000000        DISPLAY "DEGAUDIT.DAT could not be opened (status "
000000           AuditFileStatus ") - run DegreeAudit first."
000000        CLOSE GradeFile
000000        CLOSE StudentFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT GradListFile
000000     MOVE WS-Threshold TO T-Threshold
000000     WRITE GradListLine FROM TitleLine
000000     PERFORM FinalizeStudent
000000     MOVE WS-Candidate-Count TO C-Count
000000     WRITE GradListLine FROM CountLine
000000     MOVE WS-Outstanding-Count TO H-Outstanding
000000     MOVE WS-Unaudited-Count TO H-Unaudited
000000     WRITE GradListLine FROM HeldBackLine
000000     CLOSE GradListFile
000000     CLOSE GradeFile
000000     CLOSE AuditResultFile
000000     DISPLAY "Candidates listed : " WS-Candidate-Count
000000     DISPLAY "Held back by audit: " WS-Outstanding-Count
000000     DISPLAY "Not yet audited   : " WS-Unaudited-Count
000000     DISPLAY "Candidate list written to GRADLIST.LST"
000000     PERFORM ConfirmGraduates
000000     CLOSE StudentFile
000000        AT END MOVE "Y" TO WS-Grade-EOF
000000     END-READ.
000000
000000* An F, NP, W or I earns nothing, and a passed course - a P
000000* included - earns its hours once
000000* however many times it was sat - the repeats sit next to each
000000* other in key order, so the last counted code is enough.
000000 CountPassingGrade.
000000     IF (GR-Grade = "A" OR GR-Grade = "B" OR GR-Grade = "C"
000000        OR GR-Grade = "D" OR GR-Grade = "P")
000000        AND GR-CourseCode NOT = WS-Counted-Course
000000        MOVE GR-CourseCode TO CM-CourseCode
000000        READ CourseMaster
000000           MOVE ZERO TO WS-Remaining
000000        END-IF
000000        IF WS-Remaining NOT > 12
000000           PERFORM CheckDegreeAudit
000000        END-IF
000000     END-IF.
000000
000000 CheckDegreeAudit.
000000     MOVE WS-Curr-Student TO DA-StudentId
000000     READ AuditResultFile
000000        INVALID KEY
000000           ADD 1 TO WS-Unaudited-Count
000000        NOT INVALID KEY
000000           EVALUATE DA-AuditResult
000000              WHEN "C"
000000                 MOVE "CLEAN" TO D-AuditResult
000000                 PERFORM WriteCandidateLine
000000              WHEN "F"
000000                 MOVE "FINAL TERM" TO D-AuditResult
000000                 PERFORM WriteCandidateLine
000000              WHEN "N"
000000                 ADD 1 TO WS-Unaudited-Count
000000              WHEN OTHER
000000                 ADD 1 TO WS-Outstanding-Count
000000           END-EVALUATE
000000     END-READ.
000000
000000 WriteCandidateLine.
000000     MOVE WS-Curr-Student TO StudentId
000000     READ StudentFile
000000     MOVE AdvisorCode TO D-AdvisorCode
000000     MOVE WS-Earned-Hours TO D-Earned
000000     MOVE WS-Remaining TO D-Remaining
000000     MOVE DA-AuditDate TO D-AuditDate
000000     WRITE GradListLine FROM DetailLine
000000     ADD 1 TO WS-Candidate-Count.
000000
