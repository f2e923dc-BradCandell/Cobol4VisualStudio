000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  IncompleteLapse.
000000 AUTHOR.  Michael Coughlan.
000000* Incomplete lapse run.  An I on GRADES.DAT stands until the
000000* instructor changes it to the final grade through GradeEntry or
000000* until the term's incomplete deadline (TM-IncDeadline on
000000* TERMS.DAT) passes.  Every I still on file for a term whose
000000* deadline is before the run date is rewritten as an F, logged to
000000* CHGHIST.DAT with its before-and-after image the way GradeEntry
000000* logs a grade change, and listed on INCLAPSE.LST for the
000000* registrar.  A term with no deadline set is left alone.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS GR-GradeKey
000000 		FILE STATUS IS GradeFileStatus.
000000
000000     SELECT TermFile ASSIGN TO "TERMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS TM-TermCode
000000 		FILE STATUS IS TermFileStatus.
000000
000000     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS StudentId
000000 		FILE STATUS IS StudentFileStatus.
000000
000000     SELECT CourseMaster ASSIGN TO "COURSES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000     SELECT LapseListFile ASSIGN TO "INCLAPSE.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One result record per student per course per term - the layout
000000* GradeEntry maintains.
000000 FD GradeFile.
000000 01 GradeRecord.
000000    02  GR-GradeKey.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
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
000000 FD LapseListFile.
000000 01 LapseListLine         PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  GradeFileStatus                    PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Grade-EOF                       PIC X VALUE "N".
000000 01  WS-Operator-Id                     PIC X(8) VALUE "LAPSE".
000000 01  WS-Before-Image                    PIC X(60) VALUE SPACES.
000000 01  WS-Saved-Term                      PIC X(5) VALUE SPACES.
000000 01  WS-Term-Deadline                   PIC 9(8) VALUE ZERO.
000000 01  WS-Term-Lapsed                     PIC X VALUE "N".
000000 01  WS-Open-Count                      PIC 9(5) VALUE ZERO.
000000 01  WS-Lapsed-Count                    PIC 9(5) VALUE ZERO.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(30)
000000                        VALUE "Lapsed Incompletes - run ".
000000    02  PH-RunDate      PIC 9(8).
000000    02  FILLER          PIC X(9) VALUE " - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(19) VALUE SPACES.
000000
000000 01  ColumnHeaderLine.
000000    02  FILLER          PIC X(40)
000000        VALUE "Student  Name         Term  Course Title".
000000    02  FILLER          PIC X(30)
000000        VALUE "                 Deadline".
000000
000000 01  DetailLine.
000000    02  D-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Initials      PIC XX.
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  D-Surname       PIC X(8).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-TermCode      PIC X(5).
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  D-CourseCode    PIC X(4).
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-CourseTitle   PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Deadline      PIC 9(8).
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(34)
000000                        VALUE "Incompletes lapsed to F          ".
000000    02  T-Lapsed        PIC ZZZZ9.
000000    02  FILLER          PIC X(31) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Open-Count
000000     MOVE ZERO TO WS-Lapsed-Count
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE 99 TO WS-Line-Count
000000     MOVE SPACES TO WS-Saved-Term
000000     DISPLAY "Run date (YYYYMMDD, blank = today) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Run-Date
000000     IF WS-Run-Date IS NOT NUMERIC OR WS-Run-Date = ZERO
000000        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     END-IF
000000     OPEN I-O GradeFile
000000     IF GradeFileStatus NOT = "00"
000000        DISPLAY "GRADES.DAT could not be opened (status "
000000           GradeFileStatus ") - run GradeEntry first."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ") - run TermLoad first."
000000        CLOSE GradeFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ")."
000000        CLOSE GradeFile
000000        CLOSE TermFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE GradeFile
000000        CLOSE TermFile
000000        CLOSE StudentFile
000000        STOP RUN
000000     END-IF
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000        OPEN OUTPUT ChangeHistoryFile
000000     END-IF
000000     OPEN OUTPUT LapseListFile
000000     MOVE "N" TO WS-Grade-EOF
000000     PERFORM CheckOneGrade
000000        UNTIL WS-Grade-EOF = "Y"
000000     PERFORM PrintTotalLine
000000     CLOSE GradeFile
000000     CLOSE TermFile
000000     CLOSE StudentFile
000000     CLOSE CourseMaster
000000     CLOSE ChangeHistoryFile
000000     CLOSE LapseListFile
000000     DISPLAY "Incompletes found      : " WS-Open-Count
000000     DISPLAY "Incompletes lapsed to F: " WS-Lapsed-Count
000000     DISPLAY "Lapse list written to INCLAPSE.LST"
000000     STOP RUN.
000000
000000 CheckOneGrade.
000000     READ GradeFile NEXT
000000        AT END MOVE "Y" TO WS-Grade-EOF
000000        NOT AT END
000000           IF GR-Grade = "I"
000000              ADD 1 TO WS-Open-Count
000000              PERFORM CheckTermDeadline
000000              IF WS-Term-Lapsed = "Y"
000000                 PERFORM LapseIncomplete
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000* Grades arrive in StudentId order, so the terms come round again
000000* and again - the last term looked up is kept to save re-reading
000000* it for every incomplete in a row.
000000 CheckTermDeadline.
000000     IF GR-TermCode NOT = WS-Saved-Term
000000        MOVE GR-TermCode TO WS-Saved-Term
000000        MOVE GR-TermCode TO TM-TermCode
000000        READ TermFile
000000           INVALID KEY
000000              MOVE ZERO TO WS-Term-Deadline
000000           NOT INVALID KEY
000000              MOVE TM-IncDeadline TO WS-Term-Deadline
000000        END-READ
000000        IF WS-Term-Deadline IS NOT NUMERIC
000000           MOVE ZERO TO WS-Term-Deadline
000000        END-IF
000000     END-IF
000000     IF WS-Term-Deadline NOT = ZERO
000000        AND WS-Term-Deadline < WS-Run-Date
000000        MOVE "Y" TO WS-Term-Lapsed
000000     ELSE
000000        MOVE "N" TO WS-Term-Lapsed
000000     END-IF.
000000
000000 LapseIncomplete.
000000     MOVE SPACES TO WS-Before-Image
000000     MOVE GradeRecord TO WS-Before-Image
000000     MOVE "F" TO GR-Grade
000000     REWRITE GradeRecord
000000        INVALID KEY
000000           DISPLAY "Rewrite failed for StudentId " GR-StudentId
000000              " course " GR-CourseCode " - grade not lapsed."
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Lapsed-Count
000000           MOVE "C" TO CH-ActionCode
000000           MOVE SPACES TO CH-AfterImage
000000           MOVE GradeRecord TO CH-AfterImage
000000           PERFORM WriteChangeHistory
000000           PERFORM PrintDetailLine
000000     END-REWRITE.
000000
000000 WriteChangeHistory.
000000     MOVE WS-Operator-Id TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "IncLapse" TO CH-ProgramName
000000     MOVE GR-StudentId TO CH-StudentId
000000     MOVE WS-Before-Image TO CH-BeforeImage
000000     WRITE ChangeHistoryRecord.
000000
000000 PrintDetailLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE GR-StudentId TO StudentId
000000     READ StudentFile
000000        INVALID KEY
000000           MOVE SPACES TO Initials
000000           MOVE "UNKNOWN" TO Surname
000000     END-READ
000000     MOVE GR-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           MOVE "** NOT ON MASTER **" TO CM-CourseTitle
000000     END-READ
000000     MOVE GR-StudentId TO D-StudentId
000000     MOVE Initials TO D-Initials
000000     MOVE Surname TO D-Surname
000000     MOVE GR-TermCode TO D-TermCode
000000     MOVE GR-CourseCode TO D-CourseCode
000000     MOVE CM-CourseTitle TO D-CourseTitle
000000     MOVE WS-Term-Deadline TO D-Deadline
000000     WRITE LapseListLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 PrintTotalLine.
000000     IF WS-Line-Count + 2 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO LapseListLine
000000     WRITE LapseListLine
000000     MOVE WS-Lapsed-Count TO T-Lapsed
000000     WRITE LapseListLine FROM TotalLine
000000     ADD 2 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO LapseListLine
000000     WRITE LapseListLine
000000     MOVE WS-Run-Date TO PH-RunDate
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE LapseListLine FROM PageHeaderLine
000000     WRITE LapseListLine FROM ColumnHeaderLine
000000     ADD 1 TO WS-Line-Count.
