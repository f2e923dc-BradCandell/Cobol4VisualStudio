000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  GradeSheetDue.
000000 AUTHOR.  Michael Coughlan.
000000* Outstanding grade-sheet report, run after the grade deadline.
000000* Sorts a term's registrations on ENROLL.DAT by instructor and
000000* section, checks each one for a result on GRADES.DAT, and prints
000000* GRADEDUE.LST - every section with students still lacking a
000000* result, grouped under its instructor from INSTRUCTORS.DAT.  A
000000* section with no results at all is a grade sheet GradeSheetLoad
000000* has never seen; one with some results is a sheet that came in
000000* short.  Registrations with no section are grouped as
000000* UNASSIGNED.  The term defaults to the current term.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS EN-EnrollKey
000000 		FILE STATUS IS EnrollFileStatus.
000000
000000     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS GR-GradeKey
000000 		FILE STATUS IS GradeFileStatus.
000000
000000     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS SE-SectionKey
000000 		FILE STATUS IS SectionFileStatus.
000000
000000     SELECT InstructorMaster ASSIGN TO "INSTRUCTORS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS IS-InstructorCode
000000 		FILE STATUS IS InstructorFileStatus.
000000
000000     SELECT TermFile ASSIGN TO "TERMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS TM-TermCode
000000 		FILE STATUS IS TermFileStatus.
000000
000000     SELECT SortWorkFile ASSIGN TO "SORTWK1".
000000
000000     SELECT GradeDueFile ASSIGN TO "GRADEDUE.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD EnrollFile.
000000 01 EnrollmentRecord.
000000    02  EN-EnrollKey.
000000        03 EN-StudentId  PIC 9(7).
000000        03 EN-CourseCode PIC X(4).
000000    02  EN-EnrollDate    PIC 9(8).
000000    02  EN-TermCode      PIC X(5).
000000    02  EN-SectionNo     PIC X(2).
000000
000000* One result record per student per course per term - the layout
000000* GradeEntry and GradeSheetLoad maintain.
000000 FD GradeFile.
000000 01 GradeRecord.
000000    02  GR-GradeKey.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000* Course section table - the layout SectionMaint maintains.
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
000000* Instructor master table - the layout InstructorLoad maintains.
000000 FD InstructorMaster.
000000 01 InstructorMasterRecord.
000000    02  IS-InstructorCode PIC X(4).
000000    02  IS-InstructorName PIC X(20).
000000    02  IS-Department   PIC X(12).
000000    02  IS-InstructorStatus PIC X.
000000
000000* Term master table - the layout TermLoad maintains.
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
000000 SD SortWorkFile.
000000 01 GD-SortRecord.
000000    02  GD-GroupKey.
000000        03 GD-InstructorCode PIC X(4).
000000        03 GD-CourseCode PIC X(4).
000000        03 GD-SectionNo  PIC X(2).
000000    02  GD-StudentId    PIC 9(7).
000000    02  GD-Graded       PIC X.
000000
000000 FD GradeDueFile.
000000 01 GradeDueLine          PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  GradeFileStatus                    PIC XX.
000000 01  SectionFileStatus                  PIC XX.
000000 01  InstructorFileStatus               PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  WS-Report-Term                     PIC X(5) VALUE SPACES.
000000 01  WS-Term-EOF                        PIC X VALUE "N".
000000 01  WS-Enroll-EOF                      PIC X VALUE "N".
000000 01  WS-Sort-EOF                        PIC X VALUE "N".
000000 01  WS-Grades-OnFile                   PIC X VALUE "N".
000000 01  WS-Sections-OnFile                 PIC X VALUE "N".
000000 01  WS-Instructors-OnFile              PIC X VALUE "N".
000000 01  WS-Header-Printed                  PIC X VALUE "N".
000000 01  WS-First-Group                     PIC X VALUE "Y".
000000 01  WS-Saved-Instructor                PIC X(4) VALUE SPACES.
000000 01  WS-Saved-GroupKey                  PIC X(10) VALUE SPACES.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000 01  WS-Section-Enrolled                PIC 9(4) VALUE ZERO.
000000 01  WS-Section-Graded                  PIC 9(4) VALUE ZERO.
000000 01  WS-Sections-Due                    PIC 9(5) VALUE ZERO.
000000 01  WS-Students-Due                    PIC 9(6) VALUE ZERO.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(30)
000000                        VALUE "Outstanding Grade Sheets - ".
000000    02  PH-TermCode     PIC X(5).
000000    02  FILLER          PIC X(9) VALUE " - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(22) VALUE SPACES.
000000
000000 01  ColumnHeaderLine.
000000    02  FILLER          PIC X(40)
000000        VALUE "  Course Sect  Enrolled  Graded  Missing".
000000    02  FILLER          PIC X(30) VALUE "  Sheet".
000000
000000 01  InstructorHeaderLine.
000000    02  FILLER          PIC X(13) VALUE "Instructor : ".
000000    02  H-InstructorCode PIC X(4).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  H-InstructorName PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  H-Department    PIC X(12).
000000    02  FILLER          PIC X(17) VALUE SPACES.
000000
000000 01  DetailLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-CourseCode    PIC X(4).
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-SectionNo     PIC X(2).
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000    02  D-Enrolled      PIC ZZZ9.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-Graded        PIC ZZZ9.
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000    02  D-Missing       PIC ZZZ9.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-SheetStatus   PIC X(12).
000000    02  FILLER          PIC X(19) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(27)
000000                        VALUE "Sections with results due ".
000000    02  T-Sections      PIC ZZZZ9.
000000    02  FILLER          PIC X(23)
000000                        VALUE "   Students unresulted ".
000000    02  T-Students      PIC ZZZZZ9.
000000    02  FILLER          PIC X(9) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE 99 TO WS-Line-Count
000000     MOVE "N" TO WS-Sort-EOF
000000     MOVE SPACES TO WS-Saved-Instructor
000000     MOVE "Y" TO WS-First-Group
000000     PERFORM GetReportTerm
000000     IF WS-Report-Term = SPACES
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus NOT = "00"
000000        DISPLAY "ENROLL.DAT could not be opened (status "
000000           EnrollFileStatus ") - nothing to report."
000000        STOP RUN
000000     END-IF
000000* With no GRADES.DAT nothing has been loaded yet, so every
000000* section with registrations is outstanding.
000000     MOVE "N" TO WS-Grades-OnFile
000000     OPEN INPUT GradeFile
000000     IF GradeFileStatus = "00"
000000        MOVE "Y" TO WS-Grades-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Sections-OnFile
000000     OPEN INPUT SectionFile
000000     IF SectionFileStatus = "00"
000000        MOVE "Y" TO WS-Sections-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Instructors-OnFile
000000     OPEN INPUT InstructorMaster
000000     IF InstructorFileStatus = "00"
000000        MOVE "Y" TO WS-Instructors-OnFile
000000     END-IF
000000     OPEN OUTPUT GradeDueFile
000000     SORT SortWorkFile
000000        ON ASCENDING KEY GD-GroupKey GD-StudentId
000000        INPUT PROCEDURE IS ReleaseRegistrations
000000        OUTPUT PROCEDURE IS PrintGradeSheetsDue
000000     CLOSE EnrollFile
000000     IF WS-Grades-OnFile = "Y"
000000        CLOSE GradeFile
000000     END-IF
000000     IF WS-Sections-OnFile = "Y"
000000        CLOSE SectionFile
000000     END-IF
000000     IF WS-Instructors-OnFile = "Y"
000000        CLOSE InstructorMaster
000000     END-IF
000000     CLOSE GradeDueFile
000000     DISPLAY "Sections with results outstanding : "
000000        WS-Sections-Due
000000     STOP RUN.
000000
000000* The report normally runs for the current term, just after its
000000* grade deadline; an earlier term can be keyed to chase sheets
000000* still missing from it.
000000 GetReportTerm.
000000     MOVE SPACES TO WS-Report-Term
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ") - run TermLoad first."
000000     ELSE
000000        DISPLAY "Enter TermCode (blank = current term) : "
000000           WITH NO ADVANCING
000000        ACCEPT WS-Report-Term
000000        IF WS-Report-Term = SPACES
000000           MOVE "N" TO WS-Term-EOF
000000           PERFORM FindCurrentTerm
000000              UNTIL WS-Term-EOF = "Y"
000000           IF WS-Report-Term = SPACES
000000              DISPLAY "No current term on TERMS.DAT - run "
000000                 "TermLoad first."
000000           END-IF
000000        ELSE
000000           MOVE WS-Report-Term TO TM-TermCode
000000           READ TermFile
000000              INVALID KEY
000000                 DISPLAY "TermCode not on TERMS.DAT - "
000000                    WS-Report-Term
000000                 MOVE SPACES TO WS-Report-Term
000000           END-READ
000000        END-IF
000000        CLOSE TermFile
000000     END-IF.
000000
000000 FindCurrentTerm.
000000     READ TermFile NEXT
000000        AT END MOVE "Y" TO WS-Term-EOF
000000        NOT AT END
000000           IF TM-CurrentFlag = "Y"
000000              MOVE TM-TermCode TO WS-Report-Term
000000              MOVE "Y" TO WS-Term-EOF
000000           END-IF
000000     END-READ.
000000
000000 ReleaseRegistrations.
000000     MOVE "N" TO WS-Enroll-EOF
000000     PERFORM ReleaseOneRegistration
000000        UNTIL WS-Enroll-EOF = "Y".
000000
000000 ReleaseOneRegistration.
000000     READ EnrollFile NEXT
000000        AT END MOVE "Y" TO WS-Enroll-EOF
000000        NOT AT END
000000           IF EN-TermCode = WS-Report-Term
000000              PERFORM BuildSortRecord
000000              RELEASE GD-SortRecord
000000           END-IF
000000     END-READ.
000000
000000 BuildSortRecord.
000000     MOVE SPACES TO GD-InstructorCode
000000     IF EN-SectionNo NOT = SPACES
000000        AND WS-Sections-OnFile = "Y"
000000        MOVE EN-CourseCode TO SE-CourseCode
000000        MOVE EN-SectionNo TO SE-SectionNo
000000        READ SectionFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              MOVE SE-InstructorCode TO GD-InstructorCode
000000        END-READ
000000     END-IF
000000     MOVE EN-CourseCode TO GD-CourseCode
000000     MOVE EN-SectionNo TO GD-SectionNo
000000     MOVE EN-StudentId TO GD-StudentId
000000     MOVE "N" TO GD-Graded
000000     IF WS-Grades-OnFile = "Y"
000000        MOVE EN-StudentId TO GR-StudentId
000000        MOVE EN-CourseCode TO GR-CourseCode
000000        MOVE WS-Report-Term TO GR-TermCode
000000        READ GradeFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              MOVE "Y" TO GD-Graded
000000        END-READ
000000     END-IF.
000000
000000* An instructor's header goes out only ahead of their first
000000* outstanding section - instructors who are all caught up are
000000* left off the report.
000000 PrintGradeSheetsDue.
000000     PERFORM ReturnRegistration
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        IF GD-InstructorCode NOT = WS-Saved-Instructor
000000           OR WS-First-Group = "Y"
000000           MOVE "N" TO WS-First-Group
000000           MOVE GD-InstructorCode TO WS-Saved-Instructor
000000           MOVE "N" TO WS-Header-Printed
000000           PERFORM SetInstructorHeader
000000        END-IF
000000        PERFORM ProcessSectionGroup
000000     END-PERFORM
000000     PERFORM PrintTotalLine.
000000
000000 ReturnRegistration.
000000     RETURN SortWorkFile
000000        AT END MOVE "Y" TO WS-Sort-EOF
000000     END-RETURN.
000000
000000 SetInstructorHeader.
000000     MOVE GD-InstructorCode TO H-InstructorCode
000000     MOVE SPACES TO H-Department
000000     IF GD-InstructorCode = SPACES
000000        MOVE "UNASSIGNED" TO H-InstructorName
000000     ELSE
000000        MOVE "** NOT ON MASTER **" TO H-InstructorName
000000        IF WS-Instructors-OnFile = "Y"
000000           MOVE GD-InstructorCode TO IS-InstructorCode
000000           READ InstructorMaster
000000              INVALID KEY
000000                 CONTINUE
000000              NOT INVALID KEY
000000                 MOVE IS-InstructorName TO H-InstructorName
000000                 MOVE IS-Department TO H-Department
000000           END-READ
000000        END-IF
000000     END-IF.
000000
000000 ProcessSectionGroup.
000000     MOVE GD-GroupKey TO WS-Saved-GroupKey
000000     MOVE GD-CourseCode TO D-CourseCode
000000     MOVE GD-SectionNo TO D-SectionNo
000000     MOVE ZERO TO WS-Section-Enrolled
000000     MOVE ZERO TO WS-Section-Graded
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        OR GD-GroupKey NOT = WS-Saved-GroupKey
000000        ADD 1 TO WS-Section-Enrolled
000000        IF GD-Graded = "Y"
000000           ADD 1 TO WS-Section-Graded
000000        END-IF
000000        PERFORM ReturnRegistration
000000     END-PERFORM
000000     IF WS-Section-Graded < WS-Section-Enrolled
000000        PERFORM PrintDetailLine
000000     END-IF.
000000
000000 PrintDetailLine.
000000     IF WS-Header-Printed = "N"
000000        OR WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM PrintInstructorHeader
000000     END-IF
000000     MOVE WS-Section-Enrolled TO D-Enrolled
000000     MOVE WS-Section-Graded TO D-Graded
000000     COMPUTE D-Missing = WS-Section-Enrolled - WS-Section-Graded
000000     IF WS-Section-Graded = ZERO
000000        MOVE "NOT LOADED" TO D-SheetStatus
000000     ELSE
000000        MOVE "INCOMPLETE" TO D-SheetStatus
000000     END-IF
000000     WRITE GradeDueLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count
000000     ADD 1 TO WS-Sections-Due
000000     COMPUTE WS-Students-Due = WS-Students-Due
000000        + WS-Section-Enrolled - WS-Section-Graded.
000000
000000 PrintInstructorHeader.
000000     IF WS-Line-Count + 3 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO GradeDueLine
000000     WRITE GradeDueLine
000000     WRITE GradeDueLine FROM InstructorHeaderLine
000000     ADD 2 TO WS-Line-Count
000000     MOVE "Y" TO WS-Header-Printed.
000000
000000 PrintTotalLine.
000000     IF WS-Line-Count + 2 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO GradeDueLine
000000     WRITE GradeDueLine
000000     MOVE WS-Sections-Due TO T-Sections
000000     MOVE WS-Students-Due TO T-Students
000000     WRITE GradeDueLine FROM TotalLine
000000     ADD 2 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO GradeDueLine
000000     WRITE GradeDueLine
000000     MOVE WS-Report-Term TO PH-TermCode
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE GradeDueLine FROM PageHeaderLine
000000     WRITE GradeDueLine FROM ColumnHeaderLine
000000     ADD 1 TO WS-Line-Count.
000000
