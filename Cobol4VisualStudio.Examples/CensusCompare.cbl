000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  CensusCompare.
000000 AUTHOR.  Michael Coughlan.
000000* Census against end of term.  Sets the registrations CensusRun
000000* froze to CENSUS.DAT for a term beside the term as it ended,
000000* and prints CENSUS.LST: registrations by CourseCode, and
000000* students by demographic - Gender, age band, EnrollmentStatus
000000* and credit load - each with the count at census, the drops,
000000* the adds, the count at end of term and the retention rate
000000* (the share of the census count still there at the end).
000000*
000000* A registration is still there at the end of term when it is
000000* on ENROLL.DAT for the term or carries a grade for the term on
000000* GRADES.DAT, so the report holds good after TermEndPurge has
000000* cleared ENROLL.DAT; a W grade counts as a drop.  The end-of-
000000* term registrations are gathered into CENSWORK.DAT and matched
000000* against CENSUS.DAT StudentId by StudentId.  A student counts
000000* as retained while any registration is left, and an added
000000* student is one with no census registration at all; census
000000* students are grouped as they stood on the census date, added
000000* students as STUDENTS.DAT (or STUDENTS.HIST) has them now.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CensusFile ASSIGN TO "CENSUS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CS-CensusKey
000000 		FILE STATUS IS CensusFileStatus.
000000
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
000000     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS StudentId
000000 		FILE STATUS IS StudentFileStatus.
000000
000000     SELECT HistoryFile ASSIGN TO "STUDENTS.HIST"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS H-StudentId
000000 		FILE STATUS IS HistoryFileStatus.
000000
000000     SELECT CourseMaster ASSIGN TO "COURSES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT TermFile ASSIGN TO "TERMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS TM-TermCode
000000 		FILE STATUS IS TermFileStatus.
000000
000000     SELECT EndTermWork ASSIGN TO "CENSWORK.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS EW-WorkKey
000000 		FILE STATUS IS WorkFileStatus.
000000
000000     SELECT ReportFile ASSIGN TO "CENSUS.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* Census registrations - the layout CensusRun writes.
000000 FD CensusFile.
000000 01 CensusRecord.
000000    02  CS-CensusKey.
000000        03 CS-TermCode   PIC X(5).
000000        03 CS-StudentId  PIC 9(7).
000000        03 CS-CourseCode PIC X(4).
000000    02  CS-SectionNo     PIC X(2).
000000    02  CS-CensusDate    PIC 9(8).
000000    02  CS-CreditHours   PIC 9(2).
000000    02  CS-Gender        PIC X.
000000    02  CS-Age           PIC 9(3).
000000    02  CS-EnrollStatus  PIC X(10).
000000    02  CS-TermHours     PIC 9(3).
000000    02  CS-LoadClass     PIC X.
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
000000 FD GradeFile.
000000 01 GradeRecord.
000000    02  GR-GradeKey.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
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
000000 FD HistoryFile.
000000 01 HistoryDetails.
000000    02  H-StudentId     PIC 9(7).
000000    02  H-StudentName.
000000        03 H-Surname    PIC X(8).
000000        03 H-Initials   PIC XX.
000000    02  H-DateOfBirth.
000000        03 H-YOBirth    PIC 9(4).
000000        03 H-MOBirth    PIC 9(2).
000000        03 H-DOBirth    PIC 9(2).
000000    02  H-CourseCode    PIC X(4).
000000    02  H-Gender        PIC X.
000000    02  H-EnrollmentStatus PIC X(10).
000000    02  H-AdvisorCode   PIC X(4).
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
000000* One record per registration still there at the end of term.
000000 FD EndTermWork.
000000 01 EndTermRecord.
000000    02  EW-WorkKey.
000000        03 EW-StudentId  PIC 9(7).
000000        03 EW-CourseCode PIC X(4).
000000    02  EW-CreditHours   PIC 9(2).
000000
000000 FD ReportFile.
000000 01 ReportLine            PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  CensusFileStatus                   PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  GradeFileStatus                    PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  HistoryFileStatus                  PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  WorkFileStatus                     PIC XX.
000000 01  WS-Grades-OnFile                   PIC X VALUE "N".
000000 01  WS-History-OnFile                  PIC X VALUE "N".
000000 01  WS-Census-Term                     PIC X(5) VALUE SPACES.
000000 01  WS-Census-Date                     PIC 9(8) VALUE ZERO.
000000 01  WS-Term-EOF                        PIC X VALUE "N".
000000 01  WS-Read-EOF                        PIC X VALUE "N".
000000 01  WS-Keep-Entry                      PIC X VALUE "N".
000000 01  WS-New-StudentId                   PIC 9(7) VALUE ZERO.
000000 01  WS-New-CourseCode                  PIC X(4) VALUE SPACES.
000000 01  WS-DOB-Number                      PIC 9(8) VALUE ZERO.
000000 01  WS-Age                             PIC S9(3) VALUE ZERO.
000000 01  WS-Rate                            PIC 9(3)V9 VALUE ZERO.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000 01  WS-Section-Title                   PIC X(70) VALUE SPACES.
000000 01  WS-Column-Label                    PIC X(20) VALUE SPACES.
000000
000000* The two sides of the match, each HIGH-VALUES once it runs out.
000000 01  WS-Census-Key.
000000    02  WS-CK-StudentId PIC 9(7).
000000    02  WS-CK-CourseCode PIC X(4).
000000 01  WS-Work-Key.
000000    02  WS-WK-StudentId PIC 9(7).
000000    02  WS-WK-CourseCode PIC X(4).
000000 01  WS-Item-StudentId                  PIC 9(7) VALUE ZERO.
000000 01  WS-Item-CourseCode                 PIC X(4) VALUE SPACES.
000000
000000* The student being gathered across the match.
000000 01  WS-Have-Student                    PIC X VALUE "N".
000000 01  WS-Held-StudentId                  PIC 9(7) VALUE ZERO.
000000 01  WS-In-Census                       PIC X VALUE "N".
000000 01  WS-Has-End                         PIC X VALUE "N".
000000 01  WS-End-Hours                       PIC 9(3) VALUE ZERO.
000000 01  WS-D-Gender                        PIC X VALUE SPACE.
000000 01  WS-D-Age                           PIC 9(3) VALUE ZERO.
000000 01  WS-D-Status                        PIC X(10) VALUE SPACES.
000000 01  WS-D-Load                          PIC X VALUE SPACE.
000000
000000* Registrations by CourseCode, kept in CourseCode order.
000000 01  WS-Course-Sub                      PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Shift-Sub                       PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Course-Count                    PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Course-Found                    PIC X VALUE "N".
000000 01  WS-Course-Table.
000000    02  CO-Entry OCCURS 200 TIMES.
000000        03 CO-CourseCode    PIC X(4).
000000        03 CO-Census        PIC 9(5).
000000        03 CO-Dropped       PIC 9(5).
000000        03 CO-Added         PIC 9(5).
000000        03 CO-Retained      PIC 9(5).
000000
000000 01  WS-Course-Totals.
000000    02  TC-Census           PIC 9(6) VALUE ZERO.
000000    02  TC-Dropped          PIC 9(6) VALUE ZERO.
000000    02  TC-Added            PIC 9(6) VALUE ZERO.
000000    02  TC-Retained         PIC 9(6) VALUE ZERO.
000000
000000* Students by demographic - one row per group, each student
000000* counted once in each of the four blocks.
000000 01  WS-Demo-Sub                        PIC 9(2) COMP VALUE ZERO.
000000 01  WS-Demo-Label-Table.
000000    02  FILLER          PIC X(20) VALUE "Gender - male".
000000    02  FILLER          PIC X(20) VALUE "Gender - female".
000000    02  FILLER          PIC X(20) VALUE "Gender - other".
000000    02  FILLER          PIC X(20) VALUE "Age - under 18".
000000    02  FILLER          PIC X(20) VALUE "Age - 18 to 24".
000000    02  FILLER          PIC X(20) VALUE "Age - 25 to 34".
000000    02  FILLER          PIC X(20) VALUE "Age - 35 and over".
000000    02  FILLER          PIC X(20) VALUE "Age - unknown".
000000    02  FILLER          PIC X(20) VALUE "Status - active".
000000    02  FILLER          PIC X(20) VALUE "Status - inactive".
000000    02  FILLER          PIC X(20) VALUE "Status - graduated".
000000    02  FILLER          PIC X(20) VALUE "Status - other".
000000    02  FILLER          PIC X(20) VALUE "Load - full-time".
000000    02  FILLER          PIC X(20) VALUE "Load - 3/4 time".
000000    02  FILLER          PIC X(20) VALUE "Load - half-time".
000000    02  FILLER          PIC X(20) VALUE "Load - under half".
000000    02  FILLER          PIC X(20) VALUE "Load - not set".
000000 01  WS-Demo-Labels REDEFINES WS-Demo-Label-Table.
000000    02  DM-Label        PIC X(20) OCCURS 17 TIMES.
000000 01  WS-Demo-Table.
000000    02  DM-Entry OCCURS 17 TIMES.
000000        03 DM-Census        PIC 9(5).
000000        03 DM-Dropped       PIC 9(5).
000000        03 DM-Added         PIC 9(5).
000000        03 DM-Retained      PIC 9(5).
000000
000000 01  WS-Student-Totals.
000000    02  TS-Census           PIC 9(6) VALUE ZERO.
000000    02  TS-Dropped          PIC 9(6) VALUE ZERO.
000000    02  TS-Added            PIC 9(6) VALUE ZERO.
000000    02  TS-Retained         PIC 9(6) VALUE ZERO.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(25)
000000        VALUE "Census Comparison - Term ".
000000    02  PH-TermCode     PIC X(5).
000000    02  FILLER          PIC X(15) VALUE ", census date ".
000000    02  PH-CensusDate   PIC 9(8).
000000    02  FILLER          PIC X(8) VALUE SPACES.
000000    02  FILLER          PIC X(5) VALUE "Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000
000000 01  ColumnHeaderLine.
000000    02  CH-Label        PIC X(20).
000000    02  FILLER          PIC X(10) VALUE " At census".
000000    02  FILLER          PIC X(10) VALUE "   Dropped".
000000    02  FILLER          PIC X(10) VALUE "     Added".
000000    02  FILLER          PIC X(10) VALUE "  End term".
000000    02  FILLER          PIC X(9) VALUE " Retained".
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000
000000 01  DetailLine.
000000    02  D-Label         PIC X(20).
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-Census        PIC ZZZZZZ9.
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-Dropped       PIC ZZZZZZ9.
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-Added         PIC ZZZZZZ9.
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-EndTerm       PIC ZZZZZZ9.
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-Rate          PIC ZZ9.9.
000000    02  FILLER          PIC X(1) VALUE "%".
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     OPEN INPUT CensusFile
000000     IF CensusFileStatus NOT = "00"
000000        DISPLAY "CENSUS.DAT could not be opened (status "
000000           CensusFileStatus ") - run CensusRun first."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus NOT = "00"
000000        DISPLAY "ENROLL.DAT could not be opened (status "
000000           EnrollFileStatus ") - nothing compared."
000000        CLOSE CensusFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ") - nothing compared."
000000        CLOSE CensusFile
000000        CLOSE EnrollFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ") - run TermLoad first."
000000        CLOSE CensusFile
000000        CLOSE EnrollFile
000000        CLOSE StudentFile
000000        STOP RUN
000000     END-IF
000000     MOVE "N" TO WS-Grades-OnFile
000000     OPEN INPUT GradeFile
000000     IF GradeFileStatus = "00"
000000        MOVE "Y" TO WS-Grades-OnFile
000000     END-IF
000000     MOVE "N" TO WS-History-OnFile
000000     OPEN INPUT HistoryFile
000000     IF HistoryFileStatus = "00"
000000        MOVE "Y" TO WS-History-OnFile
000000     END-IF
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE CensusFile
000000        CLOSE EnrollFile
000000        CLOSE StudentFile
000000        CLOSE TermFile
000000        STOP RUN
000000     END-IF
000000     PERFORM GetCensusTerm
000000     IF WS-Census-Term NOT = SPACES
000000        PERFORM StartCensusTerm
000000        IF WS-Census-Key = HIGH-VALUES
000000           DISPLAY "No census on CENSUS.DAT for term "
000000              WS-Census-Term " - run CensusRun on the census "
000000              "date."
000000        ELSE
000000           PERFORM CompareCensus
000000        END-IF
000000     ELSE
000000        DISPLAY "Term not on TERMS.DAT - nothing compared."
000000     END-IF
000000     CLOSE CensusFile
000000     CLOSE EnrollFile
000000     CLOSE StudentFile
000000     CLOSE TermFile
000000     CLOSE CourseMaster
000000     IF WS-Grades-OnFile = "Y"
000000        CLOSE GradeFile
000000     END-IF
000000     IF WS-History-OnFile = "Y"
000000        CLOSE HistoryFile
000000     END-IF
000000     STOP RUN.
000000
000000* The term is keyed; blank takes the term flagged current.  The
000000* term record is left in the FD area for the load thresholds.
000000 GetCensusTerm.
000000     DISPLAY "Census term (blank = current term) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Census-Term
000000     IF WS-Census-Term = SPACES
000000        MOVE "N" TO WS-Term-EOF
000000        PERFORM FindCurrentTerm
000000           UNTIL WS-Term-EOF = "Y"
000000     ELSE
000000        MOVE WS-Census-Term TO TM-TermCode
000000        READ TermFile
000000           INVALID KEY MOVE SPACES TO WS-Census-Term
000000        END-READ
000000     END-IF.
000000
000000 FindCurrentTerm.
000000     READ TermFile NEXT
000000        AT END MOVE "Y" TO WS-Term-EOF
000000        NOT AT END
000000           IF TM-CurrentFlag = "Y"
000000              MOVE TM-TermCode TO WS-Census-Term
000000              MOVE "Y" TO WS-Term-EOF
000000           END-IF
000000     END-READ.
000000
000000* Positions CENSUS.DAT on the term's first registration, which
000000* also carries the census date for the report headings.
000000 StartCensusTerm.
000000     MOVE HIGH-VALUES TO WS-Census-Key
000000     MOVE WS-Census-Term TO CS-TermCode
000000     MOVE ZERO TO CS-StudentId
000000     MOVE LOW-VALUES TO CS-CourseCode
000000     START CensusFile KEY IS NOT < CS-CensusKey
000000        INVALID KEY CONTINUE
000000        NOT INVALID KEY
000000           PERFORM ReadCensusRecord
000000     END-START
000000     IF WS-Census-Key NOT = HIGH-VALUES
000000        MOVE CS-CensusDate TO WS-Census-Date
000000     END-IF.
000000
000000 ReadCensusRecord.
000000     READ CensusFile NEXT
000000        AT END MOVE HIGH-VALUES TO WS-Census-Key
000000        NOT AT END
000000           IF CS-TermCode = WS-Census-Term
000000              MOVE CS-StudentId TO WS-CK-StudentId
000000              MOVE CS-CourseCode TO WS-CK-CourseCode
000000           ELSE
000000              MOVE HIGH-VALUES TO WS-Census-Key
000000           END-IF
000000     END-READ.
000000
000000 CompareCensus.
000000     MOVE ZERO TO WS-Course-Count
000000     MOVE ZEROES TO WS-Course-Table
000000     MOVE ZEROES TO WS-Demo-Table
000000     PERFORM BuildEndTermWork
000000     MOVE "N" TO WS-Have-Student
000000     PERFORM StartEndTermWork
000000     PERFORM UNTIL WS-Census-Key = HIGH-VALUES
000000        AND WS-Work-Key = HIGH-VALUES
000000        PERFORM MatchOneRegistration
000000     END-PERFORM
000000     PERFORM FinishStudent
000000     CLOSE EndTermWork
000000     OPEN OUTPUT ReportFile
000000     PERFORM PrintCourseSection
000000     PERFORM PrintDemographicSection
000000     CLOSE ReportFile
000000     DISPLAY "Census registrations  : " TC-Census
000000     DISPLAY "End-of-term           : " TC-Retained " kept, "
000000        TC-Added " added, " TC-Dropped " dropped"
000000     DISPLAY "Comparison written to CENSUS.LST".
000000
000000* Every registration for the term on ENROLL.DAT that has not been
000000* withdrawn, and every graded one TermEndPurge may since have
000000* taken off ENROLL.DAT.  A registration in both goes in once.
000000 BuildEndTermWork.
000000     OPEN OUTPUT EndTermWork
000000     CLOSE EndTermWork
000000     OPEN I-O EndTermWork
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ EnrollFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END
000000              IF EN-TermCode = WS-Census-Term
000000                 PERFORM TakeEnrollRegistration
000000              END-IF
000000        END-READ
000000     END-PERFORM
000000     IF WS-Grades-OnFile = "Y"
000000        MOVE "N" TO WS-Read-EOF
000000        MOVE LOW-VALUES TO GR-GradeKey
000000        START GradeFile KEY IS NOT < GR-GradeKey
000000           INVALID KEY MOVE "Y" TO WS-Read-EOF
000000        END-START
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ GradeFile NEXT
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END
000000                 IF GR-TermCode = WS-Census-Term
000000                    AND GR-Grade NOT = "W"
000000                    AND GR-Grade NOT = SPACES
000000                    MOVE GR-StudentId TO WS-New-StudentId
000000                    MOVE GR-CourseCode TO WS-New-CourseCode
000000                    PERFORM WriteEndTermEntry
000000                 END-IF
000000           END-READ
000000        END-PERFORM
000000     END-IF.
000000
000000 TakeEnrollRegistration.
000000     MOVE "Y" TO WS-Keep-Entry
000000     IF WS-Grades-OnFile = "Y"
000000        MOVE EN-StudentId TO GR-StudentId
000000        MOVE EN-CourseCode TO GR-CourseCode
000000        MOVE WS-Census-Term TO GR-TermCode
000000        READ GradeFile
000000           INVALID KEY CONTINUE
000000           NOT INVALID KEY
000000              IF GR-Grade = "W"
000000                 MOVE "N" TO WS-Keep-Entry
000000              END-IF
000000        END-READ
000000     END-IF
000000     IF WS-Keep-Entry = "Y"
000000        MOVE EN-StudentId TO WS-New-StudentId
000000        MOVE EN-CourseCode TO WS-New-CourseCode
000000        PERFORM WriteEndTermEntry
000000     END-IF.
000000
000000 WriteEndTermEntry.
000000     MOVE WS-New-StudentId TO EW-StudentId
000000     MOVE WS-New-CourseCode TO EW-CourseCode
000000     MOVE ZERO TO EW-CreditHours
000000     MOVE WS-New-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY CONTINUE
000000        NOT INVALID KEY
000000           MOVE CM-CreditHours TO EW-CreditHours
000000     END-READ
000000     WRITE EndTermRecord
000000        INVALID KEY CONTINUE
000000     END-WRITE.
000000
000000 StartEndTermWork.
000000     MOVE LOW-VALUES TO EW-WorkKey
000000     START EndTermWork KEY IS NOT < EW-WorkKey
000000        INVALID KEY MOVE HIGH-VALUES TO WS-Work-Key
000000        NOT INVALID KEY PERFORM ReadEndTermRecord
000000     END-START.
000000
000000 ReadEndTermRecord.
000000     READ EndTermWork NEXT
000000        AT END MOVE HIGH-VALUES TO WS-Work-Key
000000        NOT AT END
000000           MOVE EW-StudentId TO WS-WK-StudentId
000000           MOVE EW-CourseCode TO WS-WK-CourseCode
000000     END-READ.
000000
000000* Both sides are in StudentId + CourseCode order: census only is
000000* a drop, end of term only is an add, both is a registration
000000* kept.
000000 MatchOneRegistration.
000000     EVALUATE TRUE
000000        WHEN WS-Census-Key < WS-Work-Key
000000           MOVE WS-CK-StudentId TO WS-Item-StudentId
000000           MOVE WS-CK-CourseCode TO WS-Item-CourseCode
000000           PERFORM CheckStudentBreak
000000           PERFORM TakeCensusDemographics
000000           PERFORM FindCourseEntry
000000           IF WS-Course-Found = "Y"
000000              ADD 1 TO CO-Census(WS-Course-Sub)
000000              ADD 1 TO CO-Dropped(WS-Course-Sub)
000000           END-IF
000000           ADD 1 TO TC-Census
000000           ADD 1 TO TC-Dropped
000000           PERFORM ReadCensusRecord
000000        WHEN WS-Census-Key > WS-Work-Key
000000           MOVE WS-WK-StudentId TO WS-Item-StudentId
000000           MOVE WS-WK-CourseCode TO WS-Item-CourseCode
000000           PERFORM CheckStudentBreak
000000           MOVE "Y" TO WS-Has-End
000000           ADD EW-CreditHours TO WS-End-Hours
000000           PERFORM FindCourseEntry
000000           IF WS-Course-Found = "Y"
000000              ADD 1 TO CO-Added(WS-Course-Sub)
000000           END-IF
000000           ADD 1 TO TC-Added
000000           PERFORM ReadEndTermRecord
000000        WHEN OTHER
000000           MOVE WS-CK-StudentId TO WS-Item-StudentId
000000           MOVE WS-CK-CourseCode TO WS-Item-CourseCode
000000           PERFORM CheckStudentBreak
000000           PERFORM TakeCensusDemographics
000000           MOVE "Y" TO WS-Has-End
000000           ADD EW-CreditHours TO WS-End-Hours
000000           PERFORM FindCourseEntry
000000           IF WS-Course-Found = "Y"
000000              ADD 1 TO CO-Census(WS-Course-Sub)
000000              ADD 1 TO CO-Retained(WS-Course-Sub)
000000           END-IF
000000           ADD 1 TO TC-Census
000000           ADD 1 TO TC-Retained
000000           PERFORM ReadCensusRecord
000000           PERFORM ReadEndTermRecord
000000     END-EVALUATE.
000000
000000 CheckStudentBreak.
000000     IF WS-Have-Student = "N"
000000        OR WS-Item-StudentId NOT = WS-Held-StudentId
000000        PERFORM FinishStudent
000000        MOVE WS-Item-StudentId TO WS-Held-StudentId
000000        MOVE "Y" TO WS-Have-Student
000000        MOVE "N" TO WS-In-Census
000000        MOVE "N" TO WS-Has-End
000000        MOVE ZERO TO WS-End-Hours
000000     END-IF.
000000
000000 TakeCensusDemographics.
000000     MOVE "Y" TO WS-In-Census
000000     MOVE CS-Gender TO WS-D-Gender
000000     MOVE CS-Age TO WS-D-Age
000000     MOVE CS-EnrollStatus TO WS-D-Status
000000     MOVE CS-LoadClass TO WS-D-Load.
000000
000000* Table kept in CourseCode order so the report needs no sort -
000000* a new code is slotted in by moving the ones above it up.
000000 FindCourseEntry.
000000     MOVE "N" TO WS-Course-Found
000000     PERFORM VARYING WS-Course-Sub FROM 1 BY 1
000000        UNTIL WS-Course-Sub > WS-Course-Count
000000        OR WS-Course-Found = "Y"
000000        IF CO-CourseCode(WS-Course-Sub) NOT < WS-Item-CourseCode
000000           MOVE "Y" TO WS-Course-Found
000000        END-IF
000000     END-PERFORM
000000     IF WS-Course-Found = "Y"
000000        SUBTRACT 1 FROM WS-Course-Sub
000000        IF CO-CourseCode(WS-Course-Sub) NOT = WS-Item-CourseCode
000000           PERFORM InsertCourseEntry
000000        END-IF
000000     ELSE
000000        PERFORM InsertCourseEntry
000000     END-IF.
000000
000000 InsertCourseEntry.
000000     IF WS-Course-Count < 200
000000        PERFORM VARYING WS-Shift-Sub FROM WS-Course-Count BY -1
000000           UNTIL WS-Shift-Sub < WS-Course-Sub
000000           MOVE CO-Entry(WS-Shift-Sub)
000000              TO CO-Entry(WS-Shift-Sub + 1)
000000        END-PERFORM
000000        ADD 1 TO WS-Course-Count
000000        MOVE ZEROES TO CO-Entry(WS-Course-Sub)
000000        MOVE WS-Item-CourseCode TO CO-CourseCode(WS-Course-Sub)
000000        MOVE "Y" TO WS-Course-Found
000000     ELSE
000000        DISPLAY "Course table full - skipped CourseCode "
000000           WS-Item-CourseCode
000000        MOVE "N" TO WS-Course-Found
000000     END-IF.
000000
000000* Called at every change of student and once at the end.  A
000000* student with no census registration is an added student,
000000* grouped as the student master has them now.
000000 FinishStudent.
000000     IF WS-Have-Student = "Y"
000000        IF WS-In-Census = "Y"
000000           ADD 1 TO TS-Census
000000           IF WS-Has-End = "Y"
000000              ADD 1 TO TS-Retained
000000           ELSE
000000              ADD 1 TO TS-Dropped
000000           END-IF
000000        ELSE
000000           ADD 1 TO TS-Added
000000           PERFORM GetAddedDemographics
000000        END-IF
000000        PERFORM TallyStudent
000000     END-IF.
000000
000000 GetAddedDemographics.
000000     MOVE "?" TO WS-D-Gender
000000     MOVE 999 TO WS-D-Age
000000     MOVE "UNKNOWN" TO WS-D-Status
000000     MOVE WS-Held-StudentId TO StudentId
000000     READ StudentFile
000000        INVALID KEY
000000           PERFORM GetHistoryDemographics
000000        NOT INVALID KEY
000000           MOVE Gender TO WS-D-Gender
000000           MOVE EnrollmentStatus TO WS-D-Status
000000           IF DateOfBirth IS NUMERIC
000000              MOVE DateOfBirth TO WS-DOB-Number
000000              PERFORM WorkOutAge
000000           END-IF
000000     END-READ
000000     PERFORM ClassifyLoad.
000000
000000 GetHistoryDemographics.
000000     IF WS-History-OnFile = "Y"
000000        MOVE WS-Held-StudentId TO H-StudentId
000000        READ HistoryFile
000000           INVALID KEY CONTINUE
000000           NOT INVALID KEY
000000              MOVE H-Gender TO WS-D-Gender
000000              MOVE H-EnrollmentStatus TO WS-D-Status
000000              IF H-DateOfBirth IS NUMERIC
000000                 MOVE H-DateOfBirth TO WS-DOB-Number
000000                 PERFORM WorkOutAge
000000              END-IF
000000        END-READ
000000     END-IF.
000000
000000* Age on the census date, the way EnrollStats and CensusRun work
000000* it out.
000000 WorkOutAge.
000000     COMPUTE WS-Age = (WS-Census-Date - WS-DOB-Number) / 10000
000000     IF WS-Age NOT < 0
000000        MOVE WS-Age TO WS-D-Age
000000     END-IF.
000000
000000* An added student's load is graded on the end-of-term hours
000000* against the same TERMS.DAT thresholds CensusRun used.
000000 ClassifyLoad.
000000     EVALUATE TRUE
000000        WHEN TM-FullTimeHrs = ZERO
000000           MOVE "?" TO WS-D-Load
000000        WHEN WS-End-Hours NOT < TM-FullTimeHrs
000000           MOVE "F" TO WS-D-Load
000000        WHEN TM-ThreeQtrHrs > ZERO
000000           AND WS-End-Hours NOT < TM-ThreeQtrHrs
000000           MOVE "T" TO WS-D-Load
000000        WHEN TM-HalfTimeHrs > ZERO
000000           AND WS-End-Hours NOT < TM-HalfTimeHrs
000000           MOVE "H" TO WS-D-Load
000000        WHEN OTHER
000000           MOVE "L" TO WS-D-Load
000000     END-EVALUATE.
000000
000000 TallyStudent.
000000     EVALUATE WS-D-Gender
000000        WHEN "M"
000000           MOVE 1 TO WS-Demo-Sub
000000        WHEN "F"
000000           MOVE 2 TO WS-Demo-Sub
000000        WHEN OTHER
000000           MOVE 3 TO WS-Demo-Sub
000000     END-EVALUATE
000000     PERFORM AddStudentToRow
000000     EVALUATE TRUE
000000        WHEN WS-D-Age = 999
000000           MOVE 8 TO WS-Demo-Sub
000000        WHEN WS-D-Age < 18
000000           MOVE 4 TO WS-Demo-Sub
000000        WHEN WS-D-Age < 25
000000           MOVE 5 TO WS-Demo-Sub
000000        WHEN WS-D-Age < 35
000000           MOVE 6 TO WS-Demo-Sub
000000        WHEN OTHER
000000           MOVE 7 TO WS-Demo-Sub
000000     END-EVALUATE
000000     PERFORM AddStudentToRow
000000     EVALUATE WS-D-Status
000000        WHEN "ACTIVE"
000000           MOVE 9 TO WS-Demo-Sub
000000        WHEN "INACTIVE"
000000           MOVE 10 TO WS-Demo-Sub
000000        WHEN "GRADUATED"
000000           MOVE 11 TO WS-Demo-Sub
000000        WHEN OTHER
000000           MOVE 12 TO WS-Demo-Sub
000000     END-EVALUATE
000000     PERFORM AddStudentToRow
000000     EVALUATE WS-D-Load
000000        WHEN "F"
000000           MOVE 13 TO WS-Demo-Sub
000000        WHEN "T"
000000           MOVE 14 TO WS-Demo-Sub
000000        WHEN "H"
000000           MOVE 15 TO WS-Demo-Sub
000000        WHEN "L"
000000           MOVE 16 TO WS-Demo-Sub
000000        WHEN OTHER
000000           MOVE 17 TO WS-Demo-Sub
000000     END-EVALUATE
000000     PERFORM AddStudentToRow.
000000
000000 AddStudentToRow.
000000     IF WS-In-Census = "Y"
000000        ADD 1 TO DM-Census(WS-Demo-Sub)
000000        IF WS-Has-End = "Y"
000000           ADD 1 TO DM-Retained(WS-Demo-Sub)
000000        ELSE
000000           ADD 1 TO DM-Dropped(WS-Demo-Sub)
000000        END-IF
000000     ELSE
000000        ADD 1 TO DM-Added(WS-Demo-Sub)
000000     END-IF.
000000
000000 PrintCourseSection.
000000     MOVE "Registrations by course" TO WS-Section-Title
000000     MOVE "Course" TO WS-Column-Label
000000     PERFORM StartNewPage
000000     PERFORM VARYING WS-Course-Sub FROM 1 BY 1
000000        UNTIL WS-Course-Sub > WS-Course-Count
000000        MOVE CO-CourseCode(WS-Course-Sub) TO D-Label
000000        MOVE CO-Census(WS-Course-Sub) TO D-Census
000000        MOVE CO-Dropped(WS-Course-Sub) TO D-Dropped
000000        MOVE CO-Added(WS-Course-Sub) TO D-Added
000000        COMPUTE D-EndTerm = CO-Retained(WS-Course-Sub)
000000           + CO-Added(WS-Course-Sub)
000000        MOVE ZERO TO WS-Rate
000000        IF CO-Census(WS-Course-Sub) > ZERO
000000           COMPUTE WS-Rate ROUNDED =
000000              CO-Retained(WS-Course-Sub) * 100
000000              / CO-Census(WS-Course-Sub)
000000        END-IF
000000        MOVE WS-Rate TO D-Rate
000000        PERFORM WriteDetailLine
000000     END-PERFORM
000000     MOVE "All courses" TO D-Label
000000     MOVE TC-Census TO D-Census
000000     MOVE TC-Dropped TO D-Dropped
000000     MOVE TC-Added TO D-Added
000000     COMPUTE D-EndTerm = TC-Retained + TC-Added
000000     MOVE ZERO TO WS-Rate
000000     IF TC-Census > ZERO
000000        COMPUTE WS-Rate ROUNDED = TC-Retained * 100 / TC-Census
000000     END-IF
000000     MOVE WS-Rate TO D-Rate
000000     PERFORM WriteTotalLine.
000000
000000 PrintDemographicSection.
000000     MOVE "Students by demographic - each student once per group"
000000        TO WS-Section-Title
000000     MOVE "Group" TO WS-Column-Label
000000     MOVE 99 TO WS-Line-Count
000000     PERFORM VARYING WS-Demo-Sub FROM 1 BY 1
000000        UNTIL WS-Demo-Sub > 17
000000        IF WS-Demo-Sub = 4 OR WS-Demo-Sub = 9 OR WS-Demo-Sub = 13
000000           PERFORM WriteBlankLine
000000        END-IF
000000        MOVE DM-Label(WS-Demo-Sub) TO D-Label
000000        MOVE DM-Census(WS-Demo-Sub) TO D-Census
000000        MOVE DM-Dropped(WS-Demo-Sub) TO D-Dropped
000000        MOVE DM-Added(WS-Demo-Sub) TO D-Added
000000        COMPUTE D-EndTerm = DM-Retained(WS-Demo-Sub)
000000           + DM-Added(WS-Demo-Sub)
000000        MOVE ZERO TO WS-Rate
000000        IF DM-Census(WS-Demo-Sub) > ZERO
000000           COMPUTE WS-Rate ROUNDED =
000000              DM-Retained(WS-Demo-Sub) * 100
000000              / DM-Census(WS-Demo-Sub)
000000        END-IF
000000        MOVE WS-Rate TO D-Rate
000000        PERFORM WriteDetailLine
000000     END-PERFORM
000000     MOVE "All students" TO D-Label
000000     MOVE TS-Census TO D-Census
000000     MOVE TS-Dropped TO D-Dropped
000000     MOVE TS-Added TO D-Added
000000     COMPUTE D-EndTerm = TS-Retained + TS-Added
000000     MOVE ZERO TO WS-Rate
000000     IF TS-Census > ZERO
000000        COMPUTE WS-Rate ROUNDED = TS-Retained * 100 / TS-Census
000000     END-IF
000000     MOVE WS-Rate TO D-Rate
000000     PERFORM WriteTotalLine.
000000
000000 WriteDetailLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     WRITE ReportLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 WriteBlankLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     ELSE
000000        MOVE SPACES TO ReportLine
000000        WRITE ReportLine
000000        ADD 1 TO WS-Line-Count
000000     END-IF.
000000
000000 WriteTotalLine.
000000     IF WS-Line-Count + 2 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     WRITE ReportLine FROM DetailLine
000000     ADD 2 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     MOVE WS-Census-Term TO PH-TermCode
000000     MOVE WS-Census-Date TO PH-CensusDate
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE ReportLine FROM PageHeaderLine
000000     WRITE ReportLine FROM WS-Section-Title
000000     MOVE WS-Column-Label TO CH-Label
000000     WRITE ReportLine FROM ColumnHeaderLine
000000     ADD 3 TO WS-Line-Count.
