000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  CensusRun.
000000 AUTHOR.  Michael Coughlan.
000000* Census-date snapshot.  Run once per term on the official census
000000* date: every registration on ENROLL.DAT for the term is frozen
000000* to CENSUS.DAT together with what state and accreditation
000000* reporting is counted by - the student's Gender, age on the
000000* census date, EnrollmentStatus, the course's credit hours, and
000000* the student's total credit load for the term graded full-time,
000000* three-quarter time, half-time or less than half-time against
000000* the TERMS.DAT thresholds EnrollVerify certifies from.  Later
000000* drops, waitlist promotions and TermEndPurge change ENROLL.DAT
000000* but never CENSUS.DAT, so CensusCompare can set the census
000000* against the end of term.  A term already on CENSUS.DAT is
000000* refused - the census is taken once.
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
000000     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS EN-EnrollKey
000000 		FILE STATUS IS EnrollFileStatus.
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
000000     SELECT CensusFile ASSIGN TO "CENSUS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CS-CensusKey
000000 		FILE STATUS IS CensusFileStatus.
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
000000 FD EnrollFile.
000000 01 EnrollmentRecord.
000000    02  EN-EnrollKey.
000000        03 EN-StudentId  PIC 9(7).
000000        03 EN-CourseCode PIC X(4).
000000    02  EN-EnrollDate    PIC 9(8).
000000    02  EN-TermCode      PIC X(5).
000000    02  EN-SectionNo     PIC X(2).
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
000000* One record per registration on the census date.  Age 999 means
000000* no usable DateOfBirth; load class F full-time, T three-quarter
000000* time, H half-time, L less than half-time, ? thresholds not set.
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
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  CensusFileStatus                   PIC XX.
000000 01  WS-Census-Term                     PIC X(5) VALUE SPACES.
000000 01  WS-Term-EOF                        PIC X VALUE "N".
000000 01  WS-Enroll-EOF                      PIC X VALUE "N".
000000 01  WS-Already-Taken                   PIC X VALUE "N".
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-DOB-Number                      PIC 9(8) VALUE ZERO.
000000 01  WS-Age                             PIC S9(3) VALUE ZERO.
000000 01  WS-Held-StudentId                  PIC 9(7) VALUE ZERO.
000000 01  WS-Term-Hours                      PIC 9(3) VALUE ZERO.
000000 01  WS-Load-Class                      PIC X VALUE SPACE.
000000 01  WS-Gender                          PIC X VALUE SPACE.
000000 01  WS-Age-Frozen                      PIC 9(3) VALUE ZERO.
000000 01  WS-Status                          PIC X(10) VALUE SPACES.
000000 01  WS-Student-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-Frozen-Count                    PIC 9(6) VALUE ZERO.
000000 01  WS-NoMaster-Count                  PIC 9(5) VALUE ZERO.
000000 01  WS-Reg-Sub                         PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Reg-Count                       PIC 9(3) COMP VALUE ZERO.
000000
000000* One student's registrations for the term, held until the
000000* student's total load is known.
000000 01  WS-Reg-Table.
000000    02  WS-Reg-Entry OCCURS 30 TIMES.
000000        03 RG-CourseCode    PIC X(4).
000000        03 RG-SectionNo     PIC X(2).
000000        03 RG-CreditHours   PIC 9(2).
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ") - no census taken."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus NOT = "00"
000000        DISPLAY "ENROLL.DAT could not be opened (status "
000000           EnrollFileStatus ") - no census taken."
000000        CLOSE StudentFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE StudentFile
000000        CLOSE EnrollFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ") - run TermLoad first."
000000        CLOSE StudentFile
000000        CLOSE EnrollFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     PERFORM GetCensusTerm
000000     IF WS-Census-Term = SPACES
000000        DISPLAY "Term not on TERMS.DAT - no census taken."
000000        PERFORM CloseInputFiles
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenCensusFile
000000     PERFORM CheckAlreadyTaken
000000     IF WS-Already-Taken = "Y"
000000        DISPLAY "The census for term " WS-Census-Term
000000           " was taken on " CS-CensusDate " - not taken again."
000000        CLOSE CensusFile
000000        PERFORM CloseInputFiles
000000        STOP RUN
000000     END-IF
000000     MOVE ZERO TO WS-Reg-Count
000000     MOVE ZERO TO WS-Held-StudentId
000000     PERFORM ReadEnrollRecord
000000     PERFORM UNTIL WS-Enroll-EOF = "Y"
000000        IF EN-TermCode = WS-Census-Term
000000           PERFORM HoldRegistration
000000        END-IF
000000        PERFORM ReadEnrollRecord
000000     END-PERFORM
000000     PERFORM FreezeStudent
000000     CLOSE CensusFile
000000     PERFORM CloseInputFiles
000000     DISPLAY "Census term           : " WS-Census-Term
000000     DISPLAY "Census date           : " WS-Run-Date
000000     DISPLAY "Students counted      : " WS-Student-Count
000000     DISPLAY "Registrations frozen  : " WS-Frozen-Count
000000     IF WS-NoMaster-Count > ZERO
000000        DISPLAY "Courses not on master : " WS-NoMaster-Count
000000           " (frozen with zero hours)"
000000     END-IF
000000     STOP RUN.
000000
000000 CloseInputFiles.
000000     CLOSE StudentFile
000000     CLOSE EnrollFile
000000     CLOSE CourseMaster
000000     CLOSE TermFile.
000000
000000 OpenCensusFile.
000000     OPEN I-O CensusFile
000000     IF CensusFileStatus = "35"
000000        OPEN OUTPUT CensusFile
000000        CLOSE CensusFile
000000        OPEN I-O CensusFile
000000     END-IF.
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
000000* CENSUS.DAT is keyed by term first, so one START shows whether
000000* the term has been frozen before.
000000 CheckAlreadyTaken.
000000     MOVE "N" TO WS-Already-Taken
000000     MOVE WS-Census-Term TO CS-TermCode
000000     MOVE ZERO TO CS-StudentId
000000     MOVE LOW-VALUES TO CS-CourseCode
000000     START CensusFile KEY IS NOT < CS-CensusKey
000000        INVALID KEY CONTINUE
000000        NOT INVALID KEY
000000           READ CensusFile NEXT
000000              AT END CONTINUE
000000              NOT AT END
000000                 IF CS-TermCode = WS-Census-Term
000000                    MOVE "Y" TO WS-Already-Taken
000000                 END-IF
000000           END-READ
000000     END-START.
000000
000000 ReadEnrollRecord.
000000     READ EnrollFile NEXT
000000        AT END MOVE "Y" TO WS-Enroll-EOF
000000     END-READ.
000000
000000* ENROLL.DAT comes in StudentId order, so a change of student
000000* means the last one's registrations are all in the table.
000000 HoldRegistration.
000000     IF EN-StudentId NOT = WS-Held-StudentId
000000        PERFORM FreezeStudent
000000        MOVE EN-StudentId TO WS-Held-StudentId
000000     END-IF
000000     IF WS-Reg-Count < 30
000000        ADD 1 TO WS-Reg-Count
000000        MOVE EN-CourseCode TO RG-CourseCode(WS-Reg-Count)
000000        MOVE EN-SectionNo TO RG-SectionNo(WS-Reg-Count)
000000        MOVE EN-CourseCode TO CM-CourseCode
000000        READ CourseMaster
000000           INVALID KEY
000000              MOVE ZERO TO RG-CreditHours(WS-Reg-Count)
000000              ADD 1 TO WS-NoMaster-Count
000000           NOT INVALID KEY
000000              MOVE CM-CreditHours TO RG-CreditHours(WS-Reg-Count)
000000        END-READ
000000     ELSE
000000        DISPLAY "More than 30 registrations - skipped "
000000           EN-StudentId " " EN-CourseCode
000000     END-IF.
000000
000000 FreezeStudent.
000000     IF WS-Reg-Count > ZERO
000000        ADD 1 TO WS-Student-Count
000000        MOVE ZERO TO WS-Term-Hours
000000        PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
000000           UNTIL WS-Reg-Sub > WS-Reg-Count
000000           ADD RG-CreditHours(WS-Reg-Sub) TO WS-Term-Hours
000000        END-PERFORM
000000        PERFORM ClassifyLoad
000000        PERFORM GetDemographics
000000        PERFORM WriteCensusRecord
000000           VARYING WS-Reg-Sub FROM 1 BY 1
000000           UNTIL WS-Reg-Sub > WS-Reg-Count
000000     END-IF
000000     MOVE ZERO TO WS-Reg-Count.
000000
000000* Age in whole years on the census date, worked out the way
000000* EnrollStats does it.  A student missing from STUDENTS.DAT is
000000* frozen with an unknown gender, age and status.
000000 GetDemographics.
000000     MOVE WS-Held-StudentId TO StudentId
000000     READ StudentFile
000000        INVALID KEY
000000           MOVE "?" TO WS-Gender
000000           MOVE 999 TO WS-Age-Frozen
000000           MOVE "UNKNOWN" TO WS-Status
000000        NOT INVALID KEY
000000           MOVE Gender TO WS-Gender
000000           MOVE EnrollmentStatus TO WS-Status
000000           MOVE 999 TO WS-Age-Frozen
000000           IF DateOfBirth IS NUMERIC
000000              MOVE DateOfBirth TO WS-DOB-Number
000000              COMPUTE WS-Age =
000000                 (WS-Run-Date - WS-DOB-Number) / 10000
000000              IF WS-Age NOT < 0
000000                 MOVE WS-Age TO WS-Age-Frozen
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 ClassifyLoad.
000000     EVALUATE TRUE
000000        WHEN TM-FullTimeHrs = ZERO
000000           MOVE "?" TO WS-Load-Class
000000        WHEN WS-Term-Hours NOT < TM-FullTimeHrs
000000           MOVE "F" TO WS-Load-Class
000000        WHEN TM-ThreeQtrHrs > ZERO
000000           AND WS-Term-Hours NOT < TM-ThreeQtrHrs
000000           MOVE "T" TO WS-Load-Class
000000        WHEN TM-HalfTimeHrs > ZERO
000000           AND WS-Term-Hours NOT < TM-HalfTimeHrs
000000           MOVE "H" TO WS-Load-Class
000000        WHEN OTHER
000000           MOVE "L" TO WS-Load-Class
000000     END-EVALUATE.
000000
000000 WriteCensusRecord.
000000     MOVE WS-Census-Term TO CS-TermCode
000000     MOVE WS-Held-StudentId TO CS-StudentId
000000     MOVE RG-CourseCode(WS-Reg-Sub) TO CS-CourseCode
000000     MOVE RG-SectionNo(WS-Reg-Sub) TO CS-SectionNo
000000     MOVE WS-Run-Date TO CS-CensusDate
000000     MOVE RG-CreditHours(WS-Reg-Sub) TO CS-CreditHours
000000     MOVE WS-Gender TO CS-Gender
000000     MOVE WS-Age-Frozen TO CS-Age
000000     MOVE WS-Status TO CS-EnrollStatus
000000     MOVE WS-Term-Hours TO CS-TermHours
000000     MOVE WS-Load-Class TO CS-LoadClass
000000     WRITE CensusRecord
000000        INVALID KEY
000000           DISPLAY "Census write failed - " CS-CensusKey
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Frozen-Count
000000     END-WRITE.
