000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  TeachingLoad.
000000 AUTHOR.  Michael Coughlan.
000000* Teaching-load report.  Sorts every section on SECTIONS.DAT,
000000* together with the current term's registrations into them from
000000* ENROLL.DAT, by instructor and prints TEACHLOAD.LST - each
000000* instructor's name and department from INSTRUCTORS.DAT, the
000000* sections they teach with course title, credit hours, meeting
000000* pattern, room and enrolled headcount, and per-instructor
000000* totals of sections, credit hours and headcount.  Sections
000000* with no instructor yet are grouped as UNASSIGNED.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS SE-SectionKey
000000 		FILE STATUS IS SectionFileStatus.
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
000000     SELECT TeachingLoadFile ASSIGN TO "TEACHLOAD.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
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
000000* Instructor master table - the layout InstructorLoad maintains.
000000 FD InstructorMaster.
000000 01 InstructorMasterRecord.
000000    02  IS-InstructorCode PIC X(4).
000000    02  IS-InstructorName PIC X(20).
000000    02  IS-Department   PIC X(12).
000000    02  IS-InstructorStatus PIC X.
000000
000000* Term master table - the layout TermLoad maintains.  Read once
000000* at start-up for the term flagged current, the term whose
000000* registrations make up the headcounts.
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
000000* One S record per section and one E record per registration
000000* into it, grouped together by the sort on TL-GroupKey.  Within
000000* a group the E records sort ahead of the S record, so the group
000000* is read whole before anything is taken from it.
000000 SD SortWorkFile.
000000 01 TL-SortRecord.
000000    02  TL-GroupKey.
000000        03 TL-InstructorCode PIC X(4).
000000        03 TL-CourseCode PIC X(4).
000000        03 TL-SectionNo  PIC X(2).
000000    02  TL-RecordType   PIC X.
000000    02  TL-MeetingDays  PIC X(7).
000000    02  TL-StartTime    PIC 9(4).
000000    02  TL-EndTime      PIC 9(4).
000000    02  TL-Room         PIC X(6).
000000
000000 FD TeachingLoadFile.
000000 01 TeachingLoadLine      PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  SectionFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  InstructorFileStatus               PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  WS-Current-Term                    PIC X(5) VALUE SPACES.
000000 01  WS-Term-EOF                        PIC X VALUE "N".
000000 01  WS-Section-EOF                     PIC X VALUE "N".
000000 01  WS-Enroll-EOF                      PIC X VALUE "N".
000000 01  WS-Sort-EOF                        PIC X VALUE "N".
000000 01  WS-Enroll-OnFile                   PIC X VALUE "N".
000000 01  WS-First-Group                     PIC X VALUE "Y".
000000 01  WS-Saved-Instructor                PIC X(4) VALUE SPACES.
000000 01  WS-Saved-GroupKey                  PIC X(10) VALUE SPACES.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000 01  WS-Headcount                       PIC 9(4) VALUE ZERO.
000000 01  WS-Credit-Hours                    PIC 9(2) VALUE ZERO.
000000 01  WS-Inst-Sections                   PIC 9(3) VALUE ZERO.
000000 01  WS-Inst-Credits                    PIC 9(4) VALUE ZERO.
000000 01  WS-Inst-Headcount                  PIC 9(5) VALUE ZERO.
000000 01  WS-Total-Sections                  PIC 9(5) VALUE ZERO.
000000 01  WS-Total-Credits                   PIC 9(6) VALUE ZERO.
000000 01  WS-Total-Headcount                 PIC 9(6) VALUE ZERO.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(22) VALUE "Teaching Load - Term ".
000000    02  PH-TermCode     PIC X(5).
000000    02  FILLER          PIC X(9) VALUE " - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(30) VALUE SPACES.
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
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-SectionNo     PIC X(2).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-CourseTitle   PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-CreditHours   PIC Z9.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-MeetingDays   PIC X(7).
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  D-StartTime     PIC 9(4).
000000    02  FILLER          PIC X(1) VALUE "-".
000000    02  D-EndTime       PIC 9(4).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Room          PIC X(6).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Headcount     PIC ZZZ9.
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000
000000 01  InstructorTotalLine.
000000    02  FILLER          PIC X(13) VALUE "  Sections : ".
000000    02  IT-Sections     PIC ZZ9.
000000    02  FILLER          PIC X(18) VALUE "   Credit hours : ".
000000    02  IT-Credits      PIC ZZZ9.
000000    02  FILLER          PIC X(15) VALUE "   Headcount : ".
000000    02  IT-Headcount    PIC ZZZZ9.
000000    02  FILLER          PIC X(12) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(13) VALUE "All sections ".
000000    02  T-Sections      PIC ZZZZ9.
000000    02  FILLER          PIC X(16) VALUE " Credit hours : ".
000000    02  T-Credits       PIC ZZZZZ9.
000000    02  FILLER          PIC X(15) VALUE "   Headcount : ".
000000    02  T-Headcount     PIC ZZZZZ9.
000000    02  FILLER          PIC X(9) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE 99 TO WS-Line-Count
000000     MOVE "Y" TO WS-First-Group
000000     MOVE "N" TO WS-Sort-EOF
000000     OPEN INPUT SectionFile
000000     IF SectionFileStatus NOT = "00"
000000        DISPLAY "SECTIONS.DAT could not be opened (status "
000000           SectionFileStatus ") - run SectionMaint first."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE SectionFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT InstructorMaster
000000     IF InstructorFileStatus NOT = "00"
000000        DISPLAY "INSTRUCTORS.DAT could not be opened (status "
000000           InstructorFileStatus ") - run InstructorLoad first."
000000        CLOSE SectionFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     PERFORM GetCurrentTerm
000000     IF WS-Current-Term = SPACES
000000        DISPLAY "No current term on TERMS.DAT - run TermLoad "
000000           "first."
000000        CLOSE SectionFile
000000        CLOSE CourseMaster
000000        CLOSE InstructorMaster
000000        STOP RUN
000000     END-IF
000000* With no registrations yet the report still shows who teaches
000000* what, every headcount at zero.
000000     MOVE "N" TO WS-Enroll-OnFile
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus = "00"
000000        MOVE "Y" TO WS-Enroll-OnFile
000000     END-IF
000000     OPEN OUTPUT TeachingLoadFile
000000     SORT SortWorkFile
000000        ON ASCENDING KEY TL-GroupKey TL-RecordType
000000        INPUT PROCEDURE IS ReleaseTeachingRecords
000000        OUTPUT PROCEDURE IS PrintTeachingLoad
000000     CLOSE SectionFile
000000     CLOSE CourseMaster
000000     CLOSE InstructorMaster
000000     IF WS-Enroll-OnFile = "Y"
000000        CLOSE EnrollFile
000000     END-IF
000000     CLOSE TeachingLoadFile
000000     STOP RUN.
000000
000000* TERMS.DAT is read front to back for the term flagged current -
000000* the one term registrations, rosters and billing belong to.
000000 GetCurrentTerm.
000000     MOVE SPACES TO WS-Current-Term
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ")."
000000     ELSE
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
000000 ReleaseTeachingRecords.
000000     MOVE "N" TO WS-Section-EOF
000000     PERFORM ReleaseOneSection
000000        UNTIL WS-Section-EOF = "Y"
000000     IF WS-Enroll-OnFile = "Y"
000000        MOVE "N" TO WS-Enroll-EOF
000000        PERFORM ReleaseOneEnrollment
000000           UNTIL WS-Enroll-EOF = "Y"
000000     END-IF.
000000
000000 ReleaseOneSection.
000000     READ SectionFile NEXT
000000        AT END MOVE "Y" TO WS-Section-EOF
000000        NOT AT END
000000           MOVE SE-InstructorCode TO TL-InstructorCode
000000           MOVE SE-CourseCode TO TL-CourseCode
000000           MOVE SE-SectionNo TO TL-SectionNo
000000           MOVE "S" TO TL-RecordType
000000           MOVE SE-MeetingDays TO TL-MeetingDays
000000           MOVE SE-StartTime TO TL-StartTime
000000           MOVE SE-EndTime TO TL-EndTime
000000           MOVE SE-Room TO TL-Room
000000           RELEASE TL-SortRecord
000000     END-READ.
000000
000000* Only the current term's sectioned registrations count - a
000000* registration into a section since removed is left out.
000000 ReleaseOneEnrollment.
000000     READ EnrollFile NEXT
000000        AT END MOVE "Y" TO WS-Enroll-EOF
000000        NOT AT END
000000           IF EN-TermCode = WS-Current-Term
000000              AND EN-SectionNo NOT = SPACES
000000              PERFORM ReleaseEnrollmentRecord
000000           END-IF
000000     END-READ.
000000
000000 ReleaseEnrollmentRecord.
000000     MOVE EN-CourseCode TO SE-CourseCode
000000     MOVE EN-SectionNo TO SE-SectionNo
000000     READ SectionFile
000000        INVALID KEY
000000           CONTINUE
000000        NOT INVALID KEY
000000           MOVE SE-InstructorCode TO TL-InstructorCode
000000           MOVE SE-CourseCode TO TL-CourseCode
000000           MOVE SE-SectionNo TO TL-SectionNo
000000           MOVE "E" TO TL-RecordType
000000           MOVE SPACES TO TL-MeetingDays
000000           MOVE ZERO TO TL-StartTime
000000           MOVE ZERO TO TL-EndTime
000000           MOVE SPACES TO TL-Room
000000           RELEASE TL-SortRecord
000000     END-READ.
000000
000000 PrintTeachingLoad.
000000     PERFORM ReturnTeachingRecord
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        IF TL-InstructorCode NOT = WS-Saved-Instructor
000000           OR WS-First-Group = "Y"
000000           PERFORM EndInstructorGroup
000000           PERFORM StartInstructorGroup
000000        END-IF
000000        PERFORM ProcessSectionGroup
000000     END-PERFORM
000000     PERFORM EndInstructorGroup
000000     PERFORM PrintTotalLine.
000000
000000 ReturnTeachingRecord.
000000     RETURN SortWorkFile
000000        AT END MOVE "Y" TO WS-Sort-EOF
000000     END-RETURN.
000000
000000 StartInstructorGroup.
000000     MOVE TL-InstructorCode TO WS-Saved-Instructor
000000     MOVE ZERO TO WS-Inst-Sections
000000     MOVE ZERO TO WS-Inst-Credits
000000     MOVE ZERO TO WS-Inst-Headcount
000000     MOVE "N" TO WS-First-Group
000000     MOVE TL-InstructorCode TO H-InstructorCode
000000     IF TL-InstructorCode = SPACES
000000        MOVE "UNASSIGNED" TO H-InstructorName
000000        MOVE SPACES TO H-Department
000000     ELSE
000000        PERFORM LookUpInstructor
000000     END-IF
000000     PERFORM PrintInstructorHeader.
000000
000000 LookUpInstructor.
000000     MOVE TL-InstructorCode TO IS-InstructorCode
000000     READ InstructorMaster
000000        INVALID KEY
000000           MOVE "** NOT ON MASTER **" TO H-InstructorName
000000           MOVE SPACES TO H-Department
000000        NOT INVALID KEY
000000           MOVE IS-InstructorName TO H-InstructorName
000000           MOVE IS-Department TO H-Department
000000     END-READ.
000000
000000 EndInstructorGroup.
000000     IF WS-First-Group = "N"
000000        MOVE WS-Inst-Sections TO IT-Sections
000000        MOVE WS-Inst-Credits TO IT-Credits
000000        MOVE WS-Inst-Headcount TO IT-Headcount
000000        WRITE TeachingLoadLine FROM InstructorTotalLine
000000        ADD 1 TO WS-Line-Count
000000     END-IF.
000000
000000 PrintInstructorHeader.
000000     IF WS-Line-Count + 3 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO TeachingLoadLine
000000     WRITE TeachingLoadLine
000000     WRITE TeachingLoadLine FROM InstructorHeaderLine
000000     ADD 2 TO WS-Line-Count.
000000
000000* The section's S record carries its meeting pattern; the E
000000* records in the group are counted for the headcount.
000000 ProcessSectionGroup.
000000     MOVE TL-GroupKey TO WS-Saved-GroupKey
000000     MOVE ZERO TO WS-Headcount
000000     MOVE TL-CourseCode TO D-CourseCode
000000     MOVE TL-SectionNo TO D-SectionNo
000000     MOVE SPACES TO D-MeetingDays
000000     MOVE ZERO TO D-StartTime
000000     MOVE ZERO TO D-EndTime
000000     MOVE SPACES TO D-Room
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        OR TL-GroupKey NOT = WS-Saved-GroupKey
000000        IF TL-RecordType = "E"
000000           ADD 1 TO WS-Headcount
000000        ELSE
000000           MOVE TL-MeetingDays TO D-MeetingDays
000000           MOVE TL-StartTime TO D-StartTime
000000           MOVE TL-EndTime TO D-EndTime
000000           MOVE TL-Room TO D-Room
000000        END-IF
000000        PERFORM ReturnTeachingRecord
000000     END-PERFORM
000000     PERFORM PrintDetailLine.
000000
000000 PrintDetailLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintInstructorHeader
000000     END-IF
000000     MOVE D-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           MOVE "** NOT ON MASTER **" TO D-CourseTitle
000000           MOVE ZERO TO WS-Credit-Hours
000000        NOT INVALID KEY
000000           MOVE CM-CourseTitle TO D-CourseTitle
000000           MOVE CM-CreditHours TO WS-Credit-Hours
000000     END-READ
000000     MOVE WS-Credit-Hours TO D-CreditHours
000000     MOVE WS-Headcount TO D-Headcount
000000     WRITE TeachingLoadLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count
000000     ADD 1 TO WS-Inst-Sections
000000     ADD WS-Credit-Hours TO WS-Inst-Credits
000000     ADD WS-Headcount TO WS-Inst-Headcount
000000     ADD 1 TO WS-Total-Sections
000000     ADD WS-Credit-Hours TO WS-Total-Credits
000000     ADD WS-Headcount TO WS-Total-Headcount.
000000
000000 PrintTotalLine.
000000     MOVE SPACES TO TeachingLoadLine
000000     WRITE TeachingLoadLine
000000     MOVE WS-Total-Sections TO T-Sections
000000     MOVE WS-Total-Credits TO T-Credits
000000     MOVE WS-Total-Headcount TO T-Headcount
000000     WRITE TeachingLoadLine FROM TotalLine
000000     ADD 2 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO TeachingLoadLine
000000     WRITE TeachingLoadLine
000000     MOVE WS-Current-Term TO PH-TermCode
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE TeachingLoadLine FROM PageHeaderLine.
000000
