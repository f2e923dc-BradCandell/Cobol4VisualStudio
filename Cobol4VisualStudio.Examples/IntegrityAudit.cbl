000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  IntegrityAudit.
000000 AUTHOR.  Michael Coughlan.
000000* Cross-file referential integrity audit.  Walks each file that
000000* points at another and reports every link that no longer holds
000000* after restores, purges and hand fixes:
000000*   ENROLL.DAT   StudentId not on STUDENTS.DAT, CourseCode not on
000000*                COURSES.DAT, SectionNo not on SECTIONS.DAT
000000*   GRADES.DAT   result with neither a registration on ENROLL.DAT
000000*                nor an archived student on STUDENTS.HIST
000000*   INVOICE.DAT  StudentId on neither STUDENTS.DAT nor
000000*                STUDENTS.HIST - a purged student may still owe
000000*   SPONLINK.DAT sponsor missing from SPONSORS.DAT or not active
000000*   CONTACTS.DAT StudentId not on STUDENTS.DAT - TermEndPurge
000000*                moves a purged student's contact to CONTACTS.HIST
000000*   STUDENTS.DAT AdvisorCode not on ADVISORS.DAT
000000* A blank SectionNo or AdvisorCode means none assigned yet and is
000000* not a broken link.  INTEGRITY.LST lists the problems grouped by
000000* file and type with a count for each.  Runs on its own or as a
000000* NightlyRun step - RETURN-CODE is 4 when a problem is found and
000000* 8 when the audit cannot run, so the driver marks the step.
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
000000     SELECT HistoryFile ASSIGN TO "STUDENTS.HIST"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS H-StudentId
000000 		FILE STATUS IS HistoryFileStatus.
000000
000000     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS EN-EnrollKey
000000 		FILE STATUS IS EnrollFileStatus.
000000
000000     SELECT CourseMaster ASSIGN TO "COURSES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS SE-SectionKey
000000 		FILE STATUS IS SectionFileStatus.
000000
000000     SELECT GradeFile ASSIGN TO "GRADES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS GR-GradeKey
000000 		FILE STATUS IS GradeFileStatus.
000000
000000     SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS IN-StudentId
000000 		FILE STATUS IS InvoiceFileStatus.
000000
000000     SELECT SponsorLink ASSIGN TO "SPONLINK.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS SL-StudentId
000000 		FILE STATUS IS LinkFileStatus.
000000
000000     SELECT SponsorMaster ASSIGN TO "SPONSORS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS SP-SponsorCode
000000 		FILE STATUS IS SponsorFileStatus.
000000
000000     SELECT ContactFile ASSIGN TO "CONTACTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS CT-StudentId
000000 		FILE STATUS IS ContactFileStatus.
000000
000000     SELECT AdvisorMaster ASSIGN TO "ADVISORS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS AD-AdvisorCode
000000 		FILE STATUS IS AdvisorFileStatus.
000000
000000     SELECT SortWorkFile ASSIGN TO "SORTWK1".
000000
000000     SELECT ReportFile ASSIGN TO "INTEGRITY.LST"
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
000000* Archive of purged students - the layout TermEndPurge writes.
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
000000 FD GradeFile.
000000 01 GradeRecord.
000000    02  GR-GradeKey.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD InvoiceFile.
000000 01 InvoiceRecord.
000000    02  IN-StudentId    PIC 9(7).
000000    02  IN-CourseCode   PIC X(4).
000000    02  IN-InvoiceDate  PIC 9(8).
000000    02  IN-BilledAmount PIC 9(6)V99.
000000    02  IN-AmountPaid   PIC 9(6)V99.
000000    02  IN-AidApplied   PIC 9(6)V99.
000000    02  IN-TermCode     PIC X(5).
000000
000000 FD SponsorLink.
000000 01 SponsorLinkRecord.
000000    02  SL-StudentId    PIC 9(7).
000000    02  SL-SponsorCode  PIC X(4).
000000
000000 FD SponsorMaster.
000000 01 SponsorMasterRecord.
000000    02  SP-SponsorCode  PIC X(4).
000000    02  SP-SponsorName  PIC X(20).
000000    02  SP-SponsorStatus PIC X.
000000
000000 FD ContactFile.
000000 01 ContactRecord.
000000    02  CT-StudentId    PIC 9(7).
000000    02  CT-AddrLine1    PIC X(25).
000000    02  CT-AddrLine2    PIC X(25).
000000    02  CT-City         PIC X(15).
000000    02  CT-State        PIC X(2).
000000    02  CT-ZipCode      PIC X(10).
000000    02  CT-Phone        PIC X(12).
000000    02  CT-Email        PIC X(30).
000000
000000 FD AdvisorMaster.
000000 01 AdvisorMasterRecord.
000000    02  AD-AdvisorCode  PIC X(4).
000000    02  AD-AdvisorName  PIC X(20).
000000    02  AD-Department   PIC X(12).
000000    02  AD-AdvisorStatus PIC X.
000000
000000* One entry per broken link.  The file and type sequence numbers
000000* put the report in the order the checks are listed above.
000000 SD SortWorkFile.
000000 01 SR-ProblemEntry.
000000    02  SR-FileSeq      PIC 9.
000000    02  SR-FileName     PIC X(12).
000000    02  SR-TypeSeq      PIC 9.
000000    02  SR-Problem      PIC X(32).
000000    02  SR-StudentId    PIC 9(7).
000000    02  SR-Detail       PIC X(16).
000000
000000 FD ReportFile.
000000 01 ReportLine            PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  HistoryFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  SectionFileStatus                  PIC XX.
000000 01  GradeFileStatus                    PIC XX.
000000 01  InvoiceFileStatus                  PIC XX.
000000 01  LinkFileStatus                     PIC XX.
000000 01  SponsorFileStatus                  PIC XX.
000000 01  ContactFileStatus                  PIC XX.
000000 01  AdvisorFileStatus                  PIC XX.
000000 01  WS-History-OnFile                  PIC X VALUE "N".
000000 01  WS-Sections-OnFile                 PIC X VALUE "N".
000000 01  WS-Grades-OnFile                   PIC X VALUE "N".
000000 01  WS-Invoices-OnFile                 PIC X VALUE "N".
000000 01  WS-Links-OnFile                    PIC X VALUE "N".
000000 01  WS-Sponsors-OnFile                 PIC X VALUE "N".
000000 01  WS-Contacts-OnFile                 PIC X VALUE "N".
000000 01  WS-Advisors-OnFile                 PIC X VALUE "N".
000000 01  WS-Read-EOF                        PIC X VALUE "N".
000000 01  WS-Sort-EOF                        PIC X VALUE "N".
000000 01  WS-Found                           PIC X VALUE "N".
000000 01  WS-Problem-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-File-Count                      PIC 9(5) VALUE ZERO.
000000 01  WS-Type-Count                      PIC 9(5) VALUE ZERO.
000000 01  WS-Saved-FileSeq                   PIC 9 VALUE ZERO.
000000 01  WS-Saved-TypeSeq                   PIC 9 VALUE ZERO.
000000 01  WS-Saved-FileName                  PIC X(12) VALUE SPACES.
000000 01  WS-Saved-Problem                   PIC X(32) VALUE SPACES.
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(23) VALUE "Integrity Audit - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(6) VALUE "  Run ".
000000    02  PH-RunDate      PIC 9(8).
000000    02  FILLER          PIC X(29) VALUE SPACES.
000000
000000 01  FileHeaderLine.
000000    02  FILLER          PIC X(7) VALUE "File : ".
000000    02  FH-FileName     PIC X(12).
000000    02  FILLER          PIC X(51) VALUE SPACES.
000000
000000 01  TypeHeaderLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  TH-Problem      PIC X(32).
000000    02  FILLER          PIC X(36) VALUE SPACES.
000000
000000 01  DetailLine.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Detail        PIC X(16).
000000    02  FILLER          PIC X(41) VALUE SPACES.
000000
000000 01  TypeCountLine.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  FILLER          PIC X(8) VALUE "Count : ".
000000    02  TC-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(53) VALUE SPACES.
000000
000000 01  FileCountLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  FC-FileName     PIC X(12).
000000    02  FILLER          PIC X(12) VALUE " problems : ".
000000    02  FC-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(39) VALUE SPACES.
000000
000000 01  NotCheckedLine.
000000    02  NC-FileName     PIC X(12).
000000    02  FILLER          PIC X(32)
000000                        VALUE " not on file - nothing checked.".
000000    02  FILLER          PIC X(26) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(17) VALUE "Problems found : ".
000000    02  TL-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(48) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000* CALLed a second time in the same session, WORKING-STORAGE VALUE
000000* clauses only take effect on the very first load.
000000 Begin.
000000     MOVE "N" TO WS-Sort-EOF
000000     MOVE ZERO TO WS-Problem-Count
000000     MOVE ZERO TO WS-Saved-FileSeq
000000     MOVE ZERO TO WS-Saved-TypeSeq
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE 99 TO WS-Line-Count
000000     MOVE ZERO TO RETURN-CODE
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     MOVE WS-Run-Date TO PH-RunDate
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ") - nothing audited."
000000        MOVE 8 TO RETURN-CODE
000000        GOBACK
000000     END-IF
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus NOT = "00"
000000        DISPLAY "ENROLL.DAT could not be opened (status "
000000           EnrollFileStatus ") - run EnrollMaint first."
000000        CLOSE StudentFile
000000        MOVE 8 TO RETURN-CODE
000000        GOBACK
000000     END-IF
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE StudentFile
000000        CLOSE EnrollFile
000000        MOVE 8 TO RETURN-CODE
000000        GOBACK
000000     END-IF
000000     PERFORM OpenOptionalFiles
000000     OPEN OUTPUT ReportFile
000000     SORT SortWorkFile
000000        ON ASCENDING KEY SR-FileSeq SR-TypeSeq SR-StudentId
000000                         SR-Detail
000000        INPUT PROCEDURE IS FindBrokenLinks
000000        OUTPUT PROCEDURE IS PrintProblemReport
000000     PERFORM PrintRunSummary
000000     PERFORM CloseOptionalFiles
000000     CLOSE StudentFile
000000     CLOSE EnrollFile
000000     CLOSE CourseMaster
000000     CLOSE ReportFile
000000     DISPLAY "Integrity problems found : " WS-Problem-Count
000000     IF WS-Problem-Count > ZERO
000000        MOVE 4 TO RETURN-CODE
000000     END-IF
000000     GOBACK.
000000
000000* A file that is not there has no links to break, and a file
000000* that is pointed at but not there breaks every link into it -
000000* the lookups below treat it as empty.
000000 OpenOptionalFiles.
000000     MOVE "N" TO WS-History-OnFile
000000     OPEN INPUT HistoryFile
000000     IF HistoryFileStatus = "00"
000000        MOVE "Y" TO WS-History-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Sections-OnFile
000000     OPEN INPUT SectionFile
000000     IF SectionFileStatus = "00"
000000        MOVE "Y" TO WS-Sections-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Grades-OnFile
000000     OPEN INPUT GradeFile
000000     IF GradeFileStatus = "00"
000000        MOVE "Y" TO WS-Grades-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Invoices-OnFile
000000     OPEN INPUT InvoiceFile
000000     IF InvoiceFileStatus = "00"
000000        MOVE "Y" TO WS-Invoices-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Links-OnFile
000000     OPEN INPUT SponsorLink
000000     IF LinkFileStatus = "00"
000000        MOVE "Y" TO WS-Links-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Sponsors-OnFile
000000     OPEN INPUT SponsorMaster
000000     IF SponsorFileStatus = "00"
000000        MOVE "Y" TO WS-Sponsors-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Contacts-OnFile
000000     OPEN INPUT ContactFile
000000     IF ContactFileStatus = "00"
000000        MOVE "Y" TO WS-Contacts-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Advisors-OnFile
000000     OPEN INPUT AdvisorMaster
000000     IF AdvisorFileStatus = "00"
000000        MOVE "Y" TO WS-Advisors-OnFile
000000     END-IF.
000000
000000 CloseOptionalFiles.
000000     IF WS-History-OnFile = "Y"
000000        CLOSE HistoryFile
000000     END-IF
000000     IF WS-Sections-OnFile = "Y"
000000        CLOSE SectionFile
000000     END-IF
000000     IF WS-Grades-OnFile = "Y"
000000        CLOSE GradeFile
000000     END-IF
000000     IF WS-Invoices-OnFile = "Y"
000000        CLOSE InvoiceFile
000000     END-IF
000000     IF WS-Links-OnFile = "Y"
000000        CLOSE SponsorLink
000000     END-IF
000000     IF WS-Sponsors-OnFile = "Y"
000000        CLOSE SponsorMaster
000000     END-IF
000000     IF WS-Contacts-OnFile = "Y"
000000        CLOSE ContactFile
000000     END-IF
000000     IF WS-Advisors-OnFile = "Y"
000000        CLOSE AdvisorMaster
000000     END-IF.
000000
000000 FindBrokenLinks.
000000     PERFORM CheckEnrollments
000000     IF WS-Grades-OnFile = "Y"
000000        PERFORM CheckGrades
000000     END-IF
000000     IF WS-Invoices-OnFile = "Y"
000000        PERFORM CheckInvoices
000000     END-IF
000000     IF WS-Links-OnFile = "Y"
000000        PERFORM CheckSponsorLinks
000000     END-IF
000000     IF WS-Contacts-OnFile = "Y"
000000        PERFORM CheckContacts
000000     END-IF
000000     PERFORM CheckAdvisorCodes.
000000
000000 CheckEnrollments.
000000     MOVE 1 TO SR-FileSeq
000000     MOVE "ENROLL.DAT" TO SR-FileName
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ EnrollFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM CheckOneEnrollment
000000        END-READ
000000     END-PERFORM.
000000
000000 CheckOneEnrollment.
000000     MOVE EN-StudentId TO SR-StudentId
000000     MOVE EN-StudentId TO StudentId
000000     READ StudentFile
000000        INVALID KEY
000000           MOVE 1 TO SR-TypeSeq
000000           MOVE "StudentId not on STUDENTS.DAT" TO SR-Problem
000000           MOVE EN-CourseCode TO SR-Detail
000000           PERFORM ReleaseProblem
000000     END-READ
000000     MOVE EN-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           MOVE 2 TO SR-TypeSeq
000000           MOVE "CourseCode not on COURSES.DAT" TO SR-Problem
000000           MOVE EN-CourseCode TO SR-Detail
000000           PERFORM ReleaseProblem
000000     END-READ
000000     IF EN-SectionNo NOT = SPACES
000000        MOVE "N" TO WS-Found
000000        IF WS-Sections-OnFile = "Y"
000000           MOVE EN-CourseCode TO SE-CourseCode
000000           MOVE EN-SectionNo TO SE-SectionNo
000000           READ SectionFile
000000              NOT INVALID KEY MOVE "Y" TO WS-Found
000000           END-READ
000000        END-IF
000000        IF WS-Found = "N"
000000           MOVE 3 TO SR-TypeSeq
000000           MOVE "SectionNo not on SECTIONS.DAT" TO SR-Problem
000000           MOVE SPACES TO SR-Detail
000000           STRING EN-CourseCode " " EN-SectionNo
000000              DELIMITED BY SIZE INTO SR-Detail
000000           END-STRING
000000           PERFORM ReleaseProblem
000000        END-IF
000000     END-IF.
000000
000000* A result stands on its registration, or - once TermEndPurge has
000000* dropped the registrations of a student it archived - on the
000000* student's STUDENTS.HIST record.
000000 CheckGrades.
000000     MOVE 2 TO SR-FileSeq
000000     MOVE "GRADES.DAT" TO SR-FileName
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ GradeFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM CheckOneGrade
000000        END-READ
000000     END-PERFORM.
000000
000000 CheckOneGrade.
000000     MOVE GR-StudentId TO EN-StudentId
000000     MOVE GR-CourseCode TO EN-CourseCode
000000     MOVE "Y" TO WS-Found
000000     READ EnrollFile
000000        INVALID KEY MOVE "N" TO WS-Found
000000     END-READ
000000     IF WS-Found = "N"
000000        MOVE GR-StudentId TO SR-StudentId
000000        PERFORM LookUpHistory
000000     END-IF
000000     IF WS-Found = "N"
000000        MOVE 1 TO SR-TypeSeq
000000        MOVE "No registration or history" TO SR-Problem
000000        MOVE SPACES TO SR-Detail
000000        STRING GR-CourseCode " " GR-TermCode " " GR-Grade
000000           DELIMITED BY SIZE INTO SR-Detail
000000        END-STRING
000000        PERFORM ReleaseProblem
000000     END-IF.
000000
000000 LookUpHistory.
000000     MOVE "N" TO WS-Found
000000     IF WS-History-OnFile = "Y"
000000        MOVE SR-StudentId TO H-StudentId
000000        READ HistoryFile
000000           NOT INVALID KEY MOVE "Y" TO WS-Found
000000        END-READ
000000     END-IF.
000000
000000 CheckInvoices.
000000     MOVE 3 TO SR-FileSeq
000000     MOVE "INVOICE.DAT" TO SR-FileName
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ InvoiceFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM CheckOneInvoice
000000        END-READ
000000     END-PERFORM.
000000
000000 CheckOneInvoice.
000000     MOVE IN-StudentId TO SR-StudentId
000000     MOVE IN-StudentId TO StudentId
000000     MOVE "Y" TO WS-Found
000000     READ StudentFile
000000        INVALID KEY PERFORM LookUpHistory
000000     END-READ
000000     IF WS-Found = "N"
000000        MOVE 1 TO SR-TypeSeq
000000        MOVE "StudentId not on file" TO SR-Problem
000000        MOVE IN-TermCode TO SR-Detail
000000        PERFORM ReleaseProblem
000000     END-IF.
000000
000000 CheckSponsorLinks.
000000     MOVE 4 TO SR-FileSeq
000000     MOVE "SPONLINK.DAT" TO SR-FileName
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ SponsorLink NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM CheckOneSponsorLink
000000        END-READ
000000     END-PERFORM.
000000
000000 CheckOneSponsorLink.
000000     MOVE SL-StudentId TO SR-StudentId
000000     MOVE SL-SponsorCode TO SR-Detail
000000     MOVE "N" TO WS-Found
000000     IF WS-Sponsors-OnFile = "Y"
000000        MOVE SL-SponsorCode TO SP-SponsorCode
000000        READ SponsorMaster
000000           NOT INVALID KEY MOVE "Y" TO WS-Found
000000        END-READ
000000     END-IF
000000     IF WS-Found = "N"
000000        MOVE 1 TO SR-TypeSeq
000000        MOVE "Sponsor not on SPONSORS.DAT" TO SR-Problem
000000        PERFORM ReleaseProblem
000000     ELSE
000000        IF SP-SponsorStatus NOT = "A"
000000           MOVE 2 TO SR-TypeSeq
000000           MOVE "Sponsor not active" TO SR-Problem
000000           PERFORM ReleaseProblem
000000        END-IF
000000     END-IF.
000000
000000 CheckContacts.
000000     MOVE 5 TO SR-FileSeq
000000     MOVE "CONTACTS.DAT" TO SR-FileName
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ ContactFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM CheckOneContact
000000        END-READ
000000     END-PERFORM.
000000
000000 CheckOneContact.
000000     MOVE CT-StudentId TO StudentId
000000     READ StudentFile
000000        INVALID KEY
000000           MOVE CT-StudentId TO SR-StudentId
000000           MOVE 1 TO SR-TypeSeq
000000           MOVE "StudentId not on STUDENTS.DAT" TO SR-Problem
000000           MOVE SPACES TO SR-Detail
000000           PERFORM ReleaseProblem
000000     END-READ.
000000
000000* STUDENTS.DAT has been read at random by the checks above, so
000000* the pass over it starts from the lowest key.
000000 CheckAdvisorCodes.
000000     MOVE 6 TO SR-FileSeq
000000     MOVE "STUDENTS.DAT" TO SR-FileName
000000     MOVE "N" TO WS-Read-EOF
000000     MOVE ZERO TO StudentId
000000     START StudentFile KEY IS NOT < StudentId
000000        INVALID KEY MOVE "Y" TO WS-Read-EOF
000000     END-START
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ StudentFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM CheckOneAdvisorCode
000000        END-READ
000000     END-PERFORM.
000000
000000 CheckOneAdvisorCode.
000000     IF AdvisorCode NOT = SPACES
000000        MOVE "N" TO WS-Found
000000        IF WS-Advisors-OnFile = "Y"
000000           MOVE AdvisorCode TO AD-AdvisorCode
000000           READ AdvisorMaster
000000              NOT INVALID KEY MOVE "Y" TO WS-Found
000000           END-READ
000000        END-IF
000000        IF WS-Found = "N"
000000           MOVE StudentId TO SR-StudentId
000000           MOVE 1 TO SR-TypeSeq
000000           MOVE "AdvisorCode not on ADVISORS.DAT" TO SR-Problem
000000           MOVE AdvisorCode TO SR-Detail
000000           PERFORM ReleaseProblem
000000        END-IF
000000     END-IF.
000000
000000 ReleaseProblem.
000000     RELEASE SR-ProblemEntry
000000     ADD 1 TO WS-Problem-Count.
000000
000000 PrintProblemReport.
000000     RETURN SortWorkFile
000000        AT END MOVE "Y" TO WS-Sort-EOF
000000     END-RETURN
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        IF SR-FileSeq NOT = WS-Saved-FileSeq
000000           PERFORM EndTypeGroup
000000           PERFORM EndFileGroup
000000           PERFORM StartFileGroup
000000           PERFORM StartTypeGroup
000000        ELSE
000000           IF SR-TypeSeq NOT = WS-Saved-TypeSeq
000000              PERFORM EndTypeGroup
000000              PERFORM StartTypeGroup
000000           END-IF
000000        END-IF
000000        PERFORM PrintDetailLine
000000        RETURN SortWorkFile
000000           AT END MOVE "Y" TO WS-Sort-EOF
000000        END-RETURN
000000     END-PERFORM
000000     PERFORM EndTypeGroup
000000     PERFORM EndFileGroup.
000000
000000 StartFileGroup.
000000     MOVE SR-FileSeq TO WS-Saved-FileSeq
000000     MOVE SR-FileName TO WS-Saved-FileName
000000     MOVE ZERO TO WS-File-Count
000000     PERFORM PrintFileHeader.
000000
000000 EndFileGroup.
000000     IF WS-Saved-FileSeq NOT = ZERO
000000        MOVE WS-Saved-FileName TO FC-FileName
000000        MOVE WS-File-Count TO FC-Count
000000        WRITE ReportLine FROM FileCountLine
000000        MOVE SPACES TO ReportLine
000000        WRITE ReportLine
000000        ADD 2 TO WS-Line-Count
000000     END-IF.
000000
000000 StartTypeGroup.
000000     MOVE SR-TypeSeq TO WS-Saved-TypeSeq
000000     MOVE SR-Problem TO WS-Saved-Problem
000000     MOVE ZERO TO WS-Type-Count
000000     PERFORM PrintTypeHeader.
000000
000000 EndTypeGroup.
000000     IF WS-Saved-TypeSeq NOT = ZERO
000000        MOVE WS-Type-Count TO TC-Count
000000        WRITE ReportLine FROM TypeCountLine
000000        ADD 1 TO WS-Line-Count
000000        MOVE ZERO TO WS-Saved-TypeSeq
000000     END-IF.
000000
000000 PrintFileHeader.
000000     IF WS-Line-Count + 4 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE WS-Saved-FileName TO FH-FileName
000000     WRITE ReportLine FROM FileHeaderLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 PrintTypeHeader.
000000     IF WS-Line-Count + 2 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintFileHeader
000000     END-IF
000000     MOVE WS-Saved-Problem TO TH-Problem
000000     WRITE ReportLine FROM TypeHeaderLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 PrintDetailLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintFileHeader
000000        PERFORM PrintTypeHeader
000000     END-IF
000000     MOVE SR-StudentId TO D-StudentId
000000     MOVE SR-Detail TO D-Detail
000000     WRITE ReportLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count
000000     ADD 1 TO WS-Type-Count
000000     ADD 1 TO WS-File-Count.
000000
000000* The files the audit could not read are named at the foot, so a
000000* clean report is never mistaken for a complete one.
000000 PrintRunSummary.
000000     IF WS-Line-Count + 8 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     IF WS-Grades-OnFile = "N"
000000        MOVE "GRADES.DAT" TO NC-FileName
000000        WRITE ReportLine FROM NotCheckedLine
000000     END-IF
000000     IF WS-Invoices-OnFile = "N"
000000        MOVE "INVOICE.DAT" TO NC-FileName
000000        WRITE ReportLine FROM NotCheckedLine
000000     END-IF
000000     IF WS-Links-OnFile = "N"
000000        MOVE "SPONLINK.DAT" TO NC-FileName
000000        WRITE ReportLine FROM NotCheckedLine
000000     END-IF
000000     IF WS-Contacts-OnFile = "N"
000000        MOVE "CONTACTS.DAT" TO NC-FileName
000000        WRITE ReportLine FROM NotCheckedLine
000000     END-IF
000000     IF WS-Problem-Count = ZERO
000000        MOVE "No broken links found." TO ReportLine
000000        WRITE ReportLine
000000     END-IF
000000     MOVE WS-Problem-Count TO TL-Count
000000     WRITE ReportLine FROM TotalLine.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE ReportLine FROM PageHeaderLine.
