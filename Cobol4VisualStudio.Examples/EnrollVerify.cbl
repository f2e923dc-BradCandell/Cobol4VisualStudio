000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  EnrollVerify.
000000 AUTHOR.  Michael Coughlan.
000000* Enrollment verification certificates for insurers, loan
000000* servicers and employers.  Each request names a StudentId, a
000000* term (blank = the current term) and the party asking, with
000000* the address the certificate is to be mailed to.  Requests are
000000* keyed one at a time or read in a batch from VERIFYREQ.DAT.
000000* The student's credit hours registered on ENROLL.DAT for the
000000* term are totalled from CM-CreditHours and graded full-time,
000000* three-quarter time, half-time or less than half-time against
000000* the thresholds TermLoad keeps on TERMS.DAT.  A signed
000000* certificate page with the term dates goes to VERIFY.LST, and
000000* every certificate issued is appended to VERIFYLOG.DAT under a
000000* reference printed on the page, so we can always show what we
000000* certified, to whom and when.  Requests that cannot be
000000* certified are listed on VERIFYEXC.LST with the reason.
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
000000     SELECT TermFile ASSIGN TO "TERMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS TM-TermCode
000000 		FILE STATUS IS TermFileStatus.
000000
000000     SELECT RequestFile ASSIGN TO "VERIFYREQ.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS RequestFileStatus.
000000
000000     SELECT VerifyLog ASSIGN TO "VERIFYLOG.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS VerifyLogStatus.
000000
000000     SELECT CertificateFile ASSIGN TO "VERIFY.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT ExceptionFile ASSIGN TO "VERIFYEXC.LST"
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
000000* One request per line, in the VerifyRequest layout below.
000000 FD RequestFile.
000000 01 RequestRecord          PIC X(119).
000000
000000* One line per certificate issued.  The reference is the run
000000* date and time and the certificate's number within the run.
000000 FD VerifyLog.
000000 01 VerifyLogRecord.
000000    02  VL-Reference.
000000        03 VL-IssueDate  PIC 9(8).
000000        03 VL-IssueTime  PIC 9(6).
000000        03 VL-CertSeq    PIC 9(4).
000000    02  VL-StudentId     PIC 9(7).
000000    02  VL-TermCode      PIC X(5).
000000    02  VL-TermStart     PIC 9(8).
000000    02  VL-TermEnd       PIC 9(8).
000000    02  VL-CreditHours   PIC 9(3).
000000    02  VL-LoadStatus    PIC X(20).
000000    02  VL-ReqName       PIC X(30).
000000    02  VL-ReqAddr1      PIC X(25).
000000    02  VL-ReqAddr2      PIC X(25).
000000    02  VL-ReqCity       PIC X(15).
000000    02  VL-ReqState      PIC X(2).
000000    02  VL-ReqZip        PIC X(10).
000000    02  VL-OperatorId    PIC X(8).
000000    02  VL-Signer        PIC X(25).
000000
000000 FD CertificateFile.
000000 01 CertificateLine       PIC X(70).
000000
000000 FD ExceptionFile.
000000 01 ExceptionLine         PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  RequestFileStatus                  PIC XX.
000000 01  VerifyLogStatus                    PIC XX.
000000 01  WS-Run-Mode                        PIC X VALUE "I".
000000 01  WS-Operator-Id                     PIC X(8) VALUE SPACES.
000000 01  WS-Signer-Name                     PIC X(25) VALUE SPACES.
000000 01  WS-Signer-Title                    PIC X(25) VALUE SPACES.
000000 01  WS-Current-Term                    PIC X(5) VALUE SPACES.
000000 01  WS-Term-EOF                        PIC X VALUE "N".
000000 01  WS-Enroll-EOF                      PIC X VALUE "N".
000000 01  WS-Request-EOF                     PIC X VALUE "N".
000000 01  WS-Reject-Reason                   PIC X(25) VALUE SPACES.
000000 01  WS-Term-Hours                      PIC 9(3) VALUE ZERO.
000000 01  WS-Load-Status                     PIC X(20) VALUE SPACES.
000000 01  WS-Request-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-Issued-Count                    PIC 9(5) VALUE ZERO.
000000 01  WS-Rejected-Count                  PIC 9(5) VALUE ZERO.
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Run-Time                        PIC 9(8) VALUE ZERO.
000000 01  WS-Run-Time-Parts REDEFINES WS-Run-Time.
000000    02  WS-Run-HHMMSS   PIC 9(6).
000000    02  WS-Run-Hundredths PIC 9(2).
000000
000000* A request as keyed or as read from VERIFYREQ.DAT.
000000 01  VerifyRequest.
000000    02  VR-StudentId    PIC 9(7).
000000    02  VR-TermCode     PIC X(5).
000000    02  VR-ReqName      PIC X(30).
000000    02  VR-ReqAddr1     PIC X(25).
000000    02  VR-ReqAddr2     PIC X(25).
000000    02  VR-ReqCity      PIC X(15).
000000    02  VR-ReqState     PIC X(2).
000000    02  VR-ReqZip       PIC X(10).
000000
000000 01  TitleLine.
000000    02  FILLER          PIC X(17) VALUE SPACES.
000000    02  FILLER          PIC X(35)
000000        VALUE "ENROLLMENT VERIFICATION CERTIFICATE".
000000    02  FILLER          PIC X(18) VALUE SPACES.
000000
000000 01  IssueLine.
000000    02  FILLER          PIC X(13) VALUE "Date issued: ".
000000    02  I-IssueDate     PIC 9(8).
000000    02  FILLER          PIC X(18) VALUE SPACES.
000000    02  FILLER          PIC X(11) VALUE "Reference: ".
000000    02  I-IssueDate2    PIC 9(8).
000000    02  FILLER          PIC X(1) VALUE "/".
000000    02  I-IssueTime     PIC 9(6).
000000    02  FILLER          PIC X(1) VALUE "/".
000000    02  I-CertSeq       PIC 9(4).
000000
000000 01  CityLine.
000000    02  C-City          PIC X(15).
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  C-State         PIC X(2).
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  C-ZipCode       PIC X(10).
000000    02  FILLER          PIC X(41) VALUE SPACES.
000000
000000 01  CertifyLine1.
000000    02  FILLER          PIC X(24)
000000        VALUE "This is to certify that ".
000000    02  V-Initials      PIC XX.
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  V-Surname       PIC X(8).
000000    02  FILLER          PIC X(12) VALUE ", StudentId ".
000000    02  V-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(1) VALUE ",".
000000    02  FILLER          PIC X(15) VALUE SPACES.
000000
000000 01  CertifyLine2.
000000    02  FILLER          PIC X(23)
000000        VALUE "is registered for term ".
000000    02  V-TermCode      PIC X(5).
000000    02  FILLER          PIC X(18) VALUE ", which runs from ".
000000    02  V-TermStart     PIC 9(8).
000000    02  FILLER          PIC X(4) VALUE " to ".
000000    02  V-TermEnd       PIC 9(8).
000000    02  FILLER          PIC X(1) VALUE ",".
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000
000000 01  CertifyLine3.
000000    02  FILLER          PIC X(4) VALUE "for ".
000000    02  V-CreditHours   PIC ZZ9.
000000    02  FILLER          PIC X(40)
000000        VALUE " credit hours.  Enrollment status for th".
000000    02  FILLER          PIC X(7) VALUE "e term:".
000000    02  FILLER          PIC X(16) VALUE SPACES.
000000
000000* The wording used instead of CertifyLine2 and CertifyLine3 for
000000* a student with no registrations for the term.
000000 01  NotRegisteredLine1.
000000    02  FILLER          PIC X(27)
000000        VALUE "is not registered for term ".
000000    02  V-NR-TermCode   PIC X(5).
000000    02  FILLER          PIC X(15) VALUE "; it runs from ".
000000    02  V-NR-TermStart  PIC 9(8).
000000    02  FILLER          PIC X(4) VALUE " to ".
000000    02  V-NR-TermEnd    PIC 9(8).
000000    02  FILLER          PIC X(1) VALUE ".".
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000
000000 01  NotRegisteredLine2.
000000    02  FILLER          PIC X(31)
000000        VALUE "Enrollment status for the term:".
000000    02  FILLER          PIC X(39) VALUE SPACES.
000000
000000 01  StatusLine.
000000    02  FILLER          PIC X(8) VALUE SPACES.
000000    02  V-LoadStatus    PIC X(20).
000000    02  FILLER          PIC X(42) VALUE SPACES.
000000
000000 01  ThresholdLine.
000000    02  FILLER          PIC X(21) VALUE "Credit hours needed: ".
000000    02  FILLER          PIC X(10) VALUE "full-time ".
000000    02  V-FullTimeHrs   PIC Z9.
000000    02  FILLER          PIC X(16) VALUE ", three-quarter ".
000000    02  V-ThreeQtrHrs   PIC Z9.
000000    02  FILLER          PIC X(12) VALUE ", half-time ".
000000    02  V-HalfTimeHrs   PIC Z9.
000000    02  FILLER          PIC X(1) VALUE ".".
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000
000000 01  SignatureLine.
000000    02  FILLER          PIC X(8) VALUE "Signed  ".
000000    02  FILLER          PIC X(30) VALUE ALL "_".
000000    02  FILLER          PIC X(32) VALUE SPACES.
000000
000000 01  SignerLine.
000000    02  FILLER          PIC X(8) VALUE SPACES.
000000    02  S-Signer        PIC X(25).
000000    02  FILLER          PIC X(37) VALUE SPACES.
000000
000000 01  RuleLine.
000000    02  FILLER          PIC X(70) VALUE ALL "-".
000000
000000 01  ExceptionHeaderLine.
000000    02  FILLER          PIC X(11) VALUE "StudentId".
000000    02  FILLER          PIC X(7) VALUE "Term".
000000    02  FILLER          PIC X(22) VALUE "Requested by".
000000    02  FILLER          PIC X(25) VALUE "Not certified because".
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000
000000 01  ExceptionDetailLine.
000000    02  X-StudentId     PIC X(7).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  X-TermCode      PIC X(5).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  X-ReqName       PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  X-Reason        PIC X(25).
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     ACCEPT WS-Run-Time FROM TIME
000000     DISPLAY "Enter operator ID : " WITH NO ADVANCING
000000     ACCEPT WS-Operator-Id
000000     DISPLAY "Certifying official (blank = Office of the "
000000        "Registrar) : " WITH NO ADVANCING
000000     ACCEPT WS-Signer-Name
000000     IF WS-Signer-Name = SPACES
000000        MOVE "Office of the Registrar" TO WS-Signer-Name
000000     END-IF
000000     DISPLAY "Official's title (blank = Registrar) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Signer-Title
000000     IF WS-Signer-Title = SPACES
000000        MOVE "Registrar" TO WS-Signer-Title
000000     END-IF
000000     DISPLAY "Run mode - (I)nteractive or (B)atch from "
000000        "VERIFYREQ.DAT : " WITH NO ADVANCING
000000     ACCEPT WS-Run-Mode
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ")."
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT EnrollFile
000000     IF EnrollFileStatus NOT = "00"
000000        DISPLAY "ENROLL.DAT could not be opened (status "
000000           EnrollFileStatus ") - run EnrollMaint first."
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
000000     PERFORM GetCurrentTerm
000000     IF WS-Run-Mode = "B"
000000        OPEN INPUT RequestFile
000000        IF RequestFileStatus NOT = "00"
000000           DISPLAY "VERIFYREQ.DAT could not be opened (status "
000000              RequestFileStatus ") - nothing certified."
000000           CLOSE StudentFile
000000           CLOSE EnrollFile
000000           CLOSE CourseMaster
000000           CLOSE TermFile
000000           STOP RUN
000000        END-IF
000000     END-IF
000000     OPEN OUTPUT CertificateFile
000000     OPEN OUTPUT ExceptionFile
000000     WRITE ExceptionLine FROM ExceptionHeaderLine
000000     PERFORM OpenVerifyLog
000000     IF WS-Run-Mode = "B"
000000        PERFORM ReadRequestRecord
000000        PERFORM UNTIL WS-Request-EOF = "Y"
000000           PERFORM ProcessRequest
000000           PERFORM ReadRequestRecord
000000        END-PERFORM
000000        CLOSE RequestFile
000000     ELSE
000000        PERFORM GetKeyedRequest
000000        PERFORM UNTIL VR-StudentId = ZERO
000000           PERFORM ProcessRequest
000000           PERFORM GetKeyedRequest
000000        END-PERFORM
000000     END-IF
000000     IF WS-Rejected-Count = ZERO
000000        MOVE "No requests refused." TO ExceptionLine
000000        WRITE ExceptionLine
000000     END-IF
000000     CLOSE StudentFile
000000     CLOSE EnrollFile
000000     CLOSE CourseMaster
000000     CLOSE TermFile
000000     CLOSE CertificateFile
000000     CLOSE ExceptionFile
000000     CLOSE VerifyLog
000000     DISPLAY "Requests read        : " WS-Request-Count
000000     DISPLAY "Certificates issued  : " WS-Issued-Count
000000     DISPLAY "Requests refused     : " WS-Rejected-Count
000000     DISPLAY "Certificates written to VERIFY.LST"
000000     STOP RUN.
000000
000000 OpenVerifyLog.
000000     OPEN EXTEND VerifyLog
000000     IF VerifyLogStatus = "35"
000000        OPEN OUTPUT VerifyLog
000000     END-IF.
000000
000000* The current term is the default for a request that names none.
000000 GetCurrentTerm.
000000     MOVE SPACES TO WS-Current-Term
000000     MOVE "N" TO WS-Term-EOF
000000     PERFORM FindCurrentTerm
000000        UNTIL WS-Term-EOF = "Y".
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
000000 ReadRequestRecord.
000000     READ RequestFile INTO VerifyRequest
000000        AT END MOVE "Y" TO WS-Request-EOF
000000     END-READ.
000000
000000 GetKeyedRequest.
000000     MOVE SPACES TO VerifyRequest
000000     MOVE ZERO TO VR-StudentId
000000     DISPLAY SPACE
000000     DISPLAY "StudentId (0 or blank to end) : " WITH NO ADVANCING
000000     ACCEPT VR-StudentId
000000     IF VR-StudentId NOT = ZERO
000000        DISPLAY "Term (blank = current term " WS-Current-Term
000000           ") : " WITH NO ADVANCING
000000        ACCEPT VR-TermCode
000000        DISPLAY "Requested by - name      : " WITH NO ADVANCING
000000        ACCEPT VR-ReqName
000000        DISPLAY "               address 1 : " WITH NO ADVANCING
000000        ACCEPT VR-ReqAddr1
000000        DISPLAY "               address 2 : " WITH NO ADVANCING
000000        ACCEPT VR-ReqAddr2
000000        DISPLAY "               city      : " WITH NO ADVANCING
000000        ACCEPT VR-ReqCity
000000        DISPLAY "               state     : " WITH NO ADVANCING
000000        ACCEPT VR-ReqState
000000        DISPLAY "               zip code  : " WITH NO ADVANCING
000000        ACCEPT VR-ReqZip
000000     END-IF.
000000
000000* A request is certified only when the student and term are on
000000* file, the term has its load thresholds and every course the
000000* student is registered for is on the course master - anything
000000* less and the hours we certify could be wrong.
000000 ProcessRequest.
000000     ADD 1 TO WS-Request-Count
000000     MOVE SPACES TO WS-Reject-Reason
000000     IF VR-TermCode = SPACES
000000        MOVE WS-Current-Term TO VR-TermCode
000000     END-IF
000000     PERFORM CheckRequest
000000     IF WS-Reject-Reason = SPACES
000000        PERFORM TotalTermHours
000000     END-IF
000000     IF WS-Reject-Reason = SPACES
000000        PERFORM ClassifyLoad
000000        PERFORM PrintCertificate
000000        PERFORM WriteVerifyLog
000000        ADD 1 TO WS-Issued-Count
000000        IF WS-Run-Mode NOT = "B"
000000           DISPLAY "Certificate issued - " WS-Term-Hours
000000              " hours, " WS-Load-Status
000000        END-IF
000000     ELSE
000000        PERFORM WriteException
000000     END-IF.
000000
000000 CheckRequest.
000000     IF VR-StudentId IS NOT NUMERIC
000000        MOVE "StudentId not numeric" TO WS-Reject-Reason
000000     ELSE
000000        MOVE VR-StudentId TO StudentId
000000        READ StudentFile
000000           INVALID KEY
000000              MOVE "StudentId not on file" TO WS-Reject-Reason
000000        END-READ
000000     END-IF
000000     IF WS-Reject-Reason = SPACES
000000        MOVE VR-TermCode TO TM-TermCode
000000        READ TermFile
000000           INVALID KEY
000000              MOVE "Term not on TERMS.DAT" TO WS-Reject-Reason
000000           NOT INVALID KEY
000000              IF TM-FullTimeHrs = ZERO
000000                 MOVE "Term thresholds not set"
000000                    TO WS-Reject-Reason
000000              END-IF
000000        END-READ
000000     END-IF
000000     IF WS-Reject-Reason = SPACES
000000        IF VR-ReqName = SPACES OR VR-ReqAddr1 = SPACES
000000           MOVE "No requester address" TO WS-Reject-Reason
000000        END-IF
000000     END-IF.
000000
000000* ENROLL.DAT is keyed StudentId + CourseCode, so the student's
000000* registrations are read in one sweep from the first key.
000000 TotalTermHours.
000000     MOVE ZERO TO WS-Term-Hours
000000     MOVE "N" TO WS-Enroll-EOF
000000     MOVE VR-StudentId TO EN-StudentId
000000     MOVE SPACES TO EN-CourseCode
000000     START EnrollFile KEY IS NOT < EN-EnrollKey
000000        INVALID KEY MOVE "Y" TO WS-Enroll-EOF
000000     END-START
000000     PERFORM ReadEnrollRecord
000000     PERFORM UNTIL WS-Enroll-EOF = "Y"
000000        IF EN-TermCode = VR-TermCode
000000           PERFORM AddCourseHours
000000        END-IF
000000        PERFORM ReadEnrollRecord
000000     END-PERFORM.
000000
000000 ReadEnrollRecord.
000000     IF WS-Enroll-EOF NOT = "Y"
000000        READ EnrollFile NEXT
000000           AT END MOVE "Y" TO WS-Enroll-EOF
000000        END-READ
000000        IF WS-Enroll-EOF NOT = "Y"
000000           AND EN-StudentId NOT = VR-StudentId
000000           MOVE "Y" TO WS-Enroll-EOF
000000        END-IF
000000     END-IF.
000000
000000 AddCourseHours.
000000     MOVE EN-CourseCode TO CM-CourseCode
000000     READ CourseMaster
000000        INVALID KEY
000000           MOVE "Course not on master" TO WS-Reject-Reason
000000        NOT INVALID KEY
000000           ADD CM-CreditHours TO WS-Term-Hours
000000     END-READ.
000000
000000* A student with no registrations for the term is certified as
000000* not enrolled - that is an answer the requester needs too.  A
000000* zero three-quarter or half-time threshold means the term does
000000* not use that level.
000000 ClassifyLoad.
000000     EVALUATE TRUE
000000        WHEN WS-Term-Hours = ZERO
000000           MOVE "NOT ENROLLED" TO WS-Load-Status
000000        WHEN WS-Term-Hours NOT < TM-FullTimeHrs
000000           MOVE "FULL-TIME" TO WS-Load-Status
000000        WHEN TM-ThreeQtrHrs > ZERO
000000           AND WS-Term-Hours NOT < TM-ThreeQtrHrs
000000           MOVE "THREE-QUARTER TIME" TO WS-Load-Status
000000        WHEN TM-HalfTimeHrs > ZERO
000000           AND WS-Term-Hours NOT < TM-HalfTimeHrs
000000           MOVE "HALF-TIME" TO WS-Load-Status
000000        WHEN OTHER
000000           MOVE "LESS THAN HALF-TIME" TO WS-Load-Status
000000     END-EVALUATE.
000000
000000 PrintCertificate.
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     WRITE CertificateLine FROM TitleLine
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     MOVE WS-Run-Date TO I-IssueDate
000000     MOVE WS-Run-Date TO I-IssueDate2
000000     MOVE WS-Run-HHMMSS TO I-IssueTime
000000     COMPUTE I-CertSeq = WS-Issued-Count + 1
000000     WRITE CertificateLine FROM IssueLine
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     WRITE CertificateLine FROM VR-ReqName
000000     WRITE CertificateLine FROM VR-ReqAddr1
000000     IF VR-ReqAddr2 NOT = SPACES
000000        WRITE CertificateLine FROM VR-ReqAddr2
000000     END-IF
000000     MOVE VR-ReqCity TO C-City
000000     MOVE VR-ReqState TO C-State
000000     MOVE VR-ReqZip TO C-ZipCode
000000     WRITE CertificateLine FROM CityLine
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     MOVE Initials TO V-Initials
000000     MOVE Surname TO V-Surname
000000     MOVE VR-StudentId TO V-StudentId
000000     WRITE CertificateLine FROM CertifyLine1
000000     IF WS-Term-Hours = ZERO
000000        MOVE VR-TermCode TO V-NR-TermCode
000000        MOVE TM-StartDate TO V-NR-TermStart
000000        MOVE TM-EndDate TO V-NR-TermEnd
000000        WRITE CertificateLine FROM NotRegisteredLine1
000000        WRITE CertificateLine FROM NotRegisteredLine2
000000     ELSE
000000        MOVE VR-TermCode TO V-TermCode
000000        MOVE TM-StartDate TO V-TermStart
000000        MOVE TM-EndDate TO V-TermEnd
000000        WRITE CertificateLine FROM CertifyLine2
000000        MOVE WS-Term-Hours TO V-CreditHours
000000        WRITE CertificateLine FROM CertifyLine3
000000     END-IF
000000     MOVE WS-Load-Status TO V-LoadStatus
000000     WRITE CertificateLine FROM StatusLine
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     MOVE TM-FullTimeHrs TO V-FullTimeHrs
000000     MOVE TM-ThreeQtrHrs TO V-ThreeQtrHrs
000000     MOVE TM-HalfTimeHrs TO V-HalfTimeHrs
000000     WRITE CertificateLine FROM ThresholdLine
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     WRITE CertificateLine
000000     WRITE CertificateLine FROM SignatureLine
000000     MOVE WS-Signer-Name TO S-Signer
000000     WRITE CertificateLine FROM SignerLine
000000     MOVE WS-Signer-Title TO S-Signer
000000     WRITE CertificateLine FROM SignerLine
000000     MOVE SPACES TO CertificateLine
000000     WRITE CertificateLine
000000     WRITE CertificateLine FROM RuleLine.
000000
000000 WriteVerifyLog.
000000     MOVE WS-Run-Date TO VL-IssueDate
000000     MOVE WS-Run-HHMMSS TO VL-IssueTime
000000     MOVE I-CertSeq TO VL-CertSeq
000000     MOVE VR-StudentId TO VL-StudentId
000000     MOVE VR-TermCode TO VL-TermCode
000000     MOVE TM-StartDate TO VL-TermStart
000000     MOVE TM-EndDate TO VL-TermEnd
000000     MOVE WS-Term-Hours TO VL-CreditHours
000000     MOVE WS-Load-Status TO VL-LoadStatus
000000     MOVE VR-ReqName TO VL-ReqName
000000     MOVE VR-ReqAddr1 TO VL-ReqAddr1
000000     MOVE VR-ReqAddr2 TO VL-ReqAddr2
000000     MOVE VR-ReqCity TO VL-ReqCity
000000     MOVE VR-ReqState TO VL-ReqState
000000     MOVE VR-ReqZip TO VL-ReqZip
000000     MOVE WS-Operator-Id TO VL-OperatorId
000000     MOVE WS-Signer-Name TO VL-Signer
000000     WRITE VerifyLogRecord.
000000
000000 WriteException.
000000     ADD 1 TO WS-Rejected-Count
000000     MOVE VerifyRequest(1:7) TO X-StudentId
000000     MOVE VR-TermCode TO X-TermCode
000000     MOVE VR-ReqName TO X-ReqName
000000     MOVE WS-Reject-Reason TO X-Reason
000000     WRITE ExceptionLine FROM ExceptionDetailLine
000000     IF WS-Run-Mode NOT = "B"
000000        DISPLAY "Not certified - " WS-Reject-Reason
000000     END-IF.
