000000* course title resolved from COURSES.DAT, the enrollment status,
000000* the advisor's name from ADVISORS.DAT, and the tuition computed
000000* across every registration on ENROLL.DAT - everything that used
000000* to take three programs to piece together.  Tuition is priced at
000000* each course's rate on RATES.DAT for the registration's term.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS AD-AdvisorCode
000000 		FILE STATUS IS AdvisorFileStatus.
000000
000000     SELECT RateFile ASSIGN TO "RATES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RT-RateKey
000000 		FILE STATUS IS RateFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD StudentFile.
000000    02  AD-Department   PIC X(12).
000000    02  AD-AdvisorStatus PIC X.
000000
000000* Tuition rate schedule - the layout RateMaint maintains.  Each
000000* registration is priced at its course's rate for its own term.
000000 FD RateFile.
000000 01 RateRecord.
000000    02  RT-RateKey.
000000        03 RT-CourseCode PIC X(4).
000000        03 RT-TermCode   PIC X(5).
000000    02  RT-RatePerCredit PIC 9(4)V99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  WS-Course-Tuition                  PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Tuition-Due                     PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Display-Amount                  PIC ZZZ,ZZ9.99.
000000 01  RateFileStatus                     PIC XX.
000000 01  WS-Rates-OnFile                    PIC X VALUE "N".
000000 01  WS-Rate-Found                      PIC X VALUE "N".
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     MOVE "N" TO WS-Rates-OnFile
000000     OPEN INPUT RateFile
000000     IF RateFileStatus = "00"
000000        MOVE "Y" TO WS-Rates-OnFile
000000     END-IF
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000        DISPLAY "Look up by (I)d, (S)urname, or e(X)it : "
000000           WITH NO ADVANCING
000000     CLOSE EnrollFile
000000     CLOSE CourseMaster
000000     CLOSE AdvisorMaster
000000     IF WS-Rates-OnFile = "Y"
000000        CLOSE RateFile
000000     END-IF
000000     STOP RUN.
000000
000000 LookUpById.
000000           DISPLAY "Course       : " EN-CourseCode
000000              " (not on master)"
000000        NOT INVALID KEY
000000           PERFORM DisplayCourseTuition
000000     END-READ
000000     ADD 1 TO WS-Enroll-Count.
000000
000000* A course with no rate on file for its term has not been priced
000000* and adds nothing to the tuition shown.
000000 DisplayCourseTuition.
000000     MOVE "N" TO WS-Rate-Found
000000     IF WS-Rates-OnFile = "Y"
000000        MOVE EN-CourseCode TO RT-CourseCode
000000        MOVE EN-TermCode TO RT-TermCode
000000        READ RateFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              MOVE "Y" TO WS-Rate-Found
000000        END-READ
000000     END-IF
000000     IF WS-Rate-Found = "Y"
000000        COMPUTE WS-Course-Tuition =
000000           CM-CreditHours * RT-RatePerCredit
000000        ADD WS-Course-Tuition TO WS-Tuition-Due
000000        MOVE WS-Course-Tuition TO WS-Display-Amount
000000        DISPLAY "Course       : " EN-CourseCode " "
000000           CM-CourseTitle " " WS-Display-Amount
000000     ELSE
000000        DISPLAY "Course       : " EN-CourseCode " "
000000           CM-CourseTitle " no rate for " EN-TermCode
000000     END-IF.
000000
