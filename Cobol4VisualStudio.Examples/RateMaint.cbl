000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  RateMaint.
000000 AUTHOR.  Michael Coughlan.
000000* Add/Change/Delete maintenance against RATES.DAT, the tuition
000000* rate schedule keyed on CourseCode plus TermCode.  Billing, the
000000* tuition calculator and the drop refund all price a registration
000000* at the rate for its own term, so next term's rates can be set
000000* up without changing what a rerun for this term charges.  The
000000* CourseCode must be on COURSES.DAT and the TermCode on TERMS.DAT.
000000* (R)oll prices every course for a new term in one pass - copied
000000* from an earlier term's rates, or from the COURSES.DAT rate when
000000* no term is given - raised by a whole percentage if required.
000000* Courses already priced for the new term are left as they are.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RateFile ASSIGN TO "RATES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RT-RateKey
000000 		FILE STATUS IS RateFileStatus.
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
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One record per course per term.  The rate is per credit hour;
000000* a course's tuition for the term is its CreditHours times this.
000000 FD RateFile.
000000 01 RateRecord.
000000    02  RT-RateKey.
000000        03 RT-CourseCode PIC X(4).
000000        03 RT-TermCode   PIC X(5).
000000    02  RT-RatePerCredit PIC 9(4)V99.
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
000000 WORKING-STORAGE SECTION.
000000 01  RateFileStatus                     PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  WS-TransCode                       PIC X VALUE SPACES.
000000 01  WS-Done-Switch                     PIC X VALUE "N".
000000 01  WS-Valid-Entry                     PIC X VALUE "Y".
000000 01  WS-SearchCourse                    PIC X(4) VALUE SPACES.
000000 01  WS-SearchTerm                      PIC X(5) VALUE SPACES.
000000 01  WS-Display-Rate                    PIC Z,ZZ9.99.
000000
000000* Roll-forward working fields.
000000 01  WS-Roll-ToTerm                     PIC X(5) VALUE SPACES.
000000 01  WS-Roll-FromTerm                   PIC X(5) VALUE SPACES.
000000 01  WS-Roll-Percent                    PIC 9(3) VALUE ZERO.
000000 01  WS-Roll-BaseRate                   PIC 9(4)V99 VALUE ZERO.
000000 01  WS-Roll-NewRate                    PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Roll-Found                      PIC X VALUE "N".
000000 01  WS-Course-EOF                      PIC X VALUE "N".
000000 01  WS-Roll-Added                      PIC 9(5) VALUE ZERO.
000000 01  WS-Roll-Kept                       PIC 9(5) VALUE ZERO.
000000 01  WS-Roll-NoBase                     PIC 9(5) VALUE ZERO.
000000 01  WS-Roll-TooHigh                    PIC 9(5) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Done-Switch
000000     PERFORM OpenRateFile
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE RateFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ") - run TermLoad first."
000000        CLOSE RateFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000        PERFORM GetTransaction
000000        EVALUATE WS-TransCode
000000           WHEN "A"
000000              PERFORM AddRate
000000           WHEN "C"
000000              PERFORM ChangeRate
000000           WHEN "D"
000000              PERFORM DeleteRate
000000           WHEN "R"
000000              PERFORM RollRatesForward
000000           WHEN "X"
000000              MOVE "Y" TO WS-Done-Switch
000000           WHEN OTHER
000000              DISPLAY "Invalid transaction - use A, C, D, R or X."
000000        END-EVALUATE
000000     END-PERFORM
000000     CLOSE RateFile
000000     CLOSE CourseMaster
000000     CLOSE TermFile
000000     STOP RUN.
000000
000000 OpenRateFile.
000000     OPEN I-O RateFile
000000     IF RateFileStatus = "35"
000000        OPEN OUTPUT RateFile
000000        CLOSE RateFile
000000        OPEN I-O RateFile
000000     END-IF.
000000
000000 GetTransaction.
000000     DISPLAY "Transaction - (A)dd, (C)hange, (D)elete, "
000000        "(R)oll to new term, (X)it : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-TransCode.
000000
000000 AddRate.
000000     PERFORM GetRateDetails
000000     IF RateRecord = SPACES
000000        DISPLAY "No data entered - rate not added."
000000     ELSE
000000        PERFORM EditRateDetails
000000        IF WS-Valid-Entry = "Y"
000000           WRITE RateRecord
000000              INVALID KEY
000000                 DISPLAY "Rate already exists - not added."
000000           END-WRITE
000000        ELSE
000000           DISPLAY "Rate rejected - not added."
000000        END-IF
000000     END-IF.
000000
000000 ChangeRate.
000000     PERFORM GetRateKey
000000     MOVE WS-SearchCourse TO RT-CourseCode
000000     MOVE WS-SearchTerm TO RT-TermCode
000000     READ RateFile
000000        INVALID KEY
000000           DISPLAY "Rate not found - nothing changed."
000000        NOT INVALID KEY
000000           DISPLAY "Current - Course, Term, RatePerCredit"
000000           DISPLAY "CCCCTTTTTRRRRRR"
000000           DISPLAY RateRecord
000000           DISPLAY "Enter replacement record (same template) : "
000000           ACCEPT RateRecord
000000           MOVE WS-SearchCourse TO RT-CourseCode
000000           MOVE WS-SearchTerm TO RT-TermCode
000000           PERFORM EditRateDetails
000000           IF WS-Valid-Entry = "Y"
000000              REWRITE RateRecord
000000                 INVALID KEY
000000                    DISPLAY "Rewrite failed - not changed."
000000              END-REWRITE
000000           ELSE
000000              DISPLAY "Rate rejected - not changed."
000000           END-IF
000000     END-READ.
000000
000000 DeleteRate.
000000     PERFORM GetRateKey
000000     MOVE WS-SearchCourse TO RT-CourseCode
000000     MOVE WS-SearchTerm TO RT-TermCode
000000     DELETE RateFile
000000        INVALID KEY
000000           DISPLAY "Rate not found - nothing deleted."
000000     END-DELETE.
000000
000000 GetRateKey.
000000     DISPLAY "Enter CourseCode : " WITH NO ADVANCING
000000     ACCEPT WS-SearchCourse
000000     DISPLAY "Enter TermCode : " WITH NO ADVANCING
000000     ACCEPT WS-SearchTerm.
000000
000000 GetRateDetails.
000000     DISPLAY "Enter - Course, Term, RatePerCredit (9999V99)"
000000     DISPLAY "CCCCTTTTTRRRRRR"
000000     ACCEPT RateRecord.
000000
000000* A zero rate is allowed - a course carried for no tuition in a
000000* term still needs a rate on file to be billed at all.
000000 EditRateDetails.
000000     MOVE "Y" TO WS-Valid-Entry
000000     IF RT-CourseCode = SPACES
000000        DISPLAY "Invalid CourseCode - cannot be blank."
000000        MOVE "N" TO WS-Valid-Entry
000000     ELSE
000000        MOVE RT-CourseCode TO CM-CourseCode
000000        READ CourseMaster
000000           INVALID KEY
000000              DISPLAY "CourseCode not recognized - "
000000                 RT-CourseCode
000000              MOVE "N" TO WS-Valid-Entry
000000        END-READ
000000     END-IF
000000     IF RT-TermCode = SPACES
000000        DISPLAY "Invalid TermCode - cannot be blank."
000000        MOVE "N" TO WS-Valid-Entry
000000     ELSE
000000        MOVE RT-TermCode TO TM-TermCode
000000        READ TermFile
000000           INVALID KEY
000000              DISPLAY "TermCode not recognized - " RT-TermCode
000000              MOVE "N" TO WS-Valid-Entry
000000        END-READ
000000     END-IF
000000     IF RT-RatePerCredit IS NOT NUMERIC
000000        DISPLAY "Invalid RatePerCredit - must be numeric."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF.
000000
000000* Prices every course on COURSES.DAT for the new term.  The base
000000* rate is the course's rate in the term copied from, or its
000000* COURSES.DAT rate when that term is left blank; a course with no
000000* rate in the term copied from is not priced.
000000 RollRatesForward.
000000     DISPLAY "Enter TermCode to price : " WITH NO ADVANCING
000000     ACCEPT WS-Roll-ToTerm
000000     MOVE WS-Roll-ToTerm TO TM-TermCode
000000     READ TermFile
000000        INVALID KEY
000000           DISPLAY "TermCode not recognized - " WS-Roll-ToTerm
000000           MOVE SPACES TO WS-Roll-ToTerm
000000     END-READ
000000     IF WS-Roll-ToTerm = SPACES
000000        DISPLAY "Nothing rolled forward."
000000     ELSE
000000        DISPLAY "Enter TermCode to copy from "
000000           "(blank = COURSES.DAT rates) : " WITH NO ADVANCING
000000        ACCEPT WS-Roll-FromTerm
000000        DISPLAY "Enter whole percent increase (000-999) : "
000000           WITH NO ADVANCING
000000        ACCEPT WS-Roll-Percent
000000        IF WS-Roll-Percent IS NOT NUMERIC
000000           DISPLAY "Invalid percent - nothing rolled forward."
000000        ELSE
000000           IF WS-Roll-FromTerm = WS-Roll-ToTerm
000000              DISPLAY "Cannot copy a term onto itself."
000000           ELSE
000000              PERFORM RollAllCourses
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 RollAllCourses.
000000     MOVE ZERO TO WS-Roll-Added
000000     MOVE ZERO TO WS-Roll-Kept
000000     MOVE ZERO TO WS-Roll-NoBase
000000     MOVE ZERO TO WS-Roll-TooHigh
000000     MOVE "N" TO WS-Course-EOF
000000     MOVE LOW-VALUES TO CM-CourseCode
000000     START CourseMaster KEY IS NOT < CM-CourseCode
000000        INVALID KEY MOVE "Y" TO WS-Course-EOF
000000     END-START
000000     PERFORM RollOneCourse
000000        UNTIL WS-Course-EOF = "Y"
000000     DISPLAY "Rates added for " WS-Roll-ToTerm "    : "
000000        WS-Roll-Added
000000     DISPLAY "Already priced, left alone : " WS-Roll-Kept
000000     IF WS-Roll-FromTerm NOT = SPACES
000000        DISPLAY "No rate in " WS-Roll-FromTerm
000000           " to copy       : " WS-Roll-NoBase
000000     END-IF
000000     IF WS-Roll-TooHigh > ZERO
000000        DISPLAY "New rate too large, skipped : " WS-Roll-TooHigh
000000     END-IF.
000000
000000 RollOneCourse.
000000     READ CourseMaster NEXT
000000        AT END MOVE "Y" TO WS-Course-EOF
000000        NOT AT END
000000           PERFORM GetRollBaseRate
000000           IF WS-Roll-Found = "Y"
000000              PERFORM WriteRolledRate
000000           ELSE
000000              ADD 1 TO WS-Roll-NoBase
000000           END-IF
000000     END-READ.
000000
000000 GetRollBaseRate.
000000     MOVE "Y" TO WS-Roll-Found
000000     IF WS-Roll-FromTerm = SPACES
000000        MOVE CM-RatePerCredit TO WS-Roll-BaseRate
000000     ELSE
000000        MOVE CM-CourseCode TO RT-CourseCode
000000        MOVE WS-Roll-FromTerm TO RT-TermCode
000000        READ RateFile
000000           INVALID KEY
000000              MOVE "N" TO WS-Roll-Found
000000           NOT INVALID KEY
000000              MOVE RT-RatePerCredit TO WS-Roll-BaseRate
000000        END-READ
000000     END-IF.
000000
000000 WriteRolledRate.
000000     COMPUTE WS-Roll-NewRate ROUNDED =
000000        WS-Roll-BaseRate * (100 + WS-Roll-Percent) / 100
000000     IF WS-Roll-NewRate > 9999.99
000000        DISPLAY "Rate for " CM-CourseCode
000000           " would exceed 9,999.99 - not added."
000000        ADD 1 TO WS-Roll-TooHigh
000000     ELSE
000000        MOVE CM-CourseCode TO RT-CourseCode
000000        MOVE WS-Roll-ToTerm TO RT-TermCode
000000        MOVE WS-Roll-NewRate TO RT-RatePerCredit
000000        WRITE RateRecord
000000           INVALID KEY
000000              ADD 1 TO WS-Roll-Kept
000000           NOT INVALID KEY
000000              ADD 1 TO WS-Roll-Added
000000              MOVE RT-RatePerCredit TO WS-Display-Rate
000000              DISPLAY "  " RT-CourseCode " " RT-TermCode " "
000000                 WS-Display-Rate
000000        END-WRITE
000000     END-IF.
