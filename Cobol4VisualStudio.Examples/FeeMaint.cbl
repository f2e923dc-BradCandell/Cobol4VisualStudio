000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  FeeMaint.
000000 AUTHOR.  Michael Coughlan.
000000* Add/Change/Delete maintenance against FEES.DAT, the term fee
000000* schedule keyed on TermCode plus a four-character FeeCode.  A fee
000000* is either a flat amount (basis F) or an amount per credit hour
000000* (basis C).  With no CourseCode it is charged to every student
000000* billed in the term - flat once per student, per credit on the
000000* student's total hours.  With a CourseCode (a lab fee, say) it is
000000* charged only on registrations in that course - flat once per
000000* registration, per credit on that course's hours.  TuitionBilling
000000* bills the fees alongside tuition; FeeCode TUIT is reserved for
000000* the tuition line itself.  (R)oll copies one term's fees onto a
000000* new term, leaving any fee the new term already has alone.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT FeeFile ASSIGN TO "FEES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS FE-FeeKey
000000 		FILE STATUS IS FeeFileStatus.
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
000000* One record per fee per term.  FE-CourseCode blank = a term-wide
000000* fee charged to every student billed in the term.
000000 FD FeeFile.
000000 01 FeeRecord.
000000    02  FE-FeeKey.
000000        03 FE-TermCode  PIC X(5).
000000        03 FE-FeeCode   PIC X(4).
000000    02  FE-Description  PIC X(20).
000000    02  FE-FeeBasis     PIC X.
000000    02  FE-Amount       PIC 9(4)V99.
000000    02  FE-CourseCode   PIC X(4).
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
000000 01  FeeFileStatus                      PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  TermFileStatus                     PIC XX.
000000 01  WS-TransCode                       PIC X VALUE SPACES.
000000 01  WS-Done-Switch                     PIC X VALUE "N".
000000 01  WS-Valid-Entry                     PIC X VALUE "Y".
000000 01  WS-SearchTerm                      PIC X(5) VALUE SPACES.
000000 01  WS-SearchFee                       PIC X(4) VALUE SPACES.
000000
000000* Roll-forward working fields.  The fees are read from the term
000000* copied from and written under the new term through the same
000000* record area, so the read position is re-established after each
000000* write.
000000 01  WS-Roll-ToTerm                     PIC X(5) VALUE SPACES.
000000 01  WS-Roll-FromTerm                   PIC X(5) VALUE SPACES.
000000 01  WS-Roll-LastKey                    PIC X(9) VALUE SPACES.
000000 01  WS-Fee-EOF                         PIC X VALUE "N".
000000 01  WS-Roll-Added                      PIC 9(5) VALUE ZERO.
000000 01  WS-Roll-Kept                       PIC 9(5) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Done-Switch
000000     PERFORM OpenFeeFile
000000     OPEN INPUT CourseMaster
000000     IF CourseFileStatus NOT = "00"
000000        DISPLAY "COURSES.DAT could not be opened (status "
000000           CourseFileStatus ") - run CourseLoad first."
000000        CLOSE FeeFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT TermFile
000000     IF TermFileStatus NOT = "00"
000000        DISPLAY "TERMS.DAT could not be opened (status "
000000           TermFileStatus ") - run TermLoad first."
000000        CLOSE FeeFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000        PERFORM GetTransaction
000000        EVALUATE WS-TransCode
000000           WHEN "A"
000000              PERFORM AddFee
000000           WHEN "C"
000000              PERFORM ChangeFee
000000           WHEN "D"
000000              PERFORM DeleteFee
000000           WHEN "R"
000000              PERFORM RollFeesForward
000000           WHEN "X"
000000              MOVE "Y" TO WS-Done-Switch
000000           WHEN OTHER
000000              DISPLAY "Invalid transaction - use A, C, D, R or X."
000000        END-EVALUATE
000000     END-PERFORM
000000     CLOSE FeeFile
000000     CLOSE CourseMaster
000000     CLOSE TermFile
000000     STOP RUN.
000000
000000 OpenFeeFile.
000000     OPEN I-O FeeFile
000000     IF FeeFileStatus = "35"
000000        OPEN OUTPUT FeeFile
000000        CLOSE FeeFile
000000        OPEN I-O FeeFile
000000     END-IF.
000000
000000 GetTransaction.
000000     DISPLAY "Transaction - (A)dd, (C)hange, (D)elete, "
000000        "(R)oll to new term, (X)it : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-TransCode.
000000
000000 AddFee.
000000     PERFORM GetFeeDetails
000000     IF FeeRecord = SPACES
000000        DISPLAY "No data entered - fee not added."
000000     ELSE
000000        PERFORM EditFeeDetails
000000        IF WS-Valid-Entry = "Y"
000000           WRITE FeeRecord
000000              INVALID KEY
000000                 DISPLAY "Fee already exists - not added."
000000           END-WRITE
000000        ELSE
000000           DISPLAY "Fee rejected - not added."
000000        END-IF
000000     END-IF.
000000
000000 ChangeFee.
000000     PERFORM GetFeeKey
000000     MOVE WS-SearchTerm TO FE-TermCode
000000     MOVE WS-SearchFee TO FE-FeeCode
000000     READ FeeFile
000000        INVALID KEY
000000           DISPLAY "Fee not found - nothing changed."
000000        NOT INVALID KEY
000000           DISPLAY "Current - Term, FeeCode, Description, "
000000              "Basis(F/C), Amount, Course"
000000           DISPLAY "TTTTTFFFFDDDDDDDDDDDDDDDDDDDDBAAAAAACCCC"
000000           DISPLAY FeeRecord
000000           DISPLAY "Enter replacement record (same template) : "
000000           ACCEPT FeeRecord
000000           MOVE WS-SearchTerm TO FE-TermCode
000000           MOVE WS-SearchFee TO FE-FeeCode
000000           PERFORM EditFeeDetails
000000           IF WS-Valid-Entry = "Y"
000000              REWRITE FeeRecord
000000                 INVALID KEY
000000                    DISPLAY "Rewrite failed - not changed."
000000              END-REWRITE
000000           ELSE
000000              DISPLAY "Fee rejected - not changed."
000000           END-IF
000000     END-READ.
000000
000000 DeleteFee.
000000     PERFORM GetFeeKey
000000     MOVE WS-SearchTerm TO FE-TermCode
000000     MOVE WS-SearchFee TO FE-FeeCode
000000     DELETE FeeFile
000000        INVALID KEY
000000           DISPLAY "Fee not found - nothing deleted."
000000     END-DELETE.
000000
000000 GetFeeKey.
000000     DISPLAY "Enter TermCode : " WITH NO ADVANCING
000000     ACCEPT WS-SearchTerm
000000     DISPLAY "Enter FeeCode : " WITH NO ADVANCING
000000     ACCEPT WS-SearchFee.
000000
000000 GetFeeDetails.
000000     DISPLAY "Enter - Term, FeeCode, Description, Basis(F/C), "
000000        "Amount(9999V99), Course (blank = all students)"
000000     DISPLAY "TTTTTFFFFDDDDDDDDDDDDDDDDDDDDBAAAAAACCCC"
000000     ACCEPT FeeRecord.
000000
000000 EditFeeDetails.
000000     MOVE "Y" TO WS-Valid-Entry
000000     IF FE-TermCode = SPACES
000000        DISPLAY "Invalid TermCode - cannot be blank."
000000        MOVE "N" TO WS-Valid-Entry
000000     ELSE
000000        MOVE FE-TermCode TO TM-TermCode
000000        READ TermFile
000000           INVALID KEY
000000              DISPLAY "TermCode not recognized - " FE-TermCode
000000              MOVE "N" TO WS-Valid-Entry
000000        END-READ
000000     END-IF
000000     IF FE-FeeCode = SPACES
000000        DISPLAY "Invalid FeeCode - cannot be blank."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF FE-FeeCode = "TUIT"
000000        DISPLAY "FeeCode TUIT is reserved for tuition."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF FE-Description = SPACES
000000        DISPLAY "Invalid Description - cannot be blank."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF FE-FeeBasis NOT = "F" AND FE-FeeBasis NOT = "C"
000000        DISPLAY "Invalid Basis - must be F (flat) or "
000000           "C (per credit hour)."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF FE-Amount IS NOT NUMERIC
000000        DISPLAY "Invalid Amount - must be numeric."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF FE-CourseCode NOT = SPACES
000000        MOVE FE-CourseCode TO CM-CourseCode
000000        READ CourseMaster
000000           INVALID KEY
000000              DISPLAY "CourseCode not recognized - "
000000                 FE-CourseCode
000000              MOVE "N" TO WS-Valid-Entry
000000        END-READ
000000     END-IF.
000000
000000 RollFeesForward.
000000     DISPLAY "Enter TermCode to copy from : " WITH NO ADVANCING
000000     ACCEPT WS-Roll-FromTerm
000000     DISPLAY "Enter TermCode to copy to   : " WITH NO ADVANCING
000000     ACCEPT WS-Roll-ToTerm
000000     MOVE WS-Roll-ToTerm TO TM-TermCode
000000     READ TermFile
000000        INVALID KEY
000000           DISPLAY "TermCode not recognized - " WS-Roll-ToTerm
000000           MOVE SPACES TO WS-Roll-ToTerm
000000     END-READ
000000     IF WS-Roll-ToTerm = SPACES
000000        OR WS-Roll-FromTerm = SPACES
000000        OR WS-Roll-FromTerm = WS-Roll-ToTerm
000000        DISPLAY "Nothing rolled forward."
000000     ELSE
000000        MOVE ZERO TO WS-Roll-Added
000000        MOVE ZERO TO WS-Roll-Kept
000000        MOVE WS-Roll-FromTerm TO FE-TermCode
000000        MOVE LOW-VALUES TO FE-FeeCode
000000        MOVE FE-FeeKey TO WS-Roll-LastKey
000000        MOVE "N" TO WS-Fee-EOF
000000        PERFORM RollOneFee
000000           UNTIL WS-Fee-EOF = "Y"
000000        DISPLAY "Fees added for " WS-Roll-ToTerm "     : "
000000           WS-Roll-Added
000000        DISPLAY "Already on file, left alone : " WS-Roll-Kept
000000     END-IF.
000000
000000* Each pass restarts after the last fee copied, since the write
000000* under the new term moves the file position.
000000 RollOneFee.
000000     MOVE WS-Roll-LastKey TO FE-FeeKey
000000     START FeeFile KEY IS > FE-FeeKey
000000        INVALID KEY MOVE "Y" TO WS-Fee-EOF
000000     END-START
000000     IF WS-Fee-EOF = "N"
000000        READ FeeFile NEXT
000000           AT END MOVE "Y" TO WS-Fee-EOF
000000        END-READ
000000     END-IF
000000     IF WS-Fee-EOF = "N"
000000        IF FE-TermCode NOT = WS-Roll-FromTerm
000000           MOVE "Y" TO WS-Fee-EOF
000000        ELSE
000000           MOVE FE-FeeKey TO WS-Roll-LastKey
000000           MOVE WS-Roll-ToTerm TO FE-TermCode
000000           WRITE FeeRecord
000000              INVALID KEY
000000                 ADD 1 TO WS-Roll-Kept
000000              NOT INVALID KEY
000000                 ADD 1 TO WS-Roll-Added
000000                 DISPLAY "  " FE-TermCode " " FE-FeeCode " "
000000                    FE-Description
000000           END-WRITE
000000        END-IF
000000     END-IF.
