000000 PROGRAM-ID.  TuitionCalculator.
000000 AUTHOR.  Michael Coughlan.
000000* Reads every enrollment a student holds on ENROLL.DAT, multiplies
000000* each course's credit hours by the course's per-credit rate on
000000* RATES.DAT for the registration's own term, and displays the
000000* tuition due per course and in total for that StudentId.  The
000000* fees on FEES.DAT are priced the way TuitionBilling bills them -
000000* a course's own fees under the course, and the term-wide fees
000000* once for each term the student holds registrations in, per
000000* credit fees on the student's hours in that term.  A course with
000000* no rate on file for its term is shown and left out of the total.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT RateFile ASSIGN TO "RATES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RT-RateKey
000000 		FILE STATUS IS RateFileStatus.
000000
000000     SELECT FeeFile ASSIGN TO "FEES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS FE-FeeKey
000000 		FILE STATUS IS FeeFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD StudentFile.
000000    02  CM-MaxSeats     PIC 9(3).
000000    02  CM-SeatsTaken   PIC 9(5).
000000
000000* Tuition rate schedule - the layout RateMaint maintains.
000000 FD RateFile.
000000 01 RateRecord.
000000    02  RT-RateKey.
000000        03 RT-CourseCode PIC X(4).
000000        03 RT-TermCode   PIC X(5).
000000    02  RT-RatePerCredit PIC 9(4)V99.
000000
000000* Term fee schedule - the layout FeeMaint maintains.
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
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  EnrollFileStatus                   PIC XX.
000000 01  WS-Tuition-Due                     PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Enroll-Count                    PIC 9(3) VALUE ZERO.
000000 01  WS-Enroll-EOF                      PIC X VALUE "N".
000000 01  RateFileStatus                     PIC XX.
000000 01  FeeFileStatus                      PIC XX.
000000 01  WS-Fees-OnFile                     PIC X VALUE "N".
000000 01  WS-Fee-EOF                         PIC X VALUE "N".
000000 01  WS-Fee-Amount                      PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Fees-Due                        PIC 9(6)V99 VALUE ZERO.
000000 01  WS-Total-Due                       PIC 9(7)V99 VALUE ZERO.
000000 01  WS-Fee-Term                        PIC X(5) VALUE SPACES.
000000 01  WS-Fee-Mode                        PIC X VALUE SPACE.
000000
000000* The terms the student's priced registrations fall in, with the
000000* hours in each, for the term-wide fees.
000000 01  WS-Term-Count                      PIC 9(2) VALUE ZERO.
000000 01  WS-Term-Sub                        PIC 9(2) VALUE ZERO.
000000 01  WS-Term-Table.
000000    02  WS-Term-Entry OCCURS 10 TIMES.
000000        03 TT-TermCode      PIC X(5).
000000        03 TT-Hours         PIC 9(3).
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000        CLOSE EnrollFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT RateFile
000000     IF RateFileStatus NOT = "00"
000000        DISPLAY "RATES.DAT could not be opened (status "
000000           RateFileStatus ") - run RateMaint first."
000000        CLOSE StudentFile
000000        CLOSE EnrollFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     MOVE "N" TO WS-Fees-OnFile
000000     OPEN INPUT FeeFile
000000     IF FeeFileStatus = "00"
000000        MOVE "Y" TO WS-Fees-OnFile
000000     END-IF
000000     DISPLAY "Enter StudentId : " WITH NO ADVANCING
000000     ACCEPT WS-StudentId
000000     MOVE WS-StudentId TO StudentId
000000     CLOSE StudentFile
000000     CLOSE EnrollFile
000000     CLOSE CourseMaster
000000     CLOSE RateFile
000000     IF WS-Fees-OnFile = "Y"
000000        CLOSE FeeFile
000000     END-IF
000000     STOP RUN.
000000
000000 ComputeTuitionForStudent.
000000* Position on the first enrollment for this StudentId and read
000000* forward until the key's StudentId changes.
000000     MOVE ZERO TO WS-Tuition-Due
000000     MOVE ZERO TO WS-Fees-Due
000000     MOVE ZERO TO WS-Term-Count
000000     MOVE ZERO TO WS-Enroll-Count
000000     MOVE "N" TO WS-Enroll-EOF
000000     MOVE WS-StudentId TO EN-StudentId
000000        DISPLAY "No enrollments on file for StudentId "
000000           WS-StudentId
000000     ELSE
000000        IF WS-Fees-OnFile = "Y"
000000           PERFORM AddTermWideFees
000000              VARYING WS-Term-Sub FROM 1 BY 1
000000              UNTIL WS-Term-Sub > WS-Term-Count
000000        END-IF
000000        COMPUTE WS-Total-Due = WS-Tuition-Due + WS-Fees-Due
000000        DISPLAY "StudentId " WS-StudentId " - Total tuition = "
000000           WS-Tuition-Due
000000        DISPLAY "StudentId " WS-StudentId " - Total fees    = "
000000           WS-Fees-Due
000000        DISPLAY "StudentId " WS-StudentId " - Total due     = "
000000           WS-Total-Due
000000     END-IF.
000000
000000 ReadEnrollRecord.
000000           DISPLAY "CourseCode not on master table - "
000000              EN-CourseCode
000000        NOT INVALID KEY
000000           PERFORM PriceCourse
000000     END-READ.
000000
000000 PriceCourse.
000000     MOVE EN-CourseCode TO RT-CourseCode
000000     MOVE EN-TermCode TO RT-TermCode
000000     READ RateFile
000000        INVALID KEY
000000           DISPLAY "  Course " EN-CourseCode " term "
000000              EN-TermCode " - no rate on RATES.DAT, not priced"
000000        NOT INVALID KEY
000000           COMPUTE WS-Course-Tuition =
000000              CM-CreditHours * RT-RatePerCredit
000000           ADD WS-Course-Tuition TO WS-Tuition-Due
000000           ADD 1 TO WS-Enroll-Count
000000           DISPLAY "  Course " EN-CourseCode " tuition = "
000000              WS-Course-Tuition
000000           PERFORM AddTermHours
000000           IF WS-Fees-OnFile = "Y"
000000              MOVE EN-TermCode TO WS-Fee-Term
000000              MOVE "C" TO WS-Fee-Mode
000000              PERFORM ScanTermFees
000000           END-IF
000000     END-READ.
000000
000000 AddTermHours.
000000     PERFORM VARYING WS-Term-Sub FROM 1 BY 1
000000        UNTIL WS-Term-Sub > WS-Term-Count
000000        OR TT-TermCode(WS-Term-Sub) = EN-TermCode
000000        CONTINUE
000000     END-PERFORM
000000     IF WS-Term-Sub > WS-Term-Count
000000        IF WS-Term-Count = 10
000000           DISPLAY "  More than 10 terms - term fees for "
000000              EN-TermCode " not shown"
000000        ELSE
000000           ADD 1 TO WS-Term-Count
000000           MOVE EN-TermCode TO TT-TermCode(WS-Term-Sub)
000000           MOVE ZERO TO TT-Hours(WS-Term-Sub)
000000        END-IF
000000     END-IF
000000     IF WS-Term-Sub NOT > WS-Term-Count
000000        ADD CM-CreditHours TO TT-Hours(WS-Term-Sub)
000000     END-IF.
000000
000000* Walks the fees for WS-Fee-Term.  While a registration is being
000000* priced (mode C) only that course's own fees apply; for a term
000000* entry (mode T) only the term-wide fees do.
000000 ScanTermFees.
000000     MOVE WS-Fee-Term TO FE-TermCode
000000     MOVE LOW-VALUES TO FE-FeeCode
000000     MOVE "N" TO WS-Fee-EOF
000000     START FeeFile KEY IS NOT < FE-FeeKey
000000        INVALID KEY MOVE "Y" TO WS-Fee-EOF
000000     END-START
000000     PERFORM PriceOneFee
000000        UNTIL WS-Fee-EOF = "Y".
000000
000000 PriceOneFee.
000000     READ FeeFile NEXT
000000        AT END MOVE "Y" TO WS-Fee-EOF
000000     END-READ
000000     IF WS-Fee-EOF NOT = "Y"
000000        IF FE-TermCode NOT = WS-Fee-Term
000000           MOVE "Y" TO WS-Fee-EOF
000000        ELSE
000000           IF WS-Fee-Mode = "C"
000000              IF FE-CourseCode = EN-CourseCode
000000                 PERFORM ShowCourseFee
000000              END-IF
000000           ELSE
000000              IF FE-CourseCode = SPACES
000000                 PERFORM ShowTermFee
000000              END-IF
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 ShowCourseFee.
000000     IF FE-FeeBasis = "C"
000000        COMPUTE WS-Fee-Amount = FE-Amount * CM-CreditHours
000000     ELSE
000000        MOVE FE-Amount TO WS-Fee-Amount
000000     END-IF
000000     ADD WS-Fee-Amount TO WS-Fees-Due
000000     DISPLAY "    " FE-FeeCode " " FE-Description " = "
000000        WS-Fee-Amount.
000000
000000 ShowTermFee.
000000     IF FE-FeeBasis = "C"
000000        COMPUTE WS-Fee-Amount =
000000           FE-Amount * TT-Hours(WS-Term-Sub)
000000     ELSE
000000        MOVE FE-Amount TO WS-Fee-Amount
000000     END-IF
000000     ADD WS-Fee-Amount TO WS-Fees-Due
000000     DISPLAY "  Term " WS-Fee-Term " " FE-FeeCode " "
000000        FE-Description " = " WS-Fee-Amount.
000000
000000 AddTermWideFees.
000000     MOVE TT-TermCode(WS-Term-Sub) TO WS-Fee-Term
000000     MOVE "T" TO WS-Fee-Mode
000000     PERFORM ScanTermFees.
000000
