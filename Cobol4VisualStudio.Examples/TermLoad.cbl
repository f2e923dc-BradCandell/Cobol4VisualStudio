000000* flag - the same job CourseLoad does for course codes.  Exactly
000000* one term should carry the current-term flag; flagging a new
000000* term current clears the flag on the term that held it before,
000000* so the first entry of a new term is the whole cutover.  Each
000000* term also carries the date by which its incomplete (I) grades
000000* must be resolved; IncompleteLapse turns any still standing after
000000* it into an F.  A zero deadline leaves the term's incompletes
000000* alone.  The enrollment-load thresholds are the fewest credit
000000* hours registered that make a student full-time, three-quarter
000000* time and half-time for the term - EnrollVerify certifies from
000000* them.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000    02  TermEndDate     PIC 9(8).
000000    02  CurrentTermFlag PIC X.
000000    02  BillingOpenFlag PIC X.
000000    02  IncDeadline     PIC 9(8).
000000    02  FullTimeHrs     PIC 99.
000000    02  ThreeQtrHrs     PIC 99.
000000    02  HalfTimeHrs     PIC 99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  TermFileStatus                     PIC XX.
000000 01  WS-Saved-Term.
000000     02 WS-New-Term                     PIC X(5).
000000     02 FILLER                          PIC X(32).
000000 01  WS-Scan-EOF                        PIC X VALUE "N".
000000
000000 PROCEDURE DIVISION.
000000
000000 GetTermDetails.
000000     DISPLAY "Enter - Term, StartDate, EndDate, Current(Y/N), "
000000        "BillingOpen(Y/N), Incomplete deadline, "
000000        "Full/3-quarter/Half-time hours"
000000     DISPLAY "TTTTTSSSSSSSSEEEEEEEECBIIIIIIIIFFQQHH"
000000     ACCEPT TermMasterRecord.
000000
000000* A re-keyed term replaces the record on file, so the registrar
