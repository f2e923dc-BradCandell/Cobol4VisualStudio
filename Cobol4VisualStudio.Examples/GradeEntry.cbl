000000* per course per term.  A grade is accepted only for a StudentId
000000* that exists on STUDENTS.DAT and a CourseCode that exists on
000000* COURSES.DAT, the same cross-referencing the student entry
000000* programs do.  Besides the letter grades A-D and F, a result may
000000* be I (incomplete), W (withdrawn), P (pass) or NP (no pass); an
000000* incomplete is resolved by changing it to the final grade.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD StudentFile.
000000 01 StudentDetails.
000000 01  WS-GradeId                         PIC 9(7) VALUE ZERO.
000000 01  WS-GradeCourse                     PIC X(4) VALUE SPACES.
000000 01  WS-GradeTerm                       PIC X(5) VALUE SPACES.
000000 01  WS-Grade                           PIC X(2) VALUE SPACES.
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  WS-Operator-Id                     PIC X(8) VALUE SPACES.
000000 01  WS-Before-Image                    PIC X(60) VALUE SPACES.
000000     ACCEPT WS-GradeCourse
000000     DISPLAY "Enter Term (e.g. 2026F) : " WITH NO ADVANCING
000000     ACCEPT WS-GradeTerm
000000     DISPLAY "Enter Grade (A-D, F, I, W, P or NP) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Grade.
000000
000000 EditGradeDetails.
000000     END-IF
000000     IF WS-Grade NOT = "A" AND WS-Grade NOT = "B"
000000        AND WS-Grade NOT = "C" AND WS-Grade NOT = "D"
000000        AND WS-Grade NOT = "F" AND WS-Grade NOT = "I"
000000        AND WS-Grade NOT = "W" AND WS-Grade NOT = "P"
000000        AND WS-Grade NOT = "NP"
000000        DISPLAY "Invalid Grade - must be A, B, C, D, F, I, W, P "
000000           "or NP."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF.
000000
