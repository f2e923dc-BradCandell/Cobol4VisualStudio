000000* on GRADES.DAT for the StudentId, with the course title from
000000* CM-CourseTitle, the credit hours, the grade, and a grade point
000000* average weighted by CM-CreditHours.
000000*
000000* Only A-D and F enter the average.  W and I carry no grade
000000* points and no hours; a P earns its credit hours without
000000* touching the average, and an NP earns nothing.  The credits
000000* earned line counts A-D and P.
000000*
000000* A student with an active hold on HOLDS.DAT that blocks the
000000* transcript gets no transcript until HoldMaint releases it.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT TranscriptFile ASSIGN TO "TRANSCRIPT.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD StudentFile.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD CourseMaster.
000000 01 CourseMasterRecord.
000000 FD TranscriptFile.
000000 01 TranscriptLine         PIC X(70).
000000
000000* Student holds - the layout HoldMaint maintains.
000000 FD HoldFile.
000000 01 HoldRecord.
000000    02  HD-HoldKey.
000000        03 HD-StudentId  PIC 9(7).
000000        03 HD-HoldType   PIC X.
000000    02  HD-HoldStatus    PIC X.
000000    02  HD-BlockRegister PIC X.
000000    02  HD-BlockTranscript PIC X.
000000    02  HD-HoldReason    PIC X(17).
000000    02  HD-PlacedDate    PIC 9(8).
000000    02  HD-PlacedBy      PIC X(8).
000000    02  HD-ReleasedDate  PIC 9(8).
000000    02  HD-ReleasedBy    PIC X(8).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  GradeFileStatus                    PIC XX.
000000 01  WS-Grade-Points                    PIC 9(1) VALUE ZERO.
000000 01  WS-Quality-Points                  PIC 9(5)V99 VALUE ZERO.
000000 01  WS-Total-Hours                     PIC 9(4) VALUE ZERO.
000000 01  WS-Earned-Hours                    PIC 9(4) VALUE ZERO.
000000 01  WS-In-GPA                          PIC X VALUE "N".
000000 01  WS-Earns-Credit                    PIC X VALUE "N".
000000 01  WS-GPA                             PIC 9V99 VALUE ZERO.
000000 01  HoldFileStatus                     PIC XX.
000000 01  WS-Holds-OnFile                    PIC X VALUE "N".
000000 01  WS-Hold-EOF                        PIC X VALUE "N".
000000 01  WS-Transcript-Held                 PIC X VALUE "N".
000000
000000 01  TitleLine.
000000    02  FILLER          PIC X(23) VALUE "Academic Transcript -  ".
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-CreditHours   PIC Z9.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-Grade         PIC X(2).
000000    02  FILLER          PIC X(28) VALUE SPACES.
000000
000000 01  GPALine.
000000    02  FILLER          PIC X(32)
000000    02  G-GPA           PIC 9.99.
000000    02  FILLER          PIC X(32) VALUE SPACES.
000000
000000 01  EarnedLine.
000000    02  FILLER          PIC X(32)
000000        VALUE "Credit hours earned            :".
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  E-EarnedHours   PIC ZZZ9.
000000    02  FILLER          PIC X(33) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     OPEN INPUT StudentFile
000000        CLOSE GradeFile
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenHoldFile
000000     DISPLAY "Enter StudentId : " WITH NO ADVANCING
000000     ACCEPT WS-StudentId
000000     MOVE WS-StudentId TO StudentId
000000        INVALID KEY
000000           DISPLAY "StudentId not found - " WS-StudentId
000000        NOT INVALID KEY
000000           PERFORM CheckTranscriptHolds
000000           IF WS-Transcript-Held = "N"
000000              PERFORM PrintTranscript
000000           END-IF
000000     END-READ
000000     CLOSE StudentFile
000000     CLOSE GradeFile
000000     CLOSE CourseMaster
000000     IF WS-Holds-OnFile = "Y"
000000        CLOSE HoldFile
000000     END-IF
000000     STOP RUN.
000000
000000* Holds are optional - with no HOLDS.DAT on file nobody is held.
000000 OpenHoldFile.
000000     MOVE "N" TO WS-Holds-OnFile
000000     OPEN INPUT HoldFile
000000     IF HoldFileStatus = "00"
000000        MOVE "Y" TO WS-Holds-OnFile
000000     END-IF.
000000
000000* Any active hold flagged to block the transcript stops it being
000000* printed - the hold is named so the counter can send the
000000* student to the right office.
000000 CheckTranscriptHolds.
000000     MOVE "N" TO WS-Transcript-Held
000000     IF WS-Holds-OnFile = "Y"
000000        MOVE "N" TO WS-Hold-EOF
000000        MOVE WS-StudentId TO HD-StudentId
000000        MOVE LOW-VALUES TO HD-HoldType
000000        START HoldFile KEY IS NOT < HD-HoldKey
000000           INVALID KEY MOVE "Y" TO WS-Hold-EOF
000000        END-START
000000        PERFORM CheckOneHold
000000           UNTIL WS-Hold-EOF = "Y"
000000     END-IF.
000000
000000 CheckOneHold.
000000     READ HoldFile NEXT
000000        AT END MOVE "Y" TO WS-Hold-EOF
000000        NOT AT END
000000           IF HD-StudentId NOT = WS-StudentId
000000              MOVE "Y" TO WS-Hold-EOF
000000           ELSE
000000              IF HD-HoldStatus = "A"
000000                 AND HD-BlockTranscript = "Y"
000000                 DISPLAY "Transcript hold " HD-HoldType
000000                    " on file - " HD-HoldReason
000000                    " - transcript not printed."
000000                 MOVE "Y" TO WS-Transcript-Held
000000                 MOVE "Y" TO WS-Hold-EOF
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 PrintTranscript.
000000     OPEN OUTPUT TranscriptFile
000000     MOVE WS-StudentId TO T-StudentId
000000     MOVE ZERO TO WS-Grade-Count
000000     MOVE ZERO TO WS-Quality-Points
000000     MOVE ZERO TO WS-Total-Hours
000000     MOVE ZERO TO WS-Earned-Hours
000000     MOVE "N" TO WS-Grade-EOF
000000     MOVE WS-StudentId TO GR-StudentId
000000     MOVE SPACES TO GR-CourseCode
000000     WRITE TranscriptLine FROM DetailLine
000000     ADD 1 TO WS-Grade-Count
000000     PERFORM SetGradePoints
000000     IF WS-In-GPA = "Y"
000000        COMPUTE WS-Quality-Points = WS-Quality-Points
000000           + (WS-Grade-Points * CM-CreditHours)
000000        ADD CM-CreditHours TO WS-Total-Hours
000000     END-IF
000000     IF WS-Earns-Credit = "Y"
000000        ADD CM-CreditHours TO WS-Earned-Hours
000000     END-IF.
000000
000000 SetGradePoints.
000000     MOVE 0 TO WS-Grade-Points
000000     MOVE "Y" TO WS-In-GPA
000000     MOVE "Y" TO WS-Earns-Credit
000000     EVALUATE GR-Grade
000000        WHEN "A"
000000           MOVE 4 TO WS-Grade-Points
000000           MOVE 2 TO WS-Grade-Points
000000        WHEN "D"
000000           MOVE 1 TO WS-Grade-Points
000000        WHEN "F"
000000           MOVE "N" TO WS-Earns-Credit
000000        WHEN "P"
000000           MOVE "N" TO WS-In-GPA
000000        WHEN OTHER
000000           MOVE "N" TO WS-In-GPA
000000           MOVE "N" TO WS-Earns-Credit
000000     END-EVALUATE.
000000
000000 PrintGPALine.
000000           WS-Quality-Points / WS-Total-Hours
000000     END-IF
000000     MOVE WS-GPA TO G-GPA
000000     WRITE TranscriptLine FROM GPALine
000000     MOVE WS-Earned-Hours TO E-EarnedHours
000000     WRITE TranscriptLine FROM EarnedLine.
000000
