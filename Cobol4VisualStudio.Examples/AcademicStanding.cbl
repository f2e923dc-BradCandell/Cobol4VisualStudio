000000* band), rewrites EnrollmentStatus on STUDENTS.DAT for students
000000* falling to probation or suspension, and prints STANDING.LST
000000* grouped by AdvisorCode the way AdvisorCaseload groups, so each
000000* advisor's at-risk students sit together on one page.  As on
000000* the transcript, only A-D and F count toward the GPA - W, I, P
000000* and NP do not - so a student with no graded hours in the term
000000* gets no standing record.
000000*
000000* A student set to SUSPENDED is also given an academic hold on
000000* HOLDS.DAT, blocking new registrations until the registrar
000000* releases it through HoldMaint.  The placement is written to
000000* CHGHIST.DAT under the STANDING id.
000000*
000000* Every N students the run commits a checkpoint to STANDCKPT.DAT -
000000* the term, the last StudentId done and the running counts.  Each
000000* student's result goes to STANDWORK.DAT together with the status
000000* and hold the student had before the run touched them, and
000000* STANDING.DAT and the report are produced from there once every
000000* student is done.  A run that dies partway can so be resumed from
000000* its checkpoint: students already done are skipped, the ones
000000* after it are done again against their original status, and the
000000* standings, demotions and holds still come out counted once.  A
000000* run that finishes normally clears the checkpoint.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT ReportFile ASSIGN TO "STANDING.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000     SELECT CheckpointFile ASSIGN TO "STANDCKPT.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS CheckpointFileStatus.
000000
000000     SELECT StandingWorkFile ASSIGN TO "STANDWORK.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS SW-StudentId
000000 		FILE STATUS IS StandingWorkStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One result record per student per course per term - the layout
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD StudentFile.
000000 01 StudentDetails.
000000 FD ReportFile.
000000 01 ReportLine            PIC X(70).
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
000000* Before-and-after change history shared by the maintenance
000000* programs.  Each hold placed goes on as HoldMaint's do, under
000000* the run's own id.
000000 FD ChangeHistoryFile.
000000 01 ChangeHistoryRecord.
000000    02  CH-OperatorId   PIC X(8).
000000    02  CH-ChangeDate   PIC 9(8).
000000    02  CH-ChangeTime   PIC 9(8).
000000    02  CH-ProgramName  PIC X(12).
000000    02  CH-ActionCode   PIC X.
000000    02  CH-StudentId    PIC 9(7).
000000    02  CH-BeforeImage  PIC X(60).
000000    02  CH-AfterImage   PIC X(60).
000000
000000* The one checkpoint record, replaced at every commit and emptied
000000* when the run finishes.
000000 FD CheckpointFile.
000000 01 CheckpointRecord.
000000    02  CK-TermCode     PIC X(5).
000000    02  CK-LastStudentId PIC 9(7).
000000    02  CK-StandingCount PIC 9(6).
000000    02  CK-DemotedCount PIC 9(6).
000000    02  CK-HoldsCount   PIC 9(5).
000000    02  CK-CkptDate     PIC 9(8).
000000    02  CK-CkptTime     PIC 9(8).
000000
000000* One result per student this run.  SW-PriorStatus and
000000* SW-PriorHold are what the student had before the run changed
000000* anything, kept so a student done again after a resume is judged
000000* against the same starting point.
000000 FD StandingWorkFile.
000000 01 StandingWorkRecord.
000000    02  SW-StudentId    PIC 9(7).
000000    02  SW-GPA          PIC 9V99.
000000    02  SW-Standing     PIC X(10).
000000    02  SW-OnMaster     PIC X.
000000    02  SW-AdvisorCode  PIC X(4).
000000    02  SW-Surname      PIC X(8).
000000    02  SW-PriorStatus  PIC X(10).
000000    02  SW-PriorHold    PIC X.
000000
000000 WORKING-STORAGE SECTION.
000000 01  GradeFileStatus                    PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  WS-Quality-Points                  PIC 9(5)V99 VALUE ZERO.
000000 01  WS-Term-Hours                      PIC 9(4) VALUE ZERO.
000000 01  WS-GPA                             PIC 9V99 VALUE ZERO.
000000 01  WS-In-GPA                          PIC X VALUE "N".
000000 01  WS-Standing                        PIC X(10) VALUE SPACES.
000000 01  WS-Standing-Count                  PIC 9(6) VALUE ZERO.
000000 01  WS-Demoted-Count                   PIC 9(6) VALUE ZERO.
000000 01  WS-Advisor-Count                   PIC 9(4) VALUE ZERO.
000000 01  WS-Saved-AdvisorCode               PIC X(4) VALUE SPACES.
000000 01  WS-First-Group                     PIC X VALUE "Y".
000000 01  HoldFileStatus                     PIC XX.
000000 01  WS-Hold-Student                    PIC 9(7) VALUE ZERO.
000000 01  WS-Hold-Type                       PIC X VALUE SPACE.
000000 01  WS-Hold-Reason                     PIC X(17) VALUE SPACES.
000000 01  WS-Hold-Block-Register             PIC X VALUE "Y".
000000 01  WS-Hold-Block-Transcript           PIC X VALUE "Y".
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  WS-Before-Image                    PIC X(60) VALUE SPACES.
000000 01  WS-Holds-Placed                    PIC 9(5) VALUE ZERO.
000000 01  CheckpointFileStatus               PIC XX.
000000 01  StandingWorkStatus                 PIC XX.
000000 01  WS-Checkpoint-Every                PIC 9(4) VALUE 100.
000000 01  WS-Since-Checkpoint                PIC 9(4) VALUE ZERO.
000000 01  WS-Checkpoint-Found                PIC X VALUE "N".
000000 01  WS-Resume                          PIC X VALUE "N".
000000 01  WS-Reply                           PIC X VALUE SPACE.
000000 01  WS-Restart-Id                      PIC 9(7) VALUE ZERO.
000000 01  WS-Work-Found                      PIC X VALUE "N".
000000 01  WS-On-Master                       PIC X VALUE "N".
000000 01  WS-Work-EOF                        PIC X VALUE "N".
000000 01  WS-Written-Count                   PIC 9(6) VALUE ZERO.
000000
000000 01  PageHeaderLine.
000000    02  FILLER        PIC X(26) VALUE "Academic Standing - Page ".
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     MOVE ZERO TO WS-Holds-Placed
000000     PERFORM GetCheckpointInterval
000000     PERFORM CheckForRestart
000000     PERFORM OpenStandingWorkFile
000000     PERFORM OpenStandingFile
000000     OPEN OUTPUT ReportFile
000000     PERFORM OpenHoldFile
000000     PERFORM OpenChangeHistory
000000     MOVE "A" TO WS-Hold-Type
000000     MOVE "SUSPENDED" TO WS-Hold-Reason
000000     MOVE "Y" TO WS-Hold-Block-Register
000000     MOVE "N" TO WS-Hold-Block-Transcript
000000     MOVE WS-Standing-Term TO PH-TermCode
000000     SORT SortWorkFile
000000        ON ASCENDING KEY SR-AdvisorCode SR-Surname
000000     CLOSE AdvisorMaster
000000     CLOSE StandingFile
000000     CLOSE ReportFile
000000     CLOSE HoldFile
000000     CLOSE ChangeHistoryFile
000000     CLOSE StandingWorkFile
000000     PERFORM ClearCheckpoint
000000     DISPLAY "Standings written  : " WS-Standing-Count
000000     DISPLAY "Statuses demoted   : " WS-Demoted-Count
000000     DISPLAY "Academic holds     : " WS-Holds-Placed
000000     STOP RUN.
000000
000000 OpenChangeHistory.
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000        OPEN OUTPUT ChangeHistoryFile
000000     END-IF.
000000
000000 OpenHoldFile.
000000     OPEN I-O HoldFile
000000     IF HoldFileStatus = "35"
000000        OPEN OUTPUT HoldFile
000000        CLOSE HoldFile
000000        OPEN I-O HoldFile
000000     END-IF.
000000
000000* One hold of each type per student - a hold already active is
000000* left as it stands, a released one is placed again over the
000000* old record.  HoldMaint releases it once the cause is cleared.
000000 PlaceAutomaticHold.
000000     MOVE WS-Hold-Student TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     READ HoldFile
000000        INVALID KEY
000000           MOVE SPACES TO WS-Before-Image
000000           PERFORM BuildAutomaticHold
000000           WRITE HoldRecord
000000              INVALID KEY CONTINUE
000000              NOT INVALID KEY
000000                 PERFORM LogHoldPlaced
000000           END-WRITE
000000        NOT INVALID KEY
000000           IF HD-HoldStatus NOT = "A"
000000              MOVE SPACES TO WS-Before-Image
000000              MOVE HoldRecord TO WS-Before-Image
000000              PERFORM BuildAutomaticHold
000000              REWRITE HoldRecord
000000                 INVALID KEY CONTINUE
000000                 NOT INVALID KEY
000000                    PERFORM LogHoldPlaced
000000              END-REWRITE
000000           END-IF
000000     END-READ.
000000
000000* The placement goes on CHGHIST.DAT the way HoldMaint logs one -
000000* action H, the hold record as placed for the after image.
000000 LogHoldPlaced.
000000     MOVE "STANDING" TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "AcadStanding" TO CH-ProgramName
000000     MOVE "H" TO CH-ActionCode
000000     MOVE WS-Hold-Student TO CH-StudentId
000000     MOVE WS-Before-Image TO CH-BeforeImage
000000     MOVE SPACES TO CH-AfterImage
000000     MOVE HoldRecord TO CH-AfterImage
000000     WRITE ChangeHistoryRecord.
000000
000000 BuildAutomaticHold.
000000     MOVE WS-Hold-Student TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     MOVE "A" TO HD-HoldStatus
000000     MOVE WS-Hold-Block-Register TO HD-BlockRegister
000000     MOVE WS-Hold-Block-Transcript TO HD-BlockTranscript
000000     MOVE WS-Hold-Reason TO HD-HoldReason
000000     ACCEPT HD-PlacedDate FROM DATE YYYYMMDD
000000     MOVE "STANDING" TO HD-PlacedBy
000000     MOVE ZERO TO HD-ReleasedDate
000000     MOVE SPACES TO HD-ReleasedBy.
000000
000000 OpenStandingFile.
000000     OPEN EXTEND StandingFile
000000     IF StandingFileStatus = "35"
000000        OPEN OUTPUT StandingFile
000000     END-IF.
000000
000000 GetCheckpointInterval.
000000     DISPLAY "Checkpoint every how many students "
000000        "(blank = 100) : " WITH NO ADVANCING
000000     ACCEPT WS-Checkpoint-Every
000000     IF WS-Checkpoint-Every IS NOT NUMERIC
000000        OR WS-Checkpoint-Every = ZERO
000000        MOVE 100 TO WS-Checkpoint-Every
000000     END-IF.
000000
000000* A checkpoint left by a run that did not finish is offered for
000000* resume - only for the term it was taken in.
000000 CheckForRestart.
000000     MOVE "N" TO WS-Resume
000000     MOVE "N" TO WS-Checkpoint-Found
000000     OPEN INPUT CheckpointFile
000000     IF CheckpointFileStatus = "00"
000000        READ CheckpointFile
000000           AT END CONTINUE
000000           NOT AT END MOVE "Y" TO WS-Checkpoint-Found
000000        END-READ
000000        CLOSE CheckpointFile
000000     END-IF
000000     IF WS-Checkpoint-Found = "Y"
000000        IF CK-TermCode NOT = WS-Standing-Term
000000           DISPLAY "Checkpoint on file is for term " CK-TermCode
000000              " - the run starts from the beginning."
000000        ELSE
000000           DISPLAY "Standing run for term " CK-TermCode
000000              " stopped after StudentId " CK-LastStudentId
000000           DISPLAY "  checkpoint " CK-CkptDate " " CK-CkptTime
000000              " - " CK-StandingCount " standings, "
000000              CK-DemotedCount " demoted."
000000           DISPLAY "Resume from the checkpoint (Y/N) : "
000000              WITH NO ADVANCING
000000           ACCEPT WS-Reply
000000           IF WS-Reply = "Y" OR WS-Reply = "y"
000000              PERFORM RestoreCheckpoint
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 RestoreCheckpoint.
000000     MOVE "Y" TO WS-Resume
000000     MOVE CK-LastStudentId TO WS-Restart-Id
000000     MOVE CK-StandingCount TO WS-Standing-Count
000000     MOVE CK-DemotedCount TO WS-Demoted-Count
000000     MOVE CK-HoldsCount TO WS-Holds-Placed.
000000
000000* A fresh run starts the work file empty; a resumed one keeps all
000000* of it, since the students after the checkpoint are judged again
000000* against the prior status their work records hold.
000000 OpenStandingWorkFile.
000000     IF WS-Resume = "Y"
000000        OPEN I-O StandingWorkFile
000000        IF StandingWorkStatus NOT = "00"
000000           DISPLAY "STANDWORK.DAT could not be opened (status "
000000              StandingWorkStatus ") - cannot resume."
000000           CLOSE GradeFile
000000           CLOSE StudentFile
000000           CLOSE CourseMaster
000000           CLOSE AdvisorMaster
000000           STOP RUN
000000        END-IF
000000     ELSE
000000        OPEN OUTPUT StandingWorkFile
000000        CLOSE StandingWorkFile
000000        OPEN I-O StandingWorkFile
000000     END-IF.
000000
000000 BuildStandingInput.
000000     MOVE ZERO TO WS-Curr-Student
000000     MOVE ZERO TO WS-Quality-Points
000000     MOVE ZERO TO WS-Term-Hours
000000     MOVE ZERO TO WS-Since-Checkpoint
000000     IF WS-Resume = "Y"
000000        MOVE WS-Restart-Id TO GR-StudentId
000000        MOVE HIGH-VALUES TO GR-CourseCode
000000        MOVE HIGH-VALUES TO GR-TermCode
000000        START GradeFile KEY IS > GR-GradeKey
000000           INVALID KEY MOVE "Y" TO WS-Grade-EOF
000000        END-START
000000     END-IF
000000     PERFORM ReadGradeRecord
000000     PERFORM UNTIL WS-Grade-EOF = "Y"
000000        IF GR-TermCode = WS-Standing-Term
000000           IF GR-StudentId NOT = WS-Curr-Student
000000              PERFORM FinalizeStudent
000000              IF WS-Since-Checkpoint NOT < WS-Checkpoint-Every
000000                 PERFORM TakeCheckpoint
000000              END-IF
000000              MOVE GR-StudentId TO WS-Curr-Student
000000              MOVE ZERO TO WS-Quality-Points
000000              MOVE ZERO TO WS-Term-Hours
000000        END-IF
000000        PERFORM ReadGradeRecord
000000     END-PERFORM
000000     PERFORM FinalizeStudent
000000     PERFORM ReleaseStandingWork.
000000
000000 ReadGradeRecord.
000000     IF WS-Grade-EOF NOT = "Y"
000000        READ GradeFile NEXT
000000           AT END MOVE "Y" TO WS-Grade-EOF
000000        END-READ
000000     END-IF.
000000
000000* Every student up to WS-Curr-Student is on the master, the hold
000000* file and the work file, so the checkpoint record itself is the
000000* commit.
000000 TakeCheckpoint.
000000     MOVE WS-Standing-Term TO CK-TermCode
000000     MOVE WS-Curr-Student TO CK-LastStudentId
000000     MOVE WS-Standing-Count TO CK-StandingCount
000000     MOVE WS-Demoted-Count TO CK-DemotedCount
000000     MOVE WS-Holds-Placed TO CK-HoldsCount
000000     ACCEPT CK-CkptDate FROM DATE YYYYMMDD
000000     ACCEPT CK-CkptTime FROM TIME
000000     OPEN OUTPUT CheckpointFile
000000     WRITE CheckpointRecord
000000     CLOSE CheckpointFile
000000     MOVE ZERO TO WS-Since-Checkpoint.
000000
000000 ClearCheckpoint.
000000     OPEN OUTPUT CheckpointFile
000000     CLOSE CheckpointFile.
000000
000000 AccumulateGrade.
000000     PERFORM SetGradePoints
000000        INVALID KEY
000000           MOVE ZERO TO CM-CreditHours
000000     END-READ
000000     IF WS-In-GPA = "Y"
000000        COMPUTE WS-Quality-Points = WS-Quality-Points
000000           + (WS-Grade-Points * CM-CreditHours)
000000        ADD CM-CreditHours TO WS-Term-Hours
000000     END-IF.
000000
000000 SetGradePoints.
000000     MOVE 0 TO WS-Grade-Points
000000     MOVE "Y" TO WS-In-GPA
000000     EVALUATE GR-Grade
000000        WHEN "A"
000000           MOVE 4 TO WS-Grade-Points
000000           MOVE 2 TO WS-Grade-Points
000000        WHEN "D"
000000           MOVE 1 TO WS-Grade-Points
000000        WHEN "F"
000000           MOVE 0 TO WS-Grade-Points
000000        WHEN OTHER
000000           MOVE "N" TO WS-In-GPA
000000     END-EVALUATE.
000000
000000 FinalizeStudent.
000000        COMPUTE WS-GPA ROUNDED =
000000           WS-Quality-Points / WS-Term-Hours
000000        PERFORM SetStanding
000000        PERFORM ApplyStandingToMaster
000000        ADD 1 TO WS-Since-Checkpoint
000000     END-IF.
000000
000000* The GPA bands the registrar has always worked to, straight off
000000           MOVE "SUSPENDED" TO WS-Standing
000000     END-EVALUATE.
000000
000000* Only a fall to probation or suspension touches the master -
000000* dean's list and good standing stay on the standing file and
000000* the report without disturbing EnrollmentStatus.  The work
000000* record goes down first, so the student's prior status is held
000000* before the master changes.
000000 ApplyStandingToMaster.
000000     MOVE WS-Curr-Student TO StudentId
000000     READ StudentFile
000000        INVALID KEY
000000           DISPLAY "Grades on file for unknown StudentId - "
000000              WS-Curr-Student " - skipped."
000000           MOVE "N" TO WS-On-Master
000000           PERFORM RecordStandingWork
000000        NOT INVALID KEY
000000           MOVE "Y" TO WS-On-Master
000000           PERFORM RecordStandingWork
000000           IF WS-Standing = "PROBATION"
000000              OR WS-Standing = "SUSPENDED"
000000              IF EnrollmentStatus NOT = WS-Standing
000000                    INVALID KEY
000000                       DISPLAY "Status rewrite failed - "
000000                          WS-Curr-Student
000000                 END-REWRITE
000000              END-IF
000000           END-IF
000000           IF WS-Standing = "SUSPENDED"
000000              MOVE WS-Curr-Student TO WS-Hold-Student
000000              PERFORM PlaceAutomaticHold
000000           END-IF
000000     END-READ.
000000
000000* A student already on the work file was part done when an
000000* earlier run stopped - the prior status and hold kept there,
000000* not what the master shows now, decide what this run changed.
000000 RecordStandingWork.
000000     MOVE WS-Curr-Student TO SW-StudentId
000000     MOVE "Y" TO WS-Work-Found
000000     READ StandingWorkFile
000000        INVALID KEY MOVE "N" TO WS-Work-Found
000000     END-READ
000000     MOVE WS-Curr-Student TO SW-StudentId
000000     MOVE WS-On-Master TO SW-OnMaster
000000     IF WS-Work-Found = "N"
000000        MOVE SPACES TO SW-PriorStatus
000000        MOVE SPACE TO SW-PriorHold
000000        IF SW-OnMaster = "Y"
000000           MOVE EnrollmentStatus TO SW-PriorStatus
000000           PERFORM GetPriorHold
000000        END-IF
000000     END-IF
000000     MOVE WS-GPA TO SW-GPA
000000     MOVE WS-Standing TO SW-Standing
000000     MOVE SPACES TO SW-AdvisorCode
000000     MOVE SPACES TO SW-Surname
000000     IF SW-OnMaster = "Y"
000000        MOVE AdvisorCode TO SW-AdvisorCode
000000        MOVE Surname TO SW-Surname
000000     END-IF
000000     IF WS-Work-Found = "Y"
000000        REWRITE StandingWorkRecord
000000           INVALID KEY
000000              DISPLAY "STANDWORK.DAT rewrite failed - "
000000                 WS-Curr-Student
000000        END-REWRITE
000000     ELSE
000000        WRITE StandingWorkRecord
000000           INVALID KEY
000000              DISPLAY "STANDWORK.DAT write failed - "
000000                 WS-Curr-Student
000000        END-WRITE
000000     END-IF
000000     ADD 1 TO WS-Standing-Count
000000     IF SW-OnMaster = "Y"
000000        IF WS-Standing = "PROBATION" OR WS-Standing = "SUSPENDED"
000000           IF SW-PriorStatus NOT = WS-Standing
000000              ADD 1 TO WS-Demoted-Count
000000           END-IF
000000        END-IF
000000        IF WS-Standing = "SUSPENDED"
000000           IF SW-PriorHold NOT = "A"
000000              ADD 1 TO WS-Holds-Placed
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 GetPriorHold.
000000     MOVE WS-Curr-Student TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     READ HoldFile
000000        INVALID KEY MOVE SPACE TO SW-PriorHold
000000        NOT INVALID KEY MOVE HD-HoldStatus TO SW-PriorHold
000000     END-READ.
000000
000000* Every student done - this run and any run it resumes - goes to
000000* STANDING.DAT and, if on the master, to the report, straight off
000000* the work file.  The records must foot to the count carried
000000* through the checkpoints.
000000 ReleaseStandingWork.
000000     MOVE ZERO TO WS-Written-Count
000000     MOVE ZERO TO SW-StudentId
000000     MOVE "N" TO WS-Work-EOF
000000     START StandingWorkFile KEY IS NOT < SW-StudentId
000000        INVALID KEY MOVE "Y" TO WS-Work-EOF
000000     END-START
000000     PERFORM ReleaseOneStanding
000000        UNTIL WS-Work-EOF = "Y"
000000     IF WS-Written-Count NOT = WS-Standing-Count
000000        DISPLAY "Standing control check failed - "
000000           WS-Written-Count " on STANDWORK.DAT, "
000000           WS-Standing-Count " counted."
000000     END-IF.
000000
000000 ReleaseOneStanding.
000000     READ StandingWorkFile NEXT
000000        AT END MOVE "Y" TO WS-Work-EOF
000000        NOT AT END
000000           MOVE SW-StudentId TO ST-StudentId
000000           MOVE WS-Standing-Term TO ST-TermCode
000000           MOVE SW-GPA TO ST-GPA
000000           MOVE SW-Standing TO ST-Standing
000000           WRITE StandingRecord
000000           ADD 1 TO WS-Written-Count
000000           IF SW-OnMaster = "Y"
000000              MOVE SW-AdvisorCode TO SR-AdvisorCode
000000              MOVE SW-Surname TO SR-Surname
000000              MOVE SW-StudentId TO SR-StudentId
000000              MOVE SW-GPA TO SR-GPA
000000              MOVE SW-Standing TO SR-Standing
000000              RELEASE SR-StandingEntry
000000           END-IF
000000     END-READ.
000000
000000 PrintStandingReport.
000000     RETURN SortWorkFile AT END MOVE "Y" TO WS-Sort-EOF
