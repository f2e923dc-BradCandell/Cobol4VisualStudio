000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  HoldMaint.
000000 AUTHOR.  Michael Coughlan.
000000* Place/Release/List maintenance against HOLDS.DAT, the student
000000* hold file keyed on StudentId plus hold type - (F)inancial,
000000* (A)cademic, (R)egistrar or (L)ibrary.  Each hold says whether
000000* it blocks new registrations (EnrollMaint and the SeqWrite
000000* registration path refuse them) and whether it blocks the
000000* transcript (Transcript refuses to print).  The blocks default
000000* by hold type and may be keyed otherwise.  A released hold
000000* stays on file as the record of who lifted it and when.
000000*
000000* AgingReport places financial holds and AcademicStanding places
000000* academic holds without an operator; they are released here
000000* like any other.  Every placement and release, theirs as well
000000* as this program's, is written to CHGHIST.DAT.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS StudentId
000000 		FILE STATUS IS StudentFileStatus.
000000
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One record per student per hold type.  HD-HoldStatus is "A"
000000* while the hold is active and "R" once released.  The two block
000000* flags are Y/N.
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
000000* Before-and-after change history shared by the maintenance
000000* programs - who changed what, from what, and when.  The record
000000* images ride in fixed 60-byte frames; ChangeInquiry shows the
000000* chain for one student.
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
000000 WORKING-STORAGE SECTION.
000000 01  HoldFileStatus                     PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  WS-TransCode                       PIC X VALUE SPACES.
000000 01  WS-Done-Switch                     PIC X VALUE "N".
000000 01  WS-Valid-Entry                     PIC X VALUE "Y".
000000 01  WS-SearchId                        PIC 9(7) VALUE ZERO.
000000 01  WS-Hold-Type                       PIC X VALUE SPACES.
000000 01  WS-Hold-Reason                     PIC X(17) VALUE SPACES.
000000 01  WS-Block-Register                  PIC X VALUE SPACES.
000000 01  WS-Block-Transcript                PIC X VALUE SPACES.
000000 01  WS-Hold-Found                      PIC X VALUE "N".
000000 01  WS-Hold-EOF                        PIC X VALUE "N".
000000 01  WS-Hold-Count                      PIC 9(3) VALUE ZERO.
000000 01  WS-Operator-Id                     PIC X(8) VALUE SPACES.
000000 01  WS-Before-Image                    PIC X(60) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE "N" TO WS-Done-Switch
000000     PERFORM OpenHoldFile
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ") - no students to hold."
000000        CLOSE HoldFile
000000        STOP RUN
000000     END-IF
000000     PERFORM OpenChangeHistory
000000     DISPLAY "Enter operator ID : " WITH NO ADVANCING
000000     ACCEPT WS-Operator-Id
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000        PERFORM GetTransaction
000000        EVALUATE WS-TransCode
000000           WHEN "P"
000000              PERFORM PlaceHold
000000           WHEN "R"
000000              PERFORM ReleaseHold
000000           WHEN "L"
000000              PERFORM ListHolds
000000           WHEN "X"
000000              MOVE "Y" TO WS-Done-Switch
000000           WHEN OTHER
000000              DISPLAY "Invalid transaction - use P, R, L or X."
000000        END-EVALUATE
000000     END-PERFORM
000000     CLOSE HoldFile
000000     CLOSE StudentFile
000000     CLOSE ChangeHistoryFile
000000     STOP RUN.
000000
000000 OpenHoldFile.
000000     OPEN I-O HoldFile
000000     IF HoldFileStatus = "35"
000000        OPEN OUTPUT HoldFile
000000        CLOSE HoldFile
000000        OPEN I-O HoldFile
000000     END-IF.
000000
000000 OpenChangeHistory.
000000     OPEN EXTEND ChangeHistoryFile
000000     IF ChangeHistoryStatus = "35"
000000        OPEN OUTPUT ChangeHistoryFile
000000     END-IF.
000000
000000* One history line per committed change - the before image is
000000* the hold as it stood (spaces for a first placement), the
000000* after image the hold as it now stands.
000000 WriteChangeHistory.
000000     MOVE WS-Operator-Id TO CH-OperatorId
000000     ACCEPT CH-ChangeDate FROM DATE YYYYMMDD
000000     ACCEPT CH-ChangeTime FROM TIME
000000     MOVE "HoldMaint" TO CH-ProgramName
000000     MOVE WS-SearchId TO CH-StudentId
000000     MOVE WS-Before-Image TO CH-BeforeImage
000000     MOVE SPACES TO CH-AfterImage
000000     MOVE HoldRecord TO CH-AfterImage
000000     WRITE ChangeHistoryRecord.
000000
000000 GetTransaction.
000000     DISPLAY "Transaction - (P)lace, (R)elease, (L)ist, (X)it : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-TransCode.
000000
000000 GetHoldKey.
000000     DISPLAY "Enter StudentId : " WITH NO ADVANCING
000000     ACCEPT WS-SearchId
000000     DISPLAY "Enter hold type - (F)inancial, (A)cademic, "
000000        "(R)egistrar, (L)ibrary : " WITH NO ADVANCING
000000     ACCEPT WS-Hold-Type.
000000
000000* A hold already released is placed again over the old record -
000000* the key allows one hold of each type per student.
000000 PlaceHold.
000000     PERFORM GetHoldKey
000000     PERFORM EditHoldKey
000000     IF WS-Valid-Entry = "Y"
000000        PERFORM GetHoldDetails
000000        PERFORM EditHoldDetails
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        MOVE WS-SearchId TO HD-StudentId
000000        MOVE WS-Hold-Type TO HD-HoldType
000000        MOVE SPACES TO WS-Before-Image
000000        MOVE "N" TO WS-Hold-Found
000000        READ HoldFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              MOVE "Y" TO WS-Hold-Found
000000              MOVE HoldRecord TO WS-Before-Image
000000        END-READ
000000        IF WS-Hold-Found = "Y" AND HD-HoldStatus = "A"
000000           DISPLAY "Hold already active - nothing placed."
000000        ELSE
000000           PERFORM BuildActiveHold
000000           IF WS-Hold-Found = "Y"
000000              REWRITE HoldRecord
000000                 INVALID KEY
000000                    DISPLAY "Rewrite failed - hold not placed."
000000                 NOT INVALID KEY
000000                    PERFORM LogHoldPlaced
000000              END-REWRITE
000000           ELSE
000000              WRITE HoldRecord
000000                 INVALID KEY
000000                    DISPLAY "Write failed - hold not placed."
000000                 NOT INVALID KEY
000000                    PERFORM LogHoldPlaced
000000              END-WRITE
000000           END-IF
000000        END-IF
000000     ELSE
000000        DISPLAY "Hold rejected - not placed."
000000     END-IF.
000000
000000 BuildActiveHold.
000000     MOVE WS-SearchId TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     MOVE "A" TO HD-HoldStatus
000000     MOVE WS-Block-Register TO HD-BlockRegister
000000     MOVE WS-Block-Transcript TO HD-BlockTranscript
000000     MOVE WS-Hold-Reason TO HD-HoldReason
000000     ACCEPT HD-PlacedDate FROM DATE YYYYMMDD
000000     MOVE WS-Operator-Id TO HD-PlacedBy
000000     MOVE ZERO TO HD-ReleasedDate
000000     MOVE SPACES TO HD-ReleasedBy.
000000
000000 LogHoldPlaced.
000000     MOVE "H" TO CH-ActionCode
000000     PERFORM WriteChangeHistory
000000     DISPLAY "Hold " HD-HoldType " placed on StudentId "
000000        WS-SearchId.
000000
000000 ReleaseHold.
000000     PERFORM GetHoldKey
000000     MOVE WS-SearchId TO HD-StudentId
000000     MOVE WS-Hold-Type TO HD-HoldType
000000     READ HoldFile
000000        INVALID KEY
000000           DISPLAY "Hold not on file - nothing released."
000000        NOT INVALID KEY
000000           IF HD-HoldStatus NOT = "A"
000000              DISPLAY "Hold already released on "
000000                 HD-ReleasedDate " by " HD-ReleasedBy
000000           ELSE
000000              MOVE SPACES TO WS-Before-Image
000000              MOVE HoldRecord TO WS-Before-Image
000000              MOVE "R" TO HD-HoldStatus
000000              ACCEPT HD-ReleasedDate FROM DATE YYYYMMDD
000000              MOVE WS-Operator-Id TO HD-ReleasedBy
000000              REWRITE HoldRecord
000000                 INVALID KEY
000000                    DISPLAY "Rewrite failed - not released."
000000                 NOT INVALID KEY
000000                    MOVE "R" TO CH-ActionCode
000000                    PERFORM WriteChangeHistory
000000                    DISPLAY "Hold " HD-HoldType
000000                       " released for StudentId " WS-SearchId
000000              END-REWRITE
000000           END-IF
000000     END-READ.
000000
000000* Every hold on file for the student, active or released, in
000000* hold-type order.
000000 ListHolds.
000000     DISPLAY "Enter StudentId : " WITH NO ADVANCING
000000     ACCEPT WS-SearchId
000000     MOVE ZERO TO WS-Hold-Count
000000     MOVE "N" TO WS-Hold-EOF
000000     MOVE WS-SearchId TO HD-StudentId
000000     MOVE LOW-VALUES TO HD-HoldType
000000     START HoldFile KEY IS NOT < HD-HoldKey
000000        INVALID KEY MOVE "Y" TO WS-Hold-EOF
000000     END-START
000000     PERFORM ListOneHold
000000        UNTIL WS-Hold-EOF = "Y"
000000     IF WS-Hold-Count = ZERO
000000        DISPLAY "No holds on file for StudentId " WS-SearchId
000000     END-IF.
000000
000000 ListOneHold.
000000     READ HoldFile NEXT
000000        AT END MOVE "Y" TO WS-Hold-EOF
000000        NOT AT END
000000           IF HD-StudentId NOT = WS-SearchId
000000              MOVE "Y" TO WS-Hold-EOF
000000           ELSE
000000              ADD 1 TO WS-Hold-Count
000000              DISPLAY "Type " HD-HoldType
000000                 "  Status " HD-HoldStatus
000000                 "  Reg " HD-BlockRegister
000000                 "  Trn " HD-BlockTranscript
000000                 "  " HD-HoldReason
000000              DISPLAY "     Placed " HD-PlacedDate
000000                 " by " HD-PlacedBy
000000                 "  Released " HD-ReleasedDate
000000                 " by " HD-ReleasedBy
000000           END-IF
000000     END-READ.
000000
000000 EditHoldKey.
000000     MOVE "Y" TO WS-Valid-Entry
000000     IF WS-SearchId IS NOT NUMERIC OR WS-SearchId = ZERO
000000        DISPLAY "Invalid StudentId - must be numeric, non-zero."
000000        MOVE "N" TO WS-Valid-Entry
000000     ELSE
000000        MOVE WS-SearchId TO StudentId
000000        READ StudentFile
000000           INVALID KEY
000000              DISPLAY "StudentId not on file - " WS-SearchId
000000              MOVE "N" TO WS-Valid-Entry
000000        END-READ
000000     END-IF
000000     IF WS-Hold-Type NOT = "F" AND WS-Hold-Type NOT = "A"
000000        AND WS-Hold-Type NOT = "R" AND WS-Hold-Type NOT = "L"
000000        DISPLAY "Invalid hold type - use F, A, R or L."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF.
000000
000000 GetHoldDetails.
000000     DISPLAY "Enter reason : " WITH NO ADVANCING
000000     ACCEPT WS-Hold-Reason
000000     DISPLAY "Blocks registration (Y/N, blank for usual) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Block-Register
000000     DISPLAY "Blocks transcript (Y/N, blank for usual) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Block-Transcript.
000000
000000* The usual blocks by hold type - money and registrar holds stop
000000* everything, an academic hold stops registration only, and a
000000* library hold stops the transcript only.
000000 EditHoldDetails.
000000     IF WS-Block-Register = SPACE
000000        IF WS-Hold-Type = "L"
000000           MOVE "N" TO WS-Block-Register
000000        ELSE
000000           MOVE "Y" TO WS-Block-Register
000000        END-IF
000000     END-IF
000000     IF WS-Block-Transcript = SPACE
000000        IF WS-Hold-Type = "A"
000000           MOVE "N" TO WS-Block-Transcript
000000        ELSE
000000           MOVE "Y" TO WS-Block-Transcript
000000        END-IF
000000     END-IF
000000     IF WS-Block-Register NOT = "Y"
000000        AND WS-Block-Register NOT = "N"
000000        DISPLAY "Invalid registration block - use Y or N."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF WS-Block-Transcript NOT = "Y"
000000        AND WS-Block-Transcript NOT = "N"
000000        DISPLAY "Invalid transcript block - use Y or N."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF WS-Hold-Reason = SPACES
000000        DISPLAY "Invalid reason - cannot be blank."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF.
