000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  OperatorActivity.
000000 AUTHOR.  Michael Coughlan.
000000* Monthly security review of who did what, for a keyed date
000000* range (blank from = first of this month, blank to = today).
000000* Reads the three trails the system leaves behind:
000000*   AUDIT.DAT    students created by SeqWrite, RejectResubmit
000000*                and StudentMaint's add
000000*   CHGHIST.DAT  before-and-after history of the maintenance
000000*                programs - changes, deletes, grades, holds,
000000*                invoice postings and prerequisite overrides
000000*   LOCKS.DAT    record locks still held by StudentMaint and
000000*                EnrollMaint
000000* OPERACT.LST shows, per OperatorId, the work done in the range
000000* by file, then the exceptions audit asks about:
000000*   - activity outside business hours (before 08:00, after
000000*     16:59, or on a weekend - the CashReport hours)
000000*   - deletes made by an operator below supervisor level
000000*   - the operator's own student record created or changed by
000000*     them, for operators whose OPERATOR.DAT entry carries a
000000*     StudentId
000000*   - locks still on LOCKS.DAT taken more than a day ago
000000* and last, every operator on OPERATOR.DAT with no activity on
000000* any trail in the last 90 days, so the id can be disabled.
000000* Ids on the trails but not on OPERATOR.DAT (the NIGHTLY, LAPSE,
000000* LATEFEE, AGINGRPT and STANDING batch runs, or an id since
000000* removed) are listed and marked; batch runs keep no business
000000* hours, so their work is not flagged as off-hours.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS OperatorId
000000 		FILE STATUS IS OperatorFileStatus.
000000
000000     SELECT AuditFile ASSIGN TO "AUDIT.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS AuditFileStatus.
000000
000000     SELECT ChangeHistoryFile ASSIGN TO "CHGHIST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ChangeHistoryStatus.
000000
000000     SELECT LockFile ASSIGN TO "LOCKS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS LK-LockKey
000000 		FILE STATUS IS LockFileStatus.
000000
000000     SELECT SortWorkFile ASSIGN TO "SORTWK1".
000000
000000     SELECT ReportFile ASSIGN TO "OPERACT.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* Valid operator ids, passwords and levels - the layout
000000* OperatorLoad maintains.
000000 FD OperatorFile.
000000 01 OperatorRecord.
000000    02  OperatorId      PIC X(8).
000000    02  OperatorPassword PIC X(8).
000000    02  OperatorLevel   PIC 9.
000000    02  OperatorStudentId PIC 9(7).
000000
000000 FD AuditFile.
000000 01 AuditRecord.
000000    02  AuditOperatorId PIC X(8).
000000    02  AuditDate       PIC 9(8).
000000    02  AuditTime       PIC 9(8).
000000    02  AuditStudentId  PIC 9(7).
000000
000000* Before-and-after change history shared by the maintenance
000000* programs.  The record images ride in fixed 60-byte frames.
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
000000* Record locks - the layout StudentMaint and EnrollMaint share.
000000 FD LockFile.
000000 01 LockRecord.
000000    02  LK-LockKey.
000000        03 LK-FileId    PIC X(8).
000000        03 LK-RecordId  PIC 9(7).
000000    02  LK-OperatorId   PIC X(8).
000000    02  LK-LockDate     PIC 9(8).
000000    02  LK-LockTime     PIC 9(8).
000000
000000 SD SortWorkFile.
000000 01 SR-ExceptionEntry.
000000    02  SR-TypeSeq      PIC 9.
000000    02  SR-Exception    PIC X(40).
000000    02  SR-OperatorId   PIC X(8).
000000    02  SR-Date         PIC 9(8).
000000    02  SR-Time         PIC 9(8).
000000    02  SR-StudentId    PIC 9(7).
000000    02  SR-Detail       PIC X(30).
000000
000000 FD ReportFile.
000000 01 ReportLine                          PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  OperatorFileStatus                 PIC XX.
000000 01  AuditFileStatus                    PIC XX.
000000 01  ChangeHistoryStatus                PIC XX.
000000 01  LockFileStatus                     PIC XX.
000000 01  WS-Audit-OnFile                    PIC X VALUE "N".
000000 01  WS-History-OnFile                  PIC X VALUE "N".
000000 01  WS-Locks-OnFile                    PIC X VALUE "N".
000000 01  WS-Read-EOF                        PIC X VALUE "N".
000000 01  WS-Sort-EOF                        PIC X VALUE "N".
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Run-Time                        PIC 9(8) VALUE ZERO.
000000 01  WS-From-Date                       PIC 9(8) VALUE ZERO.
000000 01  WS-To-Date                         PIC 9(8) VALUE ZERO.
000000 01  WS-Range-OK                        PIC X VALUE "N".
000000 01  WS-Key-Date                        PIC X(8) VALUE SPACES.
000000 01  WS-Check-Date                      PIC 9(8) VALUE ZERO.
000000 01  WS-Check-Date-Parts REDEFINES WS-Check-Date.
000000    02  WS-CD-Year      PIC 9(4).
000000    02  WS-CD-Month     PIC 99.
000000    02  WS-CD-Day       PIC 99.
000000 01  WS-Check-Time                      PIC 9(8) VALUE ZERO.
000000 01  WS-Check-Time-Parts REDEFINES WS-Check-Time.
000000    02  WS-CT-Hour      PIC 99.
000000    02  WS-CT-Minute    PIC 99.
000000    02  WS-CT-Rest      PIC 9(4).
000000 01  WS-Off-Hours                       PIC X VALUE "N".
000000 01  WS-Day-Of-Week                     PIC 9 VALUE ZERO.
000000 01  WS-Days-Since                      PIC S9(6) VALUE ZERO.
000000 01  WS-Inactive-Days                   PIC 99 VALUE 90.
000000 01  WS-Unknown-Listed                  PIC X VALUE "N".
000000 01  WS-Change-Desc                     PIC X(30) VALUE SPACES.
000000 01  WS-Item-StudentId                  PIC 9(7) VALUE ZERO.
000000 01  WS-Exception-Count                 PIC 9(5) VALUE ZERO.
000000 01  WS-Inactive-Count                  PIC 9(5) VALUE ZERO.
000000 01  WS-Saved-TypeSeq                   PIC 9 VALUE ZERO.
000000 01  WS-Saved-Exception                 PIC X(40) VALUE SPACES.
000000 01  WS-Type-Count                      PIC 9(5) VALUE ZERO.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000 01  WS-Section-Title                   PIC X(70) VALUE SPACES.
000000
000000* One entry per operator id - OPERATOR.DAT first, in id order,
000000* then any id met on a trail that is not on OPERATOR.DAT.  The
000000* ten tallies are, in order: students created, student records
000000* changed, students deleted, registrations added, registrations
000000* dropped, grades changed, holds placed or released, invoice
000000* postings, prerequisite overrides and off-hours actions.
000000 01  WS-Find-Id                         PIC X(8) VALUE SPACES.
000000 01  WS-Op-Sub                          PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Op-Count                        PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Search-Sub                      PIC 9(3) COMP VALUE ZERO.
000000 01  WS-Op-Overflow                     PIC 9(5) VALUE ZERO.
000000 01  WS-Tally-Sub                       PIC 99 COMP VALUE ZERO.
000000 01  WS-Operator-Table.
000000    02  OP-Entry OCCURS 200 TIMES.
000000        03 OP-OperatorId    PIC X(8).
000000        03 OP-OnFile        PIC X.
000000        03 OP-Level         PIC 9.
000000        03 OP-StudentId     PIC 9(7).
000000        03 OP-LastDate      PIC 9(8).
000000        03 OP-Tally         PIC 9(5) OCCURS 10 TIMES.
000000
000000 01  WS-Total-Table.
000000    02  WS-Total-Tally  PIC 9(6) OCCURS 10 TIMES.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(24)
000000        VALUE "Operator Activity Review".
000000    02  FILLER          PIC X(3) VALUE " - ".
000000    02  PH-FromDate     PIC 9(8).
000000    02  FILLER          PIC X(4) VALUE " to ".
000000    02  PH-ToDate       PIC 9(8).
000000    02  FILLER          PIC X(14) VALUE SPACES.
000000    02  FILLER          PIC X(5) VALUE "Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000
000000 01  ActivityHeaderLine1.
000000    02  FILLER          PIC X(10) VALUE "Operator  ".
000000    02  FILLER          PIC X(30)
000000        VALUE "   New   Stu   Stu   Reg   Reg".
000000    02  FILLER          PIC X(30)
000000        VALUE " Grade  Hold  Invc  Over   Off".
000000
000000 01  ActivityHeaderLine2.
000000    02  FILLER          PIC X(10) VALUE "id      Lv".
000000    02  FILLER          PIC X(30)
000000        VALUE "   stu   chg   del   add  drop".
000000    02  FILLER          PIC X(30)
000000        VALUE "   chg   chg  post  ride hours".
000000
000000 01  ActivityLine.
000000    02  A-OperatorId    PIC X(8).
000000    02  A-Marker        PIC X.
000000    02  A-Level         PIC X.
000000    02  A-Column OCCURS 10 TIMES.
000000        03 FILLER       PIC X.
000000        03 A-Tally      PIC ZZZZ9.
000000
000000 01  ActivityTotalLine.
000000    02  T-Label         PIC X(10).
000000    02  T-Column OCCURS 10 TIMES.
000000        03 FILLER       PIC X.
000000        03 T-Tally      PIC ZZZZ9.
000000
000000 01  MarkerNoteLine.
000000    02  FILLER          PIC X(36)
000000        VALUE "* id not on OPERATOR.DAT - a batch r".
000000    02  FILLER          PIC X(34)
000000        VALUE "un or a removed operator          ".
000000
000000 01  ExceptionHeaderLine.
000000    02  EH-Exception    PIC X(40).
000000    02  FILLER          PIC X(30) VALUE SPACES.
000000
000000 01  ExceptionColumnLine.
000000    02  FILLER          PIC X(36)
000000        VALUE "  Operator  Date     Time   Student".
000000    02  FILLER          PIC X(34)
000000        VALUE "Id Detail                         ".
000000
000000 01  ExceptionLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  E-OperatorId    PIC X(8).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  E-Date          PIC 9(8).
000000    02  FILLER          PIC X VALUE SPACE.
000000    02  E-Hour          PIC 99.
000000    02  FILLER          PIC X VALUE ":".
000000    02  E-Minute        PIC 99.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  E-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  E-Detail        PIC X(30).
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000
000000 01  TypeCountLine.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  FILLER          PIC X(10) VALUE "Count  :  ".
000000    02  TC-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(51) VALUE SPACES.
000000
000000 01  InactiveColumnLine.
000000    02  FILLER          PIC X(36)
000000        VALUE "  Operator  Level  Last activity    ".
000000    02  FILLER          PIC X(34) VALUE SPACES.
000000
000000 01  InactiveLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  I-OperatorId    PIC X(8).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  I-Level         PIC 9.
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  I-LastDate      PIC X(8).
000000    02  FILLER          PIC X(43) VALUE SPACES.
000000
000000 01  NotReadLine.
000000    02  FILLER          PIC X(12) VALUE "Not on file ".
000000    02  NR-FileName     PIC X(12).
000000    02  FILLER          PIC X(46)
000000        VALUE "- no activity from it in this review".
000000
000000 01  OverflowLine.
000000    02  FILLER          PIC X(36)
000000        VALUE "Operator table full - trail records ".
000000    02  FILLER          PIC X(15) VALUE "not counted : ".
000000    02  OV-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(14) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     ACCEPT WS-Run-Time FROM TIME
000000     OPEN INPUT OperatorFile
000000     IF OperatorFileStatus NOT = "00"
000000        DISPLAY "OPERATOR.DAT could not be opened (status "
000000           OperatorFileStatus ") - run OperatorLoad first."
000000        STOP RUN
000000     END-IF
000000     PERFORM GetDateRange
000000     IF WS-Range-OK NOT = "Y"
000000        CLOSE OperatorFile
000000        STOP RUN
000000     END-IF
000000     PERFORM LoadOperatorTable
000000     CLOSE OperatorFile
000000     PERFORM OpenOptionalFiles
000000     MOVE WS-From-Date TO PH-FromDate
000000     MOVE WS-To-Date TO PH-ToDate
000000     OPEN OUTPUT ReportFile
000000     SORT SortWorkFile
000000        ON ASCENDING KEY SR-TypeSeq SR-OperatorId SR-Date
000000                         SR-Time
000000        INPUT PROCEDURE IS ScanTrails
000000        OUTPUT PROCEDURE IS PrintReview
000000     PERFORM PrintRunSummary
000000     PERFORM CloseOptionalFiles
000000     CLOSE ReportFile
000000     DISPLAY "Exceptions found        : " WS-Exception-Count
000000     DISPLAY "Operators inactive " WS-Inactive-Days
000000        " days : " WS-Inactive-Count
000000     DISPLAY "Review written to OPERACT.LST"
000000     STOP RUN.
000000
000000* Blank from takes the first of the current month and blank to
000000* takes today, so the usual monthly run needs no keying at all
000000* when it is made at the end of the month.
000000 GetDateRange.
000000     MOVE "N" TO WS-Range-OK
000000     DISPLAY "From date (YYYYMMDD, blank = first of month) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Key-Date
000000     IF WS-Key-Date = SPACES
000000        MOVE WS-Run-Date TO WS-Check-Date
000000        MOVE 1 TO WS-CD-Day
000000        MOVE WS-Check-Date TO WS-From-Date
000000     ELSE
000000        IF WS-Key-Date IS NUMERIC
000000           MOVE WS-Key-Date TO WS-From-Date
000000        ELSE
000000           MOVE ZERO TO WS-From-Date
000000        END-IF
000000     END-IF
000000     DISPLAY "To date   (YYYYMMDD, blank = today)          : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Key-Date
000000     IF WS-Key-Date = SPACES
000000        MOVE WS-Run-Date TO WS-To-Date
000000     ELSE
000000        IF WS-Key-Date IS NUMERIC
000000           MOVE WS-Key-Date TO WS-To-Date
000000        ELSE
000000           MOVE ZERO TO WS-To-Date
000000        END-IF
000000     END-IF
000000     MOVE WS-From-Date TO WS-Check-Date
000000     PERFORM CheckKeyedDate
000000     IF WS-Range-OK = "Y"
000000        MOVE WS-To-Date TO WS-Check-Date
000000        PERFORM CheckKeyedDate
000000     END-IF
000000     IF WS-Range-OK NOT = "Y"
000000        DISPLAY "Dates must be YYYYMMDD - nothing reviewed."
000000     ELSE
000000        IF WS-From-Date > WS-To-Date
000000           MOVE "N" TO WS-Range-OK
000000           DISPLAY "From date is after to date - nothing "
000000              "reviewed."
000000        END-IF
000000     END-IF.
000000
000000 CheckKeyedDate.
000000     MOVE "Y" TO WS-Range-OK
000000     IF WS-CD-Year < 1601
000000        MOVE "N" TO WS-Range-OK
000000     END-IF
000000     IF WS-CD-Month < 1 OR WS-CD-Month > 12
000000        MOVE "N" TO WS-Range-OK
000000     END-IF
000000     IF WS-CD-Day < 1 OR WS-CD-Day > 31
000000        MOVE "N" TO WS-Range-OK
000000     END-IF.
000000
000000 LoadOperatorTable.
000000     MOVE ZERO TO WS-Op-Count
000000     MOVE ZERO TO WS-Op-Overflow
000000     MOVE "N" TO WS-Read-EOF
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ OperatorFile NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END
000000              IF WS-Op-Count < 200
000000                 ADD 1 TO WS-Op-Count
000000                 MOVE WS-Op-Count TO WS-Op-Sub
000000                 PERFORM ClearOperatorEntry
000000                 MOVE OperatorId TO OP-OperatorId(WS-Op-Sub)
000000                 MOVE "Y" TO OP-OnFile(WS-Op-Sub)
000000                 MOVE OperatorLevel TO OP-Level(WS-Op-Sub)
000000                 MOVE OperatorStudentId
000000                    TO OP-StudentId(WS-Op-Sub)
000000              ELSE
000000                 ADD 1 TO WS-Op-Overflow
000000              END-IF
000000        END-READ
000000     END-PERFORM.
000000
000000 ClearOperatorEntry.
000000     MOVE SPACES TO OP-OperatorId(WS-Op-Sub)
000000     MOVE "N" TO OP-OnFile(WS-Op-Sub)
000000     MOVE ZERO TO OP-Level(WS-Op-Sub)
000000     MOVE ZERO TO OP-StudentId(WS-Op-Sub)
000000     MOVE ZERO TO OP-LastDate(WS-Op-Sub)
000000     PERFORM VARYING WS-Tally-Sub FROM 1 BY 1
000000        UNTIL WS-Tally-Sub > 10
000000        MOVE ZERO TO OP-Tally(WS-Op-Sub, WS-Tally-Sub)
000000     END-PERFORM.
000000
000000* A trail that is not there simply has nothing to report; the
000000* foot of the review names it so a quiet review is never taken
000000* for a complete one.
000000 OpenOptionalFiles.
000000     MOVE "N" TO WS-Audit-OnFile
000000     OPEN INPUT AuditFile
000000     IF AuditFileStatus = "00"
000000        MOVE "Y" TO WS-Audit-OnFile
000000     END-IF
000000     MOVE "N" TO WS-History-OnFile
000000     OPEN INPUT ChangeHistoryFile
000000     IF ChangeHistoryStatus = "00"
000000        MOVE "Y" TO WS-History-OnFile
000000     END-IF
000000     MOVE "N" TO WS-Locks-OnFile
000000     OPEN INPUT LockFile
000000     IF LockFileStatus = "00"
000000        MOVE "Y" TO WS-Locks-OnFile
000000     END-IF.
000000
000000 CloseOptionalFiles.
000000     IF WS-Audit-OnFile = "Y"
000000        CLOSE AuditFile
000000     END-IF
000000     IF WS-History-OnFile = "Y"
000000        CLOSE ChangeHistoryFile
000000     END-IF
000000     IF WS-Locks-OnFile = "Y"
000000        CLOSE LockFile
000000     END-IF.
000000
000000* Every trail record counts toward the operator's last activity
000000* whatever its date; only those inside the range are tallied and
000000* checked.  A lock is checked whatever its date - it is still
000000* held now, which is the whole point.
000000 ScanTrails.
000000     IF WS-Audit-OnFile = "Y"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ AuditFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM TakeAuditRecord
000000           END-READ
000000        END-PERFORM
000000     END-IF
000000     IF WS-History-OnFile = "Y"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ ChangeHistoryFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM TakeChangeRecord
000000           END-READ
000000        END-PERFORM
000000     END-IF
000000     IF WS-Locks-OnFile = "Y"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ LockFile NEXT
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM TakeLockRecord
000000           END-READ
000000        END-PERFORM
000000     END-IF.
000000
000000 TakeAuditRecord.
000000     MOVE AuditOperatorId TO WS-Find-Id
000000     PERFORM FindOperator
000000     IF WS-Op-Sub NOT = ZERO
000000        MOVE AuditDate TO WS-Check-Date
000000        PERFORM NoteLastActivity
000000        IF AuditDate NOT < WS-From-Date
000000           AND AuditDate NOT > WS-To-Date
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 1)
000000           MOVE "Student created" TO WS-Change-Desc
000000           MOVE AuditTime TO WS-Check-Time
000000           MOVE AuditStudentId TO WS-Item-StudentId
000000           PERFORM CheckOffHours
000000           PERFORM CheckOwnRecord
000000        END-IF
000000     END-IF.
000000
000000 TakeChangeRecord.
000000     MOVE CH-OperatorId TO WS-Find-Id
000000     PERFORM FindOperator
000000     IF WS-Op-Sub NOT = ZERO
000000        MOVE CH-ChangeDate TO WS-Check-Date
000000        PERFORM NoteLastActivity
000000        IF CH-ChangeDate NOT < WS-From-Date
000000           AND CH-ChangeDate NOT > WS-To-Date
000000           PERFORM ClassifyChange
000000           MOVE CH-ChangeTime TO WS-Check-Time
000000           MOVE CH-StudentId TO WS-Item-StudentId
000000           PERFORM CheckOffHours
000000           PERFORM CheckOwnRecord
000000           IF CH-ActionCode = "D"
000000              PERFORM CheckDeleteLevel
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000* The action codes each maintenance program writes, by file.
000000 ClassifyChange.
000000     EVALUATE TRUE
000000        WHEN CH-ActionCode = "O"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 9)
000000           MOVE "Prerequisite override" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "StudentMaint"
000000           AND CH-ActionCode = "D"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 3)
000000           MOVE "STUDENTS record deleted" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "StudentMaint"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 2)
000000           MOVE "STUDENTS record changed" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "EnrollMaint"
000000           AND CH-ActionCode = "D"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 5)
000000           MOVE "ENROLL registration dropped" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "EnrollMaint"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 4)
000000           MOVE "ENROLL registration added" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "GradeEntry"
000000        WHEN CH-ProgramName = "IncLapse"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 6)
000000           MOVE "GRADES grade changed" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "HoldMaint"
000000           AND CH-ActionCode = "R"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 7)
000000           MOVE "HOLDS hold released" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "HoldMaint"
000000        WHEN CH-ProgramName = "AgingReport"
000000        WHEN CH-ProgramName = "AcadStanding"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 7)
000000           MOVE "HOLDS hold placed" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "LateFeeRun"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 8)
000000           MOVE "INVOICE late fee charged" TO WS-Change-Desc
000000        WHEN CH-ProgramName = "PaymentPost"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 8)
000000           MOVE "INVOICE payment posted" TO WS-Change-Desc
000000        WHEN OTHER
000000           MOVE SPACES TO WS-Change-Desc
000000           STRING CH-ProgramName DELIMITED BY SPACE
000000                  " action " DELIMITED BY SIZE
000000                  CH-ActionCode DELIMITED BY SIZE
000000              INTO WS-Change-Desc
000000           END-STRING
000000     END-EVALUATE.
000000
000000 TakeLockRecord.
000000     MOVE LK-OperatorId TO WS-Find-Id
000000     PERFORM FindOperator
000000     IF WS-Op-Sub NOT = ZERO
000000        MOVE LK-LockDate TO WS-Check-Date
000000        PERFORM NoteLastActivity
000000     END-IF
000000     IF LK-LockDate IS NUMERIC
000000        AND LK-LockDate > ZERO
000000        COMPUTE WS-Days-Since =
000000           FUNCTION INTEGER-OF-DATE(WS-Run-Date)
000000           - FUNCTION INTEGER-OF-DATE(LK-LockDate)
000000        IF WS-Days-Since > 1
000000           PERFORM ReleaseStaleLock
000000        ELSE
000000           IF WS-Days-Since = 1
000000              AND LK-LockTime NOT > WS-Run-Time
000000              PERFORM ReleaseStaleLock
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 ReleaseStaleLock.
000000     MOVE 4 TO SR-TypeSeq
000000     MOVE "Locks held on LOCKS.DAT over a day" TO SR-Exception
000000     MOVE LK-OperatorId TO SR-OperatorId
000000     MOVE LK-LockDate TO SR-Date
000000     MOVE LK-LockTime TO SR-Time
000000     MOVE LK-RecordId TO SR-StudentId
000000     MOVE SPACES TO SR-Detail
000000     STRING LK-FileId DELIMITED BY SPACE
000000            " record still locked" DELIMITED BY SIZE
000000        INTO SR-Detail
000000     END-STRING
000000     PERFORM ReleaseException.
000000
000000* Finds WS-Find-Id in the table, adding it at the end when it is
000000* not on OPERATOR.DAT.  WS-Op-Sub is zero once the table is full.
000000 FindOperator.
000000     MOVE ZERO TO WS-Op-Sub
000000     PERFORM VARYING WS-Search-Sub FROM 1 BY 1
000000        UNTIL WS-Search-Sub > WS-Op-Count
000000           OR WS-Op-Sub NOT = ZERO
000000        IF OP-OperatorId(WS-Search-Sub) = WS-Find-Id
000000           MOVE WS-Search-Sub TO WS-Op-Sub
000000        END-IF
000000     END-PERFORM
000000     IF WS-Op-Sub = ZERO
000000        IF WS-Op-Count < 200
000000           ADD 1 TO WS-Op-Count
000000           MOVE WS-Op-Count TO WS-Op-Sub
000000           PERFORM ClearOperatorEntry
000000           MOVE WS-Find-Id TO OP-OperatorId(WS-Op-Sub)
000000        ELSE
000000           ADD 1 TO WS-Op-Overflow
000000        END-IF
000000     END-IF.
000000
000000 NoteLastActivity.
000000     IF WS-Check-Date IS NUMERIC
000000        IF WS-Check-Date > OP-LastDate(WS-Op-Sub)
000000           MOVE WS-Check-Date TO OP-LastDate(WS-Op-Sub)
000000        END-IF
000000     END-IF.
000000
000000* Business hours are 08:00 to 16:59, Monday to Friday.  Day one
000000* of INTEGER-OF-DATE, 1 January 1601, was a Monday, so a
000000* remainder of 5 or 6 is a Saturday or Sunday.
000000 CheckOffHours.
000000     IF OP-OnFile(WS-Op-Sub) = "Y"
000000        MOVE "N" TO WS-Off-Hours
000000        IF WS-CT-Hour < 8 OR WS-CT-Hour > 16
000000           MOVE "Y" TO WS-Off-Hours
000000        END-IF
000000        COMPUTE WS-Day-Of-Week = FUNCTION MOD(
000000           FUNCTION INTEGER-OF-DATE(WS-Check-Date) - 1, 7)
000000        IF WS-Day-Of-Week > 4
000000           MOVE "Y" TO WS-Off-Hours
000000        END-IF
000000        IF WS-Off-Hours = "Y"
000000           ADD 1 TO OP-Tally(WS-Op-Sub, 10)
000000           MOVE 1 TO SR-TypeSeq
000000           MOVE "Activity outside business hours"
000000              TO SR-Exception
000000           PERFORM ReleaseTrailException
000000        END-IF
000000     END-IF.
000000
000000 CheckOwnRecord.
000000     IF OP-StudentId(WS-Op-Sub) NOT = ZERO
000000        AND OP-StudentId(WS-Op-Sub) = WS-Item-StudentId
000000        MOVE 3 TO SR-TypeSeq
000000        MOVE "Changes to the operator's own record"
000000           TO SR-Exception
000000        PERFORM ReleaseTrailException
000000     END-IF.
000000
000000* An id not on OPERATOR.DAT has no level to vouch for it.
000000 CheckDeleteLevel.
000000     IF OP-OnFile(WS-Op-Sub) NOT = "Y"
000000        OR OP-Level(WS-Op-Sub) < 2
000000        MOVE 2 TO SR-TypeSeq
000000        MOVE "Deletes by operators below supervisor"
000000           TO SR-Exception
000000        PERFORM ReleaseTrailException
000000     END-IF.
000000
000000 ReleaseTrailException.
000000     MOVE WS-Find-Id TO SR-OperatorId
000000     MOVE WS-Check-Date TO SR-Date
000000     MOVE WS-Check-Time TO SR-Time
000000     MOVE WS-Item-StudentId TO SR-StudentId
000000     MOVE WS-Change-Desc TO SR-Detail
000000     PERFORM ReleaseException.
000000
000000 ReleaseException.
000000     RELEASE SR-ExceptionEntry
000000     ADD 1 TO WS-Exception-Count.
000000
000000 PrintReview.
000000     PERFORM PrintActivitySection
000000     PERFORM PrintExceptionSection
000000     PERFORM PrintInactiveSection.
000000
000000 PrintActivitySection.
000000     MOVE ZEROES TO WS-Total-Table
000000     MOVE "N" TO WS-Unknown-Listed
000000     MOVE "Activity by operator" TO WS-Section-Title
000000     PERFORM StartNewPage
000000     PERFORM PrintActivityHeader
000000     PERFORM PrintOneOperator
000000        VARYING WS-Op-Sub FROM 1 BY 1
000000        UNTIL WS-Op-Sub > WS-Op-Count
000000     IF WS-Line-Count + 3 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintActivityHeader
000000     END-IF
000000     MOVE SPACES TO ActivityTotalLine
000000     MOVE "Totals" TO T-Label
000000     PERFORM VARYING WS-Tally-Sub FROM 1 BY 1
000000        UNTIL WS-Tally-Sub > 10
000000        MOVE WS-Total-Tally(WS-Tally-Sub)
000000           TO T-Tally(WS-Tally-Sub)
000000     END-PERFORM
000000     PERFORM WriteBlankLine
000000     WRITE ReportLine FROM ActivityTotalLine
000000     ADD 1 TO WS-Line-Count
000000     IF WS-Unknown-Listed = "Y"
000000        WRITE ReportLine FROM MarkerNoteLine
000000        ADD 1 TO WS-Line-Count
000000     END-IF.
000000
000000 PrintActivityHeader.
000000     MOVE WS-Section-Title TO ReportLine
000000     WRITE ReportLine
000000     PERFORM WriteBlankLine
000000     WRITE ReportLine FROM ActivityHeaderLine1
000000     WRITE ReportLine FROM ActivityHeaderLine2
000000     ADD 3 TO WS-Line-Count.
000000
000000 PrintOneOperator.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintActivityHeader
000000     END-IF
000000     MOVE SPACES TO ActivityLine
000000     MOVE OP-OperatorId(WS-Op-Sub) TO A-OperatorId
000000     IF OP-OnFile(WS-Op-Sub) = "Y"
000000        MOVE OP-Level(WS-Op-Sub) TO A-Level
000000     ELSE
000000        MOVE "*" TO A-Marker
000000        MOVE "Y" TO WS-Unknown-Listed
000000        MOVE "?" TO A-Level
000000     END-IF
000000     PERFORM VARYING WS-Tally-Sub FROM 1 BY 1
000000        UNTIL WS-Tally-Sub > 10
000000        MOVE OP-Tally(WS-Op-Sub, WS-Tally-Sub)
000000           TO A-Tally(WS-Tally-Sub)
000000        ADD OP-Tally(WS-Op-Sub, WS-Tally-Sub)
000000           TO WS-Total-Tally(WS-Tally-Sub)
000000     END-PERFORM
000000     WRITE ReportLine FROM ActivityLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 PrintExceptionSection.
000000     MOVE "N" TO WS-Sort-EOF
000000     MOVE ZERO TO WS-Saved-TypeSeq
000000     MOVE "Exceptions" TO WS-Section-Title
000000     PERFORM StartSection
000000     RETURN SortWorkFile
000000        AT END MOVE "Y" TO WS-Sort-EOF
000000     END-RETURN
000000     IF WS-Sort-EOF = "Y"
000000        MOVE "No exceptions found." TO ReportLine
000000        WRITE ReportLine
000000        ADD 1 TO WS-Line-Count
000000     END-IF
000000     PERFORM UNTIL WS-Sort-EOF = "Y"
000000        IF SR-TypeSeq NOT = WS-Saved-TypeSeq
000000           PERFORM EndTypeGroup
000000           PERFORM StartTypeGroup
000000        END-IF
000000        PERFORM PrintExceptionLine
000000        RETURN SortWorkFile
000000           AT END MOVE "Y" TO WS-Sort-EOF
000000        END-RETURN
000000     END-PERFORM
000000     PERFORM EndTypeGroup.
000000
000000 StartTypeGroup.
000000     MOVE SR-TypeSeq TO WS-Saved-TypeSeq
000000     MOVE SR-Exception TO WS-Saved-Exception
000000     MOVE ZERO TO WS-Type-Count
000000     IF WS-Line-Count + 4 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     PERFORM PrintTypeHeader.
000000
000000 EndTypeGroup.
000000     IF WS-Saved-TypeSeq NOT = ZERO
000000        MOVE WS-Type-Count TO TC-Count
000000        WRITE ReportLine FROM TypeCountLine
000000        PERFORM WriteBlankLine
000000        ADD 1 TO WS-Line-Count
000000        MOVE ZERO TO WS-Saved-TypeSeq
000000     END-IF.
000000
000000 PrintTypeHeader.
000000     MOVE WS-Saved-Exception TO EH-Exception
000000     WRITE ReportLine FROM ExceptionHeaderLine
000000     WRITE ReportLine FROM ExceptionColumnLine
000000     ADD 2 TO WS-Line-Count.
000000
000000 PrintExceptionLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintTypeHeader
000000     END-IF
000000     MOVE SR-OperatorId TO E-OperatorId
000000     MOVE SR-Date TO E-Date
000000     MOVE SR-Time TO WS-Check-Time
000000     MOVE WS-CT-Hour TO E-Hour
000000     MOVE WS-CT-Minute TO E-Minute
000000     MOVE SR-StudentId TO E-StudentId
000000     MOVE SR-Detail TO E-Detail
000000     WRITE ReportLine FROM ExceptionLine
000000     ADD 1 TO WS-Line-Count
000000     ADD 1 TO WS-Type-Count.
000000
000000* Last activity is the latest date on any trail, in or out of the
000000* review range.  An operator never seen on a trail shows "never".
000000 PrintInactiveSection.
000000     MOVE ZERO TO WS-Inactive-Count
000000     MOVE SPACES TO WS-Section-Title
000000     STRING "Operators with no activity in " DELIMITED BY SIZE
000000            WS-Inactive-Days DELIMITED BY SIZE
000000            " days" DELIMITED BY SIZE
000000        INTO WS-Section-Title
000000     END-STRING
000000     PERFORM StartSection
000000     WRITE ReportLine FROM InactiveColumnLine
000000     ADD 1 TO WS-Line-Count
000000     PERFORM CheckOneInactive
000000        VARYING WS-Op-Sub FROM 1 BY 1
000000        UNTIL WS-Op-Sub > WS-Op-Count
000000     IF WS-Inactive-Count = ZERO
000000        MOVE "  None - every operator has been active." TO
000000           ReportLine
000000        WRITE ReportLine
000000        ADD 1 TO WS-Line-Count
000000     END-IF.
000000
000000 CheckOneInactive.
000000     IF OP-OnFile(WS-Op-Sub) = "Y"
000000        IF OP-LastDate(WS-Op-Sub) = ZERO
000000           MOVE "never" TO I-LastDate
000000           PERFORM PrintInactiveLine
000000        ELSE
000000           COMPUTE WS-Days-Since =
000000              FUNCTION INTEGER-OF-DATE(WS-Run-Date)
000000              - FUNCTION INTEGER-OF-DATE(OP-LastDate(WS-Op-Sub))
000000           IF WS-Days-Since > WS-Inactive-Days
000000              MOVE OP-LastDate(WS-Op-Sub) TO I-LastDate
000000              PERFORM PrintInactiveLine
000000           END-IF
000000        END-IF
000000     END-IF.
000000
000000 PrintInactiveLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        MOVE WS-Section-Title TO ReportLine
000000        WRITE ReportLine
000000        WRITE ReportLine FROM InactiveColumnLine
000000        ADD 2 TO WS-Line-Count
000000     END-IF
000000     MOVE OP-OperatorId(WS-Op-Sub) TO I-OperatorId
000000     MOVE OP-Level(WS-Op-Sub) TO I-Level
000000     WRITE ReportLine FROM InactiveLine
000000     ADD 1 TO WS-Line-Count
000000     ADD 1 TO WS-Inactive-Count.
000000
000000* The trails the review could not read are named at the foot.
000000 PrintRunSummary.
000000     IF WS-Line-Count + 6 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     ELSE
000000        PERFORM WriteBlankLine
000000     END-IF
000000     IF WS-Audit-OnFile = "N"
000000        MOVE "AUDIT.DAT" TO NR-FileName
000000        WRITE ReportLine FROM NotReadLine
000000     END-IF
000000     IF WS-History-OnFile = "N"
000000        MOVE "CHGHIST.DAT" TO NR-FileName
000000        WRITE ReportLine FROM NotReadLine
000000     END-IF
000000     IF WS-Locks-OnFile = "N"
000000        MOVE "LOCKS.DAT" TO NR-FileName
000000        WRITE ReportLine FROM NotReadLine
000000     END-IF
000000     IF WS-Op-Overflow > ZERO
000000        MOVE WS-Op-Overflow TO OV-Count
000000        WRITE ReportLine FROM OverflowLine
000000     END-IF.
000000
000000 StartSection.
000000     IF WS-Line-Count + 6 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     ELSE
000000        PERFORM WriteBlankLine
000000     END-IF
000000     MOVE WS-Section-Title TO ReportLine
000000     WRITE ReportLine
000000     PERFORM WriteBlankLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 WriteBlankLine.
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE ReportLine FROM PageHeaderLine
000000     PERFORM WriteBlankLine.
