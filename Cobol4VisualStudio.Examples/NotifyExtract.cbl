000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  NotifyExtract.
000000 AUTHOR.  Michael Coughlan.
000000* Nightly notification extract for the campus messaging gateway.
000000* Gathers what we owe students word of and writes one NOTIFY.DAT
000000* record per message, sent by email when CONTACTS.DAT has an
000000* address for the student, otherwise by text to the phone:
000000*   PROMOTED  waitlist promotion   - the PROMOTED letters
000000*   EXPIRED   waitlist expiry      - and EXPIRED letters that
000000*             WaitlistPromote and WaitlistAge leave on LETTERS.DAT
000000*   PROBATN   academic probation   - STANDING.DAT records added
000000*   DEANLIST  dean's list          - since the last extract
000000*   HOLD      a hold placed on HOLDS.DAT since the last extract
000000*   BALDUE    balance due on INVOICE.DAT - on the first extract
000000*             of each month
000000* A waitlist letter that goes out as a message comes off
000000* LETTERS.DAT; a student with neither email nor phone keeps the
000000* letter, and for the other messages gets one written, so
000000* LetterPrint mails it as before.  LETTERS.DAT is rewritten
000000* through LETTERS.TMP, the copy-back LetterPrint uses.
000000*
000000* Every message and fallback letter is logged to NOTIFYLOG.DAT
000000* under StudentId, message type and an event reference (course
000000* and letter date, term, hold type and date placed, or term and
000000* run date), so an extract run twice never sends anything twice
000000* and NotifyStatus can match the gateway's send-status file back
000000* to what went out.  NOTIFYCTL.DAT carries the last run date, the
000000* STANDING.DAT records already seen and the last balance month.
000000* The very first extract only takes holds placed that day and
000000* marks where STANDING.DAT stands, so the gateway is not flooded
000000* with old news.  Runs on its own or as a NightlyRun step -
000000* RETURN-CODE 8 when it cannot run.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS StudentId
000000 		FILE STATUS IS StudentFileStatus.
000000
000000     SELECT ContactFile ASSIGN TO "CONTACTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS CT-StudentId
000000 		FILE STATUS IS ContactFileStatus.
000000
000000     SELECT LetterFile ASSIGN TO "LETTERS.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS LetterFileStatus.
000000
000000     SELECT LetterWorkFile ASSIGN TO "LETTERS.TMP"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS WorkFileStatus.
000000
000000     SELECT StandingFile ASSIGN TO "STANDING.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS StandingFileStatus.
000000
000000     SELECT HoldFile ASSIGN TO "HOLDS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS HD-HoldKey
000000 		FILE STATUS IS HoldFileStatus.
000000
000000     SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS IN-StudentId
000000 		FILE STATUS IS InvoiceFileStatus.
000000
000000     SELECT NotifyFile ASSIGN TO "NOTIFY.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS NotifyFileStatus.
000000
000000     SELECT NotifyLog ASSIGN TO "NOTIFYLOG.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS NL-NotifyId
000000 		FILE STATUS IS NotifyLogStatus.
000000
000000     SELECT ControlFile ASSIGN TO "NOTIFYCTL.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS ControlFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
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
000000* One contact record per student - the layout ContactMaint
000000* maintains.
000000 FD ContactFile.
000000 01 ContactRecord.
000000    02  CT-StudentId    PIC 9(7).
000000    02  CT-AddrLine1    PIC X(25).
000000    02  CT-AddrLine2    PIC X(25).
000000    02  CT-City         PIC X(15).
000000    02  CT-State        PIC X(2).
000000    02  CT-ZipCode      PIC X(10).
000000    02  CT-Phone        PIC X(12).
000000    02  CT-Email        PIC X(30).
000000
000000* One record per letter owed to a student - the layout the
000000* waitlist programs write.  A HOLD letter carries the hold type
000000* in the section field.
000000 FD LetterFile.
000000 01 LetterRecord.
000000    02  LT-StudentId    PIC 9(7).
000000    02  LT-LetterDate   PIC 9(8).
000000    02  LT-LetterType   PIC X(8).
000000    02  LT-CourseCode   PIC X(4).
000000    02  LT-SectionNo    PIC X(2).
000000
000000 FD LetterWorkFile.
000000 01 WorkRecord             PIC X(29).
000000
000000* One standing record per student per run - the layout
000000* AcademicStanding writes.
000000 FD StandingFile.
000000 01 StandingRecord.
000000    02  ST-StudentId    PIC 9(7).
000000    02  ST-TermCode     PIC X(5).
000000    02  ST-GPA          PIC 9V99.
000000    02  ST-Standing     PIC X(10).
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
000000* One billing record per student - the layout TuitionBilling
000000* writes.
000000 FD InvoiceFile.
000000 01 InvoiceRecord.
000000    02  IN-StudentId    PIC 9(7).
000000    02  IN-CourseCode   PIC X(4).
000000    02  IN-InvoiceDate  PIC 9(8).
000000    02  IN-BilledAmount PIC 9(6)V99.
000000    02  IN-AmountPaid   PIC 9(6)V99.
000000    02  IN-AidApplied   PIC 9(6)V99.
000000    02  IN-TermCode     PIC X(5).
000000
000000* One message for the gateway.  The merge fields depend on the
000000* message type:
000000*   PROMOTED  1 CourseCode  2 SectionNo
000000*   EXPIRED   1 CourseCode
000000*   PROBATN   1 TermCode    2 GPA
000000*   DEANLIST  1 TermCode    2 GPA
000000*   HOLD      1 hold type   3 hold reason
000000*   BALDUE    1 TermCode    2 balance due
000000 FD NotifyFile.
000000 01 NotifyRecord.
000000    02  NT-NotifyId.
000000        03 NT-StudentId  PIC 9(7).
000000        03 NT-MessageType PIC X(8).
000000        03 NT-EventRef   PIC X(13).
000000    02  NT-Channel       PIC X.
000000    02  NT-Address       PIC X(30).
000000    02  NT-Surname       PIC X(8).
000000    02  NT-Initials      PIC XX.
000000    02  NT-Merge1        PIC X(12).
000000    02  NT-Merge2        PIC X(12).
000000    02  NT-Merge3        PIC X(17).
000000
000000* Everything that went out, by the id the gateway hands back.
000000* NL-Channel is E (email), S (text) or L (fallback letter); the
000000* status fields are filled in by NotifyStatus.
000000 FD NotifyLog.
000000 01 NotifyLogRecord.
000000    02  NL-NotifyId.
000000        03 NL-StudentId  PIC 9(7).
000000        03 NL-MessageType PIC X(8).
000000        03 NL-EventRef   PIC X(13).
000000    02  NL-SentDate      PIC 9(8).
000000    02  NL-Channel       PIC X.
000000    02  NL-Address       PIC X(30).
000000    02  NL-Status        PIC X.
000000    02  NL-StatusDate    PIC 9(8).
000000    02  NL-StatusReason  PIC X(30).
000000
000000 FD ControlFile.
000000 01 ControlRecord.
000000    02  CTL-LastRunDate  PIC 9(8).
000000    02  CTL-StandingDone PIC 9(7).
000000    02  CTL-BalanceMonth PIC 9(6).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
000000 01  ContactFileStatus                  PIC XX.
000000 01  LetterFileStatus                   PIC XX.
000000 01  WorkFileStatus                     PIC XX.
000000 01  StandingFileStatus                 PIC XX.
000000 01  HoldFileStatus                     PIC XX.
000000 01  InvoiceFileStatus                  PIC XX.
000000 01  NotifyFileStatus                   PIC XX.
000000 01  NotifyLogStatus                    PIC XX.
000000 01  ControlFileStatus                  PIC XX.
000000 01  WS-Contacts-OnFile                 PIC X VALUE "N".
000000 01  WS-First-Run                       PIC X VALUE "N".
000000 01  WS-Read-EOF                        PIC X VALUE "N".
000000 01  WS-Work-EOF                        PIC X VALUE "N".
000000 01  WS-Already-Sent                    PIC X VALUE "N".
000000 01  WS-From-Letter                     PIC X VALUE "N".
000000 01  WS-Channel                         PIC X VALUE SPACE.
000000 01  WS-Address                         PIC X(30) VALUE SPACES.
000000 01  WS-Standing-Read                   PIC 9(7) VALUE ZERO.
000000 01  WS-Balance                         PIC S9(6)V99 VALUE ZERO.
000000 01  WS-Edited-GPA                      PIC 9.99.
000000 01  WS-Edited-Balance                  PIC ZZZ,ZZ9.99.
000000 01  WS-Email-Count                     PIC 9(5) VALUE ZERO.
000000 01  WS-Text-Count                      PIC 9(5) VALUE ZERO.
000000 01  WS-Letter-Count                    PIC 9(5) VALUE ZERO.
000000 01  WS-Kept-Count                      PIC 9(5) VALUE ZERO.
000000 01  WS-Repeat-Count                    PIC 9(5) VALUE ZERO.
000000
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
000000    02  WS-Run-Month    PIC 9(6).
000000    02  WS-Run-Day      PIC 9(2).
000000
000000* The message in hand, filled in by each source before it is
000000* handed to SendNotice.
000000 01  WS-Notice.
000000    02  WS-N-StudentId   PIC 9(7).
000000    02  WS-N-MessageType PIC X(8).
000000    02  WS-N-EventRef    PIC X(13).
000000    02  WS-N-Merge1      PIC X(12).
000000    02  WS-N-Merge2      PIC X(12).
000000    02  WS-N-Merge3      PIC X(17).
000000    02  WS-N-CourseCode  PIC X(4).
000000    02  WS-N-SectionNo   PIC X(2).
000000
000000 PROCEDURE DIVISION.
000000* CALLed a second time in the same session, WORKING-STORAGE VALUE
000000* clauses only take effect on the very first load.
000000 Begin.
000000     MOVE ZERO TO WS-Email-Count
000000     MOVE ZERO TO WS-Text-Count
000000     MOVE ZERO TO WS-Letter-Count
000000     MOVE ZERO TO WS-Kept-Count
000000     MOVE ZERO TO WS-Repeat-Count
000000     MOVE ZERO TO RETURN-CODE
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     OPEN INPUT StudentFile
000000     IF StudentFileStatus NOT = "00"
000000        DISPLAY "STUDENTS.DAT could not be opened (status "
000000           StudentFileStatus ") - nothing extracted."
000000        MOVE 8 TO RETURN-CODE
000000        GOBACK
000000     END-IF
000000     MOVE "N" TO WS-Contacts-OnFile
000000     OPEN INPUT ContactFile
000000     IF ContactFileStatus = "00"
000000        MOVE "Y" TO WS-Contacts-OnFile
000000     END-IF
000000     OPEN I-O NotifyLog
000000     IF NotifyLogStatus = "35"
000000        OPEN OUTPUT NotifyLog
000000        CLOSE NotifyLog
000000        OPEN I-O NotifyLog
000000     END-IF
000000     PERFORM ReadControlRecord
000000     OPEN OUTPUT NotifyFile
000000     OPEN OUTPUT LetterWorkFile
000000     PERFORM ExtractWaitlistLetters
000000     PERFORM ExtractStandings
000000     PERFORM ExtractHolds
000000     IF WS-Run-Month NOT = CTL-BalanceMonth
000000        PERFORM ExtractBalances
000000        MOVE WS-Run-Month TO CTL-BalanceMonth
000000     END-IF
000000     CLOSE LetterWorkFile
000000     PERFORM CopyWorkFileBack
000000     CLOSE NotifyFile
000000     CLOSE NotifyLog
000000     CLOSE StudentFile
000000     IF WS-Contacts-OnFile = "Y"
000000        CLOSE ContactFile
000000     END-IF
000000     MOVE WS-Run-Date TO CTL-LastRunDate
000000     MOVE WS-Standing-Read TO CTL-StandingDone
000000     OPEN OUTPUT ControlFile
000000     WRITE ControlRecord
000000     CLOSE ControlFile
000000     DISPLAY "Emails extracted     : " WS-Email-Count
000000     DISPLAY "Texts extracted      : " WS-Text-Count
000000     DISPLAY "Letters written      : " WS-Letter-Count
000000     DISPLAY "Letters left to mail : " WS-Kept-Count
000000     DISPLAY "Already sent, skipped: " WS-Repeat-Count
000000     GOBACK.
000000
000000* No control record means this is the first extract - start from
000000* today rather than from everything ever written.
000000 ReadControlRecord.
000000     MOVE "N" TO WS-First-Run
000000     OPEN INPUT ControlFile
000000     IF ControlFileStatus = "00"
000000        READ ControlFile
000000           AT END MOVE "Y" TO WS-First-Run
000000        END-READ
000000        CLOSE ControlFile
000000     ELSE
000000        MOVE "Y" TO WS-First-Run
000000     END-IF
000000     IF WS-First-Run = "Y"
000000        MOVE WS-Run-Date TO CTL-LastRunDate
000000        MOVE ZERO TO CTL-StandingDone
000000        MOVE WS-Run-Month TO CTL-BalanceMonth
000000     END-IF.
000000
000000* The waitlist programs still write their letters; the ones for
000000* students we can reach electronically are taken off the file
000000* here and every other letter is kept for LetterPrint.
000000 ExtractWaitlistLetters.
000000     OPEN INPUT LetterFile
000000     IF LetterFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ LetterFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM ExtractOneLetter
000000           END-READ
000000        END-PERFORM
000000        CLOSE LetterFile
000000     END-IF.
000000
000000 ExtractOneLetter.
000000     IF LT-LetterType = "PROMOTED" OR LT-LetterType = "EXPIRED"
000000        MOVE SPACES TO WS-Notice
000000        MOVE LT-StudentId TO WS-N-StudentId
000000        MOVE LT-LetterType TO WS-N-MessageType
000000        STRING LT-CourseCode LT-LetterDate
000000           DELIMITED BY SIZE INTO WS-N-EventRef
000000        END-STRING
000000        MOVE LT-CourseCode TO WS-N-Merge1
000000        IF LT-LetterType = "PROMOTED"
000000           MOVE LT-SectionNo TO WS-N-Merge2
000000        END-IF
000000        MOVE "Y" TO WS-From-Letter
000000        PERFORM SendNotice
000000     ELSE
000000        WRITE WorkRecord FROM LetterRecord
000000     END-IF.
000000
000000* Records past the mark are new since the last extract.  The
000000* first extract only counts them.
000000 ExtractStandings.
000000     MOVE ZERO TO WS-Standing-Read
000000     OPEN INPUT StandingFile
000000     IF StandingFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ StandingFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END
000000                 ADD 1 TO WS-Standing-Read
000000                 IF WS-Standing-Read > CTL-StandingDone
000000                    AND WS-First-Run = "N"
000000                    PERFORM ExtractOneStanding
000000                 END-IF
000000           END-READ
000000        END-PERFORM
000000        CLOSE StandingFile
000000     END-IF.
000000
000000 ExtractOneStanding.
000000     IF ST-Standing = "PROBATION" OR ST-Standing = "DEANS LIST"
000000        MOVE SPACES TO WS-Notice
000000        MOVE ST-StudentId TO WS-N-StudentId
000000        IF ST-Standing = "PROBATION"
000000           MOVE "PROBATN" TO WS-N-MessageType
000000        ELSE
000000           MOVE "DEANLIST" TO WS-N-MessageType
000000        END-IF
000000        MOVE ST-TermCode TO WS-N-EventRef
000000        MOVE ST-TermCode TO WS-N-Merge1
000000        MOVE ST-GPA TO WS-Edited-GPA
000000        MOVE WS-Edited-GPA TO WS-N-Merge2
000000        MOVE "N" TO WS-From-Letter
000000        PERFORM SendNotice
000000     END-IF.
000000
000000* Holds placed since the last extract's date - a hold placed
000000* later that same day is caught now, and the log stops the ones
000000* already sent from going twice.
000000 ExtractHolds.
000000     OPEN INPUT HoldFile
000000     IF HoldFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ HoldFile NEXT
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM ExtractOneHold
000000           END-READ
000000        END-PERFORM
000000        CLOSE HoldFile
000000     END-IF.
000000
000000 ExtractOneHold.
000000     IF HD-HoldStatus = "A"
000000        AND HD-PlacedDate NOT < CTL-LastRunDate
000000        AND HD-PlacedDate NOT > WS-Run-Date
000000        MOVE SPACES TO WS-Notice
000000        MOVE HD-StudentId TO WS-N-StudentId
000000        MOVE "HOLD" TO WS-N-MessageType
000000        STRING HD-HoldType HD-PlacedDate
000000           DELIMITED BY SIZE INTO WS-N-EventRef
000000        END-STRING
000000        MOVE HD-HoldType TO WS-N-Merge1
000000        MOVE HD-HoldReason TO WS-N-Merge3
000000        MOVE HD-HoldType TO WS-N-SectionNo
000000        MOVE "N" TO WS-From-Letter
000000        PERFORM SendNotice
000000     END-IF.
000000
000000* The balance reminder goes once a month to every student with
000000* money owing, worked out the way StatementPrint does.
000000 ExtractBalances.
000000     OPEN INPUT InvoiceFile
000000     IF InvoiceFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ InvoiceFile NEXT
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM ExtractOneBalance
000000           END-READ
000000        END-PERFORM
000000        CLOSE InvoiceFile
000000     END-IF.
000000
000000 ExtractOneBalance.
000000     IF IN-AmountPaid IS NOT NUMERIC
000000        MOVE ZERO TO IN-AmountPaid
000000     END-IF
000000     IF IN-AidApplied IS NOT NUMERIC
000000        MOVE ZERO TO IN-AidApplied
000000     END-IF
000000     COMPUTE WS-Balance = IN-BilledAmount
000000        - IN-AmountPaid - IN-AidApplied
000000     IF WS-Balance > ZERO
000000        MOVE SPACES TO WS-Notice
000000        MOVE IN-StudentId TO WS-N-StudentId
000000        MOVE "BALDUE" TO WS-N-MessageType
000000        STRING IN-TermCode WS-Run-Date
000000           DELIMITED BY SIZE INTO WS-N-EventRef
000000        END-STRING
000000        MOVE IN-TermCode TO WS-N-Merge1
000000        MOVE WS-Balance TO WS-Edited-Balance
000000        MOVE WS-Edited-Balance TO WS-N-Merge2
000000        MOVE "N" TO WS-From-Letter
000000        PERFORM SendNotice
000000     END-IF.
000000
000000* One message, by email, text or letter, unless the log says it
000000* has already gone.  A waitlist letter for a student we cannot
000000* reach electronically simply stays on LETTERS.DAT.
000000 SendNotice.
000000     MOVE WS-N-StudentId TO NL-StudentId
000000     MOVE WS-N-MessageType TO NL-MessageType
000000     MOVE WS-N-EventRef TO NL-EventRef
000000     MOVE "Y" TO WS-Already-Sent
000000     READ NotifyLog
000000        INVALID KEY MOVE "N" TO WS-Already-Sent
000000     END-READ
000000     IF WS-Already-Sent = "Y"
000000        ADD 1 TO WS-Repeat-Count
000000     ELSE
000000        PERFORM ChooseChannel
000000        IF WS-Channel = "L"
000000           IF WS-From-Letter = "Y"
000000              ADD 1 TO WS-Kept-Count
000000              WRITE WorkRecord FROM LetterRecord
000000           ELSE
000000              PERFORM WriteFallbackLetter
000000              PERFORM WriteNotifyLog
000000           END-IF
000000        ELSE
000000           PERFORM WriteNotifyRecord
000000           PERFORM WriteNotifyLog
000000        END-IF
000000     END-IF.
000000
000000 ChooseChannel.
000000     MOVE "L" TO WS-Channel
000000     MOVE SPACES TO WS-Address
000000     IF WS-Contacts-OnFile = "Y"
000000        MOVE WS-N-StudentId TO CT-StudentId
000000        READ ContactFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              IF CT-Email NOT = SPACES
000000                 MOVE "E" TO WS-Channel
000000                 MOVE CT-Email TO WS-Address
000000              ELSE
000000                 IF CT-Phone NOT = SPACES
000000                    MOVE "S" TO WS-Channel
000000                    MOVE CT-Phone TO WS-Address
000000                 END-IF
000000              END-IF
000000        END-READ
000000     END-IF.
000000
000000 WriteNotifyRecord.
000000     MOVE SPACES TO NotifyRecord
000000     MOVE WS-N-StudentId TO NT-StudentId
000000     MOVE WS-N-MessageType TO NT-MessageType
000000     MOVE WS-N-EventRef TO NT-EventRef
000000     MOVE WS-Channel TO NT-Channel
000000     MOVE WS-Address TO NT-Address
000000     MOVE WS-N-StudentId TO StudentId
000000     READ StudentFile
000000        INVALID KEY CONTINUE
000000        NOT INVALID KEY
000000           MOVE Surname TO NT-Surname
000000           MOVE Initials TO NT-Initials
000000     END-READ
000000     MOVE WS-N-Merge1 TO NT-Merge1
000000     MOVE WS-N-Merge2 TO NT-Merge2
000000     MOVE WS-N-Merge3 TO NT-Merge3
000000     WRITE NotifyRecord
000000     IF WS-Channel = "E"
000000        ADD 1 TO WS-Email-Count
000000     ELSE
000000        ADD 1 TO WS-Text-Count
000000     END-IF.
000000
000000 WriteFallbackLetter.
000000     MOVE WS-N-StudentId TO LT-StudentId
000000     MOVE WS-Run-Date TO LT-LetterDate
000000     MOVE WS-N-MessageType TO LT-LetterType
000000     MOVE WS-N-CourseCode TO LT-CourseCode
000000     MOVE WS-N-SectionNo TO LT-SectionNo
000000     WRITE WorkRecord FROM LetterRecord
000000     ADD 1 TO WS-Letter-Count.
000000
000000 WriteNotifyLog.
000000     MOVE WS-N-StudentId TO NL-StudentId
000000     MOVE WS-N-MessageType TO NL-MessageType
000000     MOVE WS-N-EventRef TO NL-EventRef
000000     MOVE WS-Run-Date TO NL-SentDate
000000     MOVE WS-Channel TO NL-Channel
000000     MOVE WS-Address TO NL-Address
000000     MOVE SPACE TO NL-Status
000000     MOVE ZERO TO NL-StatusDate
000000     MOVE SPACES TO NL-StatusReason
000000     WRITE NotifyLogRecord
000000        INVALID KEY
000000           DISPLAY "NOTIFYLOG.DAT write failed - StudentId "
000000              WS-N-StudentId
000000     END-WRITE.
000000
000000 CopyWorkFileBack.
000000     OPEN INPUT LetterWorkFile
000000     OPEN OUTPUT LetterFile
000000     MOVE "N" TO WS-Work-EOF
000000     PERFORM ReadWorkRecord
000000     PERFORM UNTIL WS-Work-EOF = "Y"
000000        WRITE LetterRecord FROM WorkRecord
000000        PERFORM ReadWorkRecord
000000     END-PERFORM
000000     CLOSE LetterWorkFile
000000     CLOSE LetterFile.
000000
000000 ReadWorkRecord.
000000     READ LetterWorkFile
000000        AT END MOVE "Y" TO WS-Work-EOF
000000     END-READ.
