000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  NotifyStatus.
000000 AUTHOR.  Michael Coughlan.
000000* Matches the send-status file the campus messaging gateway
000000* returns, NOTIFYST.DAT, against NOTIFYLOG.DAT - what
000000* NotifyExtract sent - and records each message's outcome on the
000000* log: D delivered or B bounced, with the date and the gateway's
000000* reason.  BOUNCE.LST then lists
000000*   - every message the gateway bounced, with the address it
000000*     tried, so the contact can be put right through ContactMaint
000000*   - status records for a message we have no record of sending
000000*   - emails and texts sent before today with no status back yet
000000* with a count for each.  Fallback letters are never sent through
000000* the gateway and are left out.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT StatusFile ASSIGN TO "NOTIFYST.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS StatusFileStatus.
000000
000000     SELECT NotifyLog ASSIGN TO "NOTIFYLOG.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS NL-NotifyId
000000 		FILE STATUS IS NotifyLogStatus.
000000
000000     SELECT ReportFile ASSIGN TO "BOUNCE.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One outcome per message, keyed by the id NotifyExtract gave it.
000000 FD StatusFile.
000000 01 StatusRecord.
000000    02  NS-NotifyId.
000000        03 NS-StudentId  PIC 9(7).
000000        03 NS-MessageType PIC X(8).
000000        03 NS-EventRef   PIC X(13).
000000    02  NS-Status        PIC X.
000000    02  NS-StatusDate    PIC 9(8).
000000    02  NS-Reason        PIC X(30).
000000
000000* Everything that went out - the layout NotifyExtract writes.
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
000000 FD ReportFile.
000000 01 ReportLine            PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  StatusFileStatus                   PIC XX.
000000 01  NotifyLogStatus                    PIC XX.
000000 01  WS-Read-EOF                        PIC X VALUE "N".
000000 01  WS-Run-Date                        PIC 9(8) VALUE ZERO.
000000 01  WS-Delivered-Count                 PIC 9(5) VALUE ZERO.
000000 01  WS-Bounced-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-Unmatched-Count                 PIC 9(5) VALUE ZERO.
000000 01  WS-Awaiting-Count                  PIC 9(5) VALUE ZERO.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000 01  WS-Section-Title                   PIC X(40) VALUE SPACES.
000000
000000 01  PageHeaderLine.
000000    02  FILLER          PIC X(27)
000000                        VALUE "Notification Status - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(6) VALUE "  Run ".
000000    02  PH-RunDate      PIC 9(8).
000000    02  FILLER          PIC X(25) VALUE SPACES.
000000
000000 01  SectionLine.
000000    02  SL-Title        PIC X(40).
000000    02  FILLER          PIC X(30) VALUE SPACES.
000000
000000 01  ColumnLine.
000000    02  FILLER          PIC X(35)
000000        VALUE "StudentId  Ch Type      Address    ".
000000    02  FILLER          PIC X(35)
000000        VALUE "                     Reason/Sent   ".
000000
000000 01  DetailLine.
000000    02  D-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  D-Channel       PIC X.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-MessageType   PIC X(8).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Address       PIC X(30).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Remark        PIC X(14).
000000
000000 01  UnmatchedLine.
000000    02  U-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(4) VALUE SPACES.
000000    02  U-Status        PIC X.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  U-MessageType   PIC X(8).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  U-EventRef      PIC X(13).
000000    02  FILLER          PIC X(33) VALUE SPACES.
000000
000000 01  CountLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  CL-Label        PIC X(24).
000000    02  CL-Count        PIC ZZZZ9.
000000    02  FILLER          PIC X(39) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
000000     MOVE WS-Run-Date TO PH-RunDate
000000     OPEN I-O NotifyLog
000000     IF NotifyLogStatus NOT = "00"
000000        DISPLAY "NOTIFYLOG.DAT could not be opened (status "
000000           NotifyLogStatus ") - run NotifyExtract first."
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT ReportFile
000000     MOVE "Bounced by the gateway" TO WS-Section-Title
000000     PERFORM StartSection
000000     OPEN INPUT StatusFile
000000     IF StatusFileStatus = "00"
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ StatusFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM ApplyOneStatus
000000           END-READ
000000        END-PERFORM
000000        CLOSE StatusFile
000000     ELSE
000000        DISPLAY "NOTIFYST.DAT could not be opened (status "
000000           StatusFileStatus ") - no status to match."
000000     END-IF
000000     MOVE "Bounced" TO CL-Label
000000     MOVE WS-Bounced-Count TO CL-Count
000000     PERFORM WriteCountLine
000000     MOVE "Status for nothing we sent" TO WS-Section-Title
000000     PERFORM StartSection
000000     PERFORM ListUnmatchedStatus
000000     MOVE "Unmatched" TO CL-Label
000000     MOVE WS-Unmatched-Count TO CL-Count
000000     PERFORM WriteCountLine
000000     MOVE "Sent before today - no status back" TO WS-Section-Title
000000     PERFORM StartSection
000000     PERFORM ListAwaitingStatus
000000     MOVE "Awaiting status" TO CL-Label
000000     MOVE WS-Awaiting-Count TO CL-Count
000000     PERFORM WriteCountLine
000000     MOVE "Delivered" TO CL-Label
000000     MOVE WS-Delivered-Count TO CL-Count
000000     PERFORM WriteCountLine
000000     CLOSE NotifyLog
000000     CLOSE ReportFile
000000     DISPLAY "Delivered        : " WS-Delivered-Count
000000     DISPLAY "Bounced          : " WS-Bounced-Count
000000     DISPLAY "Unmatched status : " WS-Unmatched-Count
000000     DISPLAY "Awaiting status  : " WS-Awaiting-Count
000000     STOP RUN.
000000
000000* The outcome goes on the log; a bounce is listed at once.  A
000000* status with no message behind it is counted here and listed
000000* in its own section on a second pass.
000000 ApplyOneStatus.
000000     MOVE NS-NotifyId TO NL-NotifyId
000000     READ NotifyLog
000000        INVALID KEY
000000           ADD 1 TO WS-Unmatched-Count
000000        NOT INVALID KEY
000000           MOVE NS-Status TO NL-Status
000000           MOVE NS-StatusDate TO NL-StatusDate
000000           MOVE NS-Reason TO NL-StatusReason
000000           REWRITE NotifyLogRecord
000000              INVALID KEY
000000                 DISPLAY "NOTIFYLOG.DAT rewrite failed - "
000000                    "StudentId " NL-StudentId
000000           END-REWRITE
000000           IF NS-Status = "B"
000000              ADD 1 TO WS-Bounced-Count
000000              MOVE NL-StudentId TO D-StudentId
000000              MOVE NL-Channel TO D-Channel
000000              MOVE NL-MessageType TO D-MessageType
000000              MOVE NL-Address TO D-Address
000000              MOVE NS-Reason TO D-Remark
000000              PERFORM WriteDetailLine
000000           ELSE
000000              ADD 1 TO WS-Delivered-Count
000000           END-IF
000000     END-READ.
000000
000000 ListUnmatchedStatus.
000000     IF WS-Unmatched-Count > ZERO
000000        OPEN INPUT StatusFile
000000        MOVE "N" TO WS-Read-EOF
000000        PERFORM UNTIL WS-Read-EOF = "Y"
000000           READ StatusFile
000000              AT END MOVE "Y" TO WS-Read-EOF
000000              NOT AT END PERFORM ListOneUnmatched
000000           END-READ
000000        END-PERFORM
000000        CLOSE StatusFile
000000     END-IF.
000000
000000 ListOneUnmatched.
000000     MOVE NS-NotifyId TO NL-NotifyId
000000     READ NotifyLog
000000        INVALID KEY
000000           MOVE NS-StudentId TO U-StudentId
000000           MOVE NS-Status TO U-Status
000000           MOVE NS-MessageType TO U-MessageType
000000           MOVE NS-EventRef TO U-EventRef
000000           IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000              PERFORM StartNewPage
000000           END-IF
000000           WRITE ReportLine FROM UnmatchedLine
000000           ADD 1 TO WS-Line-Count
000000     END-READ.
000000
000000* Emails and texts still without an outcome after the day they
000000* went out - letters never come back from the gateway.
000000 ListAwaitingStatus.
000000     MOVE LOW-VALUES TO NL-NotifyId
000000     MOVE "N" TO WS-Read-EOF
000000     START NotifyLog KEY IS NOT < NL-NotifyId
000000        INVALID KEY MOVE "Y" TO WS-Read-EOF
000000     END-START
000000     PERFORM UNTIL WS-Read-EOF = "Y"
000000        READ NotifyLog NEXT
000000           AT END MOVE "Y" TO WS-Read-EOF
000000           NOT AT END PERFORM ListOneAwaiting
000000        END-READ
000000     END-PERFORM.
000000
000000 ListOneAwaiting.
000000     IF NL-Channel NOT = "L" AND NL-Status = SPACE
000000        AND NL-SentDate < WS-Run-Date
000000        ADD 1 TO WS-Awaiting-Count
000000        MOVE NL-StudentId TO D-StudentId
000000        MOVE NL-Channel TO D-Channel
000000        MOVE NL-MessageType TO D-MessageType
000000        MOVE NL-Address TO D-Address
000000        MOVE NL-SentDate TO D-Remark
000000        PERFORM WriteDetailLine
000000     END-IF.
000000
000000 StartSection.
000000     IF WS-Line-Count + 4 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     MOVE WS-Section-Title TO SL-Title
000000     WRITE ReportLine FROM SectionLine
000000     WRITE ReportLine FROM ColumnLine
000000     ADD 3 TO WS-Line-Count.
000000
000000 WriteDetailLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        WRITE ReportLine FROM ColumnLine
000000        ADD 1 TO WS-Line-Count
000000     END-IF
000000     WRITE ReportLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 WriteCountLine.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     WRITE ReportLine FROM CountLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO ReportLine
000000     WRITE ReportLine
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE ReportLine FROM PageHeaderLine.
