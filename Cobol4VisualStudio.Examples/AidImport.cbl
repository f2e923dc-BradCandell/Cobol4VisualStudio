000000* the student's billed tuition on INVOICE.DAT.  Unmatched and
000000* over-award records go to the AIDEXCEPT.LST exception report in
000000* the style of Reconcile's EXCEPT.LST instead of being applied.
000000* Every award applied is also logged, dated, to AIDLOG.DAT - the
000000* invoice only carries the running total, and GLExtract needs
000000* each day's aid to journal it.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT ExceptionFile ASSIGN TO "AIDEXCEPT.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000     SELECT AidLogFile ASSIGN TO "AIDLOG.DAT"
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS AidLogFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One award per line from the aid system - StudentId and amount.
000000 FD ExceptionFile.
000000 01 ExceptionLine          PIC X(70).
000000
000000* One line per award applied to an invoice, stamped with the
000000* date and time it was applied.
000000 FD AidLogFile.
000000 01 AidLogRecord.
000000    02  AL-StudentId    PIC 9(7).
000000    02  AL-AppliedDate  PIC 9(8).
000000    02  AL-AppliedTime  PIC 9(8).
000000    02  AL-Amount       PIC 9(6)V99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  AwardFileStatus                    PIC XX.
000000 01  StudentFileStatus                  PIC XX.
000000 01  InvoiceFileStatus                  PIC XX.
000000 01  AidLogFileStatus                   PIC XX.
000000 01  WS-Award-EOF                       PIC X VALUE "N".
000000 01  WS-Applied-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-Exception-Count                 PIC 9(5) VALUE ZERO.
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT ExceptionFile
000000     OPEN EXTEND AidLogFile
000000     IF AidLogFileStatus = "35"
000000        OPEN OUTPUT AidLogFile
000000     END-IF
000000     PERFORM ReadAwardRecord
000000     PERFORM UNTIL WS-Award-EOF = "Y"
000000        PERFORM ApplyOneAward
000000     CLOSE StudentFile
000000     CLOSE InvoiceFile
000000     CLOSE ExceptionFile
000000     CLOSE AidLogFile
000000     DISPLAY "Awards applied   : " WS-Applied-Count
000000     DISPLAY "Award exceptions : " WS-Exception-Count
000000     STOP RUN.
000000                    PERFORM WriteNoInvoiceException
000000                 NOT INVALID KEY
000000                    ADD 1 TO WS-Applied-Count
000000                    PERFORM WriteAidLog
000000              END-REWRITE
000000           END-IF
000000     END-READ.
000000
000000 WriteAidLog.
000000     MOVE AW-StudentId TO AL-StudentId
000000     ACCEPT AL-AppliedDate FROM DATE YYYYMMDD
000000     ACCEPT AL-AppliedTime FROM TIME
000000     MOVE AW-AwardAmount TO AL-Amount
000000     WRITE AidLogRecord.
000000
000000 WriteBadRecordException.
000000     ADD 1 TO WS-Exception-Count
000000     MOVE SPACES TO ExceptionLine
