000000 AUTHOR.  Michael Coughlan.
000000* End-of-day job-stream driver.  Runs the nightly cycle in its
000000* fixed order - Reconcile, the SeqWrite batch load, SortStudents,
000000* ClassRoster, FinancialAidExtract, NotifyExtract, IntegrityAudit
000000* - CALLing each the way StudentMenu CALLs its options, recording
000000* each step's start and end to RUNLOG.DAT and halting the stream
000000* the moment a step fails instead of letting the next step build
000000* on stale data.  The operator can restart from the failed step
000000* by keying its number, taken from the run log, instead of
000000* rerunning from the top.  The integrity audit runs last, over
000000* the files as the night left them, and fails its step whenever
000000* it finds a broken link.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000    02  FILLER          PIC X(20) VALUE "SortStudents".
000000    02  FILLER          PIC X(20) VALUE "ClassRoster".
000000    02  FILLER          PIC X(20) VALUE "FinancialAidExtract".
000000    02  FILLER          PIC X(20) VALUE "NotifyExtract".
000000    02  FILLER          PIC X(20) VALUE "IntegrityAudit".
000000 01  WS-Step-Names REDEFINES WS-Step-Table.
000000    02  WS-Step-Name    PIC X(20) OCCURS 7 TIMES.
000000
000000* Handed to SeqWrite so the batch load runs unattended with the
000000* operator id the audit trail will carry.
000000     IF RunLogFileStatus = "35"
000000        OPEN OUTPUT RunLogFile
000000     END-IF
000000     DISPLAY "Start from step (1-7, blank or 1 = full run) : "
000000        WITH NO ADVANCING
000000     ACCEPT WS-Start-Step
000000     IF WS-Start-Step IS NOT NUMERIC
000000        MOVE 1 TO WS-Start-Step
000000     ELSE
000000        IF WS-Start-Step < 1 OR WS-Start-Step > 7
000000           MOVE 1 TO WS-Start-Step
000000        END-IF
000000     END-IF
000000     PERFORM RunOneStep
000000        VARYING WS-Step-Sub FROM WS-Start-Step BY 1
000000        UNTIL WS-Step-Sub > 7 OR WS-Stream-Failed = "Y"
000000     CLOSE RunLogFile
000000     IF WS-Stream-Failed = "Y"
000000        MOVE 8 TO RETURN-CODE
000000           CALL "ClassRoster"
000000        WHEN 5
000000           CALL "FinancialAidExtract"
000000        WHEN 6
000000           CALL "NotifyExtract"
000000        WHEN 7
000000           CALL "IntegrityAudit"
000000     END-EVALUATE
000000     IF RETURN-CODE = ZERO
000000        MOVE "OK" TO WS-Outcome
