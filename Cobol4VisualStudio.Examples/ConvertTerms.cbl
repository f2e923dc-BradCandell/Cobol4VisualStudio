000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  ConvertTerms.
000000 AUTHOR.  Michael Coughlan.
000000* One-time conversion - reads TERMS.DAT in the old 23-byte
000000* layout (term code, start and end dates, current and billing
000000* flags) and rewrites every record into the new 37-byte layout.
000000* The incomplete-grade deadline starts at zero - no deadline
000000* set, so IncompleteLapse leaves the term alone until one is
000000* keyed - and the enrollment-load thresholds start at the usual
000000* 12, 9 and 6 credit hours for full-time, three-quarter time and
000000* half-time.  Re-key any term that differs through TermLoad.
000000*
000000* Before running: rename the existing TERMS.DAT to TERMS.OLD.
000000* This program reads TERMS.OLD and (re)builds TERMS.DAT in the
000000* new, longer record layout.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OldTermFile ASSIGN TO "TERMS.OLD"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS OldTermCode
000000 		FILE STATUS IS OldFileStatus.
000000
000000     SELECT NewTermFile ASSIGN TO "TERMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS NewTermCode
000000 		FILE STATUS IS NewFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OldTermFile.
000000 01 OldTermRecord.
000000    02  OldTermCode     PIC X(5).
000000    02  OldStartDate    PIC 9(8).
000000    02  OldEndDate      PIC 9(8).
000000    02  OldCurrentFlag  PIC X.
000000    02  OldBillingFlag  PIC X.
000000
000000 FD NewTermFile.
000000 01 NewTermRecord.
000000    02  NewTermCode     PIC X(5).
000000    02  NewStartDate    PIC 9(8).
000000    02  NewEndDate      PIC 9(8).
000000    02  NewCurrentFlag  PIC X.
000000    02  NewBillingFlag  PIC X.
000000    02  NewIncDeadline  PIC 9(8).
000000    02  NewFullTimeHrs  PIC 99.
000000    02  NewThreeQtrHrs  PIC 99.
000000    02  NewHalfTimeHrs  PIC 99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  OldFileStatus                      PIC XX.
000000 01  NewFileStatus                      PIC XX.
000000 01  WS-EOF-Switch                      PIC X VALUE "N".
000000 01  WS-Converted-Count                 PIC 9(6) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     OPEN INPUT OldTermFile
000000     IF OldFileStatus NOT = "00"
000000        DISPLAY "TERMS.OLD could not be opened (status "
000000           OldFileStatus ") - rename TERMS.DAT first."
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT NewTermFile
000000     PERFORM ReadOldRecord
000000     PERFORM UNTIL WS-EOF-Switch = "Y"
000000        PERFORM ConvertAndWrite
000000        PERFORM ReadOldRecord
000000     END-PERFORM
000000     CLOSE OldTermFile
000000     CLOSE NewTermFile
000000     DISPLAY "Terms converted : " WS-Converted-Count
000000     DISPLAY "Key each term's incomplete deadline, and any "
000000        "load thresholds other than 12/9/6, with TermLoad."
000000     STOP RUN.
000000
000000 ReadOldRecord.
000000     READ OldTermFile NEXT
000000        AT END MOVE "Y" TO WS-EOF-Switch
000000     END-READ.
000000
000000 ConvertAndWrite.
000000     MOVE OldTermCode      TO NewTermCode
000000     MOVE OldStartDate     TO NewStartDate
000000     MOVE OldEndDate       TO NewEndDate
000000     MOVE OldCurrentFlag   TO NewCurrentFlag
000000     MOVE OldBillingFlag   TO NewBillingFlag
000000     MOVE ZERO             TO NewIncDeadline
000000     MOVE 12               TO NewFullTimeHrs
000000     MOVE 9                TO NewThreeQtrHrs
000000     MOVE 6                TO NewHalfTimeHrs
000000     WRITE NewTermRecord
000000        INVALID KEY
000000           DISPLAY "Duplicate term on conversion - " OldTermCode
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Converted-Count
000000     END-WRITE.
