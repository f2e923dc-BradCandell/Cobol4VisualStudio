000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  ConvertOperators.
000000 AUTHOR.  Michael Coughlan.
000000* One-time conversion - reads OPERATOR.DAT in the old 17-byte
000000* layout (no StudentId link) and rewrites every record into the
000000* new layout with the operator's own StudentId set to zero, i.e.
000000* not a student.  For any operator who is also a student, re-key
000000* the whole record (id, password, level and StudentId) through
000000* OperatorLoad, which replaces the converted record.
000000*
000000* Before running: rename the existing OPERATOR.DAT to
000000* OPERATOR.OLD.  This program reads OPERATOR.OLD and (re)builds
000000* OPERATOR.DAT in the new, longer record layout.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OldOperatorFile ASSIGN TO "OPERATOR.OLD"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS OldOperatorId
000000 		FILE STATUS IS OldFileStatus.
000000
000000     SELECT NewOperatorFile ASSIGN TO "OPERATOR.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS NewOperatorId
000000 		FILE STATUS IS NewFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OldOperatorFile.
000000 01 OldOperatorRecord.
000000    02  OldOperatorId   PIC X(8).
000000    02  OldPassword     PIC X(8).
000000    02  OldLevel        PIC 9.
000000
000000 FD NewOperatorFile.
000000 01 NewOperatorRecord.
000000    02  NewOperatorId   PIC X(8).
000000    02  NewPassword     PIC X(8).
000000    02  NewLevel        PIC 9.
000000    02  NewStudentId    PIC 9(7).
000000
000000 WORKING-STORAGE SECTION.
000000 01  OldFileStatus                      PIC XX.
000000 01  NewFileStatus                      PIC XX.
000000 01  WS-EOF-Switch                      PIC X VALUE "N".
000000 01  WS-Converted-Count                 PIC 9(6) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     OPEN INPUT OldOperatorFile
000000     IF OldFileStatus NOT = "00"
000000        DISPLAY "OPERATOR.OLD could not be opened (status "
000000           OldFileStatus ") - rename OPERATOR.DAT first."
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT NewOperatorFile
000000     PERFORM ReadOldRecord
000000     PERFORM UNTIL WS-EOF-Switch = "Y"
000000        PERFORM ConvertAndWrite
000000        PERFORM ReadOldRecord
000000     END-PERFORM
000000     CLOSE OldOperatorFile
000000     CLOSE NewOperatorFile
000000     DISPLAY "Operators converted : " WS-Converted-Count
000000     DISPLAY "Re-key any operator who is also a student, with "
000000        "their StudentId, through OperatorLoad."
000000     STOP RUN.
000000
000000 ReadOldRecord.
000000     READ OldOperatorFile NEXT
000000        AT END MOVE "Y" TO WS-EOF-Switch
000000     END-READ.
000000
000000 ConvertAndWrite.
000000     MOVE OldOperatorId    TO NewOperatorId
000000     MOVE OldPassword      TO NewPassword
000000     MOVE OldLevel         TO NewLevel
000000     MOVE ZERO             TO NewStudentId
000000     WRITE NewOperatorRecord
000000        INVALID KEY
000000           DISPLAY "Duplicate operator on conversion - "
000000              OldOperatorId
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Converted-Count
000000     END-WRITE.
