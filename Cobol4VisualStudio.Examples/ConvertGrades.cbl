000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  ConvertGrades.
000000 AUTHOR.  Michael Coughlan.
000000* One-time conversion - reads GRADES.DAT in the old 17-byte
000000* layout (a one-character grade) and rewrites every record into
000000* the new layout with the two-character grade NP needs.  Letter
000000* grades carry across unchanged.
000000*
000000* Before running: rename the existing GRADES.DAT to GRADES.OLD.
000000* This program reads GRADES.OLD and (re)builds GRADES.DAT in the
000000* new, longer record layout.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OldGradeFile ASSIGN TO "GRADES.OLD"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS OldGradeKey
000000 		FILE STATUS IS OldFileStatus.
000000
000000     SELECT NewGradeFile ASSIGN TO "GRADES.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS NewGradeKey
000000 		FILE STATUS IS NewFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OldGradeFile.
000000 01 OldGradeRecord.
000000    02  OldGradeKey.
000000        03 OldStudentId  PIC 9(7).
000000        03 OldCourseCode PIC X(4).
000000        03 OldTermCode   PIC X(5).
000000    02  OldGrade         PIC X.
000000
000000 FD NewGradeFile.
000000 01 NewGradeRecord.
000000    02  NewGradeKey.
000000        03 NewStudentId  PIC 9(7).
000000        03 NewCourseCode PIC X(4).
000000        03 NewTermCode   PIC X(5).
000000    02  NewGrade         PIC X(2).
000000
000000 WORKING-STORAGE SECTION.
000000 01  OldFileStatus                      PIC XX.
000000 01  NewFileStatus                      PIC XX.
000000 01  WS-EOF-Switch                      PIC X VALUE "N".
000000 01  WS-Converted-Count                 PIC 9(6) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     OPEN INPUT OldGradeFile
000000     IF OldFileStatus NOT = "00"
000000        DISPLAY "GRADES.OLD could not be opened (status "
000000           OldFileStatus ") - rename GRADES.DAT first."
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT NewGradeFile
000000     PERFORM ReadOldRecord
000000     PERFORM UNTIL WS-EOF-Switch = "Y"
000000        PERFORM ConvertAndWrite
000000        PERFORM ReadOldRecord
000000     END-PERFORM
000000     CLOSE OldGradeFile
000000     CLOSE NewGradeFile
000000     DISPLAY "Grades converted : " WS-Converted-Count
000000     STOP RUN.
000000
000000 ReadOldRecord.
000000     READ OldGradeFile NEXT
000000        AT END MOVE "Y" TO WS-EOF-Switch
000000     END-READ.
000000
000000 ConvertAndWrite.
000000     MOVE OldGradeKey      TO NewGradeKey
000000     MOVE OldGrade         TO NewGrade
000000     WRITE NewGradeRecord
000000        INVALID KEY
000000           DISPLAY "Duplicate grade on conversion - "
000000              OldStudentId " " OldCourseCode " " OldTermCode
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Converted-Count
000000     END-WRITE.
