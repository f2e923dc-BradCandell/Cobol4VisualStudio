000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  PrereqLoad.
000000 AUTHOR.  Michael Coughlan.
000000* Builds and maintains the course prerequisite table that
000000* EnrollMaint, WaitlistPromote and SeqWrite check a student's
000000* GRADES.DAT history against before a registration is accepted.
000000* One record per course per required course, each with the
000000* minimum grade the required course must have been passed with
000000* (blank means any passing grade).
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PrereqFile ASSIGN TO "PREREQS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PrereqKey
000000 		FILE STATUS IS PrereqFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD PrereqFile.
000000 01 PrereqRecord.
000000    02  PrereqKey.
000000        03 PrereqCourseCode PIC X(4).
000000        03 RequiredCourseCode PIC X(4).
000000    02  MinimumGrade    PIC X.
000000
000000 WORKING-STORAGE SECTION.
000000 01  PrereqFileStatus                   PIC XX.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     PERFORM OpenPrereqFile
000000     DISPLAY "Enter prerequisite details using template below."
000000     DISPLAY "Enter no data to end."
000000     PERFORM GetPrereqDetails
000000     PERFORM UNTIL PrereqRecord = SPACES
000000        WRITE PrereqRecord
000000           INVALID KEY
000000              DISPLAY "Duplicate prerequisite - record not "
000000                 "written."
000000        END-WRITE
000000        PERFORM GetPrereqDetails
000000     END-PERFORM
000000     CLOSE PrereqFile
000000     STOP RUN.
000000
000000 OpenPrereqFile.
000000     OPEN I-O PrereqFile
000000     IF PrereqFileStatus = "35"
000000        OPEN OUTPUT PrereqFile
000000        CLOSE PrereqFile
000000        OPEN I-O PrereqFile
000000     END-IF.
000000
000000 GetPrereqDetails.
000000     DISPLAY "Enter - Course, Required course, Minimum grade "
000000        "(A-D, blank = any pass)"
000000     DISPLAY "CCCCRRRRG"
000000     ACCEPT PrereqRecord.
