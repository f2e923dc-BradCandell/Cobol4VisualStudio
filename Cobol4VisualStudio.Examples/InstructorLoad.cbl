000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  InstructorLoad.
000000 AUTHOR.  Michael Coughlan.
000000* Builds and maintains the master instructor table that
000000* SectionMaint cross-references before an instructor is assigned
000000* to a section on SECTIONS.DAT - the same job AdvisorLoad does
000000* for advisor codes.  TeachingLoad and GradeSheetDue print the
000000* names from it.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT InstructorMaster ASSIGN TO "INSTRUCTORS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS InstructorCode
000000 		FILE STATUS IS InstructorFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD InstructorMaster.
000000 01 InstructorMasterRecord.
000000    02  InstructorCode  PIC X(4).
000000    02  InstructorName  PIC X(20).
000000    02  Department      PIC X(12).
000000    02  InstructorStatus PIC X.
000000
000000 WORKING-STORAGE SECTION.
000000 01  InstructorFileStatus               PIC XX.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     PERFORM OpenInstructorMaster
000000     DISPLAY "Enter instructor details using template below."
000000     DISPLAY "Enter no data to end."
000000     PERFORM GetInstructorDetails
000000     PERFORM UNTIL InstructorMasterRecord = SPACES
000000        WRITE InstructorMasterRecord
000000           INVALID KEY
000000              DISPLAY "Duplicate InstructorCode - not written."
000000        END-WRITE
000000        PERFORM GetInstructorDetails
000000     END-PERFORM
000000     CLOSE InstructorMaster
000000     STOP RUN.
000000
000000 OpenInstructorMaster.
000000     OPEN I-O InstructorMaster
000000     IF InstructorFileStatus = "35"
000000        OPEN OUTPUT InstructorMaster
000000        CLOSE InstructorMaster
000000        OPEN I-O InstructorMaster
000000     END-IF.
000000
000000 GetInstructorDetails.
000000     DISPLAY "Enter - Code, Name, Department, Status(A/I)"
000000     DISPLAY "CCCCNNNNNNNNNNNNNNNNNNNNDDDDDDDDDDDDS"
000000     ACCEPT InstructorMasterRecord.
