000000* passwords and permission levels that StudentMenu's sign-on
000000* validates against - the same job CourseLoad does for course
000000* codes.  Level 1 is an entry clerk; level 2 is a supervisor.
000000* An operator who is also a student (a student worker, a staff
000000* member taking a course) carries their own StudentId so that
000000* OperatorActivity can flag changes made to their own records;
000000* zero means the operator is not a student.  Keying an OperatorId
000000* already on file replaces its record, which is how a password,
000000* level or StudentId is changed.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000    02  OperatorId      PIC X(8).
000000    02  OperatorPassword PIC X(8).
000000    02  OperatorLevel   PIC 9.
000000    02  OperatorStudentId PIC 9(7).
000000
000000 WORKING-STORAGE SECTION.
000000 01  OperatorFileStatus                 PIC XX.
000000     DISPLAY "Enter no data to end."
000000     PERFORM GetOperatorDetails
000000     PERFORM UNTIL OperatorRecord = SPACES
000000        PERFORM WriteOperatorRecord
000000        PERFORM GetOperatorDetails
000000     END-PERFORM
000000     CLOSE OperatorFile
000000        OPEN I-O OperatorFile
000000     END-IF.
000000
000000* A re-keyed operator replaces the record on file.
000000 WriteOperatorRecord.
000000     WRITE OperatorRecord
000000        INVALID KEY
000000           REWRITE OperatorRecord
000000              INVALID KEY
000000                 DISPLAY "Operator rewrite failed - " OperatorId
000000              NOT INVALID KEY
000000                 DISPLAY "Existing OperatorId - record replaced."
000000           END-REWRITE
000000     END-WRITE.
000000
000000 GetOperatorDetails.
000000     DISPLAY "Enter - OperatorId, Password, Level(1-2), "
000000        "own StudentId (zeros if none)"
000000     DISPLAY "OOOOOOOOPPPPPPPPLSSSSSSS"
000000     ACCEPT OperatorRecord.
000000
