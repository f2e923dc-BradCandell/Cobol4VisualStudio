000000    02  OperatorId      PIC X(8).
000000    02  OperatorPassword PIC X(8).
000000    02  OperatorLevel   PIC 9.
000000    02  OperatorStudentId PIC 9(7).
000000
000000 WORKING-STORAGE SECTION.
000000 01  OperatorFileStatus                 PIC XX.
