000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  GLMapLoad.
000000 AUTHOR.  Michael Coughlan.
000000* Builds and maintains the general-ledger account mapping table
000000* GLExtract posts the day's student-account activity through.
000000* One record per transaction type and CourseCode names the
000000* account to debit and the account to credit; a record with a
000000* blank CourseCode is the default for every course of that type
000000* without one of its own.  Transaction types are:
000000*   TB tuition billed        PY payment received
000000*   DA drop adjustment       FA financial aid applied
000000*   RF refund due            LF late fee charged
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT GLMapFile ASSIGN TO "GLMAP.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS MapKey
000000 		FILE STATUS IS GLMapFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD GLMapFile.
000000 01 GLMapRecord.
000000    02  MapKey.
000000        03 TransType    PIC X(2).
000000        03 MapCourseCode PIC X(4).
000000    02  DebitAccount    PIC X(10).
000000    02  CreditAccount   PIC X(10).
000000
000000 WORKING-STORAGE SECTION.
000000 01  GLMapFileStatus                    PIC XX.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     PERFORM OpenGLMapFile
000000     DISPLAY "Enter GL mapping details using template below."
000000     DISPLAY "Enter no data to end."
000000     PERFORM GetMapDetails
000000     PERFORM UNTIL GLMapRecord = SPACES
000000        IF DebitAccount = SPACES OR CreditAccount = SPACES
000000           DISPLAY "Both accounts are required - not written."
000000        ELSE
000000           WRITE GLMapRecord
000000              INVALID KEY
000000                 DISPLAY "Duplicate mapping - not written."
000000           END-WRITE
000000        END-IF
000000        PERFORM GetMapDetails
000000     END-PERFORM
000000     CLOSE GLMapFile
000000     STOP RUN.
000000
000000 OpenGLMapFile.
000000     OPEN I-O GLMapFile
000000     IF GLMapFileStatus = "35"
000000        OPEN OUTPUT GLMapFile
000000        CLOSE GLMapFile
000000        OPEN I-O GLMapFile
000000     END-IF.
000000
000000 GetMapDetails.
000000     DISPLAY "Enter - Type, Course (blank = default), Debit "
000000        "account, Credit account"
000000     DISPLAY "TTCCCCDDDDDDDDDDKKKKKKKKKK"
000000     ACCEPT GLMapRecord.
