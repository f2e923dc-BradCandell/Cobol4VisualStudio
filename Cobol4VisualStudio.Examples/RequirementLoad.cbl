000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  RequirementLoad.
000000 AUTHOR.  Michael Coughlan.
000000* Builds and maintains the degree requirement table DegreeAudit
000000* checks a student's GRADES.DAT history against.  Requirements
000000* are held per program code - the CourseCode on the student
000000* record - as three kinds of record:
000000*   G  the minimum grade point average for the program
000000*   R  one required course
000000*   E  an elective group - a header with a blank course giving the
000000*      minimum hours the group needs, then one record per course
000000*      that counts toward it
000000* A record keyed again over an existing one replaces it, so a
000000* requirement is changed by simply keying it afresh; a record
000000* keyed with the delete flag set is removed.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RequirementFile ASSIGN TO "REQUIREMENTS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS ReqKey
000000 		FILE STATUS IS ReqFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD RequirementFile.
000000 01 RequirementRecord.
000000    02  ReqKey.
000000        03 ProgramCode  PIC X(4).
000000        03 ReqType      PIC X.
000000        03 GroupId      PIC X(2).
000000        03 ReqCourseCode PIC X(4).
000000    02  MinimumHours    PIC 9(3).
000000    02  MinimumGPA      PIC 9V99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  ReqFileStatus                      PIC XX.
000000 01  WS-Valid-Entry                     PIC X VALUE "Y".
000000
000000* The template line with a trailing delete flag, keyed as one.
000000 01  WS-Req-Entry.
000000    02  WS-Req-Details  PIC X(17).
000000    02  WS-Delete-Flag  PIC X.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     PERFORM OpenRequirementFile
000000     DISPLAY "Enter requirement details using template below."
000000     DISPLAY "Enter no data to end."
000000     PERFORM GetRequirementDetails
000000     PERFORM UNTIL WS-Req-Entry = SPACES
000000        MOVE WS-Req-Details TO RequirementRecord
000000        IF WS-Delete-Flag = "D" OR WS-Delete-Flag = "d"
000000           DELETE RequirementFile
000000              INVALID KEY
000000                 DISPLAY "Requirement not on file - nothing "
000000                    "deleted."
000000           END-DELETE
000000        ELSE
000000           PERFORM EditRequirement
000000           IF WS-Valid-Entry = "Y"
000000              WRITE RequirementRecord
000000                 INVALID KEY
000000                    REWRITE RequirementRecord
000000                       INVALID KEY
000000                          DISPLAY "Requirement could not be "
000000                             "written."
000000                    END-REWRITE
000000              END-WRITE
000000           END-IF
000000        END-IF
000000        PERFORM GetRequirementDetails
000000     END-PERFORM
000000     CLOSE RequirementFile
000000     STOP RUN.
000000
000000 OpenRequirementFile.
000000     OPEN I-O RequirementFile
000000     IF ReqFileStatus = "35"
000000        OPEN OUTPUT RequirementFile
000000        CLOSE RequirementFile
000000        OPEN I-O RequirementFile
000000     END-IF.
000000
000000 GetRequirementDetails.
000000     MOVE SPACES TO WS-Req-Entry
000000     DISPLAY "Enter - Program, Type (G/R/E), Group, Course, "
000000        "Min hours, Min GPA (NVV), D = delete"
000000     DISPLAY "PPPPTGGCCCCHHHNNND"
000000     ACCEPT WS-Req-Entry.
000000
000000* Each kind of record must carry the one value it exists for - a
000000* GPA, a required course, or an elective group's hours or course.
000000 EditRequirement.
000000     MOVE "Y" TO WS-Valid-Entry
000000     IF MinimumHours IS NOT NUMERIC
000000        MOVE ZERO TO MinimumHours
000000     END-IF
000000     IF MinimumGPA IS NOT NUMERIC
000000        MOVE ZERO TO MinimumGPA
000000     END-IF
000000     IF ProgramCode = SPACES
000000        DISPLAY "Program code is required - not written."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     EVALUATE ReqType
000000        WHEN "G"
000000           IF MinimumGPA = ZERO OR MinimumGPA > 4
000000              DISPLAY "Minimum GPA must be 0.01 to 4.00 - not "
000000                 "written."
000000              MOVE "N" TO WS-Valid-Entry
000000           END-IF
000000           MOVE SPACES TO GroupId
000000           MOVE SPACES TO ReqCourseCode
000000           MOVE ZERO TO MinimumHours
000000        WHEN "R"
000000           IF ReqCourseCode = SPACES
000000              DISPLAY "Required course is missing - not written."
000000              MOVE "N" TO WS-Valid-Entry
000000           END-IF
000000           MOVE SPACES TO GroupId
000000           MOVE ZERO TO MinimumHours
000000           MOVE ZERO TO MinimumGPA
000000        WHEN "E"
000000           IF GroupId = SPACES
000000              DISPLAY "Elective group is missing - not written."
000000              MOVE "N" TO WS-Valid-Entry
000000           END-IF
000000           IF ReqCourseCode = SPACES AND MinimumHours = ZERO
000000              DISPLAY "Group header needs its minimum hours - "
000000                 "not written."
000000              MOVE "N" TO WS-Valid-Entry
000000           END-IF
000000           IF ReqCourseCode NOT = SPACES
000000              MOVE ZERO TO MinimumHours
000000           END-IF
000000           MOVE ZERO TO MinimumGPA
000000        WHEN OTHER
000000           DISPLAY "Type must be G, R or E - not written."
000000           MOVE "N" TO WS-Valid-Entry
000000     END-EVALUATE.
