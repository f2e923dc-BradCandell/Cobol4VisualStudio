000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  ConvertSections.
000000 AUTHOR.  Michael Coughlan.
000000* One-time conversion - reads SECTIONS.DAT in the old 35-byte
000000* layout (no SE-InstructorCode) and rewrites every record into
000000* the new layout with the instructor left blank, for
000000* SectionMaint to assign.  Seats-taken counts are carried across
000000* unchanged.
000000*
000000* Before running: rename the existing SECTIONS.DAT to
000000* SECTIONS.OLD.  This program reads SECTIONS.OLD and (re)builds
000000* SECTIONS.DAT in the new, longer record layout.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OldSectionFile ASSIGN TO "SECTIONS.OLD"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS OldSectionKey
000000 		FILE STATUS IS OldFileStatus.
000000
000000     SELECT NewSectionFile ASSIGN TO "SECTIONS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS NewSectionKey
000000 		FILE STATUS IS NewFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OldSectionFile.
000000 01 OldSectionRecord.
000000    02  OldSectionKey.
000000        03 OldCourseCode PIC X(4).
000000        03 OldSectionNo  PIC X(2).
000000    02  OldMeetingDays  PIC X(7).
000000    02  OldStartTime    PIC 9(4).
000000    02  OldEndTime      PIC 9(4).
000000    02  OldRoom         PIC X(6).
000000    02  OldMaxSeats     PIC 9(3).
000000    02  OldSeatsTaken   PIC 9(5).
000000
000000 FD NewSectionFile.
000000 01 NewSectionRecord.
000000    02  NewSectionKey.
000000        03 NewCourseCode PIC X(4).
000000        03 NewSectionNo  PIC X(2).
000000    02  NewMeetingDays  PIC X(7).
000000    02  NewStartTime    PIC 9(4).
000000    02  NewEndTime      PIC 9(4).
000000    02  NewRoom         PIC X(6).
000000    02  NewMaxSeats     PIC 9(3).
000000    02  NewSeatsTaken   PIC 9(5).
000000    02  NewInstructorCode PIC X(4).
000000
000000 WORKING-STORAGE SECTION.
000000 01  OldFileStatus                      PIC XX.
000000 01  NewFileStatus                      PIC XX.
000000 01  WS-EOF-Switch                      PIC X VALUE "N".
000000 01  WS-Converted-Count                 PIC 9(6) VALUE ZERO.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     OPEN INPUT OldSectionFile
000000     IF OldFileStatus NOT = "00"
000000        DISPLAY "SECTIONS.OLD could not be opened (status "
000000           OldFileStatus ") - rename SECTIONS.DAT first."
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT NewSectionFile
000000     PERFORM ReadOldRecord
000000     PERFORM UNTIL WS-EOF-Switch = "Y"
000000        PERFORM ConvertAndWrite
000000        PERFORM ReadOldRecord
000000     END-PERFORM
000000     CLOSE OldSectionFile
000000     CLOSE NewSectionFile
000000     DISPLAY "Sections converted : " WS-Converted-Count
000000     DISPLAY "Now assign instructors with SectionMaint."
000000     STOP RUN.
000000
000000 ReadOldRecord.
000000     READ OldSectionFile NEXT
000000        AT END MOVE "Y" TO WS-EOF-Switch
000000     END-READ.
000000
000000 ConvertAndWrite.
000000     MOVE OldCourseCode    TO NewCourseCode
000000     MOVE OldSectionNo     TO NewSectionNo
000000     MOVE OldMeetingDays   TO NewMeetingDays
000000     MOVE OldStartTime     TO NewStartTime
000000     MOVE OldEndTime       TO NewEndTime
000000     MOVE OldRoom          TO NewRoom
000000     MOVE OldMaxSeats      TO NewMaxSeats
000000     MOVE OldSeatsTaken    TO NewSeatsTaken
000000     MOVE SPACES           TO NewInstructorCode
000000     WRITE NewSectionRecord
000000        INVALID KEY
000000           DISPLAY "Duplicate section on conversion - "
000000              OldCourseCode "/" OldSectionNo
000000        NOT INVALID KEY
000000           ADD 1 TO WS-Converted-Count
000000     END-WRITE.
