000000* cross-reference the student entry programs make.  EnrollMaint
000000* registers students into these sections and refuses meeting-time
000000* clashes; StudentSchedule prints them.
000000* A room keyed onto a section must be on ROOMS.DAT, must seat the
000000* section's MaxSeats, and must not already be booked by another
000000* section meeting at an overlapping time on a shared day.  A
000000* blank room leaves the section's room still to be assigned.
000000* The instructor, likewise optional until assigned, must be an
000000* active instructor on INSTRUCTORS.DAT who is not already
000000* teaching another section at an overlapping time.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 		RECORD KEY IS CM-CourseCode
000000 		FILE STATUS IS CourseFileStatus.
000000
000000     SELECT RoomMaster ASSIGN TO "ROOMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RM-RoomCode
000000 		FILE STATUS IS RoomFileStatus.
000000
000000     SELECT InstructorMaster ASSIGN TO "INSTRUCTORS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS IS-InstructorCode
000000 		FILE STATUS IS InstructorFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One record per meeting section of a course.  SE-MeetingDays is
000000    02  SE-Room         PIC X(6).
000000    02  SE-MaxSeats     PIC 9(3).
000000    02  SE-SeatsTaken   PIC 9(5).
000000    02  SE-InstructorCode PIC X(4).
000000
000000 FD CourseMaster.
000000 01 CourseMasterRecord.
000000    02  CM-MaxSeats     PIC 9(3).
000000    02  CM-SeatsTaken   PIC 9(5).
000000
000000* Room master table - the layout RoomLoad maintains.
000000 FD RoomMaster.
000000 01 RoomMasterRecord.
000000    02  RM-RoomCode     PIC X(6).
000000    02  RM-Building     PIC X(12).
000000    02  RM-Capacity     PIC 9(3).
000000    02  RM-RoomType     PIC X(8).
000000
000000* Instructor master table - the layout InstructorLoad maintains.
000000 FD InstructorMaster.
000000 01 InstructorMasterRecord.
000000    02  IS-InstructorCode PIC X(4).
000000    02  IS-InstructorName PIC X(20).
000000    02  IS-Department   PIC X(12).
000000    02  IS-InstructorStatus PIC X.
000000
000000 WORKING-STORAGE SECTION.
000000 01  SectionFileStatus                  PIC XX.
000000 01  CourseFileStatus                   PIC XX.
000000 01  WS-SearchCourse                    PIC X(4) VALUE SPACES.
000000 01  WS-SearchSection                   PIC X(2) VALUE SPACES.
000000 01  WS-Saved-SeatsTaken                PIC 9(5) VALUE ZERO.
000000 01  RoomFileStatus                     PIC XX.
000000 01  InstructorFileStatus               PIC XX.
000000 01  WS-Saved-Section                   PIC X(39) VALUE SPACES.
000000 01  WS-Booking-EOF                     PIC X VALUE "N".
000000 01  WS-Day-Match                       PIC X VALUE "N".
000000 01  WS-Day-Sub                         PIC 9 VALUE ZERO.
000000
000000* The section being edited, kept aside while the booking checks
000000* walk SECTIONS.DAT through the same record area.
000000 01  WS-New-Section.
000000    02  WS-New-CourseCode PIC X(4).
000000    02  WS-New-SectionNo  PIC X(2).
000000    02  WS-New-Days       PIC X(7).
000000    02  WS-New-Start      PIC 9(4).
000000    02  WS-New-End        PIC 9(4).
000000    02  WS-New-Room       PIC X(6).
000000    02  WS-New-Instructor PIC X(4).
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000        CLOSE SectionFile
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT RoomMaster
000000     IF RoomFileStatus NOT = "00"
000000        DISPLAY "ROOMS.DAT could not be opened (status "
000000           RoomFileStatus ") - run RoomLoad first."
000000        CLOSE SectionFile
000000        CLOSE CourseMaster
000000        STOP RUN
000000     END-IF
000000     OPEN INPUT InstructorMaster
000000     IF InstructorFileStatus NOT = "00"
000000        DISPLAY "INSTRUCTORS.DAT could not be opened (status "
000000           InstructorFileStatus ") - run InstructorLoad first."
000000        CLOSE SectionFile
000000        CLOSE CourseMaster
000000        CLOSE RoomMaster
000000        STOP RUN
000000     END-IF
000000     PERFORM UNTIL WS-Done-Switch = "Y"
000000        PERFORM GetTransaction
000000        EVALUATE WS-TransCode
000000     END-PERFORM
000000     CLOSE SectionFile
000000     CLOSE CourseMaster
000000     CLOSE RoomMaster
000000     CLOSE InstructorMaster
000000     STOP RUN.
000000
000000 OpenSectionFile.
000000              "Start, End, Room, MaxSeats"
000000           DISPLAY "CCCCSSDDDDDDDHHMMHHMMRRRRRRMMM"
000000           DISPLAY SectionRecord
000000           DISPLAY "Current instructor : " SE-InstructorCode
000000           DISPLAY "Enter replacement record (same template) : "
000000* The replacement is keyed without the seats-taken count - the
000000* system-maintained count on file is carried across unchanged.
000000           MOVE WS-SearchCourse TO SE-CourseCode
000000           MOVE WS-SearchSection TO SE-SectionNo
000000           MOVE WS-Saved-SeatsTaken TO SE-SeatsTaken
000000           PERFORM GetInstructorCode
000000           PERFORM EditSectionDetails
000000           IF WS-Valid-Entry = "Y"
000000              REWRITE SectionRecord
000000     DISPLAY "Enter - Course, Sect, Days(MTWRFSU as Y/N), "
000000        "Start, End, Room, MaxSeats"
000000     DISPLAY "CCCCSSDDDDDDDHHMMHHMMRRRRRRMMM"
000000     ACCEPT SectionRecord
000000     IF SectionRecord NOT = SPACES
000000        PERFORM GetInstructorCode
000000     END-IF.
000000
000000* Keyed on its own prompt - the instructor follows the
000000* system-maintained seats-taken count on the record.
000000 GetInstructorCode.
000000     DISPLAY "Enter InstructorCode (blank = not yet assigned) : "
000000        WITH NO ADVANCING
000000     ACCEPT SE-InstructorCode.
000000
000000 EditSectionDetails.
000000     MOVE "Y" TO WS-Valid-Entry
000000     IF SE-MaxSeats IS NOT NUMERIC
000000        DISPLAY "Invalid MaxSeats - must be numeric."
000000        MOVE "N" TO WS-Valid-Entry
000000     END-IF
000000     IF SE-Room NOT = SPACES
000000        PERFORM ValidateRoom
000000     END-IF
000000     IF SE-InstructorCode NOT = SPACES
000000        PERFORM ValidateInstructor
000000     END-IF
000000     IF WS-Valid-Entry = "Y"
000000        AND (SE-Room NOT = SPACES
000000           OR SE-InstructorCode NOT = SPACES)
000000        PERFORM CheckSectionBookings
000000     END-IF.
000000
000000* Existence is enough - a section may be set up ahead of the
000000           DISPLAY "CourseCode not recognized - " SE-CourseCode
000000           MOVE "N" TO WS-Valid-Entry
000000     END-READ.
000000
000000 ValidateRoom.
000000     MOVE SE-Room TO RM-RoomCode
000000     READ RoomMaster
000000        INVALID KEY
000000           DISPLAY "Room not recognized - " SE-Room
000000           MOVE "N" TO WS-Valid-Entry
000000        NOT INVALID KEY
000000           IF SE-MaxSeats IS NUMERIC
000000              AND RM-Capacity IS NUMERIC
000000              AND SE-MaxSeats > RM-Capacity
000000              DISPLAY "MaxSeats " SE-MaxSeats " exceeds room "
000000                 SE-Room " capacity of " RM-Capacity "."
000000              MOVE "N" TO WS-Valid-Entry
000000           END-IF
000000     END-READ.
000000
000000* An instructor marked inactive cannot be given new teaching.
000000 ValidateInstructor.
000000     MOVE SE-InstructorCode TO IS-InstructorCode
000000     READ InstructorMaster
000000        INVALID KEY
000000           DISPLAY "InstructorCode not recognized - "
000000              SE-InstructorCode
000000           MOVE "N" TO WS-Valid-Entry
000000        NOT INVALID KEY
000000           IF IS-InstructorStatus NOT = "A"
000000              DISPLAY "Instructor " SE-InstructorCode
000000                 " is not active."
000000              MOVE "N" TO WS-Valid-Entry
000000           END-IF
000000     END-READ.
000000
000000* SECTIONS.DAT has no room or instructor key, so the whole table
000000* is walked for other sections meeting at an overlapping time in
000000* the same room or with the same instructor.  The section being
000000* changed is skipped so it cannot clash with its own old booking.
000000* The record area is restored from the copy kept aside once done.
000000 CheckSectionBookings.
000000     MOVE SectionRecord TO WS-Saved-Section
000000     MOVE SE-CourseCode TO WS-New-CourseCode
000000     MOVE SE-SectionNo TO WS-New-SectionNo
000000     MOVE SE-MeetingDays TO WS-New-Days
000000     MOVE SE-StartTime TO WS-New-Start
000000     MOVE SE-EndTime TO WS-New-End
000000     MOVE SE-Room TO WS-New-Room
000000     MOVE SE-InstructorCode TO WS-New-Instructor
000000     MOVE "N" TO WS-Booking-EOF
000000     MOVE LOW-VALUES TO SE-SectionKey
000000     START SectionFile KEY IS NOT < SE-SectionKey
000000        INVALID KEY MOVE "Y" TO WS-Booking-EOF
000000     END-START
000000     PERFORM CheckOneBooking
000000        UNTIL WS-Booking-EOF = "Y"
000000     MOVE WS-Saved-Section TO SectionRecord.
000000
000000 CheckOneBooking.
000000     READ SectionFile NEXT
000000        AT END MOVE "Y" TO WS-Booking-EOF
000000        NOT AT END
000000           IF (SE-CourseCode NOT = WS-New-CourseCode
000000                 OR SE-SectionNo NOT = WS-New-SectionNo)
000000              AND WS-New-Start < SE-EndTime
000000              AND SE-StartTime < WS-New-End
000000              PERFORM CheckSharedDay
000000              IF WS-Day-Match = "Y"
000000                 PERFORM CheckRoomClash
000000                 PERFORM CheckInstructorClash
000000              END-IF
000000           END-IF
000000     END-READ.
000000
000000 CheckRoomClash.
000000     IF WS-New-Room NOT = SPACES
000000        AND SE-Room = WS-New-Room
000000        DISPLAY "Room " WS-New-Room " already booked by "
000000           SE-CourseCode "/" SE-SectionNo
000000           " at an overlapping time."
000000        MOVE "N" TO WS-Valid-Entry
000000        MOVE "Y" TO WS-Booking-EOF
000000     END-IF.
000000
000000 CheckInstructorClash.
000000     IF WS-New-Instructor NOT = SPACES
000000        AND SE-InstructorCode = WS-New-Instructor
000000        DISPLAY "Instructor " WS-New-Instructor
000000           " already teaching " SE-CourseCode "/" SE-SectionNo
000000           " at an overlapping time."
000000        MOVE "N" TO WS-Valid-Entry
000000        MOVE "Y" TO WS-Booking-EOF
000000     END-IF.
000000
000000 CheckSharedDay.
000000     MOVE "N" TO WS-Day-Match
000000     PERFORM VARYING WS-Day-Sub FROM 1 BY 1
000000        UNTIL WS-Day-Sub > 7
000000        IF WS-New-Days(WS-Day-Sub:1) = "Y"
000000           AND SE-MeetingDays(WS-Day-Sub:1) = "Y"
000000           MOVE "Y" TO WS-Day-Match
000000        END-IF
000000     END-PERFORM.
