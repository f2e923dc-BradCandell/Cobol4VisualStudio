000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  RoomUsage.
000000 AUTHOR.  Michael Coughlan.
000000* Room utilization report.  Sorts SECTIONS.DAT by SE-Room and
000000* matches it against ROOMS.DAT in room order, printing
000000* ROOMUSE.LST - for each room its building, type and capacity,
000000* the sections booked into it with their hours per week and
000000* seats filled, and a room line of hours booked per week and
000000* seats filled against the seats the room offers.  Rooms with
000000* nothing booked are still printed, so facilities can see which
000000* rooms sit empty.  Sections with no room, or a room no longer on
000000* ROOMS.DAT, are listed on their own.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS SE-SectionKey
000000 		FILE STATUS IS SectionFileStatus.
000000
000000     SELECT RoomMaster ASSIGN TO "ROOMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS SEQUENTIAL
000000 		RECORD KEY IS RM-RoomCode
000000 		FILE STATUS IS RoomFileStatus.
000000
000000     SELECT SortWorkFile ASSIGN TO "SORTWK1".
000000
000000     SELECT RoomUsageFile ASSIGN TO "ROOMUSE.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* Course section table - the layout SectionMaint maintains.
000000 FD SectionFile.
000000 01 SectionRecord.
000000    02  SE-SectionKey.
000000        03 SE-CourseCode PIC X(4).
000000        03 SE-SectionNo  PIC X(2).
000000    02  SE-MeetingDays  PIC X(7).
000000    02  SE-StartTime    PIC 9(4).
000000    02  SE-EndTime      PIC 9(4).
000000    02  SE-Room         PIC X(6).
000000    02  SE-MaxSeats     PIC 9(3).
000000    02  SE-SeatsTaken   PIC 9(5).
000000    02  SE-InstructorCode PIC X(4).
000000
000000* Room master table - the layout RoomLoad maintains.
000000 FD RoomMaster.
000000 01 RoomMasterRecord.
000000    02  RM-RoomCode     PIC X(6).
000000    02  RM-Building     PIC X(12).
000000    02  RM-Capacity     PIC 9(3).
000000    02  RM-RoomType     PIC X(8).
000000
000000 SD SortWorkFile.
000000 01 SW-SectionRecord.
000000    02  SW-SectionKey.
000000        03 SW-CourseCode PIC X(4).
000000        03 SW-SectionNo  PIC X(2).
000000    02  SW-MeetingDays  PIC X(7).
000000    02  SW-StartTime.
000000        03 SW-StartHH   PIC 9(2).
000000        03 SW-StartMM   PIC 9(2).
000000    02  SW-EndTime.
000000        03 SW-EndHH     PIC 9(2).
000000        03 SW-EndMM     PIC 9(2).
000000    02  SW-Room         PIC X(6).
000000    02  SW-MaxSeats     PIC 9(3).
000000    02  SW-SeatsTaken   PIC 9(5).
000000    02  SW-InstructorCode PIC X(4).
000000
000000 FD RoomUsageFile.
000000 01 RoomUsageLine         PIC X(70).
000000
000000 WORKING-STORAGE SECTION.
000000 01  SectionFileStatus                  PIC XX.
000000 01  RoomFileStatus                     PIC XX.
000000 01  WS-Page-Number                     PIC 9(3) VALUE ZERO.
000000 01  WS-Line-Count                      PIC 9(2) VALUE 99.
000000 01  WS-Lines-Per-Page                  PIC 9(2) VALUE 40.
000000* The two match keys - each goes to HIGH-VALUES when its file
000000* runs out, so the loop below ends when both have.
000000 01  WS-Room-Key                        PIC X(6) VALUE SPACES.
000000 01  WS-Sort-Key                        PIC X(6) VALUE SPACES.
000000 01  WS-Group-Room                      PIC X(6) VALUE SPACES.
000000 01  WS-Group-Capacity                  PIC 9(3) VALUE ZERO.
000000 01  WS-Day-Sub                         PIC 9 VALUE ZERO.
000000 01  WS-Day-Count                       PIC 9 VALUE ZERO.
000000 01  WS-Section-Minutes                 PIC S9(5) VALUE ZERO.
000000 01  WS-Week-Minutes                    PIC 9(5) VALUE ZERO.
000000 01  WS-Room-Minutes                    PIC 9(6) VALUE ZERO.
000000 01  WS-Room-Sections                   PIC 9(3) VALUE ZERO.
000000 01  WS-Room-Filled                     PIC 9(6) VALUE ZERO.
000000 01  WS-Room-Offered                    PIC 9(6) VALUE ZERO.
000000 01  WS-Fill-Percent                    PIC 9(3) VALUE ZERO.
000000 01  WS-Total-Rooms                     PIC 9(4) VALUE ZERO.
000000 01  WS-Empty-Rooms                     PIC 9(4) VALUE ZERO.
000000 01  WS-Total-Minutes                   PIC 9(7) VALUE ZERO.
000000 01  WS-Unroomed-Sections               PIC 9(4) VALUE ZERO.
000000
000000 01  PageHeaderLine.
000000    02  FILLER        PIC X(32)
000000                      VALUE "Room Utilization Report - Page ".
000000    02  PH-Page-Number  PIC ZZZ9.
000000    02  FILLER          PIC X(34) VALUE SPACES.
000000
000000 01  ColumnHeaderLine.
000000    02  FILLER          PIC X(40)
000000        VALUE "  Course Sect Days    Start End   Hrs/Wk".
000000    02  FILLER          PIC X(30)
000000        VALUE "  Filled  Capacity".
000000
000000 01  RoomHeaderLine.
000000    02  FILLER          PIC X(7) VALUE "Room : ".
000000    02  H-RoomCode      PIC X(6).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  H-Building      PIC X(20).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  H-RoomType      PIC X(8).
000000    02  FILLER          PIC X(11) VALUE "  Seats : ".
000000    02  H-Capacity      PIC ZZ9.
000000    02  FILLER          PIC X(11) VALUE SPACES.
000000
000000 01  DetailLine.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-CourseCode    PIC X(4).
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-SectionNo     PIC X(2).
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-MeetingDays   PIC X(7).
000000    02  FILLER          PIC X(1) VALUE SPACES.
000000    02  D-StartTime     PIC 9(4).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-EndTime       PIC 9(4).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  D-Hours         PIC ZZ9.99.
000000    02  FILLER          PIC X(3) VALUE SPACES.
000000    02  D-Filled        PIC ZZZZ9.
000000    02  FILLER          PIC X(5) VALUE SPACES.
000000    02  D-Capacity      PIC ZZ9.
000000    02  FILLER          PIC X(14) VALUE SPACES.
000000
000000 01  RoomTotalLine.
000000    02  FILLER          PIC X(24)
000000        VALUE "  Hours booked per week ".
000000    02  RT-Hours        PIC ZZZ9.99.
000000    02  FILLER          PIC X(16) VALUE "  Seats filled ".
000000    02  RT-Filled       PIC ZZZZZ9.
000000    02  FILLER          PIC X(4) VALUE " of ".
000000    02  RT-Offered      PIC ZZZZZ9.
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000    02  RT-Percent      PIC ZZ9.
000000    02  FILLER          PIC X(2) VALUE "% ".
000000
000000 01  EmptyRoomLine.
000000    02  FILLER          PIC X(40)
000000        VALUE "  ** No sections booked in this room **".
000000    02  FILLER          PIC X(30) VALUE SPACES.
000000
000000 01  TotalLine.
000000    02  FILLER          PIC X(15) VALUE "Rooms on file  ".
000000    02  T-Rooms         PIC ZZZ9.
000000    02  FILLER          PIC X(10) VALUE "   Empty  ".
000000    02  T-Empty         PIC ZZZ9.
000000    02  FILLER          PIC X(17) VALUE "   Hours booked  ".
000000    02  T-Hours         PIC ZZZZ9.99.
000000    02  FILLER          PIC X(12) VALUE SPACES.
000000
000000 01  UnroomedTotalLine.
000000    02  FILLER          PIC X(34)
000000        VALUE "Sections not in a room on file : ".
000000    02  T-Unroomed      PIC ZZZ9.
000000    02  FILLER          PIC X(32) VALUE SPACES.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     MOVE ZERO TO WS-Page-Number
000000     MOVE 99 TO WS-Line-Count
000000     OPEN INPUT SectionFile
000000     IF SectionFileStatus NOT = "00"
000000        DISPLAY "SECTIONS.DAT could not be opened (status "
000000           SectionFileStatus ") - run SectionMaint first."
000000        STOP RUN
000000     END-IF
000000     CLOSE SectionFile
000000     OPEN INPUT RoomMaster
000000     IF RoomFileStatus NOT = "00"
000000        DISPLAY "ROOMS.DAT could not be opened (status "
000000           RoomFileStatus ") - run RoomLoad first."
000000        STOP RUN
000000     END-IF
000000     OPEN OUTPUT RoomUsageFile
000000     SORT SortWorkFile
000000        ON ASCENDING KEY SW-Room SW-CourseCode SW-SectionNo
000000        USING SectionFile
000000        OUTPUT PROCEDURE IS PrintRoomUsage
000000     CLOSE RoomMaster
000000     CLOSE RoomUsageFile
000000     STOP RUN.
000000
000000* A match-merge of the sorted sections against the room master,
000000* both in room order.  A room with no sections still gets its
000000* group; sections whose room is not on the master get a group
000000* of their own, counted apart from the rooms.
000000 PrintRoomUsage.
000000     PERFORM ReadRoomMaster
000000     PERFORM ReturnSection
000000     PERFORM UNTIL WS-Room-Key = HIGH-VALUES
000000        AND WS-Sort-Key = HIGH-VALUES
000000        IF WS-Sort-Key < WS-Room-Key
000000           PERFORM PrintUnknownRoomGroup
000000        ELSE
000000           PERFORM PrintRoomGroup
000000           PERFORM ReadRoomMaster
000000        END-IF
000000     END-PERFORM
000000     PERFORM PrintTotalLines.
000000
000000 ReadRoomMaster.
000000     READ RoomMaster NEXT
000000        AT END MOVE HIGH-VALUES TO WS-Room-Key
000000        NOT AT END MOVE RM-RoomCode TO WS-Room-Key
000000     END-READ.
000000
000000 ReturnSection.
000000     RETURN SortWorkFile
000000        AT END MOVE HIGH-VALUES TO WS-Sort-Key
000000        NOT AT END MOVE SW-Room TO WS-Sort-Key
000000     END-RETURN.
000000
000000 PrintRoomGroup.
000000     MOVE WS-Room-Key TO WS-Group-Room
000000     MOVE RM-RoomCode TO H-RoomCode
000000     MOVE RM-Building TO H-Building
000000     MOVE RM-RoomType TO H-RoomType
000000     IF RM-Capacity IS NUMERIC
000000        MOVE RM-Capacity TO WS-Group-Capacity
000000     ELSE
000000        MOVE ZERO TO WS-Group-Capacity
000000     END-IF
000000     MOVE WS-Group-Capacity TO H-Capacity
000000     PERFORM StartRoomGroup
000000     PERFORM PrintSectionLine
000000        UNTIL WS-Sort-Key NOT = WS-Group-Room
000000     ADD 1 TO WS-Total-Rooms
000000     IF WS-Room-Sections = ZERO
000000        ADD 1 TO WS-Empty-Rooms
000000        PERFORM CheckPageBreak
000000        WRITE RoomUsageLine FROM EmptyRoomLine
000000        ADD 1 TO WS-Line-Count
000000     ELSE
000000        PERFORM PrintRoomTotal
000000     END-IF
000000     ADD WS-Room-Minutes TO WS-Total-Minutes.
000000
000000 PrintUnknownRoomGroup.
000000     MOVE WS-Sort-Key TO WS-Group-Room
000000     MOVE WS-Sort-Key TO H-RoomCode
000000     IF WS-Sort-Key = SPACES
000000        MOVE "** NO ROOM KEYED **" TO H-Building
000000     ELSE
000000        MOVE "** NOT ON MASTER **" TO H-Building
000000     END-IF
000000     MOVE SPACES TO H-RoomType
000000     MOVE ZERO TO WS-Group-Capacity
000000     MOVE ZERO TO H-Capacity
000000     PERFORM StartRoomGroup
000000     PERFORM PrintSectionLine
000000        UNTIL WS-Sort-Key NOT = WS-Group-Room
000000     ADD WS-Room-Sections TO WS-Unroomed-Sections.
000000
000000 StartRoomGroup.
000000     MOVE ZERO TO WS-Room-Minutes
000000     MOVE ZERO TO WS-Room-Sections
000000     MOVE ZERO TO WS-Room-Filled
000000     MOVE ZERO TO WS-Room-Offered
000000     PERFORM PrintRoomHeader.
000000
000000 PrintRoomHeader.
000000     IF WS-Line-Count + 4 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO RoomUsageLine
000000     WRITE RoomUsageLine
000000     WRITE RoomUsageLine FROM RoomHeaderLine
000000     ADD 2 TO WS-Line-Count.
000000
000000* Hours per week are the meeting length times the days the
000000* section meets.  Seats filled are the current term's count.
000000 PrintSectionLine.
000000     PERFORM CheckPageBreak
000000     PERFORM ComputeWeekMinutes
000000     IF SW-SeatsTaken IS NOT NUMERIC
000000        MOVE ZERO TO SW-SeatsTaken
000000     END-IF
000000     MOVE SW-CourseCode TO D-CourseCode
000000     MOVE SW-SectionNo TO D-SectionNo
000000     MOVE SW-MeetingDays TO D-MeetingDays
000000     MOVE SW-StartTime TO D-StartTime
000000     MOVE SW-EndTime TO D-EndTime
000000     COMPUTE D-Hours ROUNDED = WS-Week-Minutes / 60
000000     MOVE SW-SeatsTaken TO D-Filled
000000     MOVE WS-Group-Capacity TO D-Capacity
000000     WRITE RoomUsageLine FROM DetailLine
000000     ADD 1 TO WS-Line-Count
000000     ADD 1 TO WS-Room-Sections
000000     ADD WS-Week-Minutes TO WS-Room-Minutes
000000     ADD SW-SeatsTaken TO WS-Room-Filled
000000     ADD WS-Group-Capacity TO WS-Room-Offered
000000     PERFORM ReturnSection.
000000
000000 ComputeWeekMinutes.
000000     MOVE ZERO TO WS-Week-Minutes
000000     MOVE ZERO TO WS-Day-Count
000000     IF SW-StartTime IS NUMERIC AND SW-EndTime IS NUMERIC
000000        COMPUTE WS-Section-Minutes =
000000           (SW-EndHH * 60 + SW-EndMM)
000000           - (SW-StartHH * 60 + SW-StartMM)
000000        IF WS-Section-Minutes > ZERO
000000           PERFORM VARYING WS-Day-Sub FROM 1 BY 1
000000              UNTIL WS-Day-Sub > 7
000000              IF SW-MeetingDays(WS-Day-Sub:1) = "Y"
000000                 ADD 1 TO WS-Day-Count
000000              END-IF
000000           END-PERFORM
000000           COMPUTE WS-Week-Minutes =
000000              WS-Section-Minutes * WS-Day-Count
000000        END-IF
000000     END-IF.
000000
000000 PrintRoomTotal.
000000     PERFORM CheckPageBreak
000000     COMPUTE RT-Hours ROUNDED = WS-Room-Minutes / 60
000000     MOVE WS-Room-Filled TO RT-Filled
000000     MOVE WS-Room-Offered TO RT-Offered
000000     IF WS-Room-Offered > ZERO
000000        COMPUTE WS-Fill-Percent ROUNDED =
000000           WS-Room-Filled * 100 / WS-Room-Offered
000000     ELSE
000000        MOVE ZERO TO WS-Fill-Percent
000000     END-IF
000000     MOVE WS-Fill-Percent TO RT-Percent
000000     WRITE RoomUsageLine FROM RoomTotalLine
000000     ADD 1 TO WS-Line-Count.
000000
000000 PrintTotalLines.
000000     IF WS-Line-Count + 3 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000     END-IF
000000     MOVE SPACES TO RoomUsageLine
000000     WRITE RoomUsageLine
000000     MOVE WS-Total-Rooms TO T-Rooms
000000     MOVE WS-Empty-Rooms TO T-Empty
000000     COMPUTE T-Hours ROUNDED = WS-Total-Minutes / 60
000000     WRITE RoomUsageLine FROM TotalLine
000000     MOVE WS-Unroomed-Sections TO T-Unroomed
000000     WRITE RoomUsageLine FROM UnroomedTotalLine
000000     ADD 3 TO WS-Line-Count.
000000
000000 CheckPageBreak.
000000     IF WS-Line-Count + 1 > WS-Lines-Per-Page
000000        PERFORM StartNewPage
000000        PERFORM PrintRoomHeader
000000     END-IF.
000000
000000 StartNewPage.
000000     ADD 1 TO WS-Page-Number
000000     MOVE ZERO TO WS-Line-Count
000000     MOVE SPACES TO RoomUsageLine
000000     WRITE RoomUsageLine
000000     MOVE WS-Page-Number TO PH-Page-Number
000000     WRITE RoomUsageLine FROM PageHeaderLine
000000     WRITE RoomUsageLine FROM ColumnHeaderLine
000000     ADD 1 TO WS-Line-Count.
000000
