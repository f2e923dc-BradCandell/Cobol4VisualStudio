000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  RoomLoad.
000000 AUTHOR.  Michael Coughlan.
000000* Builds and maintains the room master table that SectionMaint
000000* cross-references before an SE-Room is accepted onto
000000* SECTIONS.DAT - the building, seating capacity and type of each
000000* teaching room.  RoomUsage reports against it.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RoomMaster ASSIGN TO "ROOMS.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS RoomCode
000000 		FILE STATUS IS RoomFileStatus.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD RoomMaster.
000000 01 RoomMasterRecord.
000000    02  RoomCode        PIC X(6).
000000    02  Building        PIC X(12).
000000    02  RoomCapacity    PIC 9(3).
000000    02  RoomType        PIC X(8).
000000
000000 WORKING-STORAGE SECTION.
000000 01  RoomFileStatus                     PIC XX.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
000000     PERFORM OpenRoomMaster
000000     DISPLAY "Enter room details using template below."
000000     DISPLAY "Enter no data to end."
000000     PERFORM GetRoomDetails
000000     PERFORM UNTIL RoomMasterRecord = SPACES
000000        IF RoomCapacity IS NOT NUMERIC
000000           DISPLAY "Invalid capacity - must be numeric."
000000        ELSE
000000           WRITE RoomMasterRecord
000000              INVALID KEY
000000                 DISPLAY "Duplicate RoomCode - not written."
000000           END-WRITE
000000        END-IF
000000        PERFORM GetRoomDetails
000000     END-PERFORM
000000     CLOSE RoomMaster
000000     STOP RUN.
000000
000000 OpenRoomMaster.
000000     OPEN I-O RoomMaster
000000     IF RoomFileStatus = "35"
000000        OPEN OUTPUT RoomMaster
000000        CLOSE RoomMaster
000000        OPEN I-O RoomMaster
000000     END-IF.
000000
000000 GetRoomDetails.
000000     DISPLAY "Enter - Room, Building, Capacity, Type (LECTURE, "
000000        "LAB, SEMINAR ...)"
000000     DISPLAY "RRRRRRBBBBBBBBBBBBCCCTTTTTTTT"
000000     ACCEPT RoomMasterRecord.
