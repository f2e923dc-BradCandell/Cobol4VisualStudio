000000    02  SH-TermCode     PIC X(5).
000000 01 SheetGradeDetail.
000000    02  SG-StudentId    PIC 9(7).
000000    02  SG-Grade        PIC X(2).
000000
000000* One result record per student per course per term - the layout
000000* GradeEntry maintains.
000000        03 GR-StudentId  PIC 9(7).
000000        03 GR-CourseCode PIC X(4).
000000        03 GR-TermCode   PIC X(5).
000000    02  GR-Grade         PIC X(2).
000000
000000 FD StudentFile.
000000 01 StudentDetails.
000000    02  GX-CourseCode   PIC X(4).
000000    02  GX-TermCode     PIC X(5).
000000    02  GX-StudentId    PIC X(7).
000000    02  GX-Grade        PIC X(2).
000000    02  GX-ReasonList.
000000        03 GX-Reason    PIC XX OCCURS 5 TIMES.
000000
000000     END-IF
000000     IF SG-Grade NOT = "A" AND SG-Grade NOT = "B"
000000        AND SG-Grade NOT = "C" AND SG-Grade NOT = "D"
000000        AND SG-Grade NOT = "F" AND SG-Grade NOT = "I"
000000        AND SG-Grade NOT = "W" AND SG-Grade NOT = "P"
000000        AND SG-Grade NOT = "NP"
000000        MOVE "N" TO WS-Valid-Entry
000000        MOVE "GR" TO WS-Curr-Reason
000000        PERFORM AddRejectReason
