000000    02  WL-WaitDate      PIC 9(8).
000000    02  WL-WaitTime      PIC 9(8).
000000    02  WL-SectionNo     PIC X(2).
000000    02  WL-PrereqOverride PIC X.
000000
000000 FD WaitlistWorkFile.
000000 01 WorkRecord            PIC X(67).
000000
000000 SD SortWorkFile.
000000 01 SA-WaitEntry.
