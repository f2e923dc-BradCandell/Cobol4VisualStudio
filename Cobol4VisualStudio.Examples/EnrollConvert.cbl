000000    02  TM-EndDate      PIC 9(8).
000000    02  TM-CurrentFlag  PIC X.
000000    02  TM-BillingFlag  PIC X.
000000    02  TM-IncDeadline  PIC 9(8).
000000    02  TM-FullTimeHrs  PIC 99.
000000    02  TM-ThreeQtrHrs  PIC 99.
000000    02  TM-HalfTimeHrs  PIC 99.
000000
000000 WORKING-STORAGE SECTION.
000000 01  StudentFileStatus                  PIC XX.
