000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.  LetterPrint.
000000 AUTHOR.  Michael Coughlan.
000000* Turns the LETTERS.DAT records WaitlistPromote, WaitlistAge and
000000* LateFeeRun write into mailable pages on LETTERS.LST - the
000000* student's name from STUDENTS.DAT, the address block from
000000* CONTACTS.DAT, and a body for the letter type: PROMOTED,
000000* EXPIRED, or LATEFEE, which names the missed installment and
000000* its fee from PAYPLAN.DAT.  NotifyExtract also writes PROBATN,
000000* DEANLIST, HOLD and BALDUE letters for students it cannot reach
000000* by email or text, and those print a standard body.  Letters
000000* with no address on file are held: they go to the LTRNOADDR.LST
000000* exception list and are written back to LETTERS.DAT through
000000* LETTERS.TMP - the copy-back WaitlistAge uses for queue
000000 		ORGANIZATION IS LINE SEQUENTIAL
000000 		FILE STATUS IS WorkFileStatus.
000000
000000     SELECT PayPlanFile ASSIGN TO "PAYPLAN.DAT"
000000 		ORGANIZATION IS INDEXED
000000 		ACCESS MODE IS DYNAMIC
000000 		RECORD KEY IS PP-PlanKey
000000 		FILE STATUS IS PayPlanFileStatus.
000000
000000     SELECT LetterPrintFile ASSIGN TO "LETTERS.LST"
000000 		ORGANIZATION IS LINE SEQUENTIAL.
000000
000000 DATA DIVISION.
000000 FILE SECTION.
000000* One record per letter owed to a student - the layout the
000000* waitlist programs write.  A LATEFEE letter carries the
000000* installment number in the section field.
000000 FD LetterFile.
000000 01 LetterRecord.
000000    02  LT-StudentId    PIC 9(7).
000000    02  CT-Phone        PIC X(12).
000000    02  CT-Email        PIC X(30).
000000
000000* Installment plans - the layout PayPlanMaint maintains.
000000 FD PayPlanFile.
000000 01 PayPlanRecord.
000000    02  PP-PlanKey.
000000        03 PP-StudentId  PIC 9(7).
000000        03 PP-InstallNo  PIC 9(2).
000000    02  PP-TermCode      PIC X(5).
000000    02  PP-DueDate       PIC 9(8).
000000    02  PP-AmountDue     PIC 9(6)V99.
000000    02  PP-AmountPaid    PIC 9(6)V99.
000000    02  PP-LateFee       PIC 9(4)V99.
000000    02  PP-FeeDate       PIC 9(8).
000000
000000 FD LetterWorkFile.
000000 01 WorkRecord             PIC X(29).
000000
000000 01  WS-Address-Found                   PIC X VALUE "N".
000000 01  WS-Printed-Count                   PIC 9(5) VALUE ZERO.
000000 01  WS-NoAddr-Count                    PIC 9(5) VALUE ZERO.
000000 01  PayPlanFileStatus                  PIC XX.
000000 01  WS-PayPlan-OnFile                  PIC X VALUE "N".
000000 01  WS-Install-Found                   PIC X VALUE "N".
000000
000000 01  DateLine.
000000    02  FILLER          PIC X(8) VALUE SPACES.
000000    02  FILLER          PIC X(13) VALUE " has expired.".
000000    02  FILLER          PIC X(17) VALUE SPACES.
000000
000000 01  LateFeeBodyLine.
000000    02  FILLER          PIC X(12) VALUE "Installment ".
000000    02  LB-InstallNo    PIC X(2).
000000    02  FILLER          PIC X(27)
000000        VALUE " of your payment plan, due ".
000000    02  LB-DueDate      PIC 9(8).
000000    02  FILLER          PIC X(12) VALUE ", is unpaid.".
000000    02  FILLER          PIC X(9) VALUE SPACES.
000000
000000 01  LateFeeChargeLine.
000000    02  FILLER          PIC X(14) VALUE "A late fee of ".
000000    02  LC-LateFee      PIC ZZZ9.99.
000000    02  FILLER          PIC X(32)
000000        VALUE " has been added to your account.".
000000    02  FILLER          PIC X(17) VALUE SPACES.
000000
000000 01  NoAddrDetailLine.
000000    02  X-StudentId     PIC 9(7).
000000    02  FILLER          PIC X(2) VALUE SPACES.
000000     IF ContactFileStatus = "00"
000000        MOVE "Y" TO WS-Contacts-OnFile
000000     END-IF
000000     MOVE "N" TO WS-PayPlan-OnFile
000000     OPEN INPUT PayPlanFile
000000     IF PayPlanFileStatus = "00"
000000        MOVE "Y" TO WS-PayPlan-OnFile
000000     END-IF
000000     OPEN OUTPUT LetterPrintFile
000000     OPEN OUTPUT NoAddrFile
000000     OPEN OUTPUT LetterWorkFile
000000     IF WS-Contacts-OnFile = "Y"
000000        CLOSE ContactFile
000000     END-IF
000000     IF WS-PayPlan-OnFile = "Y"
000000        CLOSE PayPlanFile
000000     END-IF
000000     CLOSE LetterPrintFile
000000     CLOSE NoAddrFile
000000     CLOSE LetterWorkFile
000000     WRITE LetterLine FROM CityLine
000000     MOVE SPACES TO LetterLine
000000     WRITE LetterLine
000000     EVALUATE LT-LetterType
000000        WHEN "PROMOTED"
000000           MOVE LT-CourseCode TO PB-CourseCode
000000           IF LT-SectionNo = SPACES
000000              MOVE "--" TO PB-SectionNo
000000           ELSE
000000              MOVE LT-SectionNo TO PB-SectionNo
000000           END-IF
000000           WRITE LetterLine FROM PromotedBodyLine
000000        WHEN "LATEFEE"
000000           PERFORM WriteLateFeeBody
000000        WHEN "PROBATN"
000000           MOVE "Your grade point average for the term has "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "placed you on academic probation.  Please see "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "your advisor." TO LetterLine
000000           WRITE LetterLine
000000        WHEN "DEANLIST"
000000           MOVE "Congratulations - your grade point average for "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "the term has placed you on the dean's list."
000000              TO LetterLine
000000           WRITE LetterLine
000000        WHEN "HOLD"
000000           MOVE "A hold has been placed on your record.  Please "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "contact the registrar's office to have it "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "released." TO LetterLine
000000           WRITE LetterLine
000000        WHEN "BALDUE"
000000           MOVE "Our records show a balance due on your account. "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "Please see your statement or contact the "
000000              TO LetterLine
000000           WRITE LetterLine
000000           MOVE "bursar's office." TO LetterLine
000000           WRITE LetterLine
000000        WHEN OTHER
000000           MOVE LT-CourseCode TO EB-CourseCode
000000           WRITE LetterLine FROM ExpiredBodyLine
000000     END-EVALUATE.
000000
000000* The installment's due date and fee come from the plan; a plan
000000* since re-cut still gets the reminder, without the details.
000000 WriteLateFeeBody.
000000     MOVE "N" TO WS-Install-Found
000000     IF WS-PayPlan-OnFile = "Y" AND LT-SectionNo IS NUMERIC
000000        MOVE LT-StudentId TO PP-StudentId
000000        MOVE LT-SectionNo TO PP-InstallNo
000000        READ PayPlanFile
000000           INVALID KEY
000000              CONTINUE
000000           NOT INVALID KEY
000000              IF PP-LateFee > ZERO
000000                 MOVE "Y" TO WS-Install-Found
000000              END-IF
000000        END-READ
000000     END-IF
000000     IF WS-Install-Found = "Y"
000000        MOVE LT-SectionNo TO LB-InstallNo
000000        MOVE PP-DueDate TO LB-DueDate
000000        WRITE LetterLine FROM LateFeeBodyLine
000000        MOVE PP-LateFee TO LC-LateFee
000000        WRITE LetterLine FROM LateFeeChargeLine
000000     ELSE
000000        MOVE "A late fee has been added to your account for a "
000000           TO LetterLine
000000        WRITE LetterLine
000000        MOVE "missed payment plan installment." TO LetterLine
000000        WRITE LetterLine
000000     END-IF.
