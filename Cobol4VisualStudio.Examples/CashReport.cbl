000000* loudly the way SeqWrite's balancing report flags a bad batch.
000000* Postings made outside business hours are listed separately -
000000* the one posting error we have caught was found that way, three
000000* weeks late.  Drop adjustments ("A" journal entries) and late
000000* fees ("L") are not cash and stay out of the totals.  Prints to
000000* CASHRPT.LST.
000000
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 TallyOnePosting.
000000     IF PJ-PaymentDate = WS-Report-Date
000000        AND PJ-EntryType NOT = "A"
000000        AND PJ-EntryType NOT = "L"
000000        ADD 1 TO WS-Posting-Count
000000        ADD PJ-Amount TO WS-Grand-Total
000000        MOVE PJ-PaymentTime TO WS-Time-Split
