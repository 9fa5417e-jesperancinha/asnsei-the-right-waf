    05  CUR-MATCH-KEY        PIC X(26).
    05  CUR-FIB              PIC X(23).
    05  FILLER               PIC X(48).
01  WS-CUR-XP-DETAIL REDEFINES WS-CUR-DETAIL.
    05  FILLER               PIC X(32).
    05  CURX-DIGITS          PIC X(50).
    05  FILLER               PIC X(18).
01  WS-PRI-DETAIL.
    05  PRI-TYPE             PIC X(3).
    05  PRI-MATCH-KEY        PIC X(26).
    05  PRI-FIB              PIC X(23).
    05  FILLER               PIC X(48).
01  WS-PRI-XP-DETAIL REDEFINES WS-PRI-DETAIL.
    05  FILLER               PIC X(32).
    05  PRIX-DIGITS          PIC X(50).
    05  FILLER               PIC X(18).

01  WS-CUR-HEADER        PIC X(100) VALUE SPACES.
01  WS-PRI-HEADER        PIC X(100) VALUE SPACES.
01  WS-CUR-TRAILER       PIC X(100) VALUE SPACES.
01  WS-PRI-TRAILER       PIC X(100) VALUE SPACES.
01  WS-TRAILER-DIFFERS   PIC X(1).
01  WS-HEADER-MAP.
    05  FILLER               PIC X(3).
    05  HDR-RUN-DATE         PIC X(8).

01  WS-CUR-DET-COUNT     PIC 9(7) VALUE 0.
01  WS-PRI-DET-COUNT     PIC 9(7) VALUE 0.
01  WS-CUR-XDT-COUNT     PIC 9(7) VALUE 0.
01  WS-PRI-XDT-COUNT     PIC 9(7) VALUE 0.
01  WS-MATCHED-COUNT     PIC 9(7) VALUE 0.
01  WS-VALUE-DIFF-COUNT  PIC 9(7) VALUE 0.
01  WS-CUR-ONLY-COUNT    PIC 9(7) VALUE 0.
*>   different days are the point of the exercise - but the seed and
*>   reconciliation parameters must agree. SUM/ANL/ANS and any other
*>   non-DET record types ride through the sort filter untouched;
*>   only DET carries the numbers the regression question is about -
*>   DET and, for a term past the 22-digit fields, its XDT segments,
*>   whose match key runs on into the segment number so each 50-digit
*>   piece pairs with the same piece of the other run.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   PERFORM READ-COMPARE-CARD.
   PERFORM LOOKUP-CATALOG-ENTRIES.
                       ADD 1 TO WS-CUR-DET-COUNT
                       MOVE CURRENT-EXTRACT-LINE TO SORT-RECORD
                       RELEASE SORT-RECORD
                   WHEN "XDT"
                       ADD 1 TO WS-CUR-XDT-COUNT
                       MOVE CURRENT-EXTRACT-LINE TO SORT-RECORD
                       RELEASE SORT-RECORD
                   WHEN "HDR"
                       MOVE CURRENT-EXTRACT-LINE TO WS-CUR-HEADER
                   WHEN "TRL"
                       ADD 1 TO WS-PRI-DET-COUNT
                       MOVE PRIOR-EXTRACT-LINE TO SORT-RECORD
                       RELEASE SORT-RECORD
                   WHEN "XDT"
                       ADD 1 TO WS-PRI-XDT-COUNT
                       MOVE PRIOR-EXTRACT-LINE TO SORT-RECORD
                       RELEASE SORT-RECORD
                   WHEN "HDR"
                       MOVE PRIOR-EXTRACT-LINE TO WS-PRI-HEADER
                   WHEN "TRL"
*>   The run date in the header legitimately differs between runs, so
*>   only the parameter portion after it is compared; the trailer is
*>   compared whole - its count and final FIB are exactly the batch
*>   totals a regression must hold steady. The extended-term and
*>   residue counts after column 35 were blank on trailers written
*>   before they existed, so they are compared only when the prior
*>   generation carries them; the first compare across the change
*>   still holds the DET count and final FIB.
   MOVE WS-CUR-HEADER TO WS-HEADER-MAP.
   MOVE HDR-PARAMETERS TO WS-CUR-HDR-PARMS.
   MOVE WS-PRI-HEADER TO WS-HEADER-MAP.
       MOVE WS-PRI-HEADER TO WS-IMAGE-PRI
       PERFORM PRINT-RECORD-IMAGES
   END-IF.
   MOVE "N" TO WS-TRAILER-DIFFERS.
   IF WS-CUR-TRAILER (1:35) NOT = WS-PRI-TRAILER (1:35)
       MOVE "Y" TO WS-TRAILER-DIFFERS
   END-IF.
   IF WS-PRI-TRAILER (36:65) NOT = SPACES
       AND WS-CUR-TRAILER (36:65) NOT = WS-PRI-TRAILER (36:65)
       MOVE "Y" TO WS-TRAILER-DIFFERS
   END-IF.
   IF WS-TRAILER-DIFFERS = "Y"
       ADD 1 TO WS-HDRTRL-DIFF-COUNT
       MOVE "TRAILER DIFFERS:" TO WS-DIFF-TAG2
       MOVE WS-CUR-TRAILER TO WS-IMAGE-CUR
MATCH-MERGE-DETAILS.
*>   Classic two-file match on the sorted requester/N/I key: equal
*>   keys compare values, a key only in the current file is NEW, a
*>   key only in the prior file is MISSING. An XDT segment compares
*>   all 50 of its digits, not just the columns a DET value occupies.
*>   HIGH-VALUES stands in for the key of an exhausted file so the
*>   other side drains.
   EVALUATE TRUE
       WHEN WS-CUR-EOF = "N" AND WS-PRI-EOF = "N"
           AND CUR-MATCH-KEY = PRI-MATCH-KEY
           ADD 1 TO WS-MATCHED-COUNT
           IF CUR-FIB NOT = PRI-FIB
               OR (CUR-TYPE = "XDT" AND CURX-DIGITS NOT = PRIX-DIGITS)
               ADD 1 TO WS-VALUE-DIFF-COUNT
               MOVE "VALUE DIFFERS:  " TO WS-DIFF-TAG
               MOVE CUR-MATCH-KEY TO WS-DIFF-KEY
   MOVE WS-PRI-DET-COUNT TO WS-TOT-COUNT.
   MOVE WS-COMPARE-TOTAL-LINE TO COMPARE-REPORT-LINE.
   WRITE COMPARE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "CURRENT XDT RECORDS" TO WS-TOT-LABEL.
   MOVE WS-CUR-XDT-COUNT TO WS-TOT-COUNT.
   MOVE WS-COMPARE-TOTAL-LINE TO COMPARE-REPORT-LINE.
   WRITE COMPARE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "PRIOR XDT RECORDS" TO WS-TOT-LABEL.
   MOVE WS-PRI-XDT-COUNT TO WS-TOT-COUNT.
   MOVE WS-COMPARE-TOTAL-LINE TO COMPARE-REPORT-LINE.
   WRITE COMPARE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "KEYS MATCHED" TO WS-TOT-LABEL.
   MOVE WS-MATCHED-COUNT TO WS-TOT-COUNT.
   MOVE WS-COMPARE-TOTAL-LINE TO COMPARE-REPORT-LINE.
