IDENTIFICATION DIVISION.
PROGRAM-ID. FibReportBurst.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO "FIBOUT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT REQUESTER-FILE ASSIGN TO "FIBRQSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQST-REQUESTER-ID
        FILE STATUS IS WS-RQSTR-STATUS.
    SELECT BURST-SORT-FILE ASSIGN TO "FIBBRST.WRK".
    SELECT DELIVERY-FILE ASSIGN TO WS-DELIVERY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DELIVERY-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO "FIBDMAN.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  REPORT-IN-LINE             PIC X(200).
FD  REQUESTER-FILE
    LABEL RECORDS ARE STANDARD.
01  REQUESTER-RECORD.
    05  RQST-REQUESTER-ID        PIC X(10).
    05  RQST-DEPARTMENT          PIC X(20).
    05  RQST-DEFAULT-F1          PIC 9(21)V9(1).
    05  RQST-DEFAULT-F2          PIC 9(21)V9(1).
    05  RQST-DEFAULT-F3          PIC 9(21)V9(1).
    05  RQST-MAX-N               PIC 9(5).
    05  RQST-ACTIVE-FLAG         PIC X(1).
    05  RQST-DEFAULT-CLASS       PIC X(1).
SD  BURST-SORT-FILE.
01  BURST-SORT-RECORD.
    05  BSRT-OWNER               PIC X(10).
    05  BSRT-SEQ                 PIC 9(7).
    05  BSRT-PAGE-START          PIC X(1).
    05  BSRT-TEXT                PIC X(95).
FD  DELIVERY-FILE
    LABEL RECORDS ARE STANDARD.
01  DELIVERY-LINE              PIC X(95).
FD  MANIFEST-FILE
    LABEL RECORDS ARE STANDARD.
01  MANIFEST-LINE              PIC X(132).
WORKING-STORAGE SECTION.
01  WS-REPORT-STATUS     PIC XX.
01  WS-RQSTR-STATUS      PIC XX.
01  WS-DELIVERY-STATUS   PIC XX.
01  WS-RQSTR-AVAILABLE   PIC X(1) VALUE "N".
01  WS-REPORT-EOF        PIC X(1) VALUE "N".
01  WS-SORT-EOF          PIC X(1) VALUE "N".
01  WS-DELIVERY-OPEN     PIC X(1) VALUE "N".
01  WS-DELIVERY-NAME     PIC X(30).

01  WS-FORM-FEED         PIC X(1) VALUE X"0C".
01  WS-REST              PIC X(200).
01  WS-SHIFT             PIC X(200).
01  WS-FF-BEFORE         PIC 9(3).
01  WS-FF-NEXT           PIC 9(3).
01  WS-SPLIT-DONE        PIC X(1).
01  WS-PIECE             PIC X(95).
01  WS-NEXT-PAGE-START   PIC X(1) VALUE "Y".
01  WS-PIECE-PAGE-START  PIC X(1).

01  WS-OPS-OWNER         PIC X(10) VALUE HIGH-VALUES.
01  WS-PAGE-OWNER        PIC X(10).
01  WS-OWNER-KNOWN       PIC X(1) VALUE "N".
01  WS-LINE-SEQ          PIC 9(7) VALUE 0.
01  WS-HOLD-MAX          PIC 9(2) VALUE 8.
01  WS-HOLD-COUNT        PIC 9(2) VALUE 0.
01  WS-HOLD-TABLE.
    05  WS-HOLD-ENTRY        OCCURS 8 TIMES.
        10  WS-HOLD-PAGE-START   PIC X(1).
        10  WS-HOLD-TEXT         PIC X(95).
01  WS-HOLD-IX           PIC 9(2).

01  WS-CUR-OWNER         PIC X(10).
01  WS-CUR-DEPARTMENT    PIC X(20).
01  WS-CUR-PAGES         PIC 9(5).
01  WS-CUR-LINES         PIC 9(7).
01  WS-OWNER-LEN         PIC 9(2).
01  WS-OWNER-NAME        PIC X(10).
01  WS-UNASSIGNED-DEPT   PIC X(20) VALUE "*UNASSIGNED*".
01  WS-NOT-ON-MASTER     PIC X(20) VALUE "*NOT ON MASTER*".

01  WS-LINES-READ        PIC 9(7) VALUE 0.
01  WS-PAGES-READ        PIC 9(5) VALUE 0.
01  WS-LINES-DELIVERED   PIC 9(7) VALUE 0.
01  WS-PAGES-DELIVERED   PIC 9(5) VALUE 0.
01  WS-FILES-PRODUCED    PIC 9(5) VALUE 0.
01  WS-REQUESTER-FILES   PIC 9(5) VALUE 0.
01  WS-BANNER-PAGES      PIC 9(5) VALUE 0.
01  WS-OPS-PAGES         PIC 9(5) VALUE 0.

01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).

01  WS-BANNER-RULE       PIC X(72) VALUE ALL "*".
01  WS-BANNER-TITLE.
    05  FILLER               PIC X(4) VALUE "*   ".
    05  FILLER               PIC X(44)
        VALUE "FIBONACCI SEQUENCE REPORT - DELIVERY COPY   ".
    05  FILLER               PIC X(6) VALUE "DATE: ".
    05  WS-BAN-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-BAN-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-BAN-YY            PIC 99.
01  WS-BANNER-LINE.
    05  FILLER               PIC X(4) VALUE "*   ".
    05  WS-BAN-LABEL         PIC X(20).
    05  WS-BAN-VALUE         PIC X(30).

01  WS-MANIFEST-HEADER.
    05  FILLER               PIC X(34)
        VALUE "REPORT DISTRIBUTION MANIFEST      ".
    05  FILLER               PIC X(7) VALUE " DATE: ".
    05  WS-HDR-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-YY            PIC 99.
01  WS-MANIFEST-COLUMNS.
    05  FILLER               PIC X(22) VALUE "DELIVERY FILE".
    05  FILLER               PIC X(12) VALUE "DELIVER TO".
    05  FILLER               PIC X(22) VALUE "DEPARTMENT".
    05  FILLER               PIC X(8) VALUE "  PAGES".
    05  FILLER               PIC X(10) VALUE "     LINES".
01  WS-MANIFEST-DETAIL.
    05  WS-MAN-FILE          PIC X(20).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MAN-OWNER         PIC X(10).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MAN-DEPARTMENT    PIC X(20).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MAN-PAGES         PIC ZZZZZ9.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-MAN-LINES         PIC ZZZZZZZ9.
01  WS-MANIFEST-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZ9.
01  WS-BALANCE-LINE      PIC X(60).

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   Post-batch distribution step: bursts FIBOUT.PRT into one
*>   delivery file per requester, so operations stops hand-cutting
*>   the print and mailing the pieces. Every page of the report
*>   belongs to whoever its page header names - PRINT-REPORT-HEADER
*>   in the batch puts the requester on every page it starts, first
*>   page of a sequence or overflow - and a requester's pages can be
*>   anywhere in the print since the batch runs in priority order,
*>   so each line is tagged with its page's owner and sorted on
*>   owner, print order kept within an owner by a line sequence
*>   number. The delivery files are written from the sorted lines:
*>   FIBD-<requester>.PRT for each requester, behind a banner page
*>   naming the requester and their department from FIBRQSTR.DAT,
*>   and FIBDOPS.PRT for operations holding the operations summary
*>   and exceptions pages, which go to no requester. The manifest
*>   FIBDMAN.PRT lists every file, who it goes to and its page and
*>   line counts, and proves the burst whole: every line and page
*>   read from FIBOUT.PRT delivered exactly once (RC 8 if not).
   ACCEPT WS-CURRENT-DATE FROM DATE.
   OPEN INPUT REPORT-FILE.
   IF WS-REPORT-STATUS NOT = "00"
       DISPLAY "FIBREPORTBURST: FIBOUT.PRT NOT AVAILABLE - STATUS "
           WS-REPORT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   CLOSE REPORT-FILE.
   OPEN INPUT REQUESTER-FILE.
   IF WS-RQSTR-STATUS = "00"
       MOVE "Y" TO WS-RQSTR-AVAILABLE
   ELSE
       DISPLAY "FIBREPORTBURST: REQUESTER MASTER NOT AVAILABLE - "
           "BANNERS SHOW NO DEPARTMENT"
   END-IF.
   OPEN OUTPUT MANIFEST-FILE.
   PERFORM PRINT-MANIFEST-HEADER.
   SORT BURST-SORT-FILE
       ON ASCENDING KEY BSRT-OWNER
       ON ASCENDING KEY BSRT-SEQ
       INPUT PROCEDURE IS RELEASE-REPORT-LINES
       OUTPUT PROCEDURE IS WRITE-DELIVERY-FILES.
   PERFORM PRINT-MANIFEST-TOTALS.
   CLOSE MANIFEST-FILE.
   IF WS-RQSTR-AVAILABLE = "Y"
       CLOSE REQUESTER-FILE
   END-IF.
   STOP RUN.

RELEASE-REPORT-LINES.
*>   Sort feed: FIBOUT.PRT read back a record at a time. A page
*>   eject comes back as a form-feed character inside the record it
*>   interrupts - the tail of the last line on one page, then the
*>   first line of the next - so SPLIT-REPORT-RECORD cuts each
*>   record at its form feeds and hands the pieces on as print
*>   lines, the line after a form feed starting a page.
   OPEN INPUT REPORT-FILE.
   PERFORM UNTIL WS-REPORT-EOF = "Y"
       READ REPORT-FILE
           AT END
               MOVE "Y" TO WS-REPORT-EOF
           NOT AT END
               PERFORM SPLIT-REPORT-RECORD
       END-READ
   END-PERFORM.
   CLOSE REPORT-FILE.
   IF WS-OWNER-KNOWN = "N"
       MOVE WS-OPS-OWNER TO WS-PAGE-OWNER
       PERFORM RELEASE-HELD-LINES
   END-IF.

SPLIT-REPORT-RECORD.
*>   Cuts one record at each form feed it holds. The text before a
*>   form feed is a line of the current page (nothing, when the
*>   form feed leads the record); the text after it is the first
*>   line of a new page, and may itself hold a further form feed.
   MOVE REPORT-IN-LINE TO WS-REST.
   MOVE "N" TO WS-SPLIT-DONE.
   PERFORM UNTIL WS-SPLIT-DONE = "Y"
       MOVE 0 TO WS-FF-BEFORE
       INSPECT WS-REST TALLYING WS-FF-BEFORE
           FOR CHARACTERS BEFORE INITIAL WS-FORM-FEED
       IF WS-FF-BEFORE = 200
           MOVE WS-REST TO WS-PIECE
           PERFORM TAKE-REPORT-LINE
           MOVE "Y" TO WS-SPLIT-DONE
       ELSE
           IF WS-FF-BEFORE > 0
               MOVE WS-REST (1:WS-FF-BEFORE) TO WS-PIECE
               PERFORM TAKE-REPORT-LINE
           END-IF
           MOVE "Y" TO WS-NEXT-PAGE-START
           COMPUTE WS-FF-NEXT = WS-FF-BEFORE + 2
           MOVE SPACES TO WS-SHIFT
           IF WS-FF-NEXT NOT > 200
               MOVE WS-REST (WS-FF-NEXT:) TO WS-SHIFT
           END-IF
           MOVE WS-SHIFT TO WS-REST
       END-IF
   END-PERFORM.

TAKE-REPORT-LINE.
*>   One print line. A line that starts a page first settles the
*>   page before it - any lines still held for want of an owner go
*>   to operations - and the new page's owner is then found from
*>   its own header: the REQUESTER line of a sequence page names a
*>   requester, the operations summary and exceptions headers name
*>   operations. Lines are held until the owner is known (the
*>   REQUESTER line is the third line of a page); a page that shows
*>   no owner within WS-HOLD-MAX lines is not a sequence page, and
*>   goes to operations.
   MOVE WS-NEXT-PAGE-START TO WS-PIECE-PAGE-START.
   MOVE "N" TO WS-NEXT-PAGE-START.
   ADD 1 TO WS-LINES-READ.
   IF WS-PIECE-PAGE-START = "Y"
       ADD 1 TO WS-PAGES-READ
       IF WS-OWNER-KNOWN = "N" AND WS-HOLD-COUNT > 0
           MOVE WS-OPS-OWNER TO WS-PAGE-OWNER
           PERFORM RELEASE-HELD-LINES
       END-IF
       MOVE "N" TO WS-OWNER-KNOWN
   END-IF.
   IF WS-OWNER-KNOWN = "Y"
       PERFORM RELEASE-ONE-LINE
   ELSE
       ADD 1 TO WS-HOLD-COUNT
       MOVE WS-PIECE-PAGE-START TO WS-HOLD-PAGE-START (WS-HOLD-COUNT)
       MOVE WS-PIECE TO WS-HOLD-TEXT (WS-HOLD-COUNT)
       EVALUATE TRUE
           WHEN WS-PIECE (1:11) = "REQUESTER: "
               MOVE WS-PIECE (13:10) TO WS-PAGE-OWNER
               PERFORM RELEASE-HELD-LINES
           WHEN WS-PIECE (1:18) = "OPERATIONS SUMMARY"
           WHEN WS-PIECE (1:17) = "EXCEPTIONS REPORT"
               MOVE WS-OPS-OWNER TO WS-PAGE-OWNER
               PERFORM RELEASE-HELD-LINES
           WHEN WS-HOLD-COUNT NOT < WS-HOLD-MAX
               MOVE WS-OPS-OWNER TO WS-PAGE-OWNER
               PERFORM RELEASE-HELD-LINES
       END-EVALUATE
   END-IF.

RELEASE-HELD-LINES.
*>   The page's owner is settled: the held lines go to the sort
*>   under it, and the rest of the page follows them directly.
   PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
       UNTIL WS-HOLD-IX > WS-HOLD-COUNT
       MOVE WS-HOLD-PAGE-START (WS-HOLD-IX) TO WS-PIECE-PAGE-START
       MOVE WS-HOLD-TEXT (WS-HOLD-IX) TO WS-PIECE
       PERFORM RELEASE-ONE-LINE
   END-PERFORM.
   MOVE 0 TO WS-HOLD-COUNT.
   MOVE "Y" TO WS-OWNER-KNOWN.

RELEASE-ONE-LINE.
*>   One print line to the sort under its page's owner, numbered in
*>   print order.
   ADD 1 TO WS-LINE-SEQ.
   MOVE WS-PAGE-OWNER TO BSRT-OWNER.
   MOVE WS-LINE-SEQ TO BSRT-SEQ.
   MOVE WS-PIECE-PAGE-START TO BSRT-PAGE-START.
   MOVE WS-PIECE TO BSRT-TEXT.
   RELEASE BURST-SORT-RECORD.

WRITE-DELIVERY-FILES.
*>   Sorted lines out to the delivery files, one file per owner:
*>   an owner break closes the last file (its manifest line goes
*>   out then, when its counts are final) and opens the next behind
*>   its banner page. Operations sorts last, on HIGH-VALUES.
   MOVE SPACES TO WS-CUR-OWNER.
   PERFORM UNTIL WS-SORT-EOF = "Y"
       RETURN BURST-SORT-FILE
           AT END
               MOVE "Y" TO WS-SORT-EOF
           NOT AT END
               IF WS-DELIVERY-OPEN = "N"
                   OR BSRT-OWNER NOT = WS-CUR-OWNER
                   PERFORM CLOSE-DELIVERY-FILE
                   PERFORM OPEN-DELIVERY-FILE
               END-IF
               PERFORM WRITE-DELIVERY-LINE
       END-RETURN
   END-PERFORM.
   PERFORM CLOSE-DELIVERY-FILE.

OPEN-DELIVERY-FILE.
*>   Names and opens the next owner's file and writes its banner. A
*>   requester ID is used in the file name up to its last
*>   non-blank, with any embedded blank made an underscore, so two
*>   IDs can never share a file. A file that cannot be opened stops
*>   the burst - a requester silently missing their output is the
*>   failure this step exists to prevent.
   MOVE BSRT-OWNER TO WS-CUR-OWNER.
   MOVE 0 TO WS-CUR-PAGES.
   MOVE 0 TO WS-CUR-LINES.
   MOVE SPACES TO WS-DELIVERY-NAME.
   IF WS-CUR-OWNER = WS-OPS-OWNER
       MOVE "FIBDOPS.PRT" TO WS-DELIVERY-NAME
       MOVE "OPERATIONS" TO WS-CUR-DEPARTMENT
   ELSE
       MOVE WS-CUR-OWNER TO WS-OWNER-NAME
       MOVE 10 TO WS-OWNER-LEN
       PERFORM UNTIL WS-OWNER-LEN = 1
           OR WS-OWNER-NAME (WS-OWNER-LEN:1) NOT = SPACE
           SUBTRACT 1 FROM WS-OWNER-LEN
       END-PERFORM
       INSPECT WS-OWNER-NAME (1:WS-OWNER-LEN)
           REPLACING ALL SPACE BY "_"
       STRING "FIBD-" DELIMITED BY SIZE
              WS-OWNER-NAME (1:WS-OWNER-LEN) DELIMITED BY SIZE
              ".PRT" DELIMITED BY SIZE
           INTO WS-DELIVERY-NAME
       END-STRING
       PERFORM LOOKUP-DEPARTMENT
       ADD 1 TO WS-REQUESTER-FILES
   END-IF.
   OPEN OUTPUT DELIVERY-FILE.
   IF WS-DELIVERY-STATUS NOT = "00"
       DISPLAY "FIBREPORTBURST: " WS-DELIVERY-NAME
           " CANNOT BE OPENED - STATUS " WS-DELIVERY-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "Y" TO WS-DELIVERY-OPEN.
   ADD 1 TO WS-FILES-PRODUCED.
   PERFORM WRITE-BANNER-PAGE.

LOOKUP-DEPARTMENT.
*>   The requester's department from the master for the banner and
*>   the manifest - the same lookup FibChargeback bills by.
   IF WS-RQSTR-AVAILABLE = "N"
       MOVE WS-UNASSIGNED-DEPT TO WS-CUR-DEPARTMENT
   ELSE
       MOVE WS-CUR-OWNER TO RQST-REQUESTER-ID
       READ REQUESTER-FILE
           INVALID KEY
               MOVE WS-NOT-ON-MASTER TO WS-CUR-DEPARTMENT
           NOT INVALID KEY
               IF RQST-DEPARTMENT = SPACES
                   MOVE WS-UNASSIGNED-DEPT TO WS-CUR-DEPARTMENT
               ELSE
                   MOVE RQST-DEPARTMENT TO WS-CUR-DEPARTMENT
               END-IF
       END-READ
   END-IF.

WRITE-BANNER-PAGE.
*>   Banner page at the front of every delivery file, boxed so it
*>   stands out from the report behind it: who the copy is for,
*>   their department and the run date. Banner lines are not report
*>   lines and are counted apart from them on the manifest.
   MOVE WS-CD-MM TO WS-BAN-MM.
   MOVE WS-CD-DD TO WS-BAN-DD.
   MOVE WS-CD-YY TO WS-BAN-YY.
   MOVE WS-BANNER-RULE TO DELIVERY-LINE.
   WRITE DELIVERY-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-BANNER-TITLE TO DELIVERY-LINE.
   WRITE DELIVERY-LINE AFTER ADVANCING 2 LINES.
   IF WS-CUR-OWNER = WS-OPS-OWNER
       MOVE "DELIVER TO:" TO WS-BAN-LABEL
       MOVE "OPERATIONS" TO WS-BAN-VALUE
       MOVE WS-BANNER-LINE TO DELIVERY-LINE
       WRITE DELIVERY-LINE AFTER ADVANCING 2 LINES
       MOVE "CONTENTS:" TO WS-BAN-LABEL
       MOVE "SUMMARY AND EXCEPTIONS PAGES" TO WS-BAN-VALUE
       MOVE WS-BANNER-LINE TO DELIVERY-LINE
       WRITE DELIVERY-LINE AFTER ADVANCING 1 LINE
   ELSE
       MOVE "DELIVER TO:" TO WS-BAN-LABEL
       MOVE WS-CUR-OWNER TO WS-BAN-VALUE
       MOVE WS-BANNER-LINE TO DELIVERY-LINE
       WRITE DELIVERY-LINE AFTER ADVANCING 2 LINES
       MOVE "DEPARTMENT:" TO WS-BAN-LABEL
       MOVE WS-CUR-DEPARTMENT TO WS-BAN-VALUE
       MOVE WS-BANNER-LINE TO DELIVERY-LINE
       WRITE DELIVERY-LINE AFTER ADVANCING 1 LINE
   END-IF.
   MOVE WS-BANNER-RULE TO DELIVERY-LINE.
   WRITE DELIVERY-LINE AFTER ADVANCING 2 LINES.
   ADD 1 TO WS-BANNER-PAGES.

WRITE-DELIVERY-LINE.
*>   One report line into the current file, on a new page where it
*>   started one in FIBOUT.PRT, so each delivered page is the page
*>   as printed.
   MOVE BSRT-TEXT TO DELIVERY-LINE.
   IF BSRT-PAGE-START = "Y"
       WRITE DELIVERY-LINE AFTER ADVANCING PAGE
       ADD 1 TO WS-CUR-PAGES
   ELSE
       WRITE DELIVERY-LINE AFTER ADVANCING 1 LINE
   END-IF.
   ADD 1 TO WS-CUR-LINES.

CLOSE-DELIVERY-FILE.
*>   Closes the current file and lists it on the manifest with its
*>   final counts; nothing to do before the first file opens.
   IF WS-DELIVERY-OPEN = "Y"
       CLOSE DELIVERY-FILE
       MOVE "N" TO WS-DELIVERY-OPEN
       MOVE WS-DELIVERY-NAME TO WS-MAN-FILE
       IF WS-CUR-OWNER = WS-OPS-OWNER
           MOVE "OPERATIONS" TO WS-MAN-OWNER
           MOVE SPACES TO WS-MAN-DEPARTMENT
           MOVE WS-CUR-PAGES TO WS-OPS-PAGES
       ELSE
           MOVE WS-CUR-OWNER TO WS-MAN-OWNER
           MOVE WS-CUR-DEPARTMENT TO WS-MAN-DEPARTMENT
       END-IF
       MOVE WS-CUR-PAGES TO WS-MAN-PAGES
       MOVE WS-CUR-LINES TO WS-MAN-LINES
       MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
       WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE
       ADD WS-CUR-PAGES TO WS-PAGES-DELIVERED
       ADD WS-CUR-LINES TO WS-LINES-DELIVERED
   END-IF.

PRINT-MANIFEST-HEADER.
*>   Dated header and column captions for the file list.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-MANIFEST-HEADER TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-MANIFEST-COLUMNS TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 2 LINES.

PRINT-MANIFEST-TOTALS.
*>   The proof block: lines and pages read from FIBOUT.PRT must
*>   equal lines and pages delivered across all files, banners
*>   excluded, so every line went to exactly one recipient. Out of
*>   balance is RC 8 - the files should not be sent until someone
*>   has looked.
   MOVE "REPORT LINES READ" TO WS-TOT-LABEL.
   MOVE WS-LINES-READ TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 2 LINES.
   MOVE "REPORT LINES DELIVERED" TO WS-TOT-LABEL.
   MOVE WS-LINES-DELIVERED TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE "REPORT PAGES READ" TO WS-TOT-LABEL.
   MOVE WS-PAGES-READ TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE "REPORT PAGES DELIVERED" TO WS-TOT-LABEL.
   MOVE WS-PAGES-DELIVERED TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE "  OPERATIONS PAGES" TO WS-TOT-LABEL.
   MOVE WS-OPS-PAGES TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE "DELIVERY FILES PRODUCED" TO WS-TOT-LABEL.
   MOVE WS-FILES-PRODUCED TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE "  REQUESTER FILES" TO WS-TOT-LABEL.
   MOVE WS-REQUESTER-FILES TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   MOVE "BANNER PAGES" TO WS-TOT-LABEL.
   MOVE WS-BANNER-PAGES TO WS-TOT-COUNT.
   MOVE WS-MANIFEST-TOTAL-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 1 LINE.
   IF WS-LINES-READ = WS-LINES-DELIVERED
       AND WS-PAGES-READ = WS-PAGES-DELIVERED
       MOVE "BURST IN BALANCE" TO WS-BALANCE-LINE
   ELSE
       MOVE "BURST OUT OF BALANCE - DO NOT DISTRIBUTE"
           TO WS-BALANCE-LINE
       MOVE 8 TO RETURN-CODE
   END-IF.
   MOVE WS-BALANCE-LINE TO MANIFEST-LINE.
   WRITE MANIFEST-LINE AFTER ADVANCING 2 LINES.
