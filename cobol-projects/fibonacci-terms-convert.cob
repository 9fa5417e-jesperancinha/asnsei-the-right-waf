IDENTIFICATION DIVISION.
PROGRAM-ID. FibTermsConvert.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-TERMS-FILE ASSIGN TO "FIBTOLD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLDT-KEY
        FILE STATUS IS WS-OLDT-STATUS.
    SELECT TERMS-FILE ASSIGN TO "FIBTERMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT USAGE-FILE ASSIGN TO "FIBLUSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LUSE-KEY
        ALTERNATE RECORD KEY IS LUSE-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-LUSE-STATUS.
    SELECT CONVERT-SORT-FILE ASSIGN TO "FIBTCNV.WRK".
    SELECT CONVERT-REPORT-FILE ASSIGN TO "FIBTCONV.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  OLD-TERMS-FILE
    LABEL RECORDS ARE STANDARD
    RECORD IS VARYING IN SIZE FROM 104 TO 1087 CHARACTERS
        DEPENDING ON WS-OLDT-REC-LEN.
01  OLD-TERM-RECORD.
    05  OLDT-KEY.
        10  OLDT-REQUESTER-ID    PIC X(10).
        10  OLDT-SEED-F1         PIC 9(21)V9(1).
        10  OLDT-SEED-F2         PIC 9(21)V9(1).
        10  OLDT-SEED-F3         PIC 9(21)V9(1).
        10  OLDT-MODE            PIC 9(1).
        10  OLDT-I               PIC 9(5).
    05  OLDT-FIB                 PIC 9(21)V9(1).
01  OLD-TERM-EXT-RECORD.
    05  FILLER                   PIC X(82).
    05  OLDT-VALUE-IMAGE         PIC X(1005).
FD  TERMS-FILE
    LABEL RECORDS ARE STANDARD
    RECORD IS VARYING IN SIZE FROM 94 TO 1077 CHARACTERS
        DEPENDING ON WS-TERMS-REC-LEN.
01  TERM-RECORD.
    05  TERM-KEY.
        10  TERM-SEED-F1         PIC 9(21)V9(1).
        10  TERM-SEED-F2         PIC 9(21)V9(1).
        10  TERM-SEED-F3         PIC 9(21)V9(1).
        10  TERM-MODE            PIC 9(1).
        10  TERM-I               PIC 9(5).
    05  TERM-FIB                 PIC 9(21)V9(1).
01  TERM-EXT-RECORD.
    05  FILLER                   PIC X(72).
    05  TERM-VALUE-IMAGE         PIC X(1005).
FD  USAGE-FILE
    LABEL RECORDS ARE STANDARD.
01  LUSE-RECORD.
    05  LUSE-KEY.
        10  LUSE-SEED-F1         PIC 9(21)V9(1).
        10  LUSE-SEED-F2         PIC 9(21)V9(1).
        10  LUSE-SEED-F3         PIC 9(21)V9(1).
        10  LUSE-MODE            PIC 9(1).
        10  LUSE-REQUESTER-ID    PIC X(10).
    05  LUSE-FIRST-USED          PIC 9(8).
    05  LUSE-LAST-USED           PIC 9(8).
    05  LUSE-HIGH-N              PIC 9(5).
    05  LUSE-REQUEST-COUNT       PIC 9(7).
SD  CONVERT-SORT-FILE.
01  CONVERT-SORT-RECORD.
    05  SRTC-SEED-F1             PIC 9(21)V9(1).
    05  SRTC-SEED-F2             PIC 9(21)V9(1).
    05  SRTC-SEED-F3             PIC 9(21)V9(1).
    05  SRTC-MODE                PIC 9(1).
    05  SRTC-I                   PIC 9(5).
    05  SRTC-REQUESTER-ID        PIC X(10).
    05  SRTC-OLD-LENGTH          PIC 9(4).
    05  SRTC-VALUE-IMAGE         PIC X(1005).
    05  SRTC-SHORT-VIEW REDEFINES SRTC-VALUE-IMAGE.
        10  SRTC-FIB             PIC 9(21)V9(1).
        10  FILLER               PIC X(983).
    05  SRTC-EXT-VIEW REDEFINES SRTC-VALUE-IMAGE.
        10  SRTC-FORMAT          PIC X(1).
        10  SRTC-DIGITS          PIC 9(4).
        10  FILLER               PIC X(1000).
FD  CONVERT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  CONVERT-REPORT-LINE        PIC X(160).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
WORKING-STORAGE SECTION.
01  WS-OLDT-STATUS       PIC XX.
01  WS-TERMS-STATUS      PIC XX.
01  WS-LUSE-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibTermsConvert".
    05  JRNL-DATE            PIC 9(8).
    05  JRNL-TIME            PIC 9(8).
    05  JRNL-FILE            PIC X(8).
    05  JRNL-ACTION          PIC X(1).
    05  JRNL-KEY             PIC X(80).
    05  JRNL-BEFORE-LEN      PIC 9(4).
    05  JRNL-AFTER-LEN       PIC 9(4).
    05  JRNL-BEFORE-IMAGE    PIC X(1077).
    05  JRNL-AFTER-IMAGE     PIC X(1077).
01  WS-OLDT-REC-LEN      PIC 9(4).
01  WS-TERMS-REC-LEN     PIC 9(4).
01  WS-OLDT-EOF          PIC X(1) VALUE "N".
01  WS-SORT-EOF          PIC X(1) VALUE "N".
01  WS-IMAGE-LEN         PIC 9(4).
01  WS-USAGE-REC-LEN     PIC 9(4) VALUE 105.

01  WS-FIRST-LINEAGE     PIC X(1) VALUE "Y".
01  WS-PREV-LINEAGE.
    05  WS-PREV-F1           PIC 9(21)V9(1).
    05  WS-PREV-F2           PIC 9(21)V9(1).
    05  WS-PREV-F3           PIC 9(21)V9(1).
    05  WS-PREV-MODE         PIC 9(1).
01  WS-PREV-I            PIC 9(5).
01  WS-PREV-REQUESTER    PIC X(10).
01  WS-PREV-LENGTH       PIC 9(4).
01  WS-PREV-IMAGE        PIC X(1005).
01  WS-PREV-SHORT-VIEW REDEFINES WS-PREV-IMAGE.
    05  WS-PREV-FIB          PIC 9(21)V9(1).
    05  FILLER               PIC X(983).
01  WS-PREV-EXT-VIEW REDEFINES WS-PREV-IMAGE.
    05  WS-PREV-FORMAT       PIC X(1).
    05  WS-PREV-DIGITS       PIC 9(4).
    05  FILLER               PIC X(1000).

01  WS-LIN-OLD-RECS      PIC 9(7).
01  WS-LIN-OLD-BYTES     PIC 9(11).
01  WS-LIN-NEW-RECS      PIC 9(7).
01  WS-LIN-NEW-BYTES     PIC 9(11).
01  WS-LIN-USERS         PIC 9(5).

01  WS-TOTAL-OLD-RECS    PIC 9(7) VALUE 0.
01  WS-TOTAL-OLD-BYTES   PIC 9(11) VALUE 0.
01  WS-TOTAL-WRITTEN     PIC 9(7) VALUE 0.
01  WS-TOTAL-NEW-BYTES   PIC 9(11) VALUE 0.
01  WS-TOTAL-MERGED      PIC 9(7) VALUE 0.
01  WS-TOTAL-DISAGREE    PIC 9(7) VALUE 0.
01  WS-TOTAL-USAGE       PIC 9(7) VALUE 0.
01  WS-TOTAL-USAGE-BYTES PIC 9(11) VALUE 0.
01  WS-TOTAL-LINEAGES    PIC 9(7) VALUE 0.
01  WS-TOTAL-AFTER-BYTES PIC 9(11).
01  WS-BYTES-SAVED       PIC S9(11).

01  WS-FULL-DATE         PIC 9(8).
01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).

01  WS-CONVERT-HEADER-1.
    05  FILLER               PIC X(34)
        VALUE "FIBTERMS LINEAGE CONVERSION REPORT".
    05  FILLER               PIC X(8) VALUE " DATE: ".
    05  WS-HDR-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-YY            PIC 99.
01  WS-CONVERT-HEADER-2.
    05  FILLER               PIC X(94) VALUE
        "LINEAGE (F1 / F2 / F3 / MODE)".
    05  FILLER               PIC X(52) VALUE
        "OLD RECS   OLD BYTES  NEW RECS   NEW BYTES USERS".
01  WS-LINEAGE-LINE.
    05  WS-LIN-F1            PIC Z(20)9.9.
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-LIN-F2            PIC Z(20)9.9.
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-LIN-F3            PIC Z(20)9.9.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-LIN-MODE          PIC 9(1).
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-LIN-OLD-RECS-ED   PIC ZZZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-LIN-OLD-BYTES-ED  PIC ZZZZZZZZZZ9.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-LIN-NEW-RECS-ED   PIC ZZZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-LIN-NEW-BYTES-ED  PIC ZZZZZZZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-LIN-USERS-ED      PIC ZZZZ9.
01  WS-DISAGREE-LINE.
    05  FILLER               PIC X(14) VALUE "  ** DISAGREE ".
    05  FILLER               PIC X(2) VALUE "I=".
    05  WS-DIS-I             PIC ZZZZ9.
    05  FILLER               PIC X(7) VALUE "  KEPT ".
    05  WS-DIS-KEPT-REQ      PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-DIS-KEPT-VALUE    PIC X(28).
    05  FILLER               PIC X(11) VALUE "  DROPPED ".
    05  WS-DIS-DROP-REQ      PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACE.
    05  WS-DIS-DROP-VALUE    PIC X(28).
01  WS-FIB-VALUE.
    05  FILLER               PIC X(4) VALUE "FIB=".
    05  WS-VAL-FIB           PIC Z(20)9.9.
01  WS-XP-VALUE.
    05  FILLER               PIC X(18) VALUE "FIB=EXTENDED, DIG=".
    05  WS-VAL-XP-DIGITS     PIC ZZZ9.
01  WS-CONVERT-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZZZZZ9.
01  WS-CONVERT-SAVED-LINE.
    05  WS-SAV-LABEL         PIC X(40).
    05  WS-SAV-COUNT         PIC -ZZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   One-time conversion of the terms cache from per-requester keys
*>   to lineage keys. Before the cache was shared every requester
*>   held a private copy of every term they ran, so ten analysts on
*>   plain Fibonacci meant ten copies of F(1) through F(N); the
*>   batch, FibTermsMaint, FibTermsRestore and FibTermsInquiry now
*>   key FIBTERMS.DAT on seeds, mode and I alone and keep who uses
*>   which lineage on FIBLUSE.DAT. Operations renames the old file
*>   to FIBTOLD.DAT, and this program sorts its records into lineage
*>   and I order, keeps the first copy of each term, and checks
*>   every further copy against it - a copy that disagrees is
*>   flagged on the report, because two requesters holding
*>   different values for the same term means one of them was
*>   handed a wrong answer, and the merge must not pick silently.
*>   Each requester's holdings become one usage record per lineage.
*>   The report prints, lineage by lineage, the records and bytes
*>   before and after, then totals the space saved. The new file
*>   must be empty - a conversion is never run over a live shared
*>   cache - and the return code is 4 when any copy disagreed, so
*>   the scheduler holds the cut-over until someone has looked.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   OPEN INPUT OLD-TERMS-FILE.
   IF WS-OLDT-STATUS NOT = "00"
       DISPLAY "FIBTERMSCONVERT: FIBTOLD.DAT NOT AVAILABLE - "
           "STATUS " WS-OLDT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM OPEN-TERMS-FILE.
   PERFORM OPEN-USAGE-FILE.
   PERFORM OPEN-JOURNAL-FILE.
   OPEN OUTPUT CONVERT-REPORT-FILE.
   PERFORM PRINT-CONVERT-HEADER.
   SORT CONVERT-SORT-FILE
       ON ASCENDING KEY SRTC-SEED-F1 SRTC-SEED-F2 SRTC-SEED-F3
                        SRTC-MODE SRTC-I SRTC-REQUESTER-ID
       INPUT PROCEDURE IS RELEASE-OLD-TERMS
       OUTPUT PROCEDURE IS CONVERT-SORTED-TERMS.
   PERFORM PRINT-CONVERT-TOTALS.
   CLOSE OLD-TERMS-FILE.
   CLOSE TERMS-FILE.
   CLOSE USAGE-FILE.
   CLOSE JOURNAL-FILE.
   CLOSE CONVERT-REPORT-FILE.
   IF WS-TOTAL-DISAGREE > 0
       MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

OPEN-TERMS-FILE.
*>   The new terms file is created here if it does not exist, and a
*>   file that already holds a record stops the run before anything
*>   is written: converting into a live shared cache would mix
*>   converted terms with terms the batch has already written.
   OPEN I-O TERMS-FILE.
   IF WS-TERMS-STATUS = "35"
       OPEN OUTPUT TERMS-FILE
       CLOSE TERMS-FILE
       OPEN I-O TERMS-FILE
   END-IF.
   IF WS-TERMS-STATUS NOT = "00"
       DISPLAY "FIBTERMSCONVERT: FIBTERMS.DAT NOT AVAILABLE - "
           "STATUS " WS-TERMS-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE LOW-VALUES TO TERM-KEY.
   START TERMS-FILE KEY IS GREATER THAN TERM-KEY
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           DISPLAY "FIBTERMSCONVERT: FIBTERMS.DAT IS NOT EMPTY - "
               "CONVERSION REFUSED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-START.

OPEN-USAGE-FILE.
*>   The lineage usage file, created on first use. Records already
*>   on it are merged with, not refused - a usage record carries no
*>   term values that could disagree.
   OPEN I-O USAGE-FILE.
   IF WS-LUSE-STATUS = "35"
       OPEN OUTPUT USAGE-FILE
       CLOSE USAGE-FILE
       OPEN I-O USAGE-FILE
   END-IF.
   IF WS-LUSE-STATUS NOT = "00"
       DISPLAY "FIBTERMSCONVERT: FIBLUSE.DAT NOT AVAILABLE - "
           "STATUS " WS-LUSE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-JOURNAL-FILE.
*>   FIBJRNL.DAT is the one journal every program that updates
*>   FIBTERMS.DAT, FIBLUSE.DAT, FIBRQSTR.DAT or FIBSEQCT.DAT
*>   appends to, in the order the updates happen, so
*>   FibJrnlRecover can roll a backup forward through it. Opened
*>   EXTEND and created on first use; a journal that cannot be
*>   opened stops the run before any update is made, since an
*>   update missing from the journal would be lost to the next
*>   recovery without anyone knowing.
   OPEN EXTEND JOURNAL-FILE.
   IF WS-JRNL-STATUS = "35"
       OPEN OUTPUT JOURNAL-FILE
   END-IF.
   IF WS-JRNL-STATUS NOT = "00"
       DISPLAY "FIBTERMSCONVERT: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

RELEASE-OLD-TERMS.
*>   Sequential sweep of the old file releasing every record to the
*>   sort with the lineage and I out front and the requester after
*>   them, so all copies of one term arrive together. The value
*>   travels as the image from where the FIB starts - a short FIB,
*>   or the "X" marker, digit count and limbs of a long one - with
*>   the old record length alongside for the byte counts.
   PERFORM UNTIL WS-OLDT-EOF = "Y"
       READ OLD-TERMS-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-OLDT-EOF
           NOT AT END
               MOVE OLDT-SEED-F1 TO SRTC-SEED-F1
               MOVE OLDT-SEED-F2 TO SRTC-SEED-F2
               MOVE OLDT-SEED-F3 TO SRTC-SEED-F3
               MOVE OLDT-MODE TO SRTC-MODE
               MOVE OLDT-I TO SRTC-I
               MOVE OLDT-REQUESTER-ID TO SRTC-REQUESTER-ID
               MOVE WS-OLDT-REC-LEN TO SRTC-OLD-LENGTH
               MOVE SPACES TO SRTC-VALUE-IMAGE
               COMPUTE WS-IMAGE-LEN = WS-OLDT-REC-LEN - 82
               MOVE OLDT-VALUE-IMAGE (1:WS-IMAGE-LEN)
                   TO SRTC-VALUE-IMAGE (1:WS-IMAGE-LEN)
               RELEASE CONVERT-SORT-RECORD
       END-READ
   END-PERFORM.

CONVERT-SORTED-TERMS.
*>   Sorted records in lineage, I, requester order. A change of
*>   lineage prints the finished lineage's before/after line; each
*>   record then either starts a new term (written to the new file)
*>   or is a further copy of the term just written, compared
*>   against it. Every record - kept or not - is its requester's
*>   claim on the lineage.
   PERFORM UNTIL WS-SORT-EOF = "Y"
       RETURN CONVERT-SORT-FILE
           AT END
               MOVE "Y" TO WS-SORT-EOF
           NOT AT END
               PERFORM CONVERT-ONE-RECORD
       END-RETURN
   END-PERFORM.
   IF WS-FIRST-LINEAGE = "N"
       PERFORM PRINT-LINEAGE-LINE
   END-IF.

CONVERT-ONE-RECORD.
*>   Lineage break first, then the term: same lineage and I as the
*>   term just kept is a duplicate copy, anything else a new term.
   IF WS-FIRST-LINEAGE = "Y"
       PERFORM START-NEW-LINEAGE
   ELSE
       IF SRTC-SEED-F1 NOT = WS-PREV-F1
           OR SRTC-SEED-F2 NOT = WS-PREV-F2
           OR SRTC-SEED-F3 NOT = WS-PREV-F3
           OR SRTC-MODE NOT = WS-PREV-MODE
           PERFORM PRINT-LINEAGE-LINE
           PERFORM START-NEW-LINEAGE
       END-IF
   END-IF.
   ADD 1 TO WS-LIN-OLD-RECS.
   ADD SRTC-OLD-LENGTH TO WS-LIN-OLD-BYTES.
   ADD 1 TO WS-TOTAL-OLD-RECS.
   ADD SRTC-OLD-LENGTH TO WS-TOTAL-OLD-BYTES.
   IF WS-FIRST-LINEAGE = "N" AND SRTC-I = WS-PREV-I
       PERFORM COMPARE-DUPLICATE-COPY
   ELSE
       PERFORM WRITE-CONVERTED-TERM
   END-IF.
   MOVE "N" TO WS-FIRST-LINEAGE.
   PERFORM RECORD-CONVERTED-USAGE.

START-NEW-LINEAGE.
*>   Zeroes the per-lineage figures and remembers the new lineage.
*>   The remembered I is cleared so the lineage's first term is
*>   never mistaken for a copy of the last lineage's term.
   MOVE SRTC-SEED-F1 TO WS-PREV-F1.
   MOVE SRTC-SEED-F2 TO WS-PREV-F2.
   MOVE SRTC-SEED-F3 TO WS-PREV-F3.
   MOVE SRTC-MODE TO WS-PREV-MODE.
   MOVE 99999 TO WS-PREV-I.
   MOVE 0 TO WS-LIN-OLD-RECS.
   MOVE 0 TO WS-LIN-OLD-BYTES.
   MOVE 0 TO WS-LIN-NEW-RECS.
   MOVE 0 TO WS-LIN-NEW-BYTES.
   MOVE 0 TO WS-LIN-USERS.
   ADD 1 TO WS-TOTAL-LINEAGES.

WRITE-CONVERTED-TERM.
*>   The first copy of a term is the one kept: written under the
*>   lineage key at its short or long length (ten bytes shorter
*>   than the old record - the requester is no longer in the key),
*>   journaled, and remembered for the copies that follow it.
   MOVE SRTC-SEED-F1 TO TERM-SEED-F1.
   MOVE SRTC-SEED-F2 TO TERM-SEED-F2.
   MOVE SRTC-SEED-F3 TO TERM-SEED-F3.
   MOVE SRTC-MODE TO TERM-MODE.
   MOVE SRTC-I TO TERM-I.
   COMPUTE WS-IMAGE-LEN = SRTC-OLD-LENGTH - 82.
   MOVE SRTC-VALUE-IMAGE (1:WS-IMAGE-LEN)
       TO TERM-VALUE-IMAGE (1:WS-IMAGE-LEN).
   COMPUTE WS-TERMS-REC-LEN = SRTC-OLD-LENGTH - 10.
   WRITE TERM-RECORD
       INVALID KEY
           DISPLAY "FIBTERMSCONVERT: FIBTERMS.DAT WRITE FAILED - "
               "STATUS " WS-TERMS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-WRITE.
   MOVE "FIBTERMS" TO JRNL-FILE.
   MOVE "A" TO JRNL-ACTION.
   MOVE TERM-KEY TO JRNL-KEY.
   MOVE 0 TO JRNL-BEFORE-LEN.
   MOVE SPACES TO JRNL-BEFORE-IMAGE.
   MOVE WS-TERMS-REC-LEN TO JRNL-AFTER-LEN.
   MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN) TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-JOURNAL-RECORD.
   ADD 1 TO WS-LIN-NEW-RECS.
   ADD WS-TERMS-REC-LEN TO WS-LIN-NEW-BYTES.
   ADD 1 TO WS-TOTAL-WRITTEN.
   ADD WS-TERMS-REC-LEN TO WS-TOTAL-NEW-BYTES.
   MOVE SRTC-I TO WS-PREV-I.
   MOVE SRTC-REQUESTER-ID TO WS-PREV-REQUESTER.
   MOVE SRTC-OLD-LENGTH TO WS-PREV-LENGTH.
   MOVE SRTC-VALUE-IMAGE TO WS-PREV-IMAGE.

COMPARE-DUPLICATE-COPY.
*>   A further requester's copy of the term just kept. Same length
*>   and same value image is the expected case and merges away; any
*>   difference - a short value against a long one, or different
*>   digits - is flagged with both requesters and both values, and
*>   the first copy stays on the new file.
   IF SRTC-OLD-LENGTH = WS-PREV-LENGTH
       AND SRTC-VALUE-IMAGE = WS-PREV-IMAGE
       ADD 1 TO WS-TOTAL-MERGED
   ELSE
       ADD 1 TO WS-TOTAL-DISAGREE
       MOVE SRTC-I TO WS-DIS-I
       MOVE WS-PREV-REQUESTER TO WS-DIS-KEPT-REQ
       IF WS-PREV-FORMAT = "X"
           MOVE WS-PREV-DIGITS TO WS-VAL-XP-DIGITS
           MOVE WS-XP-VALUE TO WS-DIS-KEPT-VALUE
       ELSE
           MOVE WS-PREV-FIB TO WS-VAL-FIB
           MOVE WS-FIB-VALUE TO WS-DIS-KEPT-VALUE
       END-IF
       MOVE SRTC-REQUESTER-ID TO WS-DIS-DROP-REQ
       IF SRTC-FORMAT = "X"
           MOVE SRTC-DIGITS TO WS-VAL-XP-DIGITS
           MOVE WS-XP-VALUE TO WS-DIS-DROP-VALUE
       ELSE
           MOVE SRTC-FIB TO WS-VAL-FIB
           MOVE WS-FIB-VALUE TO WS-DIS-DROP-VALUE
       END-IF
       MOVE WS-DISAGREE-LINE TO CONVERT-REPORT-LINE
       WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE
   END-IF.

RECORD-CONVERTED-USAGE.
*>   The requester's claim on the lineage: created on the first
*>   term seen for the pair, dated the conversion day since the old
*>   file never recorded when a term was run, with the highest I
*>   held as the high-water N. The request count starts at zero -
*>   it counts batch requests from here on, and the old file cannot
*>   say how many there were. The add, and any raise after it, is
*>   journaled once the file has taken it; a usage file that
*>   refuses the update stops the run, as the terms file does.
   MOVE SRTC-SEED-F1 TO LUSE-SEED-F1.
   MOVE SRTC-SEED-F2 TO LUSE-SEED-F2.
   MOVE SRTC-SEED-F3 TO LUSE-SEED-F3.
   MOVE SRTC-MODE TO LUSE-MODE.
   MOVE SRTC-REQUESTER-ID TO LUSE-REQUESTER-ID.
   READ USAGE-FILE
       KEY IS LUSE-KEY
       INVALID KEY
           MOVE WS-FULL-DATE TO LUSE-FIRST-USED
           MOVE WS-FULL-DATE TO LUSE-LAST-USED
           MOVE SRTC-I TO LUSE-HIGH-N
           MOVE 0 TO LUSE-REQUEST-COUNT
           WRITE LUSE-RECORD
               INVALID KEY
                   PERFORM USAGE-UPDATE-FAILED
           END-WRITE
           ADD 1 TO WS-LIN-USERS
           ADD 1 TO WS-TOTAL-USAGE
           ADD WS-USAGE-REC-LEN TO WS-TOTAL-USAGE-BYTES
           MOVE "A" TO JRNL-ACTION
           MOVE 0 TO JRNL-BEFORE-LEN
           MOVE SPACES TO JRNL-BEFORE-IMAGE
           PERFORM JOURNAL-CONVERTED-USAGE
       NOT INVALID KEY
           IF SRTC-I > LUSE-HIGH-N
               MOVE "C" TO JRNL-ACTION
               MOVE 105 TO JRNL-BEFORE-LEN
               MOVE LUSE-RECORD TO JRNL-BEFORE-IMAGE
               MOVE SRTC-I TO LUSE-HIGH-N
               REWRITE LUSE-RECORD
                   INVALID KEY
                       PERFORM USAGE-UPDATE-FAILED
               END-REWRITE
               PERFORM JOURNAL-CONVERTED-USAGE
           END-IF
   END-READ.

USAGE-UPDATE-FAILED.
*>   FIBLUSE.DAT refused a claim: the run stops before the update
*>   is journaled, exactly as for a refused terms write.
   DISPLAY "FIBTERMSCONVERT: FIBLUSE.DAT UPDATE FAILED - "
       "STATUS " WS-LUSE-STATUS.
   MOVE 16 TO RETURN-CODE.
   STOP RUN.

JOURNAL-CONVERTED-USAGE.
*>   Finishes the usage journal record the caller has started with
*>   the action and before image.
   MOVE "FIBLUSE" TO JRNL-FILE.
   MOVE LUSE-KEY TO JRNL-KEY.
   MOVE 105 TO JRNL-AFTER-LEN.
   MOVE LUSE-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-JOURNAL-RECORD.

WRITE-JOURNAL-RECORD.
*>   Stamps and appends one journal record. The caller has set the
*>   file, the action (A add, C change, D delete), the key and the
*>   before and after images with their lengths - a zero length for
*>   the image an add or a delete does not have.
   MOVE WS-FULL-DATE TO JRNL-DATE.
   ACCEPT JRNL-TIME FROM TIME.
   MOVE WS-JOURNAL-RECORD TO JOURNAL-LINE.
   WRITE JOURNAL-LINE.

PRINT-LINEAGE-LINE.
*>   One finished lineage: old records and bytes against new term
*>   records and bytes, and how many requesters now share it.
   MOVE WS-PREV-F1 TO WS-LIN-F1.
   MOVE WS-PREV-F2 TO WS-LIN-F2.
   MOVE WS-PREV-F3 TO WS-LIN-F3.
   MOVE WS-PREV-MODE TO WS-LIN-MODE.
   MOVE WS-LIN-OLD-RECS TO WS-LIN-OLD-RECS-ED.
   MOVE WS-LIN-OLD-BYTES TO WS-LIN-OLD-BYTES-ED.
   MOVE WS-LIN-NEW-RECS TO WS-LIN-NEW-RECS-ED.
   MOVE WS-LIN-NEW-BYTES TO WS-LIN-NEW-BYTES-ED.
   MOVE WS-LIN-USERS TO WS-LIN-USERS-ED.
   MOVE WS-LINEAGE-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-CONVERT-HEADER.
*>   Dated header and the column captions for the lineage lines.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-CONVERT-HEADER-1 TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-CONVERT-HEADER-2 TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 2 LINES.

PRINT-CONVERT-TOTALS.
*>   The balancing block: old records read = term records written +
*>   copies merged + copies that disagree. Space after is the new
*>   terms file plus the usage file; bytes saved is before less
*>   after, signed so a file of mostly single-requester lineages
*>   shows honestly that the usage records cost more than the keys
*>   they replaced.
   MOVE "LINEAGES CONVERTED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-LINEAGES TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "OLD TERM RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-OLD-RECS TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "TERM RECORDS WRITTEN" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-WRITTEN TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "DUPLICATE COPIES MERGED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-MERGED TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "COPIES THAT DISAGREE" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-DISAGREE TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "USAGE RECORDS WRITTEN" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-USAGE TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "BYTES BEFORE (OLD TERMS)" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-OLD-BYTES TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "BYTES AFTER (TERMS)" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-NEW-BYTES TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "BYTES AFTER (USAGE)" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-USAGE-BYTES TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   COMPUTE WS-TOTAL-AFTER-BYTES =
       WS-TOTAL-NEW-BYTES + WS-TOTAL-USAGE-BYTES.
   MOVE "BYTES AFTER (TOTAL)" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-AFTER-BYTES TO WS-TOT-COUNT.
   MOVE WS-CONVERT-TOTAL-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
   COMPUTE WS-BYTES-SAVED =
       WS-TOTAL-OLD-BYTES - WS-TOTAL-AFTER-BYTES.
   MOVE "BYTES SAVED" TO WS-SAV-LABEL.
   MOVE WS-BYTES-SAVED TO WS-SAV-COUNT.
   MOVE WS-CONVERT-SAVED-LINE TO CONVERT-REPORT-LINE.
   WRITE CONVERT-REPORT-LINE AFTER ADVANCING 1 LINE.
