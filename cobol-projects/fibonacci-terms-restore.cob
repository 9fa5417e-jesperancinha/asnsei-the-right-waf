        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT USAGE-FILE ASSIGN TO "FIBLUSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LUSE-KEY
        ALTERNATE RECORD KEY IS LUSE-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-LUSE-STATUS.
    SELECT RESTORE-REPORT-FILE ASSIGN TO "FIBRSTR.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  RESTORE-CARD-FILE
    05  RST-SEED-F2              PIC 9(21)V9(1).
    05  FILLER                   PIC X(18).
FD  ARCHIVE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD IS VARYING IN SIZE FROM 104 TO 1087 CHARACTERS
        DEPENDING ON WS-ARCH-REC-LEN.
01  ARCHIVE-RECORD.
    05  ARCH-REQUESTER-ID        PIC X(10).
    05  ARCH-SEED-F1             PIC 9(21)V9(1).
    05  ARCH-MODE                PIC 9(1).
    05  ARCH-I                   PIC 9(5).
    05  ARCH-FIB                 PIC 9(21)V9(1).
01  ARCHIVE-EXT-RECORD.
    05  FILLER                   PIC X(82).
    05  ARCHX-FORMAT             PIC X(1).
    05  ARCHX-DIGITS             PIC 9(4).
    05  ARCHX-FIB                PIC X(1000).
01  ARCHIVE-USAGE-RECORD.
    05  FILLER                   PIC X(82).
    05  ARCHU-FORMAT             PIC X(1).
    05  ARCHU-FIRST-USED         PIC 9(8).
    05  ARCHU-LAST-USED          PIC 9(8).
    05  ARCHU-HIGH-N             PIC 9(5).
    05  ARCHU-REQUEST-COUNT      PIC 9(7).
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
    05  TERMX-FORMAT             PIC X(1).
    05  TERMX-DIGITS             PIC 9(4).
    05  TERMX-FIB                PIC X(1000).
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
FD  RESTORE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RESTORE-REPORT-LINE        PIC X(160).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-ARCH-STATUS       PIC XX.
01  WS-TERMS-STATUS      PIC XX.
01  WS-LUSE-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibTermsRestore".
    05  JRNL-DATE            PIC 9(8).
    05  JRNL-TIME            PIC 9(8).
    05  JRNL-FILE            PIC X(8).
    05  JRNL-ACTION          PIC X(1).
    05  JRNL-KEY             PIC X(80).
    05  JRNL-BEFORE-LEN      PIC 9(4).
    05  JRNL-AFTER-LEN       PIC 9(4).
    05  JRNL-BEFORE-IMAGE    PIC X(1077).
    05  JRNL-AFTER-IMAGE     PIC X(1077).
01  WS-TERMS-REC-LEN     PIC 9(4).
01  WS-ARCH-REC-LEN      PIC 9(4).
01  WS-ARCH-EOF          PIC X(1) VALUE "N".

01  WS-SELECTION         PIC X(8).
01  WS-TOTAL-LOADED      PIC 9(7) VALUE 0.
01  WS-TOTAL-PRESENT     PIC 9(7) VALUE 0.
01  WS-TOTAL-SKIPPED     PIC 9(7) VALUE 0.
01  WS-USAGE-SELECTED    PIC 9(7) VALUE 0.
01  WS-USAGE-LOADED      PIC 9(7) VALUE 0.
01  WS-USAGE-PRESENT     PIC 9(7) VALUE 0.
01  WS-USAGE-REBUILT     PIC 9(7) VALUE 0.
01  WS-USAGE-FAILED      PIC 9(7) VALUE 0.
01  WS-CLAIM-COUNT-AS    PIC X(1).

01  WS-FULL-DATE         PIC 9(8).
01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
*>   legitimate double unloads a rerun of the purge's
*>   unload-first-delete-second sequence leaves in the archive; the
*>   report balances restored = selected - already present.
*>   The terms cache is shared by lineage, and the archive holds
*>   three kinds of line: shared terms (blank requester), "U" usage
*>   claims the purge released, and - from before the cache was
*>   shared - terms unloaded under the requester that ran them,
*>   which carry an implied claim of their own. A REQUESTR restore
*>   therefore reads the archive twice: the first pass gives the
*>   requester back their claims on FIBLUSE.DAT, the second
*>   restores the terms of every lineage they now hold.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM READ-RESTORE-CARD.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCH-STATUS NOT = "00"
       STOP RUN
   END-IF.
   PERFORM OPEN-TERMS-FILE.
   PERFORM OPEN-USAGE-FILE.
   PERFORM OPEN-JOURNAL-FILE.
   OPEN OUTPUT RESTORE-REPORT-FILE.
   PERFORM PRINT-RESTORE-HEADER.
   IF WS-SELECTION = "REQUESTR"
       PERFORM RESTORE-REQUESTER-CLAIMS
       CLOSE ARCHIVE-FILE
       OPEN INPUT ARCHIVE-FILE
       MOVE "N" TO WS-ARCH-EOF
   END-IF.
   PERFORM UNTIL WS-ARCH-EOF = "Y"
       READ ARCHIVE-FILE
           AT END
       END-READ
   END-PERFORM.
   PERFORM PRINT-RESTORE-TOTALS.
   IF WS-USAGE-FAILED > 0
       MOVE 8 TO RETURN-CODE
   END-IF.
   CLOSE ARCHIVE-FILE.
   CLOSE TERMS-FILE.
   CLOSE USAGE-FILE.
   CLOSE JOURNAL-FILE.
   CLOSE RESTORE-REPORT-FILE.
   STOP RUN.

       STOP RUN
   END-IF.

OPEN-USAGE-FILE.
*>   The lineage usage file, opened the same way and for the same
*>   reason: the claims come back with the terms.
   OPEN I-O USAGE-FILE.
   IF WS-LUSE-STATUS = "35"
       OPEN OUTPUT USAGE-FILE
       CLOSE USAGE-FILE
       OPEN I-O USAGE-FILE
   END-IF.
   IF WS-LUSE-STATUS NOT = "00"
       DISPLAY "FIBTERMSRESTORE: FIBLUSE.DAT NOT AVAILABLE - "
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
       DISPLAY "FIBTERMSRESTORE: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

RESTORE-REQUESTER-CLAIMS.
*>   First pass of a REQUESTR restore: every archive line carrying
*>   the card's requester - a released "U" claim, or a term unloaded
*>   before the cache was shared - puts that requester's claim on
*>   the lineage back on FIBLUSE.DAT. Nothing is counted as read
*>   here; the second pass reads the archive again for the totals.
   PERFORM UNTIL WS-ARCH-EOF = "Y"
       READ ARCHIVE-FILE
           AT END
               MOVE "Y" TO WS-ARCH-EOF
           NOT AT END
               IF ARCH-REQUESTER-ID = RST-REQUESTER-ID
                   IF ARCHU-FORMAT = "U"
                       ADD 1 TO WS-USAGE-SELECTED
                   END-IF
                   PERFORM RESTORE-USAGE-CLAIM
               END-IF
       END-READ
   END-PERFORM.

RESTORE-ONE-RECORD.
*>   Routes one archive line by kind: the "U" marker where a term
*>   line's FIB starts is a usage claim, anything else a term.
   IF ARCHU-FORMAT = "U"
       PERFORM RESTORE-USAGE-LINE
   ELSE
       PERFORM RESTORE-TERM-LINE
   END-IF.

RESTORE-USAGE-LINE.
*>   A released claim comes back for a SEEDPAIR match on F1/F2 or an
*>   ALL reload. Under REQUESTR the card's own claims were restored
*>   and counted by the first pass, so they are neither selected nor
*>   skipped a second time here - read still balances.
   EVALUATE WS-SELECTION
       WHEN "REQUESTR"
           IF ARCH-REQUESTER-ID NOT = RST-REQUESTER-ID
               ADD 1 TO WS-TOTAL-SKIPPED
           END-IF
       WHEN "SEEDPAIR"
           IF ARCH-SEED-F1 = RST-SEED-F1
               AND ARCH-SEED-F2 = RST-SEED-F2
               ADD 1 TO WS-USAGE-SELECTED
               PERFORM RESTORE-USAGE-CLAIM
           ELSE
               ADD 1 TO WS-TOTAL-SKIPPED
           END-IF
       WHEN "ALL"
           ADD 1 TO WS-USAGE-SELECTED
           PERFORM RESTORE-USAGE-CLAIM
   END-EVALUATE.

RESTORE-TERM-LINE.
*>   Selection mirrors the purge - a SEEDPAIR match is on F1/F2 only,
*>   sweeping back both the two-seed and any three-seed recurrences
*>   unloaded from that pair - and a REQUESTR restore takes the term
*>   when its lineage is one the requester holds on FIBLUSE.DAT
*>   after the first pass. WRITE with INVALID KEY is the whole
*>   duplicate story: the key is already on file (either never
*>   purged, restored by an earlier pass of this run over a
*>   double-unloaded record, or regenerated by the batch since the
*>   purge), so the record counts as already present and the run
*>   keeps going instead of failing. A long archive line (the "X"
*>   marker FibTermsMaint unloads for an extended-precision term)
*>   goes back as a long terms record. A term unloaded under a
*>   requester before the cache was shared also restores that
*>   requester's claim on the lineage, unless the first pass of a
*>   REQUESTR restore has already dealt with the claims. Every term
*>   actually loaded is journaled for forward recovery.
   MOVE "N" TO WS-RESTORE-THIS.
   EVALUATE WS-SELECTION
       WHEN "REQUESTR"
           MOVE ARCH-SEED-F1 TO LUSE-SEED-F1
           MOVE ARCH-SEED-F2 TO LUSE-SEED-F2
           MOVE ARCH-SEED-F3 TO LUSE-SEED-F3
           MOVE ARCH-MODE TO LUSE-MODE
           MOVE RST-REQUESTER-ID TO LUSE-REQUESTER-ID
           READ USAGE-FILE
               KEY IS LUSE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RESTORE-THIS
           END-READ
       WHEN "SEEDPAIR"
           IF ARCH-SEED-F1 = RST-SEED-F1
               AND ARCH-SEED-F2 = RST-SEED-F2
   END-EVALUATE.
   IF WS-RESTORE-THIS = "Y"
       ADD 1 TO WS-TOTAL-SELECTED
       MOVE ARCH-SEED-F1 TO TERM-SEED-F1
       MOVE ARCH-SEED-F2 TO TERM-SEED-F2
       MOVE ARCH-SEED-F3 TO TERM-SEED-F3
       MOVE ARCH-MODE TO TERM-MODE
       MOVE ARCH-I TO TERM-I
       IF ARCHX-FORMAT = "X"
           MOVE ARCHX-FORMAT TO TERMX-FORMAT
           MOVE ARCHX-DIGITS TO TERMX-DIGITS
           MOVE ARCHX-FIB TO TERMX-FIB
           MOVE 1077 TO WS-TERMS-REC-LEN
       ELSE
           MOVE ARCH-FIB TO TERM-FIB
           MOVE 94 TO WS-TERMS-REC-LEN
       END-IF
       WRITE TERM-RECORD
           INVALID KEY
               ADD 1 TO WS-TOTAL-PRESENT
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-LOADED
               MOVE "FIBTERMS" TO JRNL-FILE
               MOVE "A" TO JRNL-ACTION
               MOVE TERM-KEY TO JRNL-KEY
               MOVE 0 TO JRNL-BEFORE-LEN
               MOVE SPACES TO JRNL-BEFORE-IMAGE
               MOVE WS-TERMS-REC-LEN TO JRNL-AFTER-LEN
               MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN)
                   TO JRNL-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
       END-WRITE
       IF ARCH-REQUESTER-ID NOT = SPACES
           AND WS-SELECTION NOT = "REQUESTR"
           PERFORM RESTORE-USAGE-CLAIM
       END-IF
   ELSE
       ADD 1 TO WS-TOTAL-SKIPPED
   END-IF.

RESTORE-USAGE-CLAIM.
*>   Puts the current archive line's requester/lineage claim back on
*>   FIBLUSE.DAT. A "U" line brings its own usage figures; a term
*>   line from before the cache was shared has none, so the claim is
*>   rebuilt from it - dated today, its I as the high-water N - and
*>   each further term line of the lineage only raises the high
*>   water. A claim already on file (the requester has used the
*>   lineage again since the purge, or this restore is a rerun) is
*>   merged rather than duplicated: earliest first use, latest last
*>   use, the higher N and request count, so a rerun changes
*>   nothing. The claim is journaled and counted only once the file
*>   has taken it; a refused update is reported on the console and
*>   counted as failed, so recovery never replays it.
   MOVE ARCH-SEED-F1 TO LUSE-SEED-F1.
   MOVE ARCH-SEED-F2 TO LUSE-SEED-F2.
   MOVE ARCH-SEED-F3 TO LUSE-SEED-F3.
   MOVE ARCH-MODE TO LUSE-MODE.
   MOVE ARCH-REQUESTER-ID TO LUSE-REQUESTER-ID.
   READ USAGE-FILE
       KEY IS LUSE-KEY
       INVALID KEY
           IF ARCHU-FORMAT = "U"
               MOVE ARCHU-FIRST-USED TO LUSE-FIRST-USED
               MOVE ARCHU-LAST-USED TO LUSE-LAST-USED
               MOVE ARCHU-HIGH-N TO LUSE-HIGH-N
               MOVE ARCHU-REQUEST-COUNT TO LUSE-REQUEST-COUNT
               MOVE "L" TO WS-CLAIM-COUNT-AS
           ELSE
               MOVE WS-FULL-DATE TO LUSE-FIRST-USED
               MOVE WS-FULL-DATE TO LUSE-LAST-USED
               MOVE ARCH-I TO LUSE-HIGH-N
               MOVE 0 TO LUSE-REQUEST-COUNT
               MOVE "R" TO WS-CLAIM-COUNT-AS
           END-IF
           MOVE "A" TO JRNL-ACTION
           MOVE 0 TO JRNL-BEFORE-LEN
           MOVE SPACES TO JRNL-BEFORE-IMAGE
           WRITE LUSE-RECORD
               INVALID KEY
                   PERFORM REPORT-USAGE-FAILURE
               NOT INVALID KEY
                   PERFORM JOURNAL-USAGE-CLAIM
           END-WRITE
       NOT INVALID KEY
           MOVE "C" TO JRNL-ACTION
           MOVE 105 TO JRNL-BEFORE-LEN
           MOVE LUSE-RECORD TO JRNL-BEFORE-IMAGE
           IF ARCHU-FORMAT = "U"
               IF ARCHU-FIRST-USED < LUSE-FIRST-USED
                   MOVE ARCHU-FIRST-USED TO LUSE-FIRST-USED
               END-IF
               IF ARCHU-LAST-USED > LUSE-LAST-USED
                   MOVE ARCHU-LAST-USED TO LUSE-LAST-USED
               END-IF
               IF ARCHU-HIGH-N > LUSE-HIGH-N
                   MOVE ARCHU-HIGH-N TO LUSE-HIGH-N
               END-IF
               IF ARCHU-REQUEST-COUNT > LUSE-REQUEST-COUNT
                   MOVE ARCHU-REQUEST-COUNT TO LUSE-REQUEST-COUNT
               END-IF
               MOVE "P" TO WS-CLAIM-COUNT-AS
           ELSE
               IF ARCH-I > LUSE-HIGH-N
                   MOVE ARCH-I TO LUSE-HIGH-N
               END-IF
               MOVE SPACE TO WS-CLAIM-COUNT-AS
           END-IF
           REWRITE LUSE-RECORD
               INVALID KEY
                   PERFORM REPORT-USAGE-FAILURE
               NOT INVALID KEY
                   PERFORM JOURNAL-USAGE-CLAIM
           END-REWRITE
   END-READ.

JOURNAL-USAGE-CLAIM.
*>   Journals the claim the file has just taken and counts it as
*>   RESTORE-USAGE-CLAIM classed it - loaded from a "U" line,
*>   rebuilt from a term line, or a "U" line already present; a
*>   term line that only raised a present claim's high water is
*>   journaled but not counted.
   MOVE "FIBLUSE" TO JRNL-FILE.
   MOVE LUSE-KEY TO JRNL-KEY.
   MOVE 105 TO JRNL-AFTER-LEN.
   MOVE LUSE-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-JOURNAL-RECORD.
   EVALUATE WS-CLAIM-COUNT-AS
       WHEN "L"
           ADD 1 TO WS-USAGE-LOADED
       WHEN "R"
           ADD 1 TO WS-USAGE-REBUILT
       WHEN "P"
           ADD 1 TO WS-USAGE-PRESENT
   END-EVALUATE.

REPORT-USAGE-FAILURE.
*>   FIBLUSE.DAT refused the claim: console message, a count for the
*>   totals, and no journal record.
   DISPLAY "FIBTERMSRESTORE: FIBLUSE.DAT UPDATE FAILED FOR "
       LUSE-REQUESTER-ID " - STATUS " WS-LUSE-STATUS.
   ADD 1 TO WS-USAGE-FAILED.

WRITE-JOURNAL-RECORD.
*>   Stamps and appends one journal record. The caller has set the
*>   file, the action (A add, C change, D delete), the key and the
*>   before and after images with their lengths - a zero length for
*>   the image an add or a delete does not have.
   MOVE WS-FULL-DATE TO JRNL-DATE.
   ACCEPT JRNL-TIME FROM TIME.
   MOVE WS-JOURNAL-RECORD TO JOURNAL-LINE.
   WRITE JOURNAL-LINE.

PRINT-RESTORE-HEADER.
*>   Dated header naming the selection the run was given, so a filed
*>   report is self-describing the way the maintenance report is.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-RESTORE-TOTALS.
*>   The balancing block: read = term lines selected + usage lines
*>   selected + skipped; term lines selected = loaded + already
*>   present, and usage lines selected = usage loaded + already
*>   present - so restored equals archived-selected minus
*>   duplicates, by construction. Claims rebuilt from pre-sharing
*>   term lines are counted on their own line. A claim the usage
*>   file refused, from either kind of line, is counted as failed
*>   instead, and the usage lines balance only when that is zero.
   MOVE "ARCHIVE RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   MOVE WS-TOTAL-PRESENT TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "USAGE CLAIMS SELECTED" TO WS-TOT-LABEL.
   MOVE WS-USAGE-SELECTED TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "USAGE RECORDS LOADED" TO WS-TOT-LABEL.
   MOVE WS-USAGE-LOADED TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "USAGE RECORDS ALREADY PRESENT" TO WS-TOT-LABEL.
   MOVE WS-USAGE-PRESENT TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "USAGE RECORDS REBUILT FROM TERMS" TO WS-TOT-LABEL.
   MOVE WS-USAGE-REBUILT TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "USAGE RECORDS UPDATE FAILED" TO WS-TOT-LABEL.
   MOVE WS-USAGE-FAILED TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
   WRITE RESTORE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "ARCHIVE RECORDS SKIPPED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-SKIPPED TO WS-TOT-COUNT.
   MOVE WS-RESTORE-TOTAL-LINE TO RESTORE-REPORT-LINE.
