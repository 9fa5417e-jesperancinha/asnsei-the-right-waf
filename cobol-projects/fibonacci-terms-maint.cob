        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT USAGE-FILE ASSIGN TO "FIBLUSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LUSE-KEY
        ALTERNATE RECORD KEY IS LUSE-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-LUSE-STATUS.
    SELECT REQUESTER-FILE ASSIGN TO "FIBRQSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        FILE STATUS IS WS-SEQC-STATUS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "FIBMAINT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MAINT-CARD-FILE
    05  FILLER                   PIC X(9).
    05  MNT-SEQ-NAME             PIC X(8).
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
FD  REQUESTER-FILE
    LABEL RECORDS ARE STANDARD.
01  REQUESTER-RECORD.
    05  RQST-ACTIVE-FLAG         PIC X(1).
    05  RQST-DEFAULT-CLASS       PIC X(1).
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
FD  SEQCAT-FILE
    LABEL RECORDS ARE STANDARD.
01  SEQCAT-RECORD.
FD  MAINT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  MAINT-REPORT-LINE          PIC X(160).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-TERMS-STATUS      PIC XX.
01  WS-RQSTR-STATUS      PIC XX.
01  WS-ARCH-STATUS       PIC XX.
01  WS-TERMS-REC-LEN     PIC 9(4).
01  WS-ARCH-REC-LEN      PIC 9(4).
01  WS-SEQC-STATUS       PIC XX.
01  WS-LUSE-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibTermsMaint".
    05  JRNL-DATE            PIC 9(8).
    05  JRNL-TIME            PIC 9(8).
    05  JRNL-FILE            PIC X(8).
    05  JRNL-ACTION          PIC X(1).
    05  JRNL-KEY             PIC X(80).
    05  JRNL-BEFORE-LEN      PIC 9(4).
    05  JRNL-AFTER-LEN       PIC 9(4).
    05  JRNL-BEFORE-IMAGE    PIC X(1077).
    05  JRNL-AFTER-IMAGE     PIC X(1077).
01  WS-TERMS-EOF         PIC X(1) VALUE "N".
01  WS-LUSE-EOF          PIC X(1) VALUE "N".
01  WS-LUSE-OPEN         PIC X(1) VALUE "N".
01  WS-USERS-DONE        PIC X(1).
01  WS-RQSTR-OPEN        PIC X(1) VALUE "N".
01  WS-ARCHIVE-OPEN      PIC X(1) VALUE "N".

01  WS-PURGE-THIS        PIC X(1).

01  WS-GROUP-ACTIVE      PIC X(1) VALUE "N".
01  WS-GROUP-PURGE       PIC X(1) VALUE "N".
01  WS-GROUP-USERS       PIC 9(5).
01  WS-GROUP-RELEASED    PIC X(1) VALUE "N".
01  WS-GROUP-F1          PIC 9(21)V9(1).
01  WS-GROUP-F2          PIC 9(21)V9(1).
01  WS-GROUP-F3          PIC 9(21)V9(1).
01  WS-GROUP-COUNT       PIC 9(7).
01  WS-GROUP-PURGED      PIC 9(7).

01  WS-REL-MAX           PIC 9(4) VALUE 5000.
01  WS-REL-COUNT         PIC 9(4) VALUE 0.
01  WS-REL-TABLE.
    05  WS-REL-ENTRY         OCCURS 5000 TIMES.
        10  WS-REL-F1            PIC 9(21)V9(1).
        10  WS-REL-F2            PIC 9(21)V9(1).
        10  WS-REL-F3            PIC 9(21)V9(1).
        10  WS-REL-MODE          PIC 9(1).
01  WS-REL-IX            PIC 9(4).
01  WS-REL-SAME          PIC X(1).
01  WS-REL-FULL-WARNED   PIC X(1) VALUE "N".

01  WS-LOOKUP-REQUESTER  PIC X(10) VALUE SPACES.
01  WS-LOOKUP-INACTIVE   PIC X(1) VALUE "N".

01  WS-TOTAL-PURGED      PIC 9(7) VALUE 0.
01  WS-TOTAL-ARCHIVED    PIC 9(7) VALUE 0.
01  WS-TOTAL-KEPT        PIC 9(7) VALUE 0.
01  WS-TOTAL-FAILED      PIC 9(7) VALUE 0.
01  WS-USAGE-READ        PIC 9(7) VALUE 0.
01  WS-USAGE-KEPT        PIC 9(7) VALUE 0.
01  WS-USAGE-RELEASED    PIC 9(7) VALUE 0.
01  WS-USAGE-ARCHIVED    PIC 9(7) VALUE 0.
01  WS-USAGE-FAILED      PIC 9(7) VALUE 0.

01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).
01  WS-FULL-DATE         PIC 9(8).

01  WS-MAINT-HEADER-1.
    05  FILLER               PIC X(34)
    05  FILLER               PIC X(11) VALUE "  ARCHIVE: ".
    05  WS-HDR-ARCHIVE       PIC X(1).
01  WS-OCCUPANCY-LINE.
    05  FILLER               PIC X(9) VALUE "LINEAGE: ".
    05  FILLER               PIC X(3) VALUE "F1=".
    05  OCC-F1               PIC Z(20)9.9.
    05  FILLER               PIC X(5) VALUE "  F2=".
    05  OCC-F2               PIC Z(20)9.9.
    05  OCC-F3               PIC Z(20)9.9.
    05  FILLER               PIC X(7) VALUE "  MODE=".
    05  OCC-MODE             PIC 9(1).
    05  FILLER               PIC X(8) VALUE "  USERS=".
    05  OCC-USERS            PIC ZZZZ9.
    05  FILLER               PIC X(8) VALUE "  TERMS=".
    05  OCC-COUNT            PIC ZZZZZZ9.
    05  FILLER               PIC X(9) VALUE "  PURGED=".
*>   SEEDPAIR (one F1/F2 seed pair) or INACTIVE (every requester
*>   missing from, or suspended on, the requester master); the
*>   archive flag Y unloads each purged record to FIBTARCH.DAT before
*>   it is deleted. The terms cache is shared - keyed by lineage,
*>   with who has used each lineage on FIBLUSE.DAT - so a purge runs
*>   in two sweeps. The usage sweep releases the selected
*>   requesters' claims on their lineages (a SEEDPAIR purge releases
*>   every claim on the pair); the terms sweep then purges a
*>   lineage's terms when the SEEDPAIR selection names it, or, for
*>   REQUESTR and INACTIVE, when this run released a claim on it
*>   and nobody is left using it - a lineage another requester
*>   still draws on is kept whole, and one nobody held before the
*>   run is left for a SEEDPAIR purge. The terms keys sort by
*>   lineage, so occupancy groups fall out of a control break. A
*>   record the file refuses to delete is reported and left in
*>   place, and the run ends with return code 8.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM READ-MAINT-CARD.
   OPEN OUTPUT MAINT-REPORT-FILE.
   PERFORM PRINT-MAINT-HEADER.
   PERFORM OPEN-MAINT-FILES.
   IF WS-FUNCTION = "PURGE" AND WS-LUSE-OPEN = "Y"
       PERFORM SWEEP-USAGE-FILE
   END-IF.
   MOVE LOW-VALUES TO TERM-KEY.
   START TERMS-FILE KEY IS GREATER THAN TERM-KEY
       INVALID KEY
   END-PERFORM.
   PERFORM PRINT-GROUP-LINE.
   PERFORM PRINT-MAINT-TOTALS.
   IF WS-TOTAL-FAILED > 0 OR WS-USAGE-FAILED > 0
       MOVE 8 TO RETURN-CODE
   END-IF.
   CLOSE TERMS-FILE.
   IF WS-LUSE-OPEN = "Y"
       CLOSE USAGE-FILE
   END-IF.
   IF WS-ARCHIVE-OPEN = "Y"
       CLOSE ARCHIVE-FILE
   END-IF.
   IF WS-RQSTR-OPEN = "Y"
       CLOSE REQUESTER-FILE
   END-IF.
   IF WS-FUNCTION = "PURGE"
       CLOSE JOURNAL-FILE
   END-IF.
   CLOSE MAINT-REPORT-FILE.
   STOP RUN.

       CLOSE SEQCAT-FILE
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
       DISPLAY "FIBTERMSMAINT: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-MAINT-FILES.
*>   REPORT runs open the terms file read-only; only PURGE needs I-O.
*>   The archive is opened in extend mode so successive housekeeping
*>   pattern as OPEN-TERMS-FILE in the batch job). An INACTIVE purge
*>   cannot run without the requester master - with no active flags
*>   to consult it would purge nothing or everything, so it stops.
*>   A REQUESTR or INACTIVE purge cannot run without the usage file
*>   either - it is the only record of who holds which lineage - and
*>   stops the same way; a SEEDPAIR purge or a REPORT run does
*>   without it, every lineage then showing no users. Only a purge
*>   deletes anything, so only a purge opens the journal.
   IF WS-FUNCTION = "PURGE"
       OPEN I-O TERMS-FILE
   ELSE
       END-IF
       MOVE "Y" TO WS-ARCHIVE-OPEN
   END-IF.
   IF WS-FUNCTION = "PURGE"
       PERFORM OPEN-JOURNAL-FILE
   END-IF.
   IF WS-FUNCTION = "PURGE"
       OPEN I-O USAGE-FILE
   ELSE
       OPEN INPUT USAGE-FILE
   END-IF.
   IF WS-LUSE-STATUS = "00"
       MOVE "Y" TO WS-LUSE-OPEN
   ELSE
       IF WS-FUNCTION = "PURGE" AND WS-SELECTION NOT = "SEEDPAIR"
           DISPLAY "FIBTERMSMAINT: FIBLUSE.DAT NOT AVAILABLE - "
               "STATUS " WS-LUSE-STATUS " - PURGE CANCELLED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.
   IF WS-FUNCTION = "PURGE" AND WS-SELECTION = "INACTIVE"
       OPEN INPUT REQUESTER-FILE
       IF WS-RQSTR-STATUS NOT = "00"
       MOVE "Y" TO WS-RQSTR-OPEN
   END-IF.

SWEEP-USAGE-FILE.
*>   First pass of a purge: one sequential sweep of FIBLUSE.DAT,
*>   releasing every usage record the selection picks, so that by
*>   the time the terms sweep asks who still uses a lineage the
*>   answer already reflects this run.
   MOVE LOW-VALUES TO LUSE-KEY.
   START USAGE-FILE KEY IS GREATER THAN LUSE-KEY
       INVALID KEY
           MOVE "Y" TO WS-LUSE-EOF
   END-START.
   PERFORM UNTIL WS-LUSE-EOF = "Y"
       READ USAGE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-LUSE-EOF
           NOT AT END
               ADD 1 TO WS-USAGE-READ
               PERFORM DECIDE-USAGE-RELEASE
               IF WS-PURGE-THIS = "Y"
                   PERFORM RELEASE-ONE-USAGE
               ELSE
                   ADD 1 TO WS-USAGE-KEPT
               END-IF
       END-READ
   END-PERFORM.

DECIDE-USAGE-RELEASE.
*>   Matches one usage record against the card's selection. A
*>   SEEDPAIR match is on F1/F2 only, so it sweeps both the two-seed
*>   and any three-seed recurrences opened from that pair. INACTIVE
*>   asks the requester master once per requester change, not once
*>   per record; the usage file is in lineage order, so the saving
*>   is smaller than it was on the old requester-keyed cache, but a
*>   requester's lineages still tend to sit together.
   MOVE "N" TO WS-PURGE-THIS.
   EVALUATE WS-SELECTION
       WHEN "REQUESTR"
           IF LUSE-REQUESTER-ID = MNT-REQUESTER-ID
               MOVE "Y" TO WS-PURGE-THIS
           END-IF
       WHEN "SEEDPAIR"
           IF LUSE-SEED-F1 = MNT-SEED-F1
               AND LUSE-SEED-F2 = MNT-SEED-F2
               MOVE "Y" TO WS-PURGE-THIS
           END-IF
       WHEN "INACTIVE"
           IF LUSE-REQUESTER-ID NOT = WS-LOOKUP-REQUESTER
               MOVE LUSE-REQUESTER-ID TO WS-LOOKUP-REQUESTER
               MOVE "N" TO WS-LOOKUP-INACTIVE
               MOVE LUSE-REQUESTER-ID TO RQST-REQUESTER-ID
               READ REQUESTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-LOOKUP-INACTIVE
           END-IF
   END-EVALUATE.

RELEASE-ONE-USAGE.
*>   Unload first, delete second, as for a term. The usage record
*>   goes to the archive as a "U" line - requester and lineage in
*>   the columns a term line uses, I zero, and the usage figures
*>   after the marker - so FibTermsRestore can give the requester
*>   back their claim along with the terms.
   IF WS-ARCHIVE-OPEN = "Y"
       MOVE LUSE-REQUESTER-ID TO ARCH-REQUESTER-ID
       MOVE LUSE-SEED-F1 TO ARCH-SEED-F1
       MOVE LUSE-SEED-F2 TO ARCH-SEED-F2
       MOVE LUSE-SEED-F3 TO ARCH-SEED-F3
       MOVE LUSE-MODE TO ARCH-MODE
       MOVE 0 TO ARCH-I
       MOVE "U" TO ARCHU-FORMAT
       MOVE LUSE-FIRST-USED TO ARCHU-FIRST-USED
       MOVE LUSE-LAST-USED TO ARCHU-LAST-USED
       MOVE LUSE-HIGH-N TO ARCHU-HIGH-N
       MOVE LUSE-REQUEST-COUNT TO ARCHU-REQUEST-COUNT
       MOVE 111 TO WS-ARCH-REC-LEN
       WRITE ARCHIVE-RECORD
       ADD 1 TO WS-USAGE-ARCHIVED
   END-IF.
   MOVE "FIBLUSE" TO JRNL-FILE.
   MOVE "D" TO JRNL-ACTION.
   MOVE LUSE-KEY TO JRNL-KEY.
   MOVE 105 TO JRNL-BEFORE-LEN.
   MOVE LUSE-RECORD TO JRNL-BEFORE-IMAGE.
   MOVE 0 TO JRNL-AFTER-LEN.
   MOVE SPACES TO JRNL-AFTER-IMAGE.
   DELETE USAGE-FILE
       INVALID KEY
           DISPLAY "FIBTERMSMAINT: FIBLUSE.DAT DELETE FAILED FOR "
               LUSE-REQUESTER-ID " - STATUS " WS-LUSE-STATUS
           ADD 1 TO WS-USAGE-FAILED
       NOT INVALID KEY
           PERFORM WRITE-JOURNAL-RECORD
           ADD 1 TO WS-USAGE-RELEASED
           PERFORM NOTE-RELEASED-LINEAGE
   END-DELETE.

NOTE-RELEASED-LINEAGE.
*>   Remembers that this run released a claim on the usage record's
*>   lineage, so the terms sweep can tell a lineage this purge
*>   emptied from one that nobody held in the first place. The
*>   usage sweep runs in lineage order, so a lineage's claims come
*>   together and only its first release adds an entry. A full
*>   table keeps the rest of the lineages rather than guessing.
   MOVE "N" TO WS-REL-SAME.
   IF WS-REL-COUNT > 0
       IF LUSE-SEED-F1 = WS-REL-F1 (WS-REL-COUNT)
           AND LUSE-SEED-F2 = WS-REL-F2 (WS-REL-COUNT)
           AND LUSE-SEED-F3 = WS-REL-F3 (WS-REL-COUNT)
           AND LUSE-MODE = WS-REL-MODE (WS-REL-COUNT)
           MOVE "Y" TO WS-REL-SAME
       END-IF
   END-IF.
   IF WS-REL-SAME = "N"
       IF WS-REL-COUNT < WS-REL-MAX
           ADD 1 TO WS-REL-COUNT
           MOVE LUSE-SEED-F1 TO WS-REL-F1 (WS-REL-COUNT)
           MOVE LUSE-SEED-F2 TO WS-REL-F2 (WS-REL-COUNT)
           MOVE LUSE-SEED-F3 TO WS-REL-F3 (WS-REL-COUNT)
           MOVE LUSE-MODE TO WS-REL-MODE (WS-REL-COUNT)
       ELSE
           IF WS-REL-FULL-WARNED = "N"
               MOVE "Y" TO WS-REL-FULL-WARNED
               DISPLAY "FIBTERMSMAINT: RELEASED LINEAGE TABLE FULL - "
                   "FURTHER LINEAGES KEPT, PURGE BY SEEDPAIR"
           END-IF
       END-IF
   END-IF.

PROCESS-ONE-TERM.
*>   Control break first - the indexed key sorts by lineage (seeds,
*>   mode) then I, so a change in the lineage prefix closes out one
*>   occupancy group and opens the next, and the purge decision is
*>   taken once for the whole lineage as it opens - then this record
*>   is purged or kept accordingly.
   IF WS-GROUP-ACTIVE = "Y"
       AND (TERM-SEED-F1 NOT = WS-GROUP-F1
           OR TERM-SEED-F2 NOT = WS-GROUP-F2
           OR TERM-SEED-F3 NOT = WS-GROUP-F3
           OR TERM-MODE NOT = WS-GROUP-MODE)
       PERFORM PRINT-GROUP-LINE
   END-IF.
   IF WS-GROUP-ACTIVE = "N"
       MOVE "Y" TO WS-GROUP-ACTIVE
       MOVE TERM-SEED-F1 TO WS-GROUP-F1
       MOVE TERM-SEED-F2 TO WS-GROUP-F2
       MOVE TERM-SEED-F3 TO WS-GROUP-F3
       MOVE TERM-MODE TO WS-GROUP-MODE
       MOVE 0 TO WS-GROUP-COUNT
       MOVE 0 TO WS-GROUP-PURGED
       PERFORM COUNT-LINEAGE-USERS
       PERFORM FIND-RELEASED-LINEAGE
       PERFORM DECIDE-PURGE
   END-IF.
   ADD 1 TO WS-GROUP-COUNT.
   IF WS-GROUP-PURGE = "Y"
       PERFORM PURGE-ONE-TERM
   ELSE
       ADD 1 TO WS-TOTAL-KEPT
   END-IF.

COUNT-LINEAGE-USERS.
*>   How many requesters still hold the lineage just opened: the
*>   usage key leads with the same seeds and mode, so a START at the
*>   lineage with the lowest requester and a short forward read
*>   counts them without touching anyone else's records.
   MOVE 0 TO WS-GROUP-USERS.
   IF WS-LUSE-OPEN = "Y"
       MOVE "N" TO WS-USERS-DONE
       MOVE WS-GROUP-F1 TO LUSE-SEED-F1
       MOVE WS-GROUP-F2 TO LUSE-SEED-F2
       MOVE WS-GROUP-F3 TO LUSE-SEED-F3
       MOVE WS-GROUP-MODE TO LUSE-MODE
       MOVE LOW-VALUES TO LUSE-REQUESTER-ID
       START USAGE-FILE KEY IS NOT LESS THAN LUSE-KEY
           INVALID KEY
               MOVE "Y" TO WS-USERS-DONE
       END-START
       PERFORM UNTIL WS-USERS-DONE = "Y"
           READ USAGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USERS-DONE
               NOT AT END
                   IF LUSE-SEED-F1 = WS-GROUP-F1
                       AND LUSE-SEED-F2 = WS-GROUP-F2
                       AND LUSE-SEED-F3 = WS-GROUP-F3
                       AND LUSE-MODE = WS-GROUP-MODE
                       ADD 1 TO WS-GROUP-USERS
                   ELSE
                       MOVE "Y" TO WS-USERS-DONE
                   END-IF
           END-READ
       END-PERFORM
   END-IF.

FIND-RELEASED-LINEAGE.
*>   Sets WS-GROUP-RELEASED when the usage sweep released a claim on
*>   the lineage just opened.
   MOVE "N" TO WS-GROUP-RELEASED.
   PERFORM VARYING WS-REL-IX FROM 1 BY 1
       UNTIL WS-REL-IX > WS-REL-COUNT OR WS-GROUP-RELEASED = "Y"
       IF WS-REL-F1 (WS-REL-IX) = WS-GROUP-F1
           AND WS-REL-F2 (WS-REL-IX) = WS-GROUP-F2
           AND WS-REL-F3 (WS-REL-IX) = WS-GROUP-F3
           AND WS-REL-MODE (WS-REL-IX) = WS-GROUP-MODE
           MOVE "Y" TO WS-GROUP-RELEASED
       END-IF
   END-PERFORM.

DECIDE-PURGE.
*>   The purge decision for the lineage just opened. SEEDPAIR takes
*>   any lineage on the card's F1/F2, both the two-seed and any
*>   three-seed recurrences opened from that pair, whoever used it.
*>   REQUESTR and INACTIVE take a lineage only when the usage sweep
*>   released a selected requester's claim on it and nobody holds it
*>   now - it has nobody left to serve, while one still in use
*>   elsewhere stays. A lineage nobody held before the run is not
*>   the selected requester's to purge; it shows on the occupancy
*>   lines with no users, for a SEEDPAIR purge to take. A REPORT
*>   run never purges.
   MOVE "N" TO WS-GROUP-PURGE.
   IF WS-FUNCTION = "PURGE"
       IF WS-SELECTION = "SEEDPAIR"
           IF WS-GROUP-F1 = MNT-SEED-F1
               AND WS-GROUP-F2 = MNT-SEED-F2
               MOVE "Y" TO WS-GROUP-PURGE
           END-IF
       ELSE
           IF WS-GROUP-RELEASED = "Y" AND WS-GROUP-USERS = 0
               MOVE "Y" TO WS-GROUP-PURGE
           END-IF
       END-IF
   END-IF.

PURGE-ONE-TERM.
*>   Unload first, delete second - a purge that dies between the two
*>   leaves the record both archived and still in the file, which a
*>   rerun simply archives again; the other order could lose it.
*>   A shared term belongs to no one, so its archive line carries a
*>   blank requester.
*>   An extended-precision term unloads as a long archive line in
*>   the same shape as its terms record - the "X" marker where the
*>   short FIB starts, digit count, then the full value - so the
*>   restore can put it back exactly as the batch wrote it.
   IF WS-ARCHIVE-OPEN = "Y"
       MOVE SPACES TO ARCH-REQUESTER-ID
       MOVE TERM-SEED-F1 TO ARCH-SEED-F1
       MOVE TERM-SEED-F2 TO ARCH-SEED-F2
       MOVE TERM-SEED-F3 TO ARCH-SEED-F3
       MOVE TERM-MODE TO ARCH-MODE
       MOVE TERM-I TO ARCH-I
       IF TERMX-FORMAT = "X"
           MOVE TERMX-FORMAT TO ARCHX-FORMAT
           MOVE TERMX-DIGITS TO ARCHX-DIGITS
           MOVE TERMX-FIB TO ARCHX-FIB
           MOVE 1087 TO WS-ARCH-REC-LEN
       ELSE
           MOVE TERM-FIB TO ARCH-FIB
           MOVE 104 TO WS-ARCH-REC-LEN
       END-IF
       WRITE ARCHIVE-RECORD
       ADD 1 TO WS-TOTAL-ARCHIVED
   END-IF.
   MOVE "FIBTERMS" TO JRNL-FILE.
   MOVE "D" TO JRNL-ACTION.
   MOVE TERM-KEY TO JRNL-KEY.
   MOVE WS-TERMS-REC-LEN TO JRNL-BEFORE-LEN.
   MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN) TO JRNL-BEFORE-IMAGE.
   MOVE 0 TO JRNL-AFTER-LEN.
   MOVE SPACES TO JRNL-AFTER-IMAGE.
   DELETE TERMS-FILE
       INVALID KEY
           DISPLAY "FIBTERMSMAINT: FIBTERMS.DAT DELETE FAILED AT I "
               TERM-I " - STATUS " WS-TERMS-STATUS
           ADD 1 TO WS-TOTAL-FAILED
       NOT INVALID KEY
           PERFORM WRITE-JOURNAL-RECORD
           ADD 1 TO WS-TOTAL-PURGED
           ADD 1 TO WS-GROUP-PURGED
   END-DELETE.

WRITE-JOURNAL-RECORD.
*>   Stamps and appends one journal record. The caller has set the
*>   file, the action (A add, C change, D delete), the key and the
*>   before and after images with their lengths - a zero length for
*>   the image an add or a delete does not have.
   MOVE WS-FULL-DATE TO JRNL-DATE.
   ACCEPT JRNL-TIME FROM TIME.
   MOVE WS-JOURNAL-RECORD TO JOURNAL-LINE.
   WRITE JOURNAL-LINE.

PRINT-MAINT-HEADER.
*>   Dated header naming the function, selection and archive option
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-GROUP-LINE.
*>   Closes out one lineage occupancy group, with the count of
*>   requesters still holding it after any release. Also called
*>   once after end of file for the final group; a sweep of an empty
*>   terms file has no group to close and prints nothing.
   IF WS-GROUP-ACTIVE = "Y"
       MOVE WS-GROUP-F1 TO OCC-F1
       MOVE WS-GROUP-F2 TO OCC-F2
       MOVE WS-GROUP-F3 TO OCC-F3
       MOVE WS-GROUP-MODE TO OCC-MODE
       MOVE WS-GROUP-USERS TO OCC-USERS
       MOVE WS-GROUP-COUNT TO OCC-COUNT
       MOVE WS-GROUP-PURGED TO OCC-PURGED
       MOVE WS-OCCUPANCY-LINE TO MAINT-REPORT-LINE
   END-IF.

PRINT-MAINT-TOTALS.
*>   Grand totals: read = kept + purged (released) + delete failed,
*>   and archived matches purged plus delete failed whenever the
*>   archive option was on, since a record is unloaded before its
*>   delete is tried - for term records and, on a purge, for the
*>   usage records the first sweep released.
   MOVE "TERM RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   MOVE WS-TOTAL-PURGED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "TERM RECORDS DELETE FAILED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-FAILED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "TERM RECORDS ARCHIVED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-ARCHIVED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   IF WS-FUNCTION = "PURGE"
       MOVE "USAGE RECORDS READ" TO WS-TOT-LABEL
       MOVE WS-USAGE-READ TO WS-TOT-COUNT
       MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE
       WRITE MAINT-REPORT-LINE AFTER ADVANCING 2 LINES
       MOVE "USAGE RECORDS KEPT" TO WS-TOT-LABEL
       MOVE WS-USAGE-KEPT TO WS-TOT-COUNT
       MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE
       WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE
       MOVE "USAGE RECORDS RELEASED" TO WS-TOT-LABEL
       MOVE WS-USAGE-RELEASED TO WS-TOT-COUNT
       MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE
       WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE
       MOVE "USAGE RECORDS DELETE FAILED" TO WS-TOT-LABEL
       MOVE WS-USAGE-FAILED TO WS-TOT-COUNT
       MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE
       WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE
       MOVE "USAGE RECORDS ARCHIVED" TO WS-TOT-LABEL
       MOVE WS-USAGE-ARCHIVED TO WS-TOT-COUNT
       MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE
       WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE
   END-IF.
