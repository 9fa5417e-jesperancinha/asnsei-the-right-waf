IDENTIFICATION DIVISION.
PROGRAM-ID. FibTermsVerify.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TERMS-FILE ASSIGN TO "FIBTERMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT QUARANTINE-FILE ASSIGN TO "FIBTQUAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUAR-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCP-STATUS.
    SELECT VERIFY-REPORT-FILE ASSIGN TO "FIBTVRFY.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  QUARANTINE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD IS VARYING IN SIZE FROM 114 TO 1097 CHARACTERS
        DEPENDING ON WS-QUAR-REC-LEN.
01  QUARANTINE-RECORD.
    05  QUAR-DATE                PIC 9(8).
    05  QUAR-TIME                PIC 9(8).
    05  QUAR-REASON              PIC X(4).
    05  QUAR-TERM-IMAGE          PIC X(1077).
FD  EXCEPTION-FILE
    LABEL RECORDS ARE STANDARD.
01  EXCEPTION-RECORD           PIC X(80).
FD  VERIFY-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  VERIFY-REPORT-LINE         PIC X(160).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
WORKING-STORAGE SECTION.
01  WS-TERMS-STATUS      PIC XX.
01  WS-QUAR-STATUS       PIC XX.
01  WS-EXCP-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibTermsVerify".
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
01  WS-QUAR-REC-LEN      PIC 9(4).
01  WS-TERMS-EOF         PIC X(1) VALUE "N".
01  WS-FIRST-LINEAGE     PIC X(1) VALUE "Y".

01  WS-CUR-LINEAGE.
    05  WS-CUR-F1            PIC 9(21)V9(1).
    05  WS-CUR-F2            PIC 9(21)V9(1).
    05  WS-CUR-F3            PIC 9(21)V9(1).
    05  WS-CUR-MODE          PIC 9(1).
01  WS-RECUR-ORDER       PIC 9(1).
01  WS-CALC-I            PIC 9(5).
01  WS-EXPECT-I          PIC 9(5).
01  WS-GAP-FROM          PIC 9(5).
01  WS-GAP-TO            PIC 9(5).
01  WS-HIGH-I            PIC 9(5).
01  WS-BAD-REASON        PIC X(4).
01  WS-STORED-VALUE      PIC X(1000).

01  WS-LIN-READ          PIC 9(7).
01  WS-LIN-GOOD          PIC 9(7).
01  WS-LIN-BAD           PIC 9(7).
01  WS-LIN-GAPS          PIC 9(5).

01  WS-TOTAL-LINEAGES    PIC 9(7) VALUE 0.
01  WS-TOTAL-READ        PIC 9(7) VALUE 0.
01  WS-TOTAL-GOOD        PIC 9(7) VALUE 0.
01  WS-TOTAL-BAD         PIC 9(7) VALUE 0.
01  WS-TOTAL-DEL-FAILED  PIC 9(7) VALUE 0.
01  WS-TOTAL-GAPS        PIC 9(7) VALUE 0.
01  WS-TOTAL-EXCP        PIC 9(7) VALUE 0.

01  WS-XP-OVERFLOW       PIC X(1) VALUE "N".
01  WS-XP-LIMBS          PIC 9(3) VALUE 125.
01  WS-XP-IX             PIC 9(3).
01  WS-XP-CARRY          PIC 9(1).
01  WS-XP-LIMB-SUM       PIC 9(9).
01  WS-XP-W1.
    05  WS-XP-W1-LIMB        PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-W2.
    05  WS-XP-W2-LIMB        PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-W3.
    05  WS-XP-W3-LIMB        PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-WSUM.
    05  WS-XP-WSUM-LIMB      PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-EDIT           PIC X(1000).
01  WS-XP-SHORT-IMAGE.
    05  WS-XP-SHORT-VALUE    PIC 9(21)V9(1).
01  WS-XP-LEAD-ZEROS     PIC 9(4).
01  WS-XP-INT-LEN        PIC 9(4).

01  WS-FULL-DATE         PIC 9(8).
01  WS-NOW-TIME          PIC 9(8).
01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).

01  WS-EXCEPTION-DETAIL.
    05  EXCP-REASON-CODE     PIC X(4).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXCP-SEVERITY        PIC 9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXCP-REQUESTER       PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXCP-N               PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXCP-I               PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXCP-DATE            PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXCP-TIME            PIC 9(8).
    05  FILLER               PIC X(32) VALUE SPACES.

01  WS-VERIFY-HEADER-1.
    05  FILLER               PIC X(34)
        VALUE "FIBTERMS INTEGRITY SWEEP          ".
    05  FILLER               PIC X(8) VALUE " DATE: ".
    05  WS-HDR-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-YY            PIC 99.
01  WS-LINEAGE-LINE.
    05  FILLER               PIC X(9) VALUE "LINEAGE: ".
    05  FILLER               PIC X(3) VALUE "F1=".
    05  WS-LIN-F1            PIC Z(20)9.9.
    05  FILLER               PIC X(5) VALUE "  F2=".
    05  WS-LIN-F2            PIC Z(20)9.9.
    05  FILLER               PIC X(5) VALUE "  F3=".
    05  WS-LIN-F3            PIC Z(20)9.9.
    05  FILLER               PIC X(7) VALUE "  MODE=".
    05  WS-LIN-MODE          PIC 9(1).
    05  FILLER               PIC X(8) VALUE "  TERMS=".
    05  WS-LIN-READ-ED       PIC ZZZZZZ9.
    05  FILLER               PIC X(7) VALUE "  GOOD=".
    05  WS-LIN-GOOD-ED       PIC ZZZZZZ9.
    05  FILLER               PIC X(6) VALUE "  BAD=".
    05  WS-LIN-BAD-ED        PIC ZZZZZZ9.
    05  FILLER               PIC X(7) VALUE "  GAPS=".
    05  WS-LIN-GAPS-ED       PIC ZZZZ9.
    05  FILLER               PIC X(9) VALUE "  HIGH I=".
    05  WS-LIN-HIGH-ED       PIC ZZZZ9.
01  WS-GAP-LINE.
    05  FILLER               PIC X(9) VALUE "  GAP: I=".
    05  WS-GAP-LO            PIC ZZZZ9.
    05  FILLER               PIC X(6) VALUE " THRU ".
    05  WS-GAP-HI            PIC ZZZZ9.
    05  FILLER               PIC X(11) VALUE " NOT CACHED".
01  WS-BAD-LINE.
    05  FILLER               PIC X(9) VALUE "  BAD: I=".
    05  WS-BAD-I             PIC ZZZZ9.
    05  FILLER               PIC X(9) VALUE "  REASON ".
    05  WS-BAD-REASON-ED     PIC X(4).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-BAD-TEXT          PIC X(40).
    05  FILLER               PIC X(17) VALUE " - QUARANTINED".
01  WS-VERIFY-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   The at-rest check on FIBTERMS.DAT. RECONCILE-RESULT in the
*>   batch only re-derives the number a run has just computed;
*>   nothing ever looked again at the terms already on file, even
*>   though a cache hit or a continuation serves them as they
*>   stand - so a bad restore from FIBTARCH.DAT, a maintenance run
*>   gone wrong or a damaged block could leave a wrong term there to
*>   be handed out for months. This scheduled sweep walks the whole
*>   file lineage by lineage, recomputes each lineage from its seeds
*>   in the extended-precision fields (wide enough for every term
*>   the batch can cache, short or long) and compares every stored
*>   term with the recomputed one. Stretches of I with no term on
*>   file are reported as gaps. A term that does not match is
*>   copied to the FIBTQUAR.DAT quarantine file and deleted from the
*>   terms file, so the batch can no longer serve it - the next
*>   request that needs it recomputes it - and a CORR exception at
*>   severity 12 is appended to FIBEXCP.DAT, so the sweep runs after
*>   the batch in the window and ahead of FibExcpMaint's LOADWIN,
*>   where the entry ages on the open-exceptions report until
*>   someone closes it by card. The return code is 12 when anything
*>   was quarantined, the same hold-the-BI-load signal a batch
*>   reconciliation mismatch raises.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   OPEN I-O TERMS-FILE.
   IF WS-TERMS-STATUS NOT = "00"
       DISPLAY "FIBTERMSVERIFY: FIBTERMS.DAT NOT AVAILABLE - "
           "STATUS " WS-TERMS-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN EXTEND QUARANTINE-FILE.
   IF WS-QUAR-STATUS = "35"
       OPEN OUTPUT QUARANTINE-FILE
   END-IF.
   OPEN EXTEND EXCEPTION-FILE.
   IF WS-EXCP-STATUS = "35"
       OPEN OUTPUT EXCEPTION-FILE
   END-IF.
   PERFORM OPEN-JOURNAL-FILE.
   OPEN OUTPUT VERIFY-REPORT-FILE.
   PERFORM PRINT-VERIFY-HEADER.
   MOVE LOW-VALUES TO TERM-KEY.
   START TERMS-FILE KEY IS GREATER THAN TERM-KEY
       INVALID KEY
           MOVE "Y" TO WS-TERMS-EOF
   END-START.
   PERFORM UNTIL WS-TERMS-EOF = "Y"
       READ TERMS-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-TERMS-EOF
           NOT AT END
               PERFORM VERIFY-ONE-TERM
       END-READ
   END-PERFORM.
   IF WS-FIRST-LINEAGE = "N"
       PERFORM PRINT-LINEAGE-LINE
   END-IF.
   PERFORM PRINT-VERIFY-TOTALS.
   CLOSE TERMS-FILE.
   CLOSE QUARANTINE-FILE.
   CLOSE EXCEPTION-FILE.
   CLOSE JOURNAL-FILE.
   CLOSE VERIFY-REPORT-FILE.
   IF WS-TOTAL-BAD > 0 OR WS-TOTAL-DEL-FAILED > 0
       MOVE 12 TO RETURN-CODE
   END-IF.
   STOP RUN.

VERIFY-ONE-TERM.
*>   A change of lineage closes out the last one and restarts the
*>   recomputation from the new lineage's seeds; then the term is
*>   checked against the recomputed value for its I.
   ADD 1 TO WS-TOTAL-READ.
   IF WS-FIRST-LINEAGE = "Y"
       PERFORM START-NEW-LINEAGE
   ELSE
       IF TERM-SEED-F1 NOT = WS-CUR-F1
           OR TERM-SEED-F2 NOT = WS-CUR-F2
           OR TERM-SEED-F3 NOT = WS-CUR-F3
           OR TERM-MODE NOT = WS-CUR-MODE
           PERFORM PRINT-LINEAGE-LINE
           PERFORM START-NEW-LINEAGE
       END-IF
   END-IF.
   MOVE "N" TO WS-FIRST-LINEAGE.
   ADD 1 TO WS-LIN-READ.
   MOVE TERM-I TO WS-HIGH-I.
   MOVE SPACES TO WS-BAD-REASON.
   PERFORM CHECK-TERM-VALUE.
   IF WS-BAD-REASON = SPACES
       ADD 1 TO WS-LIN-GOOD
       ADD 1 TO WS-TOTAL-GOOD
   ELSE
       PERFORM QUARANTINE-TERM
   END-IF.

START-NEW-LINEAGE.
*>   Widens the seeds into the extended window exactly the way
*>   LOAD-XP-SEEDS does in the batch and sets the first computable
*>   I - the recurrence order, as the batch has it: I=2 is F1+F2 for
*>   a two-seed lineage, I=3 is F1+F2+F3 for a three-seed one. A
*>   mode the batch never writes leaves the order at zero and every
*>   term of the lineage fails as MODE.
   MOVE TERM-SEED-F1 TO WS-CUR-F1.
   MOVE TERM-SEED-F2 TO WS-CUR-F2.
   MOVE TERM-SEED-F3 TO WS-CUR-F3.
   MOVE TERM-MODE TO WS-CUR-MODE.
   IF TERM-MODE = 2 OR TERM-MODE = 3
       MOVE TERM-MODE TO WS-RECUR-ORDER
   ELSE
       MOVE 0 TO WS-RECUR-ORDER
   END-IF.
   MOVE TERM-SEED-F1 TO WS-XP-SHORT-VALUE.
   MOVE ZEROS TO WS-XP-W1.
   MOVE WS-XP-SHORT-IMAGE TO WS-XP-W1 (979:22).
   MOVE TERM-SEED-F2 TO WS-XP-SHORT-VALUE.
   MOVE ZEROS TO WS-XP-W2.
   MOVE WS-XP-SHORT-IMAGE TO WS-XP-W2 (979:22).
   MOVE TERM-SEED-F3 TO WS-XP-SHORT-VALUE.
   MOVE ZEROS TO WS-XP-W3.
   MOVE WS-XP-SHORT-IMAGE TO WS-XP-W3 (979:22).
   MOVE ZEROS TO WS-XP-WSUM.
   MOVE "N" TO WS-XP-OVERFLOW.
   COMPUTE WS-CALC-I = WS-RECUR-ORDER - 1.
   MOVE WS-RECUR-ORDER TO WS-EXPECT-I.
   MOVE 0 TO WS-LIN-READ.
   MOVE 0 TO WS-LIN-GOOD.
   MOVE 0 TO WS-LIN-BAD.
   MOVE 0 TO WS-LIN-GAPS.
   ADD 1 TO WS-TOTAL-LINEAGES.

CHECK-TERM-VALUE.
*>   Brings the recomputation up to this term's I - through any gap
*>   in front of it, which is reported - and compares. The stored
*>   term is measured against the value recomputed from the seeds,
*>   never against the stored terms before it: checked against its
*>   stored predecessors, one bad term would also condemn the two
*>   (or three) good terms after it. Reasons: MODE an unknown
*>   recurrence mode, INDX an I below the first computable term,
*>   LIMT a term past the 999 digits the batch can carry, VALU a
*>   value that differs from the recurrence, DIGT an extended
*>   record whose value is right but whose digit count (which the
*>   report and inquiry editing trust) is not.
   IF WS-RECUR-ORDER = 0
       MOVE "MODE" TO WS-BAD-REASON
   ELSE
       IF TERM-I < WS-RECUR-ORDER
           MOVE "INDX" TO WS-BAD-REASON
       ELSE
           IF TERM-I > WS-EXPECT-I
               MOVE WS-EXPECT-I TO WS-GAP-FROM
               COMPUTE WS-GAP-TO = TERM-I - 1
               PERFORM PRINT-GAP-LINE
           END-IF
           PERFORM ADVANCE-XP-WINDOW
               UNTIL WS-CALC-I NOT < TERM-I OR WS-XP-OVERFLOW = "Y"
           COMPUTE WS-EXPECT-I = TERM-I + 1
           IF WS-XP-OVERFLOW = "Y"
               MOVE "LIMT" TO WS-BAD-REASON
           ELSE
               PERFORM COMPARE-STORED-VALUE
           END-IF
       END-IF
   END-IF.

COMPARE-STORED-VALUE.
*>   A short record's FIB is widened into the extended layout so one
*>   comparison serves both; an extended record also has its digit
*>   count checked the way FORMAT-XP-TEXT in the batch counts it.
   IF TERMX-FORMAT = "X"
       MOVE TERMX-FIB TO WS-STORED-VALUE
   ELSE
       MOVE TERM-FIB TO WS-XP-SHORT-VALUE
       MOVE ZEROS TO WS-STORED-VALUE
       MOVE WS-XP-SHORT-IMAGE TO WS-STORED-VALUE (979:22)
   END-IF.
   IF WS-STORED-VALUE NOT = WS-XP-WSUM
       MOVE "VALU" TO WS-BAD-REASON
   ELSE
       IF TERMX-FORMAT = "X"
           MOVE WS-XP-WSUM TO WS-XP-EDIT
           MOVE 0 TO WS-XP-LEAD-ZEROS
           INSPECT WS-XP-EDIT TALLYING WS-XP-LEAD-ZEROS
               FOR LEADING ZEROS
           IF WS-XP-LEAD-ZEROS > 998
               MOVE 998 TO WS-XP-LEAD-ZEROS
           END-IF
           COMPUTE WS-XP-INT-LEN = 999 - WS-XP-LEAD-ZEROS
           IF TERMX-DIGITS NOT = WS-XP-INT-LEN
               MOVE "DIGT" TO WS-BAD-REASON
           END-IF
       END-IF
   END-IF.

ADVANCE-XP-WINDOW.
*>   One step of the recurrence in extended precision, limb for limb
*>   the batch's ADVANCE-XP-WINDOW: limbs added from the low end up,
*>   the DIVIDE splitting each limb sum into digits and carry, a
*>   carry out of the top limb an overflow; the window shifts and
*>   the new term is left in WS-XP-WSUM.
   MOVE 0 TO WS-XP-CARRY.
   PERFORM VARYING WS-XP-IX FROM WS-XP-LIMBS BY -1
       UNTIL WS-XP-IX < 1
       IF WS-RECUR-ORDER = 3
           COMPUTE WS-XP-LIMB-SUM = WS-XP-W1-LIMB (WS-XP-IX)
               + WS-XP-W2-LIMB (WS-XP-IX) + WS-XP-W3-LIMB (WS-XP-IX)
               + WS-XP-CARRY
       ELSE
           COMPUTE WS-XP-LIMB-SUM = WS-XP-W1-LIMB (WS-XP-IX)
               + WS-XP-W2-LIMB (WS-XP-IX) + WS-XP-CARRY
       END-IF
       DIVIDE WS-XP-LIMB-SUM BY 100000000
           GIVING WS-XP-CARRY REMAINDER WS-XP-WSUM-LIMB (WS-XP-IX)
   END-PERFORM.
   IF WS-XP-CARRY > 0
       MOVE "Y" TO WS-XP-OVERFLOW
   END-IF.
   IF WS-RECUR-ORDER = 3
       MOVE WS-XP-W2 TO WS-XP-W1
       MOVE WS-XP-W3 TO WS-XP-W2
       MOVE WS-XP-WSUM TO WS-XP-W3
   ELSE
       MOVE WS-XP-W2 TO WS-XP-W1
       MOVE WS-XP-WSUM TO WS-XP-W2
   END-IF.
   ADD 1 TO WS-CALC-I.

QUARANTINE-TERM.
*>   Copies the whole record image, short or long, to the quarantine
*>   file behind the date, time and reason, then deletes it from the
*>   terms file - the same copy-first-delete-second order the purge
*>   uses when it archives, so a failure between the two leaves the
*>   term in both places rather than in neither. The exception names
*>   the terms file where a requester would go, since a shared term
*>   belongs to no one requester, with the I in both the N and I
*>   columns. The delete is journaled like any other, so a forward
*>   recovery does not bring the bad term back - but only once the
*>   file has taken it. A delete the file refuses leaves the bad
*>   term live: it is reported on the console and counted apart
*>   from the quarantined terms, and still gets its report line and
*>   exception.
   ACCEPT WS-NOW-TIME FROM TIME.
   MOVE WS-FULL-DATE TO QUAR-DATE.
   MOVE WS-NOW-TIME TO QUAR-TIME.
   MOVE WS-BAD-REASON TO QUAR-REASON.
   MOVE SPACES TO QUAR-TERM-IMAGE.
   MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN)
       TO QUAR-TERM-IMAGE (1:WS-TERMS-REC-LEN).
   COMPUTE WS-QUAR-REC-LEN = WS-TERMS-REC-LEN + 20.
   WRITE QUARANTINE-RECORD.
   MOVE "FIBTERMS" TO JRNL-FILE.
   MOVE "D" TO JRNL-ACTION.
   MOVE TERM-KEY TO JRNL-KEY.
   MOVE WS-TERMS-REC-LEN TO JRNL-BEFORE-LEN.
   MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN) TO JRNL-BEFORE-IMAGE.
   MOVE 0 TO JRNL-AFTER-LEN.
   MOVE SPACES TO JRNL-AFTER-IMAGE.
   DELETE TERMS-FILE
       INVALID KEY
           DISPLAY "FIBTERMSVERIFY: FIBTERMS.DAT DELETE FAILED AT I "
               TERM-I " - STATUS " WS-TERMS-STATUS
           ADD 1 TO WS-TOTAL-DEL-FAILED
       NOT INVALID KEY
           PERFORM WRITE-JOURNAL-RECORD
           ADD 1 TO WS-LIN-BAD
           ADD 1 TO WS-TOTAL-BAD
   END-DELETE.
   MOVE TERM-I TO WS-BAD-I.
   MOVE WS-BAD-REASON TO WS-BAD-REASON-ED.
   EVALUATE WS-BAD-REASON
       WHEN "MODE"
           MOVE "UNKNOWN RECURRENCE MODE" TO WS-BAD-TEXT
       WHEN "INDX"
           MOVE "I BELOW FIRST COMPUTABLE TERM" TO WS-BAD-TEXT
       WHEN "LIMT"
           MOVE "PAST THE EXTENDED-PRECISION LIMIT" TO WS-BAD-TEXT
       WHEN "VALU"
           MOVE "VALUE DIFFERS FROM RECURRENCE" TO WS-BAD-TEXT
       WHEN "DIGT"
           MOVE "DIGIT COUNT WRONG ON EXTENDED TERM" TO WS-BAD-TEXT
   END-EVALUATE.
   MOVE WS-BAD-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "CORR" TO EXCP-REASON-CODE.
   MOVE 12 TO EXCP-SEVERITY.
   MOVE "FIBTERMS" TO EXCP-REQUESTER.
   MOVE TERM-I TO EXCP-N.
   MOVE TERM-I TO EXCP-I.
   MOVE WS-FULL-DATE TO EXCP-DATE.
   MOVE WS-NOW-TIME TO EXCP-TIME.
   MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-RECORD.
   WRITE EXCEPTION-RECORD.
   ADD 1 TO WS-TOTAL-EXCP.

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
       DISPLAY "FIBTERMSVERIFY: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

WRITE-JOURNAL-RECORD.
*>   Stamps and appends one journal record. The caller has set the
*>   file, the action (A add, C change, D delete), the key and the
*>   before and after images with their lengths - a zero length for
*>   the image an add or a delete does not have.
   MOVE WS-FULL-DATE TO JRNL-DATE.
   ACCEPT JRNL-TIME FROM TIME.
   MOVE WS-JOURNAL-RECORD TO JOURNAL-LINE.
   WRITE JOURNAL-LINE.

PRINT-GAP-LINE.
*>   One stretch of I with no term on file, counted once however
*>   many terms it spans.
   MOVE WS-GAP-FROM TO WS-GAP-LO.
   MOVE WS-GAP-TO TO WS-GAP-HI.
   MOVE WS-GAP-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-LIN-GAPS.
   ADD 1 TO WS-TOTAL-GAPS.

PRINT-LINEAGE-LINE.
*>   The finished lineage's tally, printed under its gap and bad-term
*>   lines.
   MOVE WS-CUR-F1 TO WS-LIN-F1.
   MOVE WS-CUR-F2 TO WS-LIN-F2.
   MOVE WS-CUR-F3 TO WS-LIN-F3.
   MOVE WS-CUR-MODE TO WS-LIN-MODE.
   MOVE WS-LIN-READ TO WS-LIN-READ-ED.
   MOVE WS-LIN-GOOD TO WS-LIN-GOOD-ED.
   MOVE WS-LIN-BAD TO WS-LIN-BAD-ED.
   MOVE WS-LIN-GAPS TO WS-LIN-GAPS-ED.
   MOVE WS-HIGH-I TO WS-LIN-HIGH-ED.
   MOVE WS-LINEAGE-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-VERIFY-HEADER.
*>   Dated header; the lineage lines follow in key order.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-VERIFY-HEADER-1 TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-VERIFY-TOTALS.
*>   The balancing block: terms read = verified + quarantined +
*>   delete failed, and one exception raised per bad term found,
*>   whether or not it could be taken off the file.
   MOVE "LINEAGES SWEPT" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-LINEAGES TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "TERM RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "TERMS VERIFIED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-GOOD TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "TERMS QUARANTINED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-BAD TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "BAD TERMS DELETE FAILED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-DEL-FAILED TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "GAPS FOUND" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-GAPS TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "EXCEPTIONS RAISED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-EXCP TO WS-TOT-COUNT.
   MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-REPORT-LINE.
   WRITE VERIFY-REPORT-LINE AFTER ADVANCING 1 LINE.
