        ACCESS MODE IS RANDOM
        RECORD KEY IS SEQC-NAME
        FILE STATUS IS WS-SEQC-STATUS.
    SELECT USAGE-FILE ASSIGN TO "FIBLUSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LUSE-KEY
        ALTERNATE RECORD KEY IS LUSE-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-LUSE-STATUS.
    SELECT INQUIRY-REPORT-FILE ASSIGN TO "FIBINQ.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    05  INQ-REQUEST-TYPE         PIC X(1).
    05  INQ-SEQ-NAME             PIC X(8).
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
FD  SEQCAT-FILE
    LABEL RECORDS ARE STANDARD.
01  SEQCAT-RECORD.
    05  SEQC-F2                  PIC 9(21)V9(1).
    05  SEQC-F3                  PIC 9(21)V9(1).
    05  SEQC-MODE                PIC 9(1).
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
FD  INQUIRY-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  INQUIRY-REPORT-LINE        PIC X(160).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-TERMS-STATUS      PIC XX.
01  WS-TERMS-REC-LEN     PIC 9(4).
01  WS-SEQC-STATUS       PIC XX.
01  WS-SEQCAT-OPEN       PIC X(1) VALUE "N".
01  WS-LUSE-STATUS       PIC XX.
01  WS-LUSE-OPEN         PIC X(1) VALUE "N".
01  WS-LINEAGE-HELD      PIC X(1).
01  WS-LINEAGES-COUNT    PIC 9(5) VALUE 0.
01  WS-SEQ-OK            PIC X(1).
01  WS-USE-F1            PIC 9(21)V9(1).
01  WS-USE-F2            PIC 9(21)V9(1).
01  WS-HIGH-FOUND        PIC X(1).
01  WS-HIGH-I            PIC 9(5).
01  WS-HIGH-FIB          PIC 9(21)V9(1).
01  WS-HIGH-FORMAT       PIC X(1).
01  WS-HIGH-XP-FIB       PIC X(1000).
01  WS-ANSWER-XP         PIC X(1) VALUE "N".
01  WS-XP-EDIT           PIC X(1000).
01  WS-XP-LEAD-ZEROS     PIC 9(4).
01  WS-XP-INT-LEN        PIC 9(4).
01  WS-XP-TEXT           PIC X(1100).
01  WS-XP-TEXT-LEN       PIC 9(4).
01  WS-XP-TEXT-POS       PIC 9(4).
01  WS-KEY-F1            PIC 9(21)V9(1).
01  WS-KEY-F2            PIC 9(21)V9(1).
01  WS-KEY-F3            PIC 9(21)V9(1).
01  WS-FIB-ANSWER.
    05  FILLER               PIC X(5) VALUE "FIB=".
    05  INQA-FIB             PIC Z(20)9.9.
01  WS-XP-ANSWER.
    05  FILLER               PIC X(18) VALUE "FIB=EXTENDED, DIG=".
    05  INQA-XP-DIGITS       PIC ZZZ9.
    05  FILLER               PIC X(6) VALUE SPACES.
01  WS-XP-ANSWER-LINE.
    05  FILLER               PIC X(13) VALUE SPACES.
    05  INQX-DIGITS          PIC X(100).
01  WS-INQUIRY-TYPE-LINE.
    05  WS-TYP-TEXT          PIC X(22).
    05  WS-TYP-FROM          PIC ZZZZ9.
    05  FILLER               PIC X(6) VALUE " THRU ".
    05  WS-GAP-HI            PIC ZZZZ9.
    05  FILLER               PIC X(11) VALUE " NOT CACHED".
01  WS-USAGE-TYPE-LINE.
    05  FILLER               PIC X(30)
        VALUE "LINEAGES HELD BY REQUESTER".
01  WS-USAGE-DETAIL.
    05  FILLER               PIC X(5) VALUE "  F1=".
    05  INQU-F1              PIC Z(20)9.9.
    05  FILLER               PIC X(5) VALUE "  F2=".
    05  INQU-F2              PIC Z(20)9.9.
    05  FILLER               PIC X(5) VALUE "  F3=".
    05  INQU-F3              PIC Z(20)9.9.
    05  FILLER               PIC X(7) VALUE "  MODE=".
    05  INQU-MODE            PIC 9(1).
    05  FILLER               PIC X(8) VALUE "  FIRST=".
    05  INQU-FIRST-USED      PIC 9(8).
    05  FILLER               PIC X(7) VALUE "  LAST=".
    05  INQU-LAST-USED       PIC 9(8).
    05  FILLER               PIC X(9) VALUE "  HIGH-N=".
    05  INQU-HIGH-N          PIC ZZZZ9.
    05  FILLER               PIC X(11) VALUE "  REQUESTS=".
    05  INQU-REQUEST-COUNT   PIC ZZZZZZ9.
01  WS-INQUIRY-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(30).
    05  WS-TOT-COUNT         PIC ZZZZ9.
MAIN-LOGIC.
*>   Answers "what was FIB(I) for this requester under these seeds"
*>   questions by direct keyed reads against FIBTERMS.DAT - the same
*>   lineage TERM-KEY the batch job's WRITE-TERM-RECORD built, with
*>   the requester's claim on the lineage checked on FIBLUSE.DAT -
*>   so an ad-hoc lookup never has to queue a transaction through
*>   the batch, rewrite FIBOUT.PRT or grow the BI extract. One card per
*>   question on FIBINQIN.DAT: requester ID, seed pair and I for
*>   the exact lookup, plus the range (I through I-to) and
*>   highest-I card types ANSWER-ONE-INQUIRY describes. A key that
   IF WS-SEQC-STATUS = "00"
       MOVE "Y" TO WS-SEQCAT-OPEN
   END-IF.
   OPEN INPUT USAGE-FILE.
   IF WS-LUSE-STATUS = "00"
       MOVE "Y" TO WS-LUSE-OPEN
   END-IF.
   OPEN OUTPUT INQUIRY-REPORT-FILE.
   PERFORM PRINT-INQUIRY-HEADER.
   PERFORM UNTIL WS-CARD-EOF = "Y"
   IF WS-SEQCAT-OPEN = "Y"
       CLOSE SEQCAT-FILE
   END-IF.
   IF WS-LUSE-OPEN = "Y"
       CLOSE USAGE-FILE
   END-IF.
   CLOSE INQUIRY-REPORT-FILE.
   STOP RUN.

ANSWER-ONE-INQUIRY.
*>   Four card types. The three term inquiries share one
*>   key-building step. Blank or E is the original exact lookup,
*>   one keyed read for the card's I. R is a range inquiry: I is
*>   the from-term, the new I-to columns the to-term, and the keyed
*>   file is walked sequentially within the seeds/mode prefix so
*>   one card answers what used to take a card per term - with
*>   every uncached stretch inside the range flagged as a gap. H
*>   asks for the highest cached term for the prefix - the "how far
*>   up have we cached this sequence" question an analyst needs
*>   answered before queuing a batch request. U lists the lineages
*>   the requester holds on FIBLUSE.DAT, with their first and last
*>   use, high-water N and request count - the requester's view of
*>   the shared cache; it reads by requester alone and makes no use
*>   of the terms key. An unknown type column rejects the card with
*>   a message rather than guessing at what was meant, and a
*>   sequence name that does not resolve through the catalog
*>   rejects the same way - never defaulting to plain Fibonacci.
   PERFORM RESOLVE-INQUIRY-SEEDS.
   IF WS-SEQ-OK = "N"
       ADD 1 TO WS-BADCARD-COUNT

DISPATCH-INQUIRY-TYPE.
*>   Routes the card to its answer paragraph once the key prefix is
*>   built. The term inquiries first check that the requester holds
*>   the lineage; one that does not is answered LINEAGE NOT HELD
*>   and counted with the not-cached answers, exactly as the
*>   requester's own cache records answered before the cache was
*>   shared.
   EVALUATE INQ-REQUEST-TYPE
       WHEN SPACE
       WHEN "E"
       WHEN "R"
       WHEN "H"
           PERFORM CHECK-LINEAGE-HELD
           IF WS-LINEAGE-HELD = "N"
               ADD 1 TO WS-NOTCACHED-COUNT
               MOVE "LINEAGE NOT HELD" TO INQD-ANSWER
               MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               EVALUATE INQ-REQUEST-TYPE
                   WHEN "R"
                       PERFORM ANSWER-RANGE-INQUIRY
                   WHEN "H"
                       PERFORM ANSWER-HIGHEST-INQUIRY
                   WHEN OTHER
                       PERFORM ANSWER-EXACT-INQUIRY
               END-EVALUATE
           END-IF
       WHEN "U"
           PERFORM ANSWER-USAGE-INQUIRY
       WHEN OTHER
           ADD 1 TO WS-BADCARD-COUNT
           MOVE "UNKNOWN REQUEST TYPE" TO INQD-ANSWER
           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
   END-EVALUATE.

CHECK-LINEAGE-HELD.
*>   One keyed read of FIBLUSE.DAT for the card's requester on the
*>   lineage in the key prefix. A blank requester asks about the
*>   shared cache as a whole, and with no usage file on hand there
*>   is nothing to check against, so both answer from the cache.
   MOVE "Y" TO WS-LINEAGE-HELD.
   IF INQ-REQUESTER-ID NOT = SPACES
       AND WS-LUSE-OPEN = "Y"
       MOVE WS-KEY-F1 TO LUSE-SEED-F1
       MOVE WS-KEY-F2 TO LUSE-SEED-F2
       MOVE WS-KEY-F3 TO LUSE-SEED-F3
       MOVE WS-KEY-MODE TO LUSE-MODE
       MOVE INQ-REQUESTER-ID TO LUSE-REQUESTER-ID
       READ USAGE-FILE
           KEY IS LUSE-KEY
           INVALID KEY
               MOVE "N" TO WS-LINEAGE-HELD
       END-READ
   END-IF.

ANSWER-USAGE-INQUIRY.
*>   Lists every lineage the card's requester holds, walking the
*>   requester alternate key of FIBLUSE.DAT from its first record
*>   to the first one for another requester - one line per lineage.
*>   A requester with no claims answers NOT CACHED; a card with no
*>   usage file to answer from is rejected.
   IF WS-LUSE-OPEN = "N"
       ADD 1 TO WS-BADCARD-COUNT
       MOVE "USAGE FILE NOT AVAILABLE" TO INQD-ANSWER
       MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-LINE
       WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
   ELSE
       MOVE WS-USAGE-TYPE-LINE TO INQUIRY-REPORT-LINE
       WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
       MOVE "N" TO WS-HIGH-FOUND
       MOVE "N" TO WS-WALK-DONE
       MOVE INQ-REQUESTER-ID TO LUSE-REQUESTER-ID
       START USAGE-FILE KEY IS EQUAL TO LUSE-REQUESTER-ID
           INVALID KEY
               MOVE "Y" TO WS-WALK-DONE
       END-START
       PERFORM UNTIL WS-WALK-DONE = "Y"
           READ USAGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WALK-DONE
               NOT AT END
                   IF LUSE-REQUESTER-ID = INQ-REQUESTER-ID
                       MOVE "Y" TO WS-HIGH-FOUND
                       PERFORM LIST-ONE-LINEAGE
                   ELSE
                       MOVE "Y" TO WS-WALK-DONE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-HIGH-FOUND = "Y"
           ADD 1 TO WS-FOUND-COUNT
       ELSE
           ADD 1 TO WS-NOTCACHED-COUNT
           MOVE ZERO TO INQD-F1
           MOVE ZERO TO INQD-F2
           MOVE ZERO TO INQD-F3
           MOVE ZERO TO INQD-MODE
           MOVE ZERO TO INQD-I
           MOVE "NOT CACHED" TO INQD-ANSWER
           MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
       END-IF
   END-IF.

LIST-ONE-LINEAGE.
*>   One claim on the requester's list.
   MOVE LUSE-SEED-F1 TO INQU-F1.
   MOVE LUSE-SEED-F2 TO INQU-F2.
   MOVE LUSE-SEED-F3 TO INQU-F3.
   MOVE LUSE-MODE TO INQU-MODE.
   MOVE LUSE-FIRST-USED TO INQU-FIRST-USED.
   MOVE LUSE-LAST-USED TO INQU-LAST-USED.
   MOVE LUSE-HIGH-N TO INQU-HIGH-N.
   MOVE LUSE-REQUEST-COUNT TO INQU-REQUEST-COUNT.
   MOVE WS-USAGE-DETAIL TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-LINEAGES-COUNT.

RESOLVE-INQUIRY-SEEDS.
*>   Decides which seeds and mode this card asks about. A sequence
*>   name in the card's final columns resolves through FIBSEQCT.DAT
   END-IF.

BUILD-INQUIRY-KEY.
*>   The card's seeds and mode form the key prefix, so a
*>   Lucas 2/1 inquiry can never be answered with a plain Fibonacci
*>   term for the same I, nor a Tribonacci term with
*>   a two-seed one, for the same reason the batch job keys its
*>   cache this way. Mode 3 on the card asks the three-seed cache;
*>   anything else (including the blank on cards punched before the
*>   explicit zeros, and the report line echoes the F3/mode
*>   actually looked up so a filed FIBINQ.PRT says exactly what was
*>   asked.
   MOVE WS-USE-F1 TO TERM-SEED-F1.
   MOVE WS-USE-F2 TO TERM-SEED-F2.
   IF WS-USE-MODE = "3"
       MOVE ZERO TO TERM-SEED-F3
   END-IF.
   MOVE INQ-I TO TERM-I.
   MOVE TERM-SEED-F1 TO WS-KEY-F1.
   MOVE TERM-SEED-F2 TO WS-KEY-F2.
   MOVE TERM-SEED-F3 TO WS-KEY-F3.

ANSWER-EXACT-INQUIRY.
*>   The original behavior: one keyed read, exact hit or NOT CACHED.
   MOVE "N" TO WS-ANSWER-XP.
   READ TERMS-FILE
       INVALID KEY
           ADD 1 TO WS-NOTCACHED-COUNT
           MOVE "NOT CACHED" TO INQD-ANSWER
       NOT INVALID KEY
           ADD 1 TO WS-FOUND-COUNT
           PERFORM SET-TERM-ANSWER
   END-READ.
   MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   PERFORM PRINT-XP-ANSWER-DIGITS.

ANSWER-RANGE-INQUIRY.
*>   Walks the prefix from I-from and prints every cached term up
               AT END
                   MOVE "Y" TO WS-WALK-DONE
               NOT AT END
                   IF TERM-SEED-F1 = WS-KEY-F1
                       AND TERM-SEED-F2 = WS-KEY-F2
                       AND TERM-SEED-F3 = WS-KEY-F3
                       AND TERM-MODE = WS-KEY-MODE
       PERFORM PRINT-GAP-LINE
   END-IF.
   MOVE TERM-I TO INQD-I.
   PERFORM SET-TERM-ANSWER.
   MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   PERFORM PRINT-XP-ANSWER-DIGITS.
   ADD 1 TO WS-LISTED-COUNT.
   ADD 1 TO WS-RANGE-EXPECTED.

           AT END
               MOVE "Y" TO WS-WALK-DONE
           NOT AT END
               IF TERM-SEED-F1 = WS-KEY-F1
                   AND TERM-SEED-F2 = WS-KEY-F2
                   AND TERM-SEED-F3 = WS-KEY-F3
                   AND TERM-MODE = WS-KEY-MODE
                   MOVE "Y" TO WS-HIGH-FOUND
                   MOVE TERM-I TO WS-HIGH-I
                   MOVE TERMX-FORMAT TO WS-HIGH-FORMAT
                   IF TERMX-FORMAT = "X"
                       MOVE TERMX-FIB TO WS-HIGH-XP-FIB
                   ELSE
                       MOVE TERM-FIB TO WS-HIGH-FIB
                   END-IF
               ELSE
                   MOVE "Y" TO WS-WALK-DONE
               END-IF
       END-READ
   END-PERFORM.
   MOVE "N" TO WS-ANSWER-XP.
   IF WS-HIGH-FOUND = "Y"
       ADD 1 TO WS-FOUND-COUNT
       MOVE WS-HIGH-I TO INQD-I
       IF WS-HIGH-FORMAT = "X"
           MOVE WS-HIGH-XP-FIB TO WS-XP-EDIT
           PERFORM SET-XP-ANSWER
       ELSE
           MOVE WS-HIGH-FIB TO INQA-FIB
           MOVE WS-FIB-ANSWER TO INQD-ANSWER
       END-IF
   ELSE
       ADD 1 TO WS-NOTCACHED-COUNT
       MOVE ZERO TO INQD-I
   END-IF.
   MOVE WS-INQUIRY-DETAIL TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   PERFORM PRINT-XP-ANSWER-DIGITS.

SET-TERM-ANSWER.
*>   Builds the answer column from the term record just read. A short
*>   record answers FIB= as it always has; an extended-precision
*>   record (the "X" the batch writes where the short FIB starts)
*>   answers with its digit count, and PRINT-XP-ANSWER-DIGITS lists
*>   the value itself under the detail line.
   MOVE "N" TO WS-ANSWER-XP.
   IF TERMX-FORMAT = "X"
       MOVE TERMX-FIB TO WS-XP-EDIT
       PERFORM SET-XP-ANSWER
   ELSE
       MOVE TERM-FIB TO INQA-FIB
       MOVE WS-FIB-ANSWER TO INQD-ANSWER
   END-IF.

SET-XP-ANSWER.
*>   Edits the extended value in WS-XP-EDIT the way the batch report
*>   does - leading zeros suppressed to one integer digit, decimal
*>   point, tenths digit - and puts the digit count in the answer.
   MOVE "Y" TO WS-ANSWER-XP.
   MOVE 0 TO WS-XP-LEAD-ZEROS.
   INSPECT WS-XP-EDIT TALLYING WS-XP-LEAD-ZEROS FOR LEADING ZEROS.
   IF WS-XP-LEAD-ZEROS > 998
       MOVE 998 TO WS-XP-LEAD-ZEROS
   END-IF.
   COMPUTE WS-XP-INT-LEN = 999 - WS-XP-LEAD-ZEROS.
   COMPUTE WS-XP-TEXT-POS = WS-XP-LEAD-ZEROS + 1.
   MOVE SPACES TO WS-XP-TEXT.
   STRING WS-XP-EDIT (WS-XP-TEXT-POS:WS-XP-INT-LEN) DELIMITED BY SIZE
          "." DELIMITED BY SIZE
          WS-XP-EDIT (1000:1) DELIMITED BY SIZE
       INTO WS-XP-TEXT
   END-STRING.
   COMPUTE WS-XP-TEXT-LEN = WS-XP-INT-LEN + 2.
   MOVE WS-XP-INT-LEN TO INQA-XP-DIGITS.
   MOVE WS-XP-ANSWER TO INQD-ANSWER.

PRINT-XP-ANSWER-DIGITS.
*>   The full digits of an extended answer, 100 to a line, indented
*>   under the detail line they belong to. Nothing for a short one.
   IF WS-ANSWER-XP = "Y"
       MOVE 1 TO WS-XP-TEXT-POS
       PERFORM UNTIL WS-XP-TEXT-POS > WS-XP-TEXT-LEN
           MOVE WS-XP-TEXT (WS-XP-TEXT-POS:100) TO INQX-DIGITS
           MOVE WS-XP-ANSWER-LINE TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 100 TO WS-XP-TEXT-POS
       END-PERFORM
       MOVE "N" TO WS-ANSWER-XP
   END-IF.

PRINT-INQUIRY-HEADER.
*>   Dated header; the inquiry list is short by nature, one page
   MOVE WS-LISTED-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "LINEAGES LISTED" TO WS-TOT-LABEL.
   MOVE WS-LINEAGES-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "GAPS FOUND" TO WS-TOT-LABEL.
   MOVE WS-GAPS-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
