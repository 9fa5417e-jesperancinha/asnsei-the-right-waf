        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT USAGE-FILE ASSIGN TO "FIBLUSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LUSE-KEY
        ALTERNATE RECORD KEY IS LUSE-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-LUSE-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "FIBCKPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.
        ACCESS MODE IS RANDOM
        RECORD KEY IS SEQC-NAME
        FILE STATUS IS WS-SEQC-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT STATUS-FILE ASSIGN TO "FIBRQSTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQS-TRACKING-NO
        ALTERNATE RECORD KEY IS RQS-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-RQSTS-STATUS.
    SELECT RESIDUE-FILE ASSIGN TO "FIBRESID.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RES-KEY
        FILE STATUS IS WS-RES-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SYSIN-FILE
    05  SYSIN-CUTOFF-TYPE        PIC X(1).
    05  SYSIN-CUTOFF-LIMIT       PIC 9(8).
    05  SYSIN-SEQ-NAME           PIC X(8).
    05  SYSIN-MODULUS            PIC 9(9).
    05  SYSIN-RESIDUE-N          PIC X(18).
FD  REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  REPORT-LINE               PIC X(95).
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
FD  CHECKPOINT-FILE
    LABEL RECORDS ARE STANDARD.
01  CKPT-RECORD.
    05  CKPT-F2                  PIC 9(21)V9(1).
    05  CKPT-F3                  PIC 9(21)V9(1).
    05  CKPT-FIB                 PIC 9(21)V9(1).
    05  CKPT-PRECISION           PIC X(1).
    05  CKPT-XP-F1               PIC X(1000).
    05  CKPT-XP-F2               PIC X(1000).
    05  CKPT-XP-F3               PIC X(1000).
    05  CKPT-XP-FIB              PIC X(1000).
FD  AUDIT-FILE
    LABEL RECORDS ARE STANDARD.
01  AUDIT-LINE                PIC X(180).
FD  TRANS-FILE
    LABEL RECORDS ARE STANDARD.
01  TRANS-RECORD.
    05  TRAN-REQUESTER-ID        PIC X(10).
    05  TRAN-N                   PIC 9(5).
    05  TRAN-PRIORITY            PIC X(1).
    05  TRAN-TRACKING-NO         PIC X(14).
    05  FILLER                   PIC X(50).
SD  TRANS-SORT-FILE.
01  TRANS-SORT-RECORD.
    05  SRT-PRIORITY             PIC X(1).
    05  STRN-DATA.
        10  STRN-REQUESTER-ID    PIC X(10).
        10  STRN-N               PIC 9(5).
        10  FILLER               PIC X(1).
        10  STRN-TRACKING-NO     PIC X(14).
        10  STRN-RESIDUE-N       PIC X(18).
        10  FILLER               PIC X(32).
FD  CARRYOVER-FILE
    LABEL RECORDS ARE STANDARD.
01  CARRYOVER-RECORD           PIC X(80).
    05  BCKPT-SUM-RECON-MISM     PIC 9(5).
    05  BCKPT-SUM-CARRIED        PIC 9(5).
    05  BCKPT-SUM-CONTINUED      PIC 9(5).
    05  BCKPT-SUM-XP-REQUESTS    PIC 9(5).
    05  BCKPT-XP-EXTRACT-COUNT   PIC 9(7).
    05  BCKPT-SUM-RES-REQUESTS   PIC 9(5).
FD  EXTRACT-WORK-FILE
    LABEL RECORDS ARE STANDARD.
01  EXTRACT-WORK-LINE          PIC X(100).
    05  RQST-MAX-N               PIC 9(5).
    05  RQST-ACTIVE-FLAG         PIC X(1).
    05  RQST-DEFAULT-CLASS       PIC X(1).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
FD  STATUS-FILE
    LABEL RECORDS ARE STANDARD.
01  RQSTS-RECORD.
    05  RQS-TRACKING-NO.
        10  RQS-TRACK-DATE       PIC 9(8).
        10  RQS-TRACK-SEQ        PIC 9(6).
    05  RQS-REQUESTER-ID         PIC X(10).
    05  RQS-N                    PIC X(5).
    05  RQS-PRIORITY             PIC X(1).
    05  RQS-CURRENT-STAGE        PIC X(4).
    05  RQS-LAST-DATE            PIC 9(8).
    05  RQS-LAST-TIME            PIC 9(8).
    05  RQS-STAGE-COUNT          PIC 9(2).
    05  RQS-STAGE-ENTRY          OCCURS 12 TIMES.
        10  RQS-STAGE-CODE       PIC X(4).
        10  RQS-STAGE-DATE       PIC 9(8).
        10  RQS-STAGE-TIME       PIC 9(8).
        10  RQS-STAGE-INFO       PIC X(8).
FD  RESIDUE-FILE
    LABEL RECORDS ARE STANDARD.
01  RESIDUE-RECORD.
    05  RES-KEY.
        10  RES-SEED-F1          PIC 9(21)V9(1).
        10  RES-SEED-F2          PIC 9(21)V9(1).
        10  RES-SEED-F3          PIC 9(21)V9(1).
        10  RES-MODE             PIC 9(1).
        10  RES-MODULUS          PIC 9(9).
        10  RES-N                PIC 9(18).
    05  RES-KIND                 PIC X(1).
    05  RES-VALUE                PIC 9(10).
    05  RES-DATE                 PIC 9(8).
WORKING-STORAGE SECTION.
01  F1                   PIC 9(21)V9(1).
01  F2                   PIC 9(21)V9(1).
01  WS-TRIAL-I           PIC 9(5).
01  WS-TRIAL-OVERFLOW    PIC X(1) VALUE "N".

01  WS-XP-REQUEST        PIC X(1) VALUE "N".
01  WS-XP-TERM           PIC X(1) VALUE "N".
01  WS-XP-OVERFLOW       PIC X(1) VALUE "N".
01  WS-XP-LIMBS          PIC 9(3) VALUE 125.
01  WS-XP-IX             PIC 9(3).
01  WS-XP-CARRY          PIC 9(1).
01  WS-XP-LIMB-SUM       PIC 9(9).
01  WS-XP-TRIAL-FROM     PIC 9(5).
01  WS-XP-W1.
    05  WS-XP-W1-LIMB        PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-W2.
    05  WS-XP-W2-LIMB        PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-W3.
    05  WS-XP-W3-LIMB        PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-WSUM.
    05  WS-XP-WSUM-LIMB      PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-SEED-F1        PIC X(1000).
01  WS-XP-SEED-F2        PIC X(1000).
01  WS-XP-SEED-F3        PIC X(1000).
01  WS-XP-F1             PIC X(1000).
01  WS-XP-F2             PIC X(1000).
01  WS-XP-F3             PIC X(1000).
01  WS-XP-FIB            PIC X(1000).
01  WS-XP-PRIOR          PIC X(1000).
01  WS-XP-BF-F1          PIC X(1000).
01  WS-XP-BF-F2          PIC X(1000).
01  WS-XP-BF-F3          PIC X(1000).
01  WS-XP-CONT-F1        PIC X(1000).
01  WS-XP-CONT-F2        PIC X(1000).
01  WS-XP-CONT-F3        PIC X(1000).
01  WS-XP-CONV           PIC X(1000).
01  WS-XP-EDIT           PIC X(1000).
01  WS-XP-SHORT-IMAGE.
    05  WS-XP-SHORT-VALUE    PIC 9(21)V9(1).
01  WS-XP-WIDE-IMAGE.
    05  WS-XP-WIDE-VALUE     PIC 9(30)V9(1).
01  WS-XP-LEAD-ZEROS     PIC 9(4).
01  WS-XP-LEAD-POS       PIC 9(4).
01  WS-XP-INT-LEN        PIC 9(4).
01  WS-XP-TEXT           PIC X(1050).
01  WS-XP-TEXT-LEN       PIC 9(4).
01  WS-XP-TEXT-POS       PIC 9(4).
01  WS-XP-SEG            PIC 9(2).
01  WS-XP-SEGS           PIC 9(2).
01  WS-XP-RATIO-CUR      PIC 9(18).
01  WS-XP-RATIO-PRI      PIC 9(18).
01  WS-XP-RC1.
    05  WS-XP-RC1-LIMB       PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-RC2.
    05  WS-XP-RC2-LIMB       PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-RC3.
    05  WS-XP-RC3-LIMB       PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-RCS.
    05  WS-XP-RCS-LIMB       PIC 9(8) OCCURS 125 TIMES.
01  WS-XP-RC-SUM         PIC 9(9).
01  WS-XP-RC-CARRY       PIC 9(1).

01  WS-RESIDUE-MODE      PIC X(1) VALUE "N".
01  WS-RES-STATUS        PIC XX.
01  WS-RES-MODULUS       PIC 9(9) VALUE 0.
01  WS-RES-N-TEXT        PIC X(18) VALUE SPACES.
01  WS-RES-N             PIC 9(18) VALUE 0.
01  WS-RES-STEPS         PIC 9(18).
01  WS-RES-QUOTIENT      PIC 9(18).
01  WS-RES-REDUCED       PIC 9(18).
01  WS-RES-STEP-LIMIT    PIC 9(10) VALUE 50000000.
01  WS-RES-K             PIC 9(10).
01  WS-RES-RUN           PIC 9(10).
01  WS-RES-PERIOD        PIC 9(10).
01  WS-RES-PERIOD-FOUND  PIC X(1).
01  WS-RES-ANSWER-FOUND  PIC X(1).
01  WS-RES-SEEDS-WHOLE   PIC X(1).
01  WS-RES-SOURCE        PIC X(1).
01  WS-RES-INT-SEED      PIC 9(21).
01  WS-RES-SEED-QUOT     PIC 9(21).
01  WS-RES-S1            PIC 9(9).
01  WS-RES-S2            PIC 9(9).
01  WS-RES-S3            PIC 9(9).
01  WS-RES-R1            PIC 9(9).
01  WS-RES-R2            PIC 9(9).
01  WS-RES-R3            PIC 9(9).
01  WS-RES-NEXT          PIC 9(10).
01  WS-RES-VALUE         PIC 9(9) VALUE 0.
01  WS-RES-RC1           PIC 9(9).
01  WS-RES-RC2           PIC 9(9).
01  WS-RES-RC3           PIC 9(9).
01  WS-RES-RC-SUM        PIC 9(10).
01  WS-RES-RC-QUOT       PIC 9(10).
01  WS-RES-RC-NEW        PIC 9(9).
01  WS-RES-RC-VALUE      PIC 9(9).
01  WS-RES-RC-K          PIC 9(18).
01  WS-RES-RC-TARGET     PIC 9(18).
01  WS-RES-RC-LAST       PIC 9(18).

01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-DET-I             PIC ZZZZ9.
    05  FILLER               PIC X(5) VALUE SPACES.
    05  WS-DET-FIB           PIC Z(20)9.9.
01  WS-REPORT-XP-DETAIL.
    05  WS-XPD-I             PIC ZZZZ9.
    05  FILLER               PIC X(5) VALUE SPACES.
    05  WS-XPD-TEXT          PIC X(80).
01  WS-REPORT-XP-CONT.
    05  FILLER               PIC X(10) VALUE SPACES.
    05  WS-XPC-TEXT          PIC X(80).
01  WS-REPORT-RES-HEADER-2.
    05  FILLER               PIC X(12) VALUE "REQUESTER: ".
    05  WS-RHD-REQUESTER     PIC X(10).
    05  FILLER               PIC X(6) VALUE "  N: ".
    05  WS-RHD-N             PIC Z(17)9.
    05  FILLER               PIC X(10) VALUE "  MOD M: ".
    05  WS-RHD-MODULUS       PIC Z(8)9.
01  WS-REPORT-RES-HEADER-3.
    05  FILLER               PIC X(40)
        VALUE "RESIDUE MODE - VALUES ARE F(N) MOD M".
01  WS-REPORT-RES-DETAIL.
    05  FILLER               PIC X(13) VALUE "F(N) MOD M = ".
    05  WS-RSD-VALUE         PIC Z(8)9.
    05  FILLER               PIC X(10) VALUE "  PERIOD: ".
    05  WS-RSD-PERIOD        PIC Z(9)9.
    05  FILLER               PIC X(13) VALUE "  STEPS RUN: ".
    05  WS-RSD-STEPS         PIC Z(9)9.
01  WS-REPORT-RES-SOURCE.
    05  FILLER               PIC X(16) VALUE "RESIDUE SOURCE: ".
    05  WS-RSS-TEXT          PIC X(40).

01  WS-TERMS-STATUS      PIC XX.
01  WS-TERMS-REC-LEN     PIC 9(4).
01  WS-TERMS-SHORT-LEN   PIC 9(4) VALUE 94.
01  WS-TERMS-XP-LEN      PIC 9(4) VALUE 1077.
01  WS-LUSE-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-RQSTS-STATUS      PIC XX.
01  WS-RQSTS-AVAILABLE   PIC X(1) VALUE "N".
01  WS-RQSTS-FOUND       PIC X(1).
01  WS-RQSTS-TRACKING    PIC X(14).
01  WS-RQSTS-REQUESTER   PIC X(10).
01  WS-RQSTS-N           PIC X(5).
01  WS-RQSTS-PRIORITY    PIC X(1).
01  WS-RQSTS-STAGE       PIC X(4).
01  WS-RQSTS-INFO        PIC X(8).
01  WS-RQSTS-TIME        PIC 9(8).
01  WS-RQSTS-IX          PIC 9(2).
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "Fibonacci".
    05  JRNL-DATE            PIC 9(8).
    05  JRNL-TIME            PIC 9(8).
    05  JRNL-FILE            PIC X(8).
    05  JRNL-ACTION          PIC X(1).
    05  JRNL-KEY             PIC X(80).
    05  JRNL-BEFORE-LEN      PIC 9(4).
    05  JRNL-AFTER-LEN       PIC 9(4).
    05  JRNL-BEFORE-IMAGE    PIC X(1077).
    05  JRNL-AFTER-IMAGE     PIC X(1077).

01  WS-CKPT-STATUS       PIC XX.
01  WS-CHECKPOINT-EVERY  PIC 9(5) VALUE 25.
01  WS-BATCH-START-TIME  PIC 9(8).
01  WS-BATCH-NOW-TIME    PIC 9(8).
01  WS-BATCH-ELAPSED     PIC 9(8).
01  WS-TERMS-COMPUTED    PIC 9(11) VALUE 0.
01  WS-TERMS-AT-START    PIC 9(11) VALUE 0.
01  WS-REQUEST-PRIORITY  PIC X(1) VALUE SPACE.
01  WS-SUM-CARRIED-OVER  PIC 9(5) VALUE 0.
01  WS-CONT-FOUND        PIC X(1).
01  WS-CONT-DONE         PIC X(1).
01  WS-CONT-F2           PIC 9(21)V9(1).
01  WS-CONT-F3           PIC 9(21)V9(1).
01  WS-REQUESTER-ID      PIC X(10) VALUE "DEFAULT".
01  WS-TRACKING-NO       PIC X(14) VALUE SPACES.
01  WS-TERM-FOUND        PIC X(1) VALUE "N".
01  WS-BATCH-MODE        PIC X(1) VALUE "N".
01  WS-N-VALID           PIC X(1) VALUE "Y".
    05  WS-RECON-EXPECTED    PIC Z(20)9.9.
    05  FILLER               PIC X(9) VALUE "  ACTUAL=".
    05  WS-RECON-ACTUAL      PIC Z(20)9.9.
01  WS-RECON-XP-LINE.
    05  FILLER               PIC X(17) VALUE "RECONCILIATION: ".
    05  WS-RECON-XP-STATUS   PIC X(10).
    05  FILLER               PIC X(29)
        VALUE "  EXTENDED PRECISION, DIGITS=".
    05  WS-RECON-XP-DIGITS   PIC ZZZ9.
01  WS-RECON-RES-LINE.
    05  FILLER               PIC X(17) VALUE "RECONCILIATION: ".
    05  WS-RECON-RES-STATUS  PIC X(10).
    05  FILLER               PIC X(11) VALUE "  EXPECTED=".
    05  WS-RECON-RES-EXPECTED
                             PIC Z(8)9.
    05  FILLER               PIC X(9) VALUE "  ACTUAL=".
    05  WS-RECON-RES-ACTUAL  PIC Z(8)9.
    05  FILLER               PIC X(9) VALUE "  PERIOD ".
    05  WS-RECON-RES-PERIOD  PIC X(13).
01  WS-RECON-XP-LABEL.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-RECON-XP-WHICH    PIC X(10).

01  WS-FULL-DATE         PIC 9(8).
01  WS-START-TIME        PIC 9(8).
    05  AUD-ELAPSED          PIC 9(8).
    05  FILLER               PIC X(7) VALUE "  FIB: ".
    05  AUD-FIB              PIC Z(20)9.9.
    05  AUD-FIB-TEXT REDEFINES AUD-FIB
                             PIC X(23).
    05  FILLER               PIC X(8) VALUE "  PATH: ".
    05  AUD-PATH             PIC X(1).
    05  FILLER               PIC X(7) VALUE "  TRK: ".
    05  AUD-TRACKING-NO      PIC X(14).
    05  FILLER               PIC X(7) VALUE "  CLS: ".
    05  AUD-PRIORITY         PIC X(1).
    05  FILLER               PIC X(7) VALUE "  TRM: ".
    05  AUD-TERMS            PIC 9(8).
01  WS-AUD-XP-TEXT.
    05  FILLER               PIC X(14) VALUE "EXTENDED, DIG=".
    05  WS-AUD-XP-DIGITS     PIC ZZZ9.
    05  FILLER               PIC X(5) VALUE SPACES.
01  WS-AUD-RES-TEXT.
    05  FILLER               PIC X(9) VALUE "RESIDUE= ".
    05  WS-AUD-RES-VALUE     PIC Z(8)9.
    05  FILLER               PIC X(5) VALUE SPACES.
01  WS-SERVED-PATH       PIC X(1) VALUE "F".

01  WS-EXTRACT-COUNT     PIC 9(7) VALUE 0.
01  WS-EXTRACT-LAST-FIB  PIC 9(21)V9(1) VALUE 0.
01  WS-EXTRACT-RECS-TOTAL  PIC 9(7) VALUE 0.
01  WS-EXTRACT-XP-COUNT  PIC 9(7) VALUE 0.

01  WS-SUM-N-ACCEPTED    PIC 9(5) VALUE 0.
01  WS-SUM-N-REJECTED    PIC 9(5) VALUE 0.
01  WS-SUM-CKPT-RESTARTS PIC 9(5) VALUE 0.
01  WS-SUM-RECON-MATCH   PIC 9(5) VALUE 0.
01  WS-SUM-RECON-MISM    PIC 9(5) VALUE 0.
01  WS-SUM-XP-REQUESTS   PIC 9(5) VALUE 0.
01  WS-SUM-RES-REQUESTS  PIC 9(5) VALUE 0.
01  WS-SUMMARY-HEADER.
    05  FILLER               PIC X(36)
        VALUE "OPERATIONS SUMMARY - CONTROL TOTALS ".
    05  EXTR-SUM-CONTINUED   PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-SUM-DETAILS     PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-SUM-XP-REQUESTS PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-SUM-XP-DETAILS  PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-SUM-RES-REQUESTS
                             PIC 9(5).
    05  FILLER               PIC X(10) VALUE SPACES.

01  WS-EXCP-STATUS       PIC XX.
01  WS-SEQC-STATUS       PIC XX.
01  WS-EXC-SUSP-COUNT    PIC 9(5) VALUE 0.
01  WS-EXC-DUPK-COUNT    PIC 9(5) VALUE 0.
01  WS-EXC-MISM-COUNT    PIC 9(5) VALUE 0.
01  WS-EXC-RSED-COUNT    PIC 9(5) VALUE 0.
01  WS-EXC-RPER-COUNT    PIC 9(5) VALUE 0.
01  WS-EXC-USGF-COUNT    PIC 9(5) VALUE 0.
01  WS-EXC-TOTAL-COUNT   PIC 9(5) VALUE 0.
01  WS-EXCEPTIONS-HEADER.
    05  FILLER               PIC X(34)
    05  EXTR-DET-I           PIC ZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-DET-FIB         PIC Z(20)9.9.
    05  FILLER               PIC X(4) VALUE SPACES.
    05  EXTR-DET-TRACKING    PIC X(14).
    05  FILLER               PIC X(33) VALUE SPACES.
01  WS-EXTRACT-XP-DETAIL.
    05  FILLER               PIC X(3) VALUE "XDT".
    05  EXTR-XDT-REQUESTER   PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-XDT-N           PIC ZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-XDT-I           PIC ZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-XDT-SEG         PIC 9(2).
    05  FILLER               PIC X(1) VALUE "/".
    05  EXTR-XDT-SEGS        PIC 9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-XDT-DIGITS      PIC X(50).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-XDT-TRACKING    PIC X(14).
    05  FILLER               PIC X(3) VALUE SPACES.
01  WS-EXTRACT-RESIDUE.
    05  FILLER               PIC X(3) VALUE "RES".
    05  EXTR-RES-REQUESTER   PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-RES-N           PIC Z(17)9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-RES-MODULUS     PIC Z(8)9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-RES-VALUE       PIC Z(8)9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-RES-PERIOD      PIC Z(9)9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-RES-MODE        PIC 9(1).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-RES-TRACKING    PIC X(14).
    05  FILLER               PIC X(20) VALUE SPACES.
01  WS-GOLDEN-RATIO      PIC 9(1)V9(8) VALUE 1.61803399.
01  WS-CONV-TOLERANCE    PIC 9(1)V9(8) VALUE 0.00001000.
01  WS-PRIOR-FIB         PIC 9(21)V9(1) VALUE 0.
    05  EXTR-ANL-RATIO       PIC Z(4)9.9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-ANL-DEV         PIC -(4)9.9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-ANL-TRACKING    PIC X(14).
    05  FILLER               PIC X(29) VALUE SPACES.
01  WS-EXTRACT-ANL-SUMMARY.
    05  FILLER               PIC X(3) VALUE "ANS".
    05  EXTR-ANS-REQUESTER   PIC X(10).
    05  EXTR-ANS-CONV-I      PIC ZZZZ9.
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-ANS-TOLERANCE   PIC 9.9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  EXTR-ANS-TRACKING    PIC X(14).
    05  FILLER               PIC X(49) VALUE SPACES.
01  WS-GROWTH-LINE.
    05  FILLER               PIC X(17) VALUE "GROWTH ANALYSIS: ".
    05  WS-GRW-STATUS        PIC X(16).
    05  EXTR-TRL-COUNT       PIC 9(7).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  EXTR-TRL-FIB         PIC Z(20)9.9.
    05  FILLER               PIC X(2) VALUE SPACES.
    05  EXTR-TRL-XP-COUNT    PIC 9(7).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  EXTR-TRL-RES-COUNT   PIC 9(7).
    05  FILLER               PIC X(47) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   started to the FIBTRANC.DAT carryover file - same record layout
*>   as FIBTRANA.DAT, ready to be the next window's input - instead
*>   of attempting it past the window. The summary then balances
*>   read = accepted + rejected + carried over. Each transaction's
*>   outcome - carried over, served by cache, continuation or fresh
*>   compute, or rejected - is added under its tracking number to
*>   the request-status master FIBRQSTS.DAT the edit step started.
   PERFORM READ-RUN-PARAMETERS.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
       OPEN OUTPUT EXCEPTION-FILE
   END-IF.
   PERFORM OPEN-TERMS-FILE.
   PERFORM OPEN-USAGE-FILE.
   PERFORM OPEN-JOURNAL-FILE.
   PERFORM OPEN-REQUESTER-FILE.
   PERFORM OPEN-STATUS-FILE.
   IF WS-RESIDUE-MODE = "Y"
       PERFORM OPEN-RESIDUE-FILE
   END-IF.
   IF WS-BATCH-RESTARTED = "N"
       PERFORM WRITE-EXTRACT-HEADER
   END-IF.
               NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
                   IF WS-TRANS-COUNT > WS-BATCH-RESUME-AT
                       MOVE STRN-TRACKING-NO TO WS-TRACKING-NO
                       PERFORM CHECK-WINDOW-CUTOFF
                       IF WS-CUTOFF-REACHED = "Y"
                           PERFORM CARRY-OVER-TRANSACTION
                       ELSE
                           MOVE STRN-REQUESTER-ID TO WS-REQUESTER-ID
                           MOVE STRN-N TO N
                           MOVE STRN-RESIDUE-N TO WS-RES-N-TEXT
                           MOVE STRN-PRIORITY TO WS-REQUEST-PRIORITY
                           MOVE "Y" TO WS-BATCH-MODE
                           PERFORM RUN-ONE-REQUEST
                           PERFORM WRITE-BATCH-CHECKPOINT
   END-IF.
   IF WS-TRANS-COUNT = 0
       MOVE "DEFAULT" TO WS-REQUESTER-ID
       MOVE SPACES TO WS-TRACKING-NO
       MOVE SYSIN-N TO N
       MOVE SYSIN-RESIDUE-N TO WS-RES-N-TEXT
       MOVE WS-DEFAULT-CLASS TO WS-REQUEST-PRIORITY
       MOVE "N" TO WS-BATCH-MODE
       PERFORM RUN-ONE-REQUEST
   END-IF.
   PERFORM CLEAR-BATCH-CHECKPOINT.
   CLOSE REPORT-FILE.
   CLOSE TERMS-FILE.
   CLOSE USAGE-FILE.
   CLOSE JOURNAL-FILE.
   IF WS-RQSTR-AVAILABLE = "Y"
       CLOSE REQUESTER-FILE
   END-IF.
   IF WS-RQSTS-AVAILABLE = "Y"
       CLOSE STATUS-FILE
   END-IF.
   IF WS-RESIDUE-MODE = "Y"
       CLOSE RESIDUE-FILE
   END-IF.
   CLOSE EXTRACT-FILE.
   MOVE WS-MAX-SEVERITY TO RETURN-CODE.
   STOP RUN.
       OPEN I-O TERMS-FILE
   END-IF.

OPEN-USAGE-FILE.
*>   FIBLUSE.DAT records which requesters have drawn on which cached
*>   lineage now that FIBTERMS.DAT is keyed by the sequence alone -
*>   one record per lineage per requester, with first and last use,
*>   the highest N asked for and a request count. Opened I-O and
*>   created on first use exactly like the terms file it indexes.
   OPEN I-O USAGE-FILE.
   IF WS-LUSE-STATUS = "35"
       OPEN OUTPUT USAGE-FILE
       CLOSE USAGE-FILE
       OPEN I-O USAGE-FILE
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
       DISPLAY "FIBONACCI: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-REQUESTER-FILE.
*>   Opens the requester master for the per-transaction entitlement
*>   checks in LOOKUP-REQUESTER-MASTER. The master is loaded and
           "TRANSACTIONS RUN UNVALIDATED"
   END-IF.

OPEN-STATUS-FILE.
*>   FIBRQSTS.DAT is the request-status master: one record per
*>   tracking number, holding the stages the request has passed
*>   through from intake to the batch. Opened I-O and created on
*>   first use. The status trail is an inquiry aid, not part of the
*>   request itself, so a master that cannot be opened is reported
*>   and the run carries on without recording stages rather than
*>   holding up the window.
   OPEN I-O STATUS-FILE.
   IF WS-RQSTS-STATUS = "35"
       OPEN OUTPUT STATUS-FILE
       CLOSE STATUS-FILE
       OPEN I-O STATUS-FILE
   END-IF.
   IF WS-RQSTS-STATUS = "00"
       MOVE "Y" TO WS-RQSTS-AVAILABLE
   ELSE
       MOVE "N" TO WS-RQSTS-AVAILABLE
       DISPLAY "FIBONACCI: FIBRQSTS.DAT NOT AVAILABLE - STATUS "
           WS-RQSTS-STATUS " - REQUEST STAGES NOT RECORDED"
   END-IF.

OPEN-RESIDUE-FILE.
*>   FIBRESID.DAT is the residue-mode cache: F(N) mod M answers and
*>   the period each lineage's residues repeat with, keyed by seeds,
*>   order and modulus so a residue can never be mistaken for a
*>   term on FIBTERMS.DAT or for another modulus's residue. Opened
*>   I-O and created on first use like the terms file, but only in
*>   a residue-mode run. Unlike FIBTERMS.DAT it is not journaled:
*>   every record on it is rederived by the next residue request
*>   that misses it, so a lost file costs run time, never an
*>   answer.
   OPEN I-O RESIDUE-FILE.
   IF WS-RES-STATUS = "35"
       OPEN OUTPUT RESIDUE-FILE
       CLOSE RESIDUE-FILE
       OPEN I-O RESIDUE-FILE
   END-IF.
   IF WS-RES-STATUS NOT = "00"
       DISPLAY "FIBONACCI: FIBRESID.DAT NOT AVAILABLE - STATUS "
           WS-RES-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

SORT-TRANSACTIONS-BY-PRIORITY.
*>   Orders the window's work by priority class before anything
*>   runs: class 1 first, 9 last, arrival order preserved within a
*>   confuse the next operator. A batch restart that already carried
*>   records before the kill extends the file instead of truncating
*>   it, so the restored carried-over count keeps matching the
*>   records physically on file. The request's status trail gets a
*>   CARY stage naming the cutoff type that diverted it.
   IF WS-CARRYOVER-OPEN = "N"
       IF WS-BATCH-RESTARTED = "Y" AND WS-SUM-CARRIED-OVER > 0
           OPEN EXTEND CARRYOVER-FILE
   END-IF.
   WRITE CARRYOVER-RECORD FROM STRN-DATA.
   ADD 1 TO WS-SUM-CARRIED-OVER.
   MOVE "CARY" TO WS-RQSTS-STAGE.
   MOVE SPACES TO WS-RQSTS-INFO.
   STRING "CUTOFF " WS-CUTOFF-TYPE DELIMITED BY SIZE
       INTO WS-RQSTS-INFO.
   MOVE STRN-TRACKING-NO TO WS-RQSTS-TRACKING.
   MOVE STRN-REQUESTER-ID TO WS-RQSTS-REQUESTER.
   MOVE STRN-N TO WS-RQSTS-N.
   MOVE STRN-PRIORITY TO WS-RQSTS-PRIORITY.
   PERFORM RECORD-REQUEST-STAGE.

RECORD-SERVED-STAGE.
*>   The batch's verdict on a transaction it ran, from the served
*>   path the audit record also carries: SRVC cache, SRVE
*>   continued from the cached high-water term, SRVF fresh compute,
*>   BREJ rejected with the exception reason as the detail. The
*>   fallback SYSIN request has no tracking number and records
*>   nothing.
   EVALUATE WS-SERVED-PATH
       WHEN "C"
           MOVE "SRVC" TO WS-RQSTS-STAGE
       WHEN "E"
           MOVE "SRVE" TO WS-RQSTS-STAGE
       WHEN "F"
           MOVE "SRVF" TO WS-RQSTS-STAGE
       WHEN OTHER
           MOVE "BREJ" TO WS-RQSTS-STAGE
   END-EVALUATE.
   IF WS-SERVED-PATH = "R"
       MOVE WS-EXCP-REASON TO WS-RQSTS-INFO
   ELSE
       MOVE SPACES TO WS-RQSTS-INFO
   END-IF.
   MOVE WS-TRACKING-NO TO WS-RQSTS-TRACKING.
   MOVE WS-REQUESTER-ID TO WS-RQSTS-REQUESTER.
   MOVE N TO WS-RQSTS-N.
   MOVE STRN-PRIORITY TO WS-RQSTS-PRIORITY.
   PERFORM RECORD-REQUEST-STAGE.

RECORD-REQUEST-STAGE.
*>   Appends one stage to the request's status record - stage code
*>   in WS-RQSTS-STAGE, detail (reason, cycle, path) in
*>   WS-RQSTS-INFO - and makes it the current stage. The record is
*>   created on the first stage seen for the tracking number, and
*>   the requester, N and priority are refreshed on every stage so
*>   a corrected or reprioritized request reads as it now stands.
*>   A record already holding twelve stages keeps its first (the
*>   intake stage) and drops the oldest after it, so a request that
*>   circulates for weeks still shows where it started and the
*>   latest eleven moves. Untracked requests and a run without the
*>   master record nothing.
   IF WS-RQSTS-AVAILABLE = "Y" AND WS-RQSTS-TRACKING NOT = SPACES
       ACCEPT WS-RQSTS-TIME FROM TIME
       MOVE WS-RQSTS-TRACKING TO RQS-TRACKING-NO
       READ STATUS-FILE
           KEY IS RQS-TRACKING-NO
           INVALID KEY
               MOVE "N" TO WS-RQSTS-FOUND
               MOVE SPACES TO RQSTS-RECORD
               MOVE WS-RQSTS-TRACKING TO RQS-TRACKING-NO
               MOVE 0 TO RQS-STAGE-COUNT
           NOT INVALID KEY
               MOVE "Y" TO WS-RQSTS-FOUND
       END-READ
       MOVE WS-RQSTS-REQUESTER TO RQS-REQUESTER-ID
       MOVE WS-RQSTS-N TO RQS-N
       IF WS-RQSTS-PRIORITY NOT = SPACE
           MOVE WS-RQSTS-PRIORITY TO RQS-PRIORITY
       END-IF
       IF RQS-STAGE-COUNT NOT < 12
           PERFORM VARYING WS-RQSTS-IX FROM 2 BY 1
               UNTIL WS-RQSTS-IX > 11
               MOVE RQS-STAGE-ENTRY (WS-RQSTS-IX + 1)
                   TO RQS-STAGE-ENTRY (WS-RQSTS-IX)
           END-PERFORM
           MOVE 11 TO RQS-STAGE-COUNT
       END-IF
       ADD 1 TO RQS-STAGE-COUNT
       MOVE WS-RQSTS-STAGE TO RQS-STAGE-CODE (RQS-STAGE-COUNT)
       MOVE WS-FULL-DATE TO RQS-STAGE-DATE (RQS-STAGE-COUNT)
       MOVE WS-RQSTS-TIME TO RQS-STAGE-TIME (RQS-STAGE-COUNT)
       MOVE WS-RQSTS-INFO TO RQS-STAGE-INFO (RQS-STAGE-COUNT)
       MOVE WS-RQSTS-STAGE TO RQS-CURRENT-STAGE
       MOVE WS-FULL-DATE TO RQS-LAST-DATE
       MOVE WS-RQSTS-TIME TO RQS-LAST-TIME
       IF WS-RQSTS-FOUND = "Y"
           REWRITE RQSTS-RECORD
               INVALID KEY
                   DISPLAY "FIBONACCI: STATUS REWRITE FAILED FOR "
                       WS-RQSTS-TRACKING " - STATUS " WS-RQSTS-STATUS
           END-REWRITE
       ELSE
           WRITE RQSTS-RECORD
               INVALID KEY
                   DISPLAY "FIBONACCI: STATUS WRITE FAILED FOR "
                       WS-RQSTS-TRACKING " - STATUS " WS-RQSTS-STATUS
           END-WRITE
       END-IF
   END-IF.

LOOKUP-REQUESTER-MASTER.
*>   Validates the transaction's requester against the requester
*>   single-request fallback); when it fails this transaction, the
*>   lookup/sequence/reconciliation work below is skipped but the
*>   transaction still gets an audit record, same as a successful one.
*>   A request whose term N will not fit the 22-digit fields runs the
*>   same paths in extended precision (WS-XP-REQUEST, decided by
*>   VALIDATE-REQUESTED-N): the recurrence state moves to the
*>   1000-digit WS-XP- fields, and every term that still fits the
*>   short fields is reported, cached and extracted exactly as it
*>   always was - only the wider terms take the extended record
*>   layouts. A batch run in residue mode (a modulus on the SYSIN
*>   card) takes none of these paths: VALIDATE-RESIDUE-REQUEST and
*>   SERVE-RESIDUE-REQUEST answer F(N) mod M from the residue cache,
*>   its own report lines and its own extract record, and the term
*>   cache, sequence checkpoint, growth analytics and lineage usage
*>   are never touched by a residue value.
   ACCEPT WS-START-TIME FROM TIME.
   MOVE WS-TERMS-COMPUTED TO WS-TERMS-AT-START.
   MOVE "Y" TO WS-N-VALID.
   MOVE "N" TO WS-XP-REQUEST.
   MOVE "N" TO WS-XP-TERM.
   MOVE SYSIN-F1-SEED TO F1.
   MOVE SYSIN-F2-SEED TO F2.
   MOVE SYSIN-F3-SEED TO F3.
   MOVE SYSIN-F3-SEED TO WS-SEED-F3.
   PERFORM LOOKUP-REQUESTER-MASTER.
   IF WS-N-VALID = "Y"
       IF WS-RESIDUE-MODE = "Y"
           PERFORM VALIDATE-RESIDUE-REQUEST
       ELSE
           PERFORM VALIDATE-REQUESTED-N
       END-IF
   END-IF.
   IF WS-N-VALID = "Y"
       ADD 1 TO WS-SUM-N-ACCEPTED
       IF WS-RESIDUE-MODE = "Y"
           PERFORM SERVE-RESIDUE-REQUEST
       ELSE
           IF WS-RECUR-ORDER = 3
               MOVE WS-SEED-F3 TO WS-PRIOR-FIB
           ELSE
               MOVE WS-SEED-F2 TO WS-PRIOR-FIB
           END-IF
           IF WS-XP-REQUEST = "Y"
               ADD 1 TO WS-SUM-XP-REQUESTS
               PERFORM LOAD-XP-SEEDS
           END-IF
           MOVE 0 TO WS-CONV-I
           PERFORM LOOKUP-EXISTING-TERM
           IF WS-TERM-FOUND = "Y"
               ADD 1 TO WS-SUM-CACHE-HITS
               MOVE "C" TO WS-SERVED-PATH
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               MOVE N TO WS-REPLAY-UPPER
               PERFORM REPLAY-TERMS-FOR-REPORT
           ELSE
               PERFORM LOOKUP-CACHE-CONTINUATION
               IF WS-CONT-FOUND = "Y"
                   ADD 1 TO WS-SUM-CONTINUED
                   MOVE "E" TO WS-SERVED-PATH
                   MOVE WS-CONT-F1 TO F1
                   MOVE WS-CONT-F2 TO F2
                   MOVE WS-CONT-F3 TO F3
                   IF WS-XP-REQUEST = "Y"
                       MOVE WS-XP-CONT-F1 TO WS-XP-F1
                       MOVE WS-XP-CONT-F2 TO WS-XP-F2
                       MOVE WS-XP-CONT-F3 TO WS-XP-F3
                   END-IF
                   COMPUTE WS-START-I = WS-CONT-I + 1
                   DISPLAY "FIBONACCI: CONTINUING FROM CACHED I="
                       WS-CONT-I " FOR REQUESTER " WS-REQUESTER-ID
               ELSE
                   ADD 1 TO WS-SUM-COMPUTED
                   MOVE "F" TO WS-SERVED-PATH
                   PERFORM RESTORE-CHECKPOINT
               END-IF
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               PERFORM BACKFILL-RESUMED-TERMS
               PERFORM VARYING I FROM WS-START-I BY 1 UNTIL I > N
                   IF WS-XP-REQUEST = "Y"
                       PERFORM COMPUTE-XP-TERM
                   ELSE
                       IF WS-RECUR-ORDER = 3
                           COMPUTE FIB = F1 + F2 + F3
                           COMPUTE F1 = F2
                           COMPUTE F2 = F3
                           COMPUTE F3 = FIB
                       ELSE
                           COMPUTE FIB = F1 + F2
                           COMPUTE F1 = F2
                           COMPUTE F2 = FIB
                       END-IF
                   END-IF
                   ADD 1 TO WS-TERMS-COMPUTED
                   PERFORM PRINT-SEQUENCE-LINE
                   PERFORM WRITE-TERM-RECORD
                   PERFORM WRITE-EXTRACT-DETAIL
                   PERFORM WRITE-TERM-ANALYTICS
                   PERFORM WRITE-CHECKPOINT-RECORD
               END-PERFORM
               PERFORM CLEAR-CHECKPOINT
           END-IF
           PERFORM WRITE-GROWTH-SUMMARY
           IF SYSIN-RECON-FLAG = "Y"
               IF WS-XP-REQUEST = "Y"
                   PERFORM RECONCILE-XP-RESULT
               ELSE
                   PERFORM RECONCILE-RESULT
               END-IF
           END-IF
           PERFORM RECORD-LINEAGE-USAGE
       END-IF
   ELSE
       ADD 1 TO WS-SUM-N-REJECTED
       MOVE 0 TO FIB
   END-IF.
   PERFORM WRITE-AUDIT-RECORD.
   PERFORM RECORD-SERVED-STAGE.
   EVALUATE TRUE
       WHEN WS-XP-TERM = "Y"
           MOVE WS-XP-FIB TO WS-XP-EDIT
           PERFORM FORMAT-XP-TEXT
           DISPLAY WS-XP-TEXT (1:WS-XP-TEXT-LEN)
       WHEN WS-RESIDUE-MODE = "Y" AND WS-SERVED-PATH NOT = "R"
           DISPLAY "FIBONACCI: F(" WS-RES-N ") MOD " WS-RES-MODULUS
               " = " WS-RES-VALUE
       WHEN OTHER
           DISPLAY FIB
   END-EVALUATE.

READ-RUN-PARAMETERS.
*>   Reads the run's SYSIN parameter card so N no longer requires a
*>   unknown type stops the job the same way an unknown mode does.
*>   A sequence name in the final columns resolves through the
*>   catalog and overrides the seed/mode columns entirely - see
*>   RESOLVE-SEQUENCE-NAME. A nonzero modulus after the name puts
*>   the whole batch in residue mode for whichever order the mode
*>   column (or the catalog) selected: every request is answered as
*>   F(N) mod M instead of F(N) - see VALIDATE-RESIDUE-REQUEST. A
*>   blank, zero or non-numeric modulus, as on every card punched
*>   before the column existed, runs the true terms as always. The
*>   wide residue N column after it is the fallback request's N
*>   when punched, the same way SYSIN-N is otherwise.
   OPEN INPUT SYSIN-FILE.
   READ SYSIN-FILE.
   CLOSE SYSIN-FILE.
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-EVALUATE.
   IF SYSIN-MODULUS IS NUMERIC
       IF SYSIN-MODULUS > 0
           MOVE "Y" TO WS-RESIDUE-MODE
           MOVE SYSIN-MODULUS TO WS-RES-MODULUS
       END-IF
   END-IF.

RESOLVE-SEQUENCE-NAME.
*>   A sequence name on the SYSIN card (LUCAS, TRIB-STD, ...)
*>   over-entitlement N is rejected cheaply instead of grinding through
*>   the wide-field recurrence first. WS-N-VALID tells the caller
*>   whether this transaction can proceed; see REJECT-OR-STOP for what
*>   happens when it can't. A term that outgrows the 22-digit fields
*>   is no longer a rejection by itself: TRIAL-EXTENDED-PRECISION
*>   carries the trial on in the 1000-digit fields, and only an N
*>   whose term would outgrow those too is rejected OVFL - anything
*>   short of that runs as an extended-precision request.
   MOVE "Y" TO WS-N-VALID.
   IF N < WS-FIRST-I
       MOVE "INVN" TO WS-EXCP-REASON
           END-IF
       END-PERFORM
       IF WS-TRIAL-OVERFLOW = "Y" OR WS-TRIAL-FIB > WS-MAX-FIB-VALUE
           PERFORM TRIAL-EXTENDED-PRECISION
           IF WS-XP-OVERFLOW = "Y"
               MOVE "OVFL" TO WS-EXCP-REASON
               MOVE 08 TO WS-EXCP-SEVERITY
               MOVE 0 TO WS-EXCP-I
               PERFORM WRITE-EXCEPTION-RECORD
               PERFORM REJECT-OR-STOP
           ELSE
               MOVE "Y" TO WS-XP-REQUEST
           END-IF
       END-IF
   END-IF.

TRIAL-EXTENDED-PRECISION.
*>   Picks the overflow trial up where the wide trial field gave out
*>   rather than starting over from the seeds: on a size error the
*>   trial window still holds the two (or three) terms ahead of the
*>   one that overflowed, so they are widened into the extended
*>   window and the recurrence resumes at that I. A trial that ran
*>   to N without a size error but finished above the 22-digit
*>   maximum already fits the extended fields - 31 digits against
*>   1000 - and needs no further work. WS-XP-OVERFLOW comes back on
*>   only when a carry runs out of the top limb, i.e. the term would
*>   need more than 999 integer digits.
   MOVE "N" TO WS-XP-OVERFLOW.
   IF WS-TRIAL-OVERFLOW = "Y"
       MOVE WS-TRIAL-F1 TO WS-XP-WIDE-VALUE
       MOVE ZEROS TO WS-XP-W1
       MOVE WS-XP-WIDE-IMAGE TO WS-XP-W1 (970:31)
       MOVE WS-TRIAL-F2 TO WS-XP-WIDE-VALUE
       MOVE ZEROS TO WS-XP-W2
       MOVE WS-XP-WIDE-IMAGE TO WS-XP-W2 (970:31)
       MOVE WS-TRIAL-F3 TO WS-XP-WIDE-VALUE
       MOVE ZEROS TO WS-XP-W3
       MOVE WS-XP-WIDE-IMAGE TO WS-XP-W3 (970:31)
       COMPUTE WS-XP-TRIAL-FROM = WS-TRIAL-I - 1
       PERFORM VARYING WS-TRIAL-I FROM WS-XP-TRIAL-FROM BY 1
           UNTIL WS-TRIAL-I > N OR WS-XP-OVERFLOW = "Y"
           PERFORM ADVANCE-XP-WINDOW
       END-PERFORM
   END-IF.

LOAD-XP-SEEDS.
*>   Widens the request's seeds into the extended fields once, up
*>   front, so the compute loop, the report replay, the cache
*>   continuation walk and the reconciliation all start the 1000-
*>   digit recurrence from the same place. The prior-term chain for
*>   the growth analytics gets the same seed WS-PRIOR-FIB does.
   MOVE WS-SEED-F1 TO WS-XP-SHORT-VALUE.
   MOVE ZEROS TO WS-XP-SEED-F1.
   MOVE WS-XP-SHORT-IMAGE TO WS-XP-SEED-F1 (979:22).
   MOVE WS-SEED-F2 TO WS-XP-SHORT-VALUE.
   MOVE ZEROS TO WS-XP-SEED-F2.
   MOVE WS-XP-SHORT-IMAGE TO WS-XP-SEED-F2 (979:22).
   MOVE WS-SEED-F3 TO WS-XP-SHORT-VALUE.
   MOVE ZEROS TO WS-XP-SEED-F3.
   MOVE WS-XP-SHORT-IMAGE TO WS-XP-SEED-F3 (979:22).
   MOVE WS-XP-SEED-F1 TO WS-XP-F1.
   MOVE WS-XP-SEED-F2 TO WS-XP-F2.
   MOVE WS-XP-SEED-F3 TO WS-XP-F3.
   IF WS-RECUR-ORDER = 3
       MOVE WS-XP-SEED-F3 TO WS-XP-PRIOR
   ELSE
       MOVE WS-XP-SEED-F2 TO WS-XP-PRIOR
   END-IF.

ADVANCE-XP-WINDOW.
*>   One step of the recurrence in extended precision. A value is
*>   held as 125 limbs of eight digits, most significant first, so
*>   the field read as a whole is simply the 1000-digit value with
*>   the tenths digit last - the same scaled layout PIC 9(21)V9(1)
*>   has, only wider. Limbs are added from the low end up, the
*>   DIVIDE splitting each limb sum into the limb digits and the
*>   carry into the next limb; a carry left over past the top limb
*>   is an overflow. The window then shifts exactly the way the
*>   short-precision loop shifts F1/F2/F3, with the new term left in
*>   WS-XP-WSUM for the caller.
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

COMPUTE-XP-TERM.
*>   The live loop's extended-precision step: the request's window
*>   goes through ADVANCE-XP-WINDOW and the new term comes back in
*>   WS-XP-FIB, with FIB and WS-XP-TERM set by SET-SHORT-FROM-XP so
*>   the emitters downstream know which layout the term takes.
   MOVE WS-XP-F1 TO WS-XP-W1.
   MOVE WS-XP-F2 TO WS-XP-W2.
   MOVE WS-XP-F3 TO WS-XP-W3.
   PERFORM ADVANCE-XP-WINDOW.
   MOVE WS-XP-W1 TO WS-XP-F1.
   MOVE WS-XP-W2 TO WS-XP-F2.
   MOVE WS-XP-W3 TO WS-XP-F3.
   MOVE WS-XP-WSUM TO WS-XP-FIB.
   PERFORM SET-SHORT-FROM-XP.

SET-SHORT-FROM-XP.
*>   Decides whether the extended term in WS-XP-FIB still fits the
*>   short 9(21)V9(1) fields - every digit ahead of the last 22 is
*>   zero - and if so hands it back in FIB so the term is reported,
*>   cached and extracted in the original layouts, byte for byte
*>   what a short-precision run would have produced. A wider term
*>   turns WS-XP-TERM on and has its printable digits edited once
*>   here for the report, cache and extract to share.
   IF WS-XP-FIB (1:978) = ZEROS
       MOVE WS-XP-FIB (979:22) TO WS-XP-SHORT-IMAGE
       MOVE WS-XP-SHORT-VALUE TO FIB
       MOVE "N" TO WS-XP-TERM
   ELSE
       MOVE "Y" TO WS-XP-TERM
       MOVE WS-XP-FIB TO WS-XP-EDIT
       PERFORM FORMAT-XP-TEXT
   END-IF.

FORMAT-XP-TEXT.
*>   Edits the extended value in WS-XP-EDIT into printable form in
*>   WS-XP-TEXT: leading zeros suppressed down to a single integer
*>   digit, a decimal point, and the tenths digit - the same
*>   picture Z(20)9.9 gives a short term, only as long as the value
*>   needs. WS-XP-INT-LEN is the count of integer digits, carried on
*>   the cached record and the audit line; WS-XP-LEAD-ZEROS locates
*>   the leading digit for the growth ratio.
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

VALIDATE-RESIDUE-REQUEST.
*>   The residue-mode counterpart of VALIDATE-REQUESTED-N. N comes
*>   from the wide residue N column when the transaction (or the
*>   SYSIN card, for the fallback request) punches one, so a residue
*>   request can name an N the five-digit N column cannot hold; a
*>   blank wide column leaves the N column in charge. There is no
*>   overflow trial - a residue is always smaller than M - and the
*>   requester's max-N cap is not applied: the cap bounds the term
*>   values a requester may run up, and a residue request runs up
*>   none. N below the first computable term is still INVN, as is a
*>   wide column that is not all digits. A seed with a tenths digit
*>   has no residue and rejects the request RSED. Like the overflow
*>   trial, the work that decides whether the request can be
*>   answered at all is done here: the residue cache is asked for
*>   this N and for the lineage's period, and when neither is on
*>   file DETECT-RESIDUE-PERIOD runs the residues until the period
*>   closes or N is reached - a request that gets to neither inside
*>   WS-RES-STEP-LIMIT steps is rejected RPER. WS-RES-SOURCE tells
*>   SERVE-RESIDUE-REQUEST which of the three it found.
   MOVE "Y" TO WS-N-VALID.
   MOVE 0 TO WS-RES-VALUE.
   MOVE 0 TO WS-RES-PERIOD.
   MOVE 0 TO WS-RES-RUN.
   IF WS-RES-N-TEXT = SPACES
       MOVE N TO WS-RES-N
   ELSE
       IF WS-RES-N-TEXT IS NUMERIC
           MOVE WS-RES-N-TEXT TO WS-RES-N
       ELSE
           MOVE 0 TO WS-RES-N
       END-IF
   END-IF.
   IF WS-RES-N < WS-FIRST-I
       MOVE "INVN" TO WS-EXCP-REASON
       MOVE 08 TO WS-EXCP-SEVERITY
       MOVE 0 TO WS-EXCP-I
       PERFORM WRITE-EXCEPTION-RECORD
       PERFORM REJECT-OR-STOP
   ELSE
       PERFORM LOAD-RESIDUE-SEEDS
       IF WS-RES-SEEDS-WHOLE = "N"
           MOVE "RSED" TO WS-EXCP-REASON
           MOVE 08 TO WS-EXCP-SEVERITY
           MOVE 0 TO WS-EXCP-I
           PERFORM WRITE-EXCEPTION-RECORD
           PERFORM REJECT-OR-STOP
       END-IF
   END-IF.
   IF WS-N-VALID = "Y"
       COMPUTE WS-RES-STEPS = WS-RES-N - WS-FIRST-I + 1
       PERFORM LOOKUP-RESIDUE-TERM
       PERFORM LOOKUP-RESIDUE-PERIOD
       EVALUATE TRUE
           WHEN WS-RES-ANSWER-FOUND = "Y"
               MOVE "C" TO WS-RES-SOURCE
           WHEN WS-RES-PERIOD-FOUND = "Y"
               MOVE "E" TO WS-RES-SOURCE
           WHEN OTHER
               MOVE "F" TO WS-RES-SOURCE
               PERFORM DETECT-RESIDUE-PERIOD
               IF WS-RES-PERIOD-FOUND = "N"
                   AND WS-RES-ANSWER-FOUND = "N"
                   MOVE "RPER" TO WS-EXCP-REASON
                   MOVE 08 TO WS-EXCP-SEVERITY
                   MOVE 0 TO WS-EXCP-I
                   PERFORM WRITE-EXCEPTION-RECORD
                   PERFORM REJECT-OR-STOP
               END-IF
       END-EVALUATE
   END-IF.

LOAD-RESIDUE-SEEDS.
*>   Reduces the request's seeds mod M into WS-RES-S1/S2/S3 and
*>   starts the residue window WS-RES-R1/R2/R3 there. The seeds'
*>   whole parts are divided by M; a seed whose tenths digit is
*>   not zero turns WS-RES-SEEDS-WHOLE off for the caller to reject.
*>   An order-2 request's third seed is the canonical zero, so the
*>   third window slot simply rides along unchanged and the
*>   period test below can compare all three slots for either
*>   order.
   MOVE "Y" TO WS-RES-SEEDS-WHOLE.
   MOVE WS-SEED-F1 TO WS-RES-INT-SEED.
   IF WS-RES-INT-SEED NOT = WS-SEED-F1
       MOVE "N" TO WS-RES-SEEDS-WHOLE
   END-IF.
   DIVIDE WS-RES-INT-SEED BY WS-RES-MODULUS
       GIVING WS-RES-SEED-QUOT REMAINDER WS-RES-S1.
   MOVE WS-SEED-F2 TO WS-RES-INT-SEED.
   IF WS-RES-INT-SEED NOT = WS-SEED-F2
       MOVE "N" TO WS-RES-SEEDS-WHOLE
   END-IF.
   DIVIDE WS-RES-INT-SEED BY WS-RES-MODULUS
       GIVING WS-RES-SEED-QUOT REMAINDER WS-RES-S2.
   MOVE WS-SEED-F3 TO WS-RES-INT-SEED.
   IF WS-RES-INT-SEED NOT = WS-SEED-F3
       MOVE "N" TO WS-RES-SEEDS-WHOLE
   END-IF.
   DIVIDE WS-RES-INT-SEED BY WS-RES-MODULUS
       GIVING WS-RES-SEED-QUOT REMAINDER WS-RES-S3.
   MOVE WS-RES-S1 TO WS-RES-R1.
   MOVE WS-RES-S2 TO WS-RES-R2.
   MOVE WS-RES-S3 TO WS-RES-R3.

ADVANCE-RESIDUE-STATE.
*>   One step of the recurrence mod M. Every slot of the window is
*>   already below M, so the sum is brought back under M by taking
*>   M off it - at most once for order 2, twice for order 3 - with
*>   no division in the loop that does all the work. The new
*>   residue is left in WS-RES-NEXT and the window shifts exactly
*>   the way the term loop shifts F1/F2/F3.
   IF WS-RECUR-ORDER = 3
       COMPUTE WS-RES-NEXT = WS-RES-R1 + WS-RES-R2 + WS-RES-R3
   ELSE
       COMPUTE WS-RES-NEXT = WS-RES-R1 + WS-RES-R2
   END-IF.
   PERFORM UNTIL WS-RES-NEXT < WS-RES-MODULUS
       SUBTRACT WS-RES-MODULUS FROM WS-RES-NEXT
   END-PERFORM.
   IF WS-RECUR-ORDER = 3
       MOVE WS-RES-R2 TO WS-RES-R1
       MOVE WS-RES-R3 TO WS-RES-R2
       MOVE WS-RES-NEXT TO WS-RES-R3
   ELSE
       MOVE WS-RES-R2 TO WS-RES-R1
       MOVE WS-RES-NEXT TO WS-RES-R2
   END-IF.

DETECT-RESIDUE-PERIOD.
*>   Runs the residues forward from the seeds looking for the
*>   period. The recurrence can be run backwards as surely as
*>   forwards (the oldest slot is the newest less the others), so
*>   the residues are purely periodic: the window comes back to the
*>   seeds' own residues, never to some later state, and the first
*>   step at which it does is the period - the Pisano period for
*>   plain Fibonacci. A request whose N falls before the period
*>   closes is answered on the way past and the search stops
*>   there; the period then stays unknown until a longer request
*>   finds it. Every step is counted in WS-TERMS-COMPUTED, the
*>   figure the type C window cutoff and the audit log use.
   MOVE "N" TO WS-RES-PERIOD-FOUND.
   MOVE "N" TO WS-RES-ANSWER-FOUND.
   MOVE 0 TO WS-RES-K.
   MOVE WS-RES-S1 TO WS-RES-R1.
   MOVE WS-RES-S2 TO WS-RES-R2.
   MOVE WS-RES-S3 TO WS-RES-R3.
   PERFORM UNTIL WS-RES-PERIOD-FOUND = "Y"
       OR WS-RES-ANSWER-FOUND = "Y"
       OR WS-RES-K >= WS-RES-STEP-LIMIT
       PERFORM ADVANCE-RESIDUE-STATE
       ADD 1 TO WS-RES-K
       IF WS-RES-K = WS-RES-STEPS
           MOVE WS-RES-NEXT TO WS-RES-VALUE
           MOVE "Y" TO WS-RES-ANSWER-FOUND
       END-IF
       IF WS-RES-R1 = WS-RES-S1 AND WS-RES-R2 = WS-RES-S2
           AND WS-RES-R3 = WS-RES-S3
           MOVE WS-RES-K TO WS-RES-PERIOD
           MOVE "Y" TO WS-RES-PERIOD-FOUND
       END-IF
   END-PERFORM.
   ADD WS-RES-K TO WS-RES-RUN.
   ADD WS-RES-K TO WS-TERMS-COMPUTED
       ON SIZE ERROR
           MOVE 99999999999 TO WS-TERMS-COMPUTED
   END-ADD.

REDUCE-BY-RESIDUE-PERIOD.
*>   Answers N from the period without running out to N: the
*>   residue after WS-RES-STEPS steps is the residue after the
*>   remainder of WS-RES-STEPS over the period, so only that many
*>   steps are run from the seeds. A zero remainder lands on the
*>   period itself, where the window is back on the seeds and the
*>   newest seed's residue is the answer.
   DIVIDE WS-RES-STEPS BY WS-RES-PERIOD
       GIVING WS-RES-QUOTIENT REMAINDER WS-RES-REDUCED.
   IF WS-RES-REDUCED = 0
       IF WS-RECUR-ORDER = 3
           MOVE WS-RES-S3 TO WS-RES-VALUE
       ELSE
           MOVE WS-RES-S2 TO WS-RES-VALUE
       END-IF
   ELSE
       MOVE WS-RES-S1 TO WS-RES-R1
       MOVE WS-RES-S2 TO WS-RES-R2
       MOVE WS-RES-S3 TO WS-RES-R3
       PERFORM ADVANCE-RESIDUE-STATE WS-RES-REDUCED TIMES
       MOVE WS-RES-NEXT TO WS-RES-VALUE
       ADD WS-RES-REDUCED TO WS-RES-RUN
       ADD WS-RES-REDUCED TO WS-TERMS-COMPUTED
           ON SIZE ERROR
               MOVE 99999999999 TO WS-TERMS-COMPUTED
       END-ADD
   END-IF.

SERVE-RESIDUE-REQUEST.
*>   Serves an accepted residue request from the source
*>   VALIDATE-RESIDUE-REQUEST settled on, counted under the same
*>   three paths a term request is, so the summary's accepted =
*>   cache + continued + fresh balance holds for a residue batch
*>   too: C the answer was on the residue cache, E the lineage's
*>   period was and N was reduced by it, F the residues were run
*>   here - the period detected this run (and cached for the next
*>   request) or N reached before it closed. Every answer not
*>   already on the cache is added to it, then goes to the report,
*>   the RES extract record and, when the card asks for it, the
*>   residue reconciliation.
   ADD 1 TO WS-SUM-RES-REQUESTS.
   EVALUATE WS-RES-SOURCE
       WHEN "C"
           ADD 1 TO WS-SUM-CACHE-HITS
           MOVE "C" TO WS-SERVED-PATH
           MOVE "RESIDUE CACHE" TO WS-RSS-TEXT
       WHEN "E"
           ADD 1 TO WS-SUM-CONTINUED
           MOVE "E" TO WS-SERVED-PATH
           PERFORM REDUCE-BY-RESIDUE-PERIOD
           MOVE "CACHED PERIOD - N REDUCED BY PERIOD" TO WS-RSS-TEXT
       WHEN OTHER
           ADD 1 TO WS-SUM-COMPUTED
           MOVE "F" TO WS-SERVED-PATH
           IF WS-RES-PERIOD-FOUND = "Y"
               PERFORM WRITE-RESIDUE-PERIOD
           END-IF
           IF WS-RES-ANSWER-FOUND = "Y"
               MOVE "N REACHED BEFORE PERIOD CLOSED" TO WS-RSS-TEXT
           ELSE
               PERFORM REDUCE-BY-RESIDUE-PERIOD
               MOVE "PERIOD DETECTED - N REDUCED BY PERIOD"
                   TO WS-RSS-TEXT
           END-IF
   END-EVALUATE.
   IF WS-RES-SOURCE NOT = "C"
       PERFORM WRITE-RESIDUE-RECORD
   END-IF.
   PERFORM PRINT-RESIDUE-RESULT.
   PERFORM WRITE-EXTRACT-RESIDUE.
   IF SYSIN-RECON-FLAG = "Y"
       PERFORM RECONCILE-RESIDUE-RESULT
   END-IF.

SET-RESIDUE-KEY.
*>   The lineage part of a FIBRESID.DAT key - seeds, order and
*>   modulus; the caller supplies RES-N.
   MOVE WS-SEED-F1 TO RES-SEED-F1.
   MOVE WS-SEED-F2 TO RES-SEED-F2.
   MOVE WS-SEED-F3 TO RES-SEED-F3.
   MOVE WS-RECUR-ORDER TO RES-MODE.
   MOVE WS-RES-MODULUS TO RES-MODULUS.

LOOKUP-RESIDUE-TERM.
*>   Asks the residue cache for this exact lineage, modulus and N.
   MOVE "N" TO WS-RES-ANSWER-FOUND.
   PERFORM SET-RESIDUE-KEY.
   MOVE WS-RES-N TO RES-N.
   READ RESIDUE-FILE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE RES-VALUE TO WS-RES-VALUE
           MOVE "Y" TO WS-RES-ANSWER-FOUND
   END-READ.

LOOKUP-RESIDUE-PERIOD.
*>   Asks the residue cache for the lineage's period under this
*>   modulus. The period is held under N zero, which no residue
*>   answer can have (N starts at the order's first term).
   MOVE "N" TO WS-RES-PERIOD-FOUND.
   PERFORM SET-RESIDUE-KEY.
   MOVE 0 TO RES-N.
   READ RESIDUE-FILE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE RES-VALUE TO WS-RES-PERIOD
           MOVE "Y" TO WS-RES-PERIOD-FOUND
   END-READ.

WRITE-RESIDUE-RECORD.
*>   Adds the request's answer to the residue cache as a kind R
*>   record. A key already on file is reported DUPK exactly as the
*>   terms file reports one.
   PERFORM SET-RESIDUE-KEY.
   MOVE WS-RES-N TO RES-N.
   MOVE "R" TO RES-KIND.
   MOVE WS-RES-VALUE TO RES-VALUE.
   MOVE WS-FULL-DATE TO RES-DATE.
   WRITE RESIDUE-RECORD
       INVALID KEY
           MOVE "DUPK" TO WS-EXCP-REASON
           MOVE 04 TO WS-EXCP-SEVERITY
           MOVE 0 TO WS-EXCP-I
           PERFORM WRITE-EXCEPTION-RECORD
   END-WRITE.

WRITE-RESIDUE-PERIOD.
*>   Adds a newly detected period to the residue cache as the
*>   lineage's kind P record under N zero, so every later request
*>   on the same seeds, order and modulus is answered by
*>   REDUCE-BY-RESIDUE-PERIOD without another search.
   PERFORM SET-RESIDUE-KEY.
   MOVE 0 TO RES-N.
   MOVE "P" TO RES-KIND.
   MOVE WS-RES-PERIOD TO RES-VALUE.
   MOVE WS-FULL-DATE TO RES-DATE.
   WRITE RESIDUE-RECORD
       INVALID KEY
           MOVE "DUPK" TO WS-EXCP-REASON
           MOVE 04 TO WS-EXCP-SEVERITY
           MOVE 0 TO WS-EXCP-I
           PERFORM WRITE-EXCEPTION-RECORD
   END-WRITE.

PRINT-RESIDUE-RESULT.
*>   A residue request's page: the residue header names the wide N
*>   and the modulus, then the answer, the period (zero while it is
*>   not yet known), the steps this request actually ran and where
*>   the answer came from. No term lines are printed - a residue is
*>   never shown under the FIB(I) heading.
   PERFORM PRINT-REPORT-HEADER.
   MOVE WS-RES-VALUE TO WS-RSD-VALUE.
   MOVE WS-RES-PERIOD TO WS-RSD-PERIOD.
   MOVE WS-RES-RUN TO WS-RSD-STEPS.
   MOVE WS-REPORT-RES-DETAIL TO REPORT-LINE.
   WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-LINE-COUNT.
   MOVE WS-REPORT-RES-SOURCE TO REPORT-LINE.
   WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-LINE-COUNT.

WRITE-EXTRACT-RESIDUE.
*>   One RES record per residue request: requester, the wide N, the
*>   modulus, the residue, the period (zero while unknown), the
*>   order and the tracking number. A residue never goes out as a
*>   DET record, so a load job that only knows DET skips it
*>   cleanly and the trailer's DET count and final FIB keep meaning
*>   true term values; the RES count rides in the trailer and SUM.
   MOVE WS-REQUESTER-ID TO EXTR-RES-REQUESTER.
   MOVE WS-RES-N TO EXTR-RES-N.
   MOVE WS-RES-MODULUS TO EXTR-RES-MODULUS.
   MOVE WS-RES-VALUE TO EXTR-RES-VALUE.
   MOVE WS-RES-PERIOD TO EXTR-RES-PERIOD.
   MOVE WS-RECUR-ORDER TO EXTR-RES-MODE.
   MOVE WS-TRACKING-NO TO EXTR-RES-TRACKING.
   MOVE WS-EXTRACT-RESIDUE TO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-RECS-TOTAL.

REJECT-OR-STOP.
*>   An invalid or overflowing N in a batch transaction only fails
PRINT-SEQUENCE-LINE.
*>   Writes every I/FIB term computed by the PERFORM VARYING loop to
*>   the sequence report instead of discarding the intermediate terms.
*>   An extended-precision term is too wide for one print line: its
*>   digits run 80 to a line under the FIB(I) column, continuation
*>   lines carrying no I, breaking to a new page like any other line.
   IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
       PERFORM PRINT-REPORT-HEADER
   END-IF.
   IF WS-XP-TERM = "Y"
       MOVE I TO WS-XPD-I
       MOVE WS-XP-TEXT (1:80) TO WS-XPD-TEXT
       MOVE WS-REPORT-XP-DETAIL TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO WS-LINE-COUNT
       MOVE 81 TO WS-XP-TEXT-POS
       PERFORM PRINT-XP-CONTINUATION
   ELSE
       MOVE I TO WS-DET-I
       MOVE FIB TO WS-DET-FIB
       MOVE WS-REPORT-DETAIL TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO WS-LINE-COUNT
   END-IF.

PRINT-XP-CONTINUATION.
*>   Prints WS-XP-TEXT from WS-XP-TEXT-POS onward, 80 digits to a
*>   line indented under the FIB(I) column - the tail of an extended
*>   term's detail line, and the whole of an extended value the
*>   reconciliation prints under its own label.
   PERFORM UNTIL WS-XP-TEXT-POS > WS-XP-TEXT-LEN
       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           PERFORM PRINT-REPORT-HEADER
       END-IF
       MOVE WS-XP-TEXT (WS-XP-TEXT-POS:80) TO WS-XPC-TEXT
       MOVE WS-REPORT-XP-CONT TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO WS-LINE-COUNT
       ADD 80 TO WS-XP-TEXT-POS
   END-PERFORM.

PRINT-REPORT-HEADER.
*>   Run-date header and page break, repeated whenever the page fills
*>   or a new transaction's sequence starts. A residue-mode page
*>   names the wide N and the modulus instead, and says its values
*>   are residues, under the same REQUESTER: caption the report
*>   burst step finds the page's owner by.
   ADD 1 TO WS-PAGE-COUNT.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   ELSE
       WRITE REPORT-LINE AFTER ADVANCING PAGE
   END-IF.
   IF WS-RESIDUE-MODE = "Y"
       MOVE WS-REQUESTER-ID TO WS-RHD-REQUESTER
       MOVE WS-RES-N TO WS-RHD-N
       MOVE WS-RES-MODULUS TO WS-RHD-MODULUS
       MOVE WS-REPORT-RES-HEADER-2 TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 2 LINES
       MOVE WS-REPORT-RES-HEADER-3 TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
   ELSE
       MOVE WS-REQUESTER-ID TO WS-HDR-REQUESTER
       MOVE N TO WS-HDR-N
       MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 2 LINES
       MOVE WS-REPORT-HEADER-3 TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
   END-IF.
   MOVE 0 TO WS-LINE-COUNT.

WRITE-TERM-RECORD.
*>   Persists each (I, FIB) pair keyed by the sequence's lineage -
*>   seeds, recurrence order - and I, so a later job can look up a
*>   term that was already generated instead of recomputing it. The
*>   key used to lead with the requester ID, which left twelve
*>   identical copies of plain Fibonacci on file for twelve
*>   requesters and had each of them miss terms another had already
*>   paid to compute; a term is a property of its recurrence, not of
*>   who asked, so the cache is now shared and who asked is kept on
*>   FIBLUSE.DAT (RECORD-LINEAGE-USAGE). The seed pair is part of
*>   the key because seed customization runs different recurrences
*>   (e.g. plain Fibonacci then Lucas 2/1) for the same N - without
*>   it a Lucas run would collide with a cached Fibonacci term for
*>   the same I and return the wrong sequence's value. The third
*>   seed and the recurrence order are in the key for the same
*>   reason: a Tribonacci run must never collide with a cached
*>   two-seed run that happens to share F1/F2. A term too wide for
*>   TERM-FIB is written in the extended layout under the same key:
*>   an "X" where the short record's first FIB digit sits, the
*>   integer digit count, and the full 1000-digit value - readers
*>   tell the two layouts apart by that one byte, so short records
*>   already on file never need converting. Every term actually
*>   added is journaled for forward recovery.
   MOVE WS-SEED-F1 TO TERM-SEED-F1.
   MOVE WS-SEED-F2 TO TERM-SEED-F2.
   MOVE WS-SEED-F3 TO TERM-SEED-F3.
   MOVE WS-RECUR-ORDER TO TERM-MODE.
   MOVE I TO TERM-I.
   IF WS-XP-TERM = "Y"
       MOVE "X" TO TERMX-FORMAT
       MOVE WS-XP-INT-LEN TO TERMX-DIGITS
       MOVE WS-XP-FIB TO TERMX-FIB
       MOVE WS-TERMS-XP-LEN TO WS-TERMS-REC-LEN
   ELSE
       MOVE FIB TO TERM-FIB
       MOVE WS-TERMS-SHORT-LEN TO WS-TERMS-REC-LEN
   END-IF.
   WRITE TERM-RECORD
       INVALID KEY
           MOVE "DUPK" TO WS-EXCP-REASON
           MOVE 04 TO WS-EXCP-SEVERITY
           MOVE I TO WS-EXCP-I
           PERFORM WRITE-EXCEPTION-RECORD
       NOT INVALID KEY
           MOVE "FIBTERMS" TO JRNL-FILE
           MOVE "A" TO JRNL-ACTION
           MOVE TERM-KEY TO JRNL-KEY
           MOVE 0 TO JRNL-BEFORE-LEN
           MOVE SPACES TO JRNL-BEFORE-IMAGE
           MOVE WS-TERMS-REC-LEN TO JRNL-AFTER-LEN
           MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN)
               TO JRNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
   END-WRITE.

LOOKUP-EXISTING-TERM.
*>   Checks FIBTERMS.DAT for a term already generated by an earlier
*>   run - for any requester - for this exact lineage and N before
*>   recomputing it, so a repeat request is answered by a keyed
*>   lookup instead of rerunning the whole PERFORM VARYING loop from
*>   scratch. The seed pair is part of the lookup key (see
*>   WRITE-TERM-RECORD) so a Lucas run can never be answered with a
*>   cached Fibonacci term for the same N, or vice versa. A request
*>   for a larger N than any previously cached for this lineage
*>   is not a key match (TERM-I only ever holds exactly-cached I
*>   values); it falls through to LOOKUP-CACHE-CONTINUATION, which
*>   picks the recurrence up at the highest cached term instead of
*>   recomputing from I=2.
   MOVE "N" TO WS-TERM-FOUND.
   MOVE WS-SEED-F1 TO TERM-SEED-F1.
   MOVE WS-SEED-F2 TO TERM-SEED-F2.
   MOVE WS-SEED-F3 TO TERM-SEED-F3.
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           IF TERMX-FORMAT = "X"
               MOVE TERMX-FIB TO WS-XP-FIB
               MOVE "Y" TO WS-XP-TERM
           ELSE
               MOVE TERM-FIB TO FIB
           END-IF
           MOVE "Y" TO WS-TERM-FOUND
           DISPLAY "FIBONACCI: TERM N=" N " FOR REQUESTER "
               WS-REQUESTER-ID
*>   The middle ground between a cache hit and a full recompute: an
*>   analyst who ran N=500 last week and asks for N=600 now has 499
*>   perfectly good terms on FIBTERMS.DAT, so the keyed walk below
*>   finds how far the cache reaches for this seeds/mode lineage -
*>   whichever requesters' runs put the terms there - and rebuilds
*>   the recurrence state at that point. The
*>   walk STARTs at the prefix's first computable I and reads
*>   forward while each record continues the unbroken run - the
*>   rolling F1/F2/F3 window is primed from the seeds and shifted
*>   supersedes any sequence checkpoint: terms are cached every
*>   iteration but checkpoints only every WS-CHECKPOINT-EVERY, so
*>   the cache can never be behind the checkpoint for the same
*>   request. An extended-precision request keeps the window in the
*>   extended fields as well, widening each short record it passes;
*>   a short-precision request can never need a term past the
*>   22-digit range, so an extended record ends its walk.
   MOVE "N" TO WS-CONT-FOUND.
   MOVE "N" TO WS-CONT-DONE.
   MOVE 0 TO WS-CONT-I.
   MOVE WS-SEED-F1 TO WS-CONT-F1.
   MOVE WS-SEED-F2 TO WS-CONT-F2.
   MOVE WS-SEED-F3 TO WS-CONT-F3.
   IF WS-XP-REQUEST = "Y"
       MOVE WS-XP-SEED-F1 TO WS-XP-CONT-F1
       MOVE WS-XP-SEED-F2 TO WS-XP-CONT-F2
       MOVE WS-XP-SEED-F3 TO WS-XP-CONT-F3
   END-IF.
   MOVE WS-SEED-F1 TO TERM-SEED-F1.
   MOVE WS-SEED-F2 TO TERM-SEED-F2.
   MOVE WS-SEED-F3 TO TERM-SEED-F3.
           AT END
               MOVE "Y" TO WS-CONT-DONE
           NOT AT END
               IF TERM-SEED-F1 = WS-SEED-F1
                   AND TERM-SEED-F2 = WS-SEED-F2
                   AND TERM-SEED-F3 = WS-SEED-F3
                   AND TERM-MODE = WS-RECUR-ORDER
                   AND TERM-I = WS-CONT-EXPECTED
                   AND TERM-I < N
                   IF WS-XP-REQUEST = "N" AND TERMX-FORMAT = "X"
                       MOVE "Y" TO WS-CONT-DONE
                   ELSE
                       PERFORM SHIFT-CONTINUATION-WINDOW
                       MOVE TERM-I TO WS-CONT-I
                       ADD 1 TO WS-CONT-EXPECTED
                       MOVE "Y" TO WS-CONT-FOUND
                   END-IF
               ELSE
                   MOVE "Y" TO WS-CONT-DONE
               END-IF
       END-READ
   END-PERFORM.

RECORD-LINEAGE-USAGE.
*>   Notes that this requester drew on this lineage - whether the
*>   request was answered from cache, continued or computed fresh -
*>   so the per-requester questions the old requester-keyed cache
*>   answered for free (does this requester hold terms, which
*>   lineages would a purge of this requester release, what did they
*>   run) are answered from FIBLUSE.DAT instead. First use writes
*>   the record; every later use moves the last-used date, raises
*>   the high-water N and counts the request. Both are journaled,
*>   the change with the record as it stood before it - but only
*>   once the file has taken the update, so recovery never replays
*>   a claim that was not made. A refused update is reported on the
*>   console and as a USGF exception: the answer still stands, but
*>   the claim is missing and a later purge would not see it.
   MOVE WS-SEED-F1 TO LUSE-SEED-F1.
   MOVE WS-SEED-F2 TO LUSE-SEED-F2.
   MOVE WS-SEED-F3 TO LUSE-SEED-F3.
   MOVE WS-RECUR-ORDER TO LUSE-MODE.
   MOVE WS-REQUESTER-ID TO LUSE-REQUESTER-ID.
   READ USAGE-FILE
       KEY IS LUSE-KEY
       INVALID KEY
           MOVE WS-FULL-DATE TO LUSE-FIRST-USED
           MOVE WS-FULL-DATE TO LUSE-LAST-USED
           MOVE N TO LUSE-HIGH-N
           MOVE 1 TO LUSE-REQUEST-COUNT
           MOVE "A" TO JRNL-ACTION
           MOVE 0 TO JRNL-BEFORE-LEN
           MOVE SPACES TO JRNL-BEFORE-IMAGE
           WRITE LUSE-RECORD
               INVALID KEY
                   PERFORM REPORT-USAGE-FAILURE
               NOT INVALID KEY
                   PERFORM JOURNAL-LINEAGE-USAGE
           END-WRITE
       NOT INVALID KEY
           MOVE "C" TO JRNL-ACTION
           MOVE 105 TO JRNL-BEFORE-LEN
           MOVE LUSE-RECORD TO JRNL-BEFORE-IMAGE
           MOVE WS-FULL-DATE TO LUSE-LAST-USED
           IF N > LUSE-HIGH-N
               MOVE N TO LUSE-HIGH-N
           END-IF
           IF LUSE-REQUEST-COUNT < 9999999
               ADD 1 TO LUSE-REQUEST-COUNT
           END-IF
           REWRITE LUSE-RECORD
               INVALID KEY
                   PERFORM REPORT-USAGE-FAILURE
               NOT INVALID KEY
                   PERFORM JOURNAL-LINEAGE-USAGE
           END-REWRITE
   END-READ.

JOURNAL-LINEAGE-USAGE.
*>   Journals the usage record just written or rewritten; the
*>   action and before image were set when the record was read.
   MOVE "FIBLUSE" TO JRNL-FILE.
   MOVE LUSE-KEY TO JRNL-KEY.
   MOVE 105 TO JRNL-AFTER-LEN.
   MOVE LUSE-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-JOURNAL-RECORD.

REPORT-USAGE-FAILURE.
*>   FIBLUSE.DAT refused the usage update: console message for the
*>   operator and a USGF exception for the run's exceptions page.
   DISPLAY "FIBONACCI: FIBLUSE.DAT UPDATE FAILED FOR "
       WS-REQUESTER-ID " - STATUS " WS-LUSE-STATUS.
   MOVE "USGF" TO WS-EXCP-REASON.
   MOVE 08 TO WS-EXCP-SEVERITY.
   MOVE 0 TO WS-EXCP-I.
   PERFORM WRITE-EXCEPTION-RECORD.

WRITE-JOURNAL-RECORD.
*>   Stamps and appends one journal record. The caller has set the
*>   file, the action (A add, C change, D delete), the key and the
*>   before and after images with their lengths - a zero length for
*>   the image an add or a delete does not have.
   MOVE WS-FULL-DATE TO JRNL-DATE.
   ACCEPT JRNL-TIME FROM TIME.
   MOVE WS-JOURNAL-RECORD TO JOURNAL-LINE.
   WRITE JOURNAL-LINE.

SHIFT-CONTINUATION-WINDOW.
*>   Rolls the continuation window forward by the cached term just
*>   read - the short window from TERM-FIB, and for an extended-
*>   precision request the extended window too, from TERMX-FIB or
*>   from the short value widened into the extended layout.
   IF TERMX-FORMAT NOT = "X"
       IF WS-RECUR-ORDER = 3
           MOVE WS-CONT-F2 TO WS-CONT-F1
           MOVE WS-CONT-F3 TO WS-CONT-F2
           MOVE TERM-FIB TO WS-CONT-F3
       ELSE
           MOVE WS-CONT-F2 TO WS-CONT-F1
           MOVE TERM-FIB TO WS-CONT-F2
       END-IF
   END-IF.
   IF WS-XP-REQUEST = "Y"
       IF TERMX-FORMAT = "X"
           MOVE TERMX-FIB TO WS-XP-CONV
       ELSE
           MOVE TERM-FIB TO WS-XP-SHORT-VALUE
           MOVE ZEROS TO WS-XP-CONV
           MOVE WS-XP-SHORT-IMAGE TO WS-XP-CONV (979:22)
       END-IF
       IF WS-RECUR-ORDER = 3
           MOVE WS-XP-CONT-F2 TO WS-XP-CONT-F1
           MOVE WS-XP-CONT-F3 TO WS-XP-CONT-F2
           MOVE WS-XP-CONV TO WS-XP-CONT-F3
       ELSE
           MOVE WS-XP-CONT-F2 TO WS-XP-CONT-F1
           MOVE WS-XP-CONV TO WS-XP-CONT-F2
       END-IF
   END-IF.

WRITE-EXTRACT-HEADER.
*>   Header record for the BI load job - run date and the seed/
*>   reconciliation parameters used for the batch - written once
WRITE-EXTRACT-DETAIL.
*>   One detail record per computed term, keyed by requester/N/I like
*>   TERMS-FILE, so the BI team's load job can pick up the extract
*>   directly instead of someone reformatting console output. A term
*>   too wide for the DET record's FIB picture goes out as XDT
*>   records instead - same requester/N/I key positions, the edited
*>   digits split 50 to a record with a segment number and count -
*>   so a load job that only knows DET skips them cleanly and the
*>   DET count the trailer carries keeps meaning what it always has.
*>   The XDT terms are counted separately for the trailer and SUM.
*>   Every per-request record - DET, XDT, ANL and ANS - carries the
*>   request's tracking number past its value columns, where a load
*>   job laid out before the column existed never looks; on a DET it
*>   starts at column 54, clear of the value columns FibExtractCompare
*>   compares (30-52), so a tracked run still matches an untracked
*>   one.
   IF WS-XP-TERM = "Y"
       PERFORM WRITE-EXTRACT-XP-DETAIL
   ELSE
       MOVE WS-REQUESTER-ID TO EXTR-DET-REQUESTER
       MOVE WS-TRACKING-NO TO EXTR-DET-TRACKING
       MOVE N TO EXTR-DET-N
       MOVE I TO EXTR-DET-I
       MOVE FIB TO EXTR-DET-FIB
       MOVE WS-EXTRACT-DETAIL TO EXTRACT-LINE
       WRITE EXTRACT-LINE
       ADD 1 TO WS-EXTRACT-COUNT
       ADD 1 TO WS-EXTRACT-RECS-TOTAL
       MOVE FIB TO WS-EXTRACT-LAST-FIB
   END-IF.

WRITE-EXTRACT-XP-DETAIL.
*>   One XDT record per 50 digits of the edited extended term.
   COMPUTE WS-XP-SEGS = (WS-XP-TEXT-LEN + 49) / 50.
   MOVE 1 TO WS-XP-TEXT-POS.
   PERFORM VARYING WS-XP-SEG FROM 1 BY 1 UNTIL WS-XP-SEG > WS-XP-SEGS
       MOVE WS-REQUESTER-ID TO EXTR-XDT-REQUESTER
       MOVE WS-TRACKING-NO TO EXTR-XDT-TRACKING
       MOVE N TO EXTR-XDT-N
       MOVE I TO EXTR-XDT-I
       MOVE WS-XP-SEG TO EXTR-XDT-SEG
       MOVE WS-XP-SEGS TO EXTR-XDT-SEGS
       MOVE WS-XP-TEXT (WS-XP-TEXT-POS:50) TO EXTR-XDT-DIGITS
       MOVE WS-EXTRACT-XP-DETAIL TO EXTRACT-LINE
       WRITE EXTRACT-LINE
       ADD 1 TO WS-EXTRACT-RECS-TOTAL
       ADD 50 TO WS-XP-TEXT-POS
   END-PERFORM.
   ADD 1 TO WS-EXTRACT-XP-COUNT.

WRITE-TERM-ANALYTICS.
*>   Growth analytics for the term just emitted: the ratio of FIB(I)
*>   skipped rather than writing a divide-by-zero guess, as is one
*>   whose ratio would not fit the record (a wild seed pair's opening
*>   swing). The first I whose deviation sits within tolerance is
*>   remembered for WRITE-GROWTH-SUMMARY. An extended term's ratio
*>   is taken from the leading 18 digits of it and of the prior term
*>   at the same positions - the digits further down cannot move the
*>   eighth decimal of the ratio - so the ANL record means the same
*>   thing on both sides of the 22-digit line.
   MOVE "Y" TO WS-RATIO-VALID.
   IF WS-XP-TERM = "Y"
       COMPUTE WS-XP-LEAD-POS = WS-XP-LEAD-ZEROS + 1
       MOVE WS-XP-FIB (WS-XP-LEAD-POS:18) TO WS-XP-RATIO-CUR
       MOVE WS-XP-PRIOR (WS-XP-LEAD-POS:18) TO WS-XP-RATIO-PRI
       IF WS-XP-RATIO-PRI = 0
           MOVE "N" TO WS-RATIO-VALID
       ELSE
           COMPUTE WS-TERM-RATIO ROUNDED =
               WS-XP-RATIO-CUR / WS-XP-RATIO-PRI
               ON SIZE ERROR
                   MOVE "N" TO WS-RATIO-VALID
           END-COMPUTE
       END-IF
   ELSE
       IF WS-PRIOR-FIB = 0
           MOVE "N" TO WS-RATIO-VALID
       ELSE
           COMPUTE WS-TERM-RATIO ROUNDED = FIB / WS-PRIOR-FIB
               ON SIZE ERROR
                   MOVE "N" TO WS-RATIO-VALID
           END-COMPUTE
       END-IF
   END-IF.
   IF WS-RATIO-VALID = "Y"
       COMPUTE WS-RATIO-DEV = WS-TERM-RATIO - WS-GOLDEN-RATIO
           MOVE I TO WS-CONV-I
       END-IF
       MOVE WS-REQUESTER-ID TO EXTR-ANL-REQUESTER
       MOVE WS-TRACKING-NO TO EXTR-ANL-TRACKING
       MOVE N TO EXTR-ANL-N
       MOVE I TO EXTR-ANL-I
       MOVE WS-TERM-RATIO TO EXTR-ANL-RATIO
       ADD 1 TO WS-EXTRACT-RECS-TOTAL
   END-IF.
   MOVE FIB TO WS-PRIOR-FIB.
   IF WS-XP-REQUEST = "Y"
       MOVE WS-XP-FIB TO WS-XP-PRIOR
   END-IF.

WRITE-GROWTH-SUMMARY.
*>   Per-request convergence verdict: the first I at which the
   WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
   ADD 2 TO WS-LINE-COUNT.
   MOVE WS-REQUESTER-ID TO EXTR-ANS-REQUESTER.
   MOVE WS-TRACKING-NO TO EXTR-ANS-TRACKING.
   MOVE N TO EXTR-ANS-N.
   MOVE WS-CONV-I TO EXTR-ANS-CONV-I.
   MOVE WS-CONV-TOLERANCE TO EXTR-ANS-TOLERANCE.
WRITE-EXTRACT-TRAILER.
*>   Trailer record with the total detail record count and the final
*>   FIB value computed across the whole batch, closing out the
*>   extract for the BI team's load job. Both figures stay with the
*>   DET records; the count of extended terms written as XDT rides
*>   in the trailer's former filler for loaders that take them, and
*>   the count of RES residue records after it.
   MOVE WS-EXTRACT-COUNT TO EXTR-TRL-COUNT.
   MOVE WS-EXTRACT-LAST-FIB TO EXTR-TRL-FIB.
   MOVE WS-EXTRACT-XP-COUNT TO EXTR-TRL-XP-COUNT.
   MOVE WS-SUM-RES-REQUESTS TO EXTR-TRL-RES-COUNT.
   MOVE WS-EXTRACT-TRAILER TO EXTRACT-LINE.
   WRITE EXTRACT-LINE.

   MOVE "DETAIL RECORDS WRITTEN" TO WS-SUM-LABEL.
   MOVE WS-EXTRACT-COUNT TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
   MOVE "EXTENDED-PRECISION REQUESTS" TO WS-SUM-LABEL.
   MOVE WS-SUM-XP-REQUESTS TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
   MOVE "EXTENDED DETAIL TERMS WRITTEN" TO WS-SUM-LABEL.
   MOVE WS-EXTRACT-XP-COUNT TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
   MOVE "RESIDUE-MODE REQUESTS (RES RECORDS)" TO WS-SUM-LABEL.
   MOVE WS-SUM-RES-REQUESTS TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.

PRINT-SUMMARY-LINE.
*>   One label/count line of the operations summary page.
   MOVE WS-SUM-CARRIED-OVER TO EXTR-SUM-CARRIED.
   MOVE WS-SUM-CONTINUED TO EXTR-SUM-CONTINUED.
   MOVE WS-EXTRACT-COUNT TO EXTR-SUM-DETAILS.
   MOVE WS-SUM-XP-REQUESTS TO EXTR-SUM-XP-REQUESTS.
   MOVE WS-EXTRACT-XP-COUNT TO EXTR-SUM-XP-DETAILS.
   MOVE WS-SUM-RES-REQUESTS TO EXTR-SUM-RES-REQUESTS.
   MOVE WS-EXTRACT-SUMMARY TO EXTRACT-LINE.
   WRITE EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-RECS-TOTAL.
*>   requester/N under a different seed pair, is ignored -
*>   otherwise a restart could resume the wrong recurrence with F1/F2
*>   from one seed pair and BACKFILL-RESUMED-TERMS deriving the
*>   earlier terms from another. The checkpoint's precision must
*>   agree with the request's too: an extended-precision request
*>   resumes from the extended window the checkpoint carries, and
*>   never from a short one.
   MOVE WS-FIRST-I TO WS-START-I.
   OPEN INPUT CHECKPOINT-FILE.
   IF WS-CKPT-STATUS = "00"
           AND CKPT-SEED-F2 = WS-SEED-F2
           AND CKPT-SEED-F3 = WS-SEED-F3
           AND CKPT-MODE = WS-RECUR-ORDER
           AND ((WS-XP-REQUEST = "Y" AND CKPT-PRECISION = "X")
             OR (WS-XP-REQUEST = "N" AND CKPT-PRECISION NOT = "X"))
           MOVE CKPT-F1 TO F1
           MOVE CKPT-F2 TO F2
           MOVE CKPT-F3 TO F3
           MOVE CKPT-FIB TO FIB
           IF WS-XP-REQUEST = "Y"
               MOVE CKPT-XP-F1 TO WS-XP-F1
               MOVE CKPT-XP-F2 TO WS-XP-F2
               MOVE CKPT-XP-F3 TO WS-XP-F3
               MOVE CKPT-XP-FIB TO WS-XP-FIB
               PERFORM SET-SHORT-FROM-XP
           END-IF
           COMPUTE WS-START-I = CKPT-I + 1
           ADD 1 TO WS-SUM-CKPT-RESTARTS
           DISPLAY "FIBONACCI: RESUMING FROM CHECKPOINT AT I="
*>   FIBTERMS.DAT cache hit (WS-REPLAY-UPPER = N, the full sequence
*>   for a repeat request) so neither path silently thins the report/
*>   extract down to a single line the way a bare cache lookup would.
*>   An extended-precision request replays in the extended fields,
*>   each term settling into the short or extended layout exactly as
*>   the live loop's would.
   MOVE WS-SEED-F1 TO WS-BF-F1.
   MOVE WS-SEED-F2 TO WS-BF-F2.
   MOVE WS-SEED-F3 TO WS-BF-F3.
   IF WS-XP-REQUEST = "Y"
       MOVE WS-XP-SEED-F1 TO WS-XP-BF-F1
       MOVE WS-XP-SEED-F2 TO WS-XP-BF-F2
       MOVE WS-XP-SEED-F3 TO WS-XP-BF-F3
   END-IF.
   PERFORM VARYING WS-BF-I FROM WS-FIRST-I BY 1
       UNTIL WS-BF-I > WS-REPLAY-UPPER
       IF WS-XP-REQUEST = "Y"
           MOVE WS-XP-BF-F1 TO WS-XP-W1
           MOVE WS-XP-BF-F2 TO WS-XP-W2
           MOVE WS-XP-BF-F3 TO WS-XP-W3
           PERFORM ADVANCE-XP-WINDOW
           MOVE WS-XP-W1 TO WS-XP-BF-F1
           MOVE WS-XP-W2 TO WS-XP-BF-F2
           MOVE WS-XP-W3 TO WS-XP-BF-F3
           MOVE WS-XP-WSUM TO WS-XP-FIB
           PERFORM SET-SHORT-FROM-XP
       ELSE
           IF WS-RECUR-ORDER = 3
               COMPUTE WS-BF-FIB = WS-BF-F1 + WS-BF-F2 + WS-BF-F3
               MOVE WS-BF-F2 TO WS-BF-F1
               MOVE WS-BF-F3 TO WS-BF-F2
               MOVE WS-BF-FIB TO WS-BF-F3
           ELSE
               COMPUTE WS-BF-FIB = WS-BF-F1 + WS-BF-F2
               MOVE WS-BF-F2 TO WS-BF-F1
               MOVE WS-BF-FIB TO WS-BF-F2
           END-IF
           MOVE WS-BF-FIB TO FIB
       END-IF
       MOVE WS-BF-I TO I
       PERFORM PRINT-SEQUENCE-LINE
       PERFORM WRITE-EXTRACT-DETAIL
       PERFORM WRITE-TERM-ANALYTICS
*>   Captures I, F1, F2 and FIB every WS-CHECKPOINT-EVERY iterations
*>   so a long run that abends does not have to recompute from I=2.
*>   The seed pair rides along so RESTORE-CHECKPOINT can refuse to
*>   resume a different recurrence for the same requester/N. An
*>   extended-precision request also saves its extended window after
*>   the short fields, flagged "X"; a short request leaves those
*>   columns blank, which is how a checkpoint written before they
*>   existed reads back.
   IF FUNCTION MOD(I, WS-CHECKPOINT-EVERY) = 0
       MOVE WS-REQUESTER-ID TO CKPT-REQUESTER-ID
       MOVE N TO CKPT-N
       MOVE F2 TO CKPT-F2
       MOVE F3 TO CKPT-F3
       MOVE FIB TO CKPT-FIB
       IF WS-XP-REQUEST = "Y"
           MOVE "X" TO CKPT-PRECISION
           MOVE WS-XP-F1 TO CKPT-XP-F1
           MOVE WS-XP-F2 TO CKPT-XP-F2
           MOVE WS-XP-F3 TO CKPT-XP-F3
           MOVE WS-XP-FIB TO CKPT-XP-FIB
       ELSE
           MOVE SPACE TO CKPT-PRECISION
           MOVE SPACES TO CKPT-XP-F1 CKPT-XP-F2 CKPT-XP-F3
               CKPT-XP-FIB
       END-IF
       OPEN OUTPUT CHECKPOINT-FILE
       WRITE CKPT-RECORD
       CLOSE CHECKPOINT-FILE
           IF BCKPT-SUM-CONTINUED IS NUMERIC
               MOVE BCKPT-SUM-CONTINUED TO WS-SUM-CONTINUED
           END-IF
           IF BCKPT-SUM-XP-REQUESTS IS NUMERIC
               MOVE BCKPT-SUM-XP-REQUESTS TO WS-SUM-XP-REQUESTS
           END-IF
           IF BCKPT-XP-EXTRACT-COUNT IS NUMERIC
               MOVE BCKPT-XP-EXTRACT-COUNT TO WS-EXTRACT-XP-COUNT
           END-IF
           IF BCKPT-SUM-RES-REQUESTS IS NUMERIC
               MOVE BCKPT-SUM-RES-REQUESTS TO WS-SUM-RES-REQUESTS
           END-IF
           ADD 1 TO WS-SUM-CKPT-RESTARTS
           DISPLAY "FIBONACCI: BATCH RESTART - RESUMING AFTER "
               "TRANSACTION " WS-BATCH-RESUME-AT
   MOVE WS-SUM-RECON-MISM TO BCKPT-SUM-RECON-MISM.
   MOVE WS-SUM-CARRIED-OVER TO BCKPT-SUM-CARRIED.
   MOVE WS-SUM-CONTINUED TO BCKPT-SUM-CONTINUED.
   MOVE WS-SUM-XP-REQUESTS TO BCKPT-SUM-XP-REQUESTS.
   MOVE WS-EXTRACT-XP-COUNT TO BCKPT-XP-EXTRACT-COUNT.
   MOVE WS-SUM-RES-REQUESTS TO BCKPT-SUM-RES-REQUESTS.
   OPEN OUTPUT BATCH-CKPT-FILE.
   WRITE BCKPT-RECORD.
   CLOSE BATCH-CKPT-FILE.
   WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
   ADD 2 TO WS-LINE-COUNT.

RECONCILE-XP-RESULT.
*>   The extended-precision counterpart of RECONCILE-RESULT, held to
*>   the same principle: the recurrence is rerun from the seeds by a
*>   different route than the one that produced the answer - ADD ...
*>   GIVING on each limb and the carry taken off by repeated
*>   SUBTRACT, where ADVANCE-XP-WINDOW uses COMPUTE and DIVIDE ...
*>   REMAINDER - so a fault in one verb's handling of the long limb
*>   chains shows up as a disagreement. The verdict line carries the
*>   term's digit count; a mismatch prints both values in full under
*>   it and raises MISM like any other.
   MOVE WS-XP-SEED-F1 TO WS-XP-RC1.
   MOVE WS-XP-SEED-F2 TO WS-XP-RC2.
   MOVE WS-XP-SEED-F3 TO WS-XP-RC3.
   PERFORM VARYING WS-RECON-I FROM WS-FIRST-I BY 1
       UNTIL WS-RECON-I > N
       MOVE 0 TO WS-XP-RC-CARRY
       PERFORM VARYING WS-XP-IX FROM WS-XP-LIMBS BY -1
           UNTIL WS-XP-IX < 1
           ADD WS-XP-RC1-LIMB (WS-XP-IX) WS-XP-RC2-LIMB (WS-XP-IX)
               WS-XP-RC-CARRY GIVING WS-XP-RC-SUM
           IF WS-RECUR-ORDER = 3
               ADD WS-XP-RC3-LIMB (WS-XP-IX) TO WS-XP-RC-SUM
           END-IF
           MOVE 0 TO WS-XP-RC-CARRY
           PERFORM UNTIL WS-XP-RC-SUM < 100000000
               SUBTRACT 100000000 FROM WS-XP-RC-SUM
               ADD 1 TO WS-XP-RC-CARRY
           END-PERFORM
           MOVE WS-XP-RC-SUM TO WS-XP-RCS-LIMB (WS-XP-IX)
       END-PERFORM
       IF WS-RECUR-ORDER = 3
           MOVE WS-XP-RC2 TO WS-XP-RC1
           MOVE WS-XP-RC3 TO WS-XP-RC2
           MOVE WS-XP-RCS TO WS-XP-RC3
       ELSE
           MOVE WS-XP-RC2 TO WS-XP-RC1
           MOVE WS-XP-RCS TO WS-XP-RC2
       END-IF
   END-PERFORM.
   MOVE WS-XP-FIB TO WS-XP-EDIT.
   PERFORM FORMAT-XP-TEXT.
   MOVE WS-XP-INT-LEN TO WS-RECON-XP-DIGITS.
   IF WS-XP-RCS = WS-XP-FIB
       MOVE "MATCH" TO WS-RECON-XP-STATUS
       ADD 1 TO WS-SUM-RECON-MATCH
   ELSE
       MOVE "MISMATCH" TO WS-RECON-XP-STATUS
       ADD 1 TO WS-SUM-RECON-MISM
       MOVE "MISM" TO WS-EXCP-REASON
       MOVE 12 TO WS-EXCP-SEVERITY
       MOVE N TO WS-EXCP-I
       PERFORM WRITE-EXCEPTION-RECORD
   END-IF.
   MOVE WS-RECON-XP-LINE TO REPORT-LINE.
   WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
   ADD 2 TO WS-LINE-COUNT.
   IF WS-XP-RCS NOT = WS-XP-FIB
       MOVE "EXPECTED=" TO WS-RECON-XP-WHICH
       MOVE WS-RECON-XP-LABEL TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO WS-LINE-COUNT
       MOVE WS-XP-RCS TO WS-XP-EDIT
       PERFORM FORMAT-XP-TEXT
       MOVE 1 TO WS-XP-TEXT-POS
       PERFORM PRINT-XP-CONTINUATION
       MOVE "ACTUAL=" TO WS-RECON-XP-WHICH
       MOVE WS-RECON-XP-LABEL TO REPORT-LINE
       WRITE REPORT-LINE AFTER ADVANCING 1 LINE
       ADD 1 TO WS-LINE-COUNT
       MOVE WS-XP-FIB TO WS-XP-EDIT
       PERFORM FORMAT-XP-TEXT
       MOVE 1 TO WS-XP-TEXT-POS
       PERFORM PRINT-XP-CONTINUATION
   END-IF.

RECONCILE-RESIDUE-RESULT.
*>   The residue counterpart of RECONCILE-RESULT: the residues are
*>   rerun from the seeds by DIVIDE ... REMAINDER, where
*>   ADVANCE-RESIDUE-STATE takes M off by SUBTRACT, and the residue
*>   at the step the answer came from is compared with the answer.
*>   When the period is known the rerun goes the whole period, and
*>   the window must come back to the seeds' residues at its end -
*>   a wrong period would answer every later request wrongly, so it
*>   is checked here as surely as the residue is. A cache-served
*>   answer is reconciled the same way. A disagreement on either
*>   raises MISM like any other.
   IF WS-RES-PERIOD > 0
       DIVIDE WS-RES-STEPS BY WS-RES-PERIOD
           GIVING WS-RES-QUOTIENT REMAINDER WS-RES-RC-TARGET
       IF WS-RES-RC-TARGET = 0
           MOVE WS-RES-PERIOD TO WS-RES-RC-TARGET
       END-IF
       MOVE WS-RES-PERIOD TO WS-RES-RC-LAST
   ELSE
       MOVE WS-RES-STEPS TO WS-RES-RC-TARGET
       MOVE WS-RES-STEPS TO WS-RES-RC-LAST
   END-IF.
   MOVE WS-RES-S1 TO WS-RES-RC1.
   MOVE WS-RES-S2 TO WS-RES-RC2.
   MOVE WS-RES-S3 TO WS-RES-RC3.
   MOVE 0 TO WS-RES-RC-VALUE.
   PERFORM VARYING WS-RES-RC-K FROM 1 BY 1
       UNTIL WS-RES-RC-K > WS-RES-RC-LAST
       ADD WS-RES-RC1 WS-RES-RC2 GIVING WS-RES-RC-SUM
       IF WS-RECUR-ORDER = 3
           ADD WS-RES-RC3 TO WS-RES-RC-SUM
       END-IF
       DIVIDE WS-RES-RC-SUM BY WS-RES-MODULUS
           GIVING WS-RES-RC-QUOT REMAINDER WS-RES-RC-NEW
       IF WS-RECUR-ORDER = 3
           MOVE WS-RES-RC2 TO WS-RES-RC1
           MOVE WS-RES-RC3 TO WS-RES-RC2
           MOVE WS-RES-RC-NEW TO WS-RES-RC3
       ELSE
           MOVE WS-RES-RC2 TO WS-RES-RC1
           MOVE WS-RES-RC-NEW TO WS-RES-RC2
       END-IF
       IF WS-RES-RC-K = WS-RES-RC-TARGET
           MOVE WS-RES-RC-NEW TO WS-RES-RC-VALUE
       END-IF
   END-PERFORM.
   IF WS-RES-PERIOD = 0
       MOVE "NOT KNOWN" TO WS-RECON-RES-PERIOD
   ELSE
       IF WS-RES-RC1 = WS-RES-S1 AND WS-RES-RC2 = WS-RES-S2
           AND WS-RES-RC3 = WS-RES-S3
           MOVE "CONFIRMED" TO WS-RECON-RES-PERIOD
       ELSE
           MOVE "NOT CONFIRMED" TO WS-RECON-RES-PERIOD
       END-IF
   END-IF.
   MOVE WS-RES-RC-VALUE TO WS-RECON-RES-EXPECTED.
   MOVE WS-RES-VALUE TO WS-RECON-RES-ACTUAL.
   IF WS-RES-RC-VALUE = WS-RES-VALUE
       AND WS-RECON-RES-PERIOD NOT = "NOT CONFIRMED"
       MOVE "MATCH" TO WS-RECON-RES-STATUS
       ADD 1 TO WS-SUM-RECON-MATCH
   ELSE
       MOVE "MISMATCH" TO WS-RECON-RES-STATUS
       ADD 1 TO WS-SUM-RECON-MISM
       MOVE "MISM" TO WS-EXCP-REASON
       MOVE 12 TO WS-EXCP-SEVERITY
       MOVE 0 TO WS-EXCP-I
       PERFORM WRITE-EXCEPTION-RECORD
   END-IF.
   MOVE WS-RECON-RES-LINE TO REPORT-LINE.
   WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
   ADD 2 TO WS-LINE-COUNT.

WRITE-AUDIT-RECORD.
*>   Appends one audit record per run - date/time, requested N,
*>   elapsed run time and the final FIB - so operations can review
*>   rejected - so the monthly chargeback job can price
*>   cache-satisfied and freshly computed requests at their own
*>   rates straight off the log, the same split the operations
*>   summary reports. An extended-precision answer will not fit the
*>   FIB column, so the column says so and gives its digit count
*>   instead; the full value is on the report, cache and extract.
*>   The request's tracking number follows (blank for the untracked
*>   SYSIN fallback request), then the priority class it ran in and
*>   the terms it computed - the same count the type C window cutoff
*>   adds up - so capacity planning can size the window in either
*>   cutoff's own unit straight off the log. A residue answer goes
*>   in the FIB column flagged RESIDUE=, so no reader of the log
*>   can take it for a term value; N there is the transaction's N
*>   column as punched, the wide residue N being on the report and
*>   the RES extract record. A residue request can step further
*>   than the eight-digit TRM column holds; the column then shows
*>   all nines rather than the low-order digits of the count.
   ACCEPT WS-END-TIME FROM TIME.
   IF WS-END-TIME < WS-START-TIME
       COMPUTE WS-ELAPSED-TIME = WS-END-TIME + 24000000 - WS-START-TIME
   MOVE WS-END-TIME TO AUD-RUN-TIME.
   MOVE N TO AUD-N.
   MOVE WS-ELAPSED-TIME TO AUD-ELAPSED.
   EVALUATE TRUE
       WHEN WS-XP-TERM = "Y"
           MOVE WS-XP-FIB TO WS-XP-EDIT
           PERFORM FORMAT-XP-TEXT
           MOVE WS-XP-INT-LEN TO WS-AUD-XP-DIGITS
           MOVE WS-AUD-XP-TEXT TO AUD-FIB-TEXT
       WHEN WS-RESIDUE-MODE = "Y" AND WS-SERVED-PATH NOT = "R"
           MOVE WS-RES-VALUE TO WS-AUD-RES-VALUE
           MOVE WS-AUD-RES-TEXT TO AUD-FIB-TEXT
       WHEN OTHER
           MOVE FIB TO AUD-FIB
   END-EVALUATE.
   MOVE WS-SERVED-PATH TO AUD-PATH.
   MOVE WS-TRACKING-NO TO AUD-TRACKING-NO.
   MOVE WS-REQUEST-PRIORITY TO AUD-PRIORITY.
   COMPUTE AUD-TERMS = WS-TERMS-COMPUTED - WS-TERMS-AT-START
       ON SIZE ERROR
           MOVE 99999999 TO AUD-TERMS
   END-COMPUTE.
   MOVE WS-AUDIT-RECORD TO AUDIT-LINE.
   OPEN EXTEND AUDIT-FILE.
   WRITE AUDIT-LINE.
*>   The caller sets WS-EXCP-REASON/SEVERITY/I before performing.
*>   Reasons and severities: DUPK 04 (term already cached - the run
*>   is still whole); INVN/OVFL/MAXN/UNKR/SUSP 08 (the transaction
*>   was rejected), and for residue mode RSED 08 (a seed with a
*>   tenths digit has no residue) and RPER 08 (neither the period
*>   nor N reached inside the step limit); USGF 08 (the answer was
*>   delivered but FIBLUSE.DAT refused the requester's usage claim);
*>   MISM 12 (the computed and reconciled results disagree - the
*>   numbers themselves are suspect). The highest severity seen
*>   becomes the job return code at end of job, so the scheduler can
*>   release downstream work on 0/4, review on 8, and hold the BI
*>   load on 12 instead of shipping bad numbers.
   ACCEPT WS-EXCP-TIME FROM TIME.
   MOVE WS-EXCP-REASON TO EXCP-REASON-CODE.
   MOVE WS-EXCP-SEVERITY TO EXCP-SEVERITY.
                       ADD 1 TO WS-EXC-DUPK-COUNT
                   WHEN "MISM"
                       ADD 1 TO WS-EXC-MISM-COUNT
                   WHEN "RSED"
                       ADD 1 TO WS-EXC-RSED-COUNT
                   WHEN "RPER"
                       ADD 1 TO WS-EXC-RPER-COUNT
                   WHEN "USGF"
                       ADD 1 TO WS-EXC-USGF-COUNT
               END-EVALUATE
       END-READ
   END-PERFORM.
   MOVE "  MISM RECONCILIATION MISMATCH" TO WS-SUM-LABEL.
   MOVE WS-EXC-MISM-COUNT TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
   MOVE "  RSED RESIDUE SEED NOT WHOLE" TO WS-SUM-LABEL.
   MOVE WS-EXC-RSED-COUNT TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
   MOVE "  RPER NO RESIDUE PERIOD IN LIMIT" TO WS-SUM-LABEL.
   MOVE WS-EXC-RPER-COUNT TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
   MOVE "  USGF USAGE CLAIM NOT RECORDED" TO WS-SUM-LABEL.
   MOVE WS-EXC-USGF-COUNT TO WS-SUM-COUNT.
   PERFORM PRINT-SUMMARY-LINE.
