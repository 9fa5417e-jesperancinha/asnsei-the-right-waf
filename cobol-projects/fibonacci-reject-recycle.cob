        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECYCLE-REPORT-FILE ASSIGN TO "FIBRCYC.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STATUS-FILE ASSIGN TO "FIBRQSTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQS-TRACKING-NO
        ALTERNATE RECORD KEY IS RQS-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-RQSTS-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REJECT-FILE
    05  REJ-DATA.
        10  REJ-REQUESTER-ID     PIC X(10).
        10  REJ-N                PIC X(5).
        10  REJ-PRIORITY         PIC X(1).
        10  REJ-TRACKING-NO      PIC X(14).
        10  REJ-RESIDUE-N        PIC X(18).
        10  FILLER               PIC X(32).
    05  REJ-REASON               PIC X(2).
    05  REJ-CYCLE                PIC 9(1).
    05  REJ-DATE                 PIC 9(8).
01  ACCEPTED-RECORD.
    05  ACC-REQUESTER-ID         PIC X(10).
    05  ACC-N                    PIC X(5).
    05  FILLER                   PIC X(15).
    05  ACC-RESIDUE-N            PIC X(18).
    05  FILLER                   PIC X(32).
FD  ACCEPTED-WORK-FILE
    LABEL RECORDS ARE STANDARD.
01  ACCEPTED-WORK-RECORD       PIC X(80).
FD  RECYCLE-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RECYCLE-REPORT-LINE        PIC X(132).
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
WORKING-STORAGE SECTION.
01  WS-REJECT-STATUS     PIC XX.
01  WS-COR-STATUS        PIC XX.
01  WS-SEEN-MAX          PIC 9(5) VALUE 5000.
01  WS-SEEN-COUNT        PIC 9(5) VALUE 0.
01  WS-SEEN-TABLE.
    05  WS-SEEN-KEY          PIC X(33) OCCURS 5000 TIMES.
01  WS-THIS-KEY          PIC X(33).
01  WS-SEEN-IX           PIC 9(5).
01  WS-DUP-FOUND         PIC X(1).
01  WS-SEEN-FULL-WARNED  PIC X(1) VALUE "N".

01  WS-WORK-REQUESTER    PIC X(10).
01  WS-WORK-N            PIC X(5).
01  WS-WORK-RESIDUE-N    PIC X(18).
01  WS-WORK-CYCLE        PIC 9(1).
01  WS-WORK-DATE         PIC 9(8).
01  WS-REJECT-CODE       PIC X(2).
01  WS-MAX-CYCLES        PIC 9(1) VALUE 3.
01  WS-FULL-DATE         PIC 9(8).
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

01  WS-TOTAL-REJECTS     PIC 9(7) VALUE 0.
01  WS-TOTAL-CORRECTED   PIC 9(7) VALUE 0.
    05  WS-DET-CYCLE         PIC 9(1).
    05  FILLER               PIC X(13) VALUE "  FIRST SEEN ".
    05  WS-DET-DATE          PIC 9(8).
    05  FILLER               PIC X(6) VALUE "  TRK ".
    05  WS-DET-TRACKING      PIC X(14).
01  WS-RECYCLE-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZ9.
*>   forever. The duplicate check is primed with the fresh batch's
*>   own requester/N pairs, so a reject whose fix was also re-keyed
*>   into today's FIBTRANS.DAT resolves as a duplicate rather than
*>   running twice. Each reject's outcome here - recycled,
*>   recirculated or suspended - is added to its tracking number's
*>   trail on FIBRQSTS.DAT.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM OPEN-STATUS-FILE.
   OPEN OUTPUT RECYCLE-REPORT-FILE.
   PERFORM PRINT-RECYCLE-HEADER.
   PERFORM LOAD-CORRECTION-CARDS.
   PERFORM COPY-BACK-REJECTS.
   PERFORM PRINT-RECYCLE-TOTALS.
   CLOSE RECYCLE-REPORT-FILE.
   IF WS-RQSTS-AVAILABLE = "Y"
       CLOSE STATUS-FILE
   END-IF.
   STOP RUN.

LOAD-CORRECTION-CARDS.
                   WRITE ACCEPTED-WORK-RECORD FROM ACCEPTED-RECORD
                   MOVE ACC-REQUESTER-ID TO WS-WORK-REQUESTER
                   MOVE ACC-N TO WS-WORK-N
                   MOVE ACC-RESIDUE-N TO WS-WORK-RESIDUE-N
                   PERFORM NOTE-SEEN-KEY
           END-READ
       END-PERFORM
*>   columns replace, blank keep. Old-format reject records (written
*>   before the cycle/date columns existed) read back with spaces
*>   there and are treated as cycle zero, first seen today, so a
*>   conversion pass is never needed. The tracking number rides in
*>   the reject's own columns and is never touched by a correction;
*>   the status record is updated with the corrected requester/N
*>   along with the stage, so an inquiry shows the request as it
*>   now stands.
   MOVE REJ-REQUESTER-ID TO WS-WORK-REQUESTER.
   MOVE REJ-N TO WS-WORK-N.
   MOVE REJ-RESIDUE-N TO WS-WORK-RESIDUE-N.
   IF REJ-CYCLE IS NUMERIC
       MOVE REJ-CYCLE TO WS-WORK-CYCLE
   ELSE
           PERFORM PRINT-RECYCLE-LINE
       END-IF
   END-IF.
   PERFORM RECORD-RECYCLE-STAGE.

RECORD-RECYCLE-STAGE.
*>   RCYC for a reject recycled clean (CORRECTD when a card fixed
*>   it), RCIR for one recirculating - reason and new cycle count
*>   as the detail - and SUSP for one parked in suspense.
   EVALUATE WS-DET-LABEL
       WHEN "RECYCLED:   "
           MOVE "RCYC" TO WS-RQSTS-STAGE
           IF WS-COR-FOUND-IX > 0
               MOVE "CORRECTD" TO WS-RQSTS-INFO
           ELSE
               MOVE SPACES TO WS-RQSTS-INFO
           END-IF
       WHEN "RECIRCULATE:"
           MOVE "RCIR" TO WS-RQSTS-STAGE
           MOVE SPACES TO WS-RQSTS-INFO
           STRING WS-REJECT-CODE " CYC " WS-WORK-CYCLE
               DELIMITED BY SIZE INTO WS-RQSTS-INFO
       WHEN OTHER
           MOVE "SUSP" TO WS-RQSTS-STAGE
           MOVE WS-REJECT-CODE TO WS-RQSTS-INFO
   END-EVALUATE.
   MOVE REJ-TRACKING-NO TO WS-RQSTS-TRACKING.
   MOVE WS-WORK-REQUESTER TO WS-RQSTS-REQUESTER.
   MOVE WS-WORK-N TO WS-RQSTS-N.
   MOVE REJ-PRIORITY TO WS-RQSTS-PRIORITY.
   PERFORM RECORD-REQUEST-STAGE.

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
       DISPLAY "FIBREJECTRECYCLE: FIBRQSTS.DAT NOT AVAILABLE - STATUS "
           WS-RQSTS-STATUS " - REQUEST STAGES NOT RECORDED"
   END-IF.

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
                   DISPLAY "FIBREJECTRECYCLE: STATUS REWRITE FAILED "
                       "FOR " WS-RQSTS-TRACKING " - STATUS "
                       WS-RQSTS-STATUS
           END-REWRITE
       ELSE
           WRITE RQSTS-RECORD
               INVALID KEY
                   DISPLAY "FIBREJECTRECYCLE: STATUS WRITE FAILED FOR "
                       WS-RQSTS-TRACKING " - STATUS " WS-RQSTS-STATUS
           END-WRITE
       END-IF
   END-IF.

FIND-CORRECTION.
*>   First unused card matching the reject's requester/N wins, and
*>   batch's pairs by COPY-OUT-FRESH-BATCH, then growing with each
*>   clean recycled record; degrades to accept-all past the table
*>   limit with one console warning, exactly as the edit step does.
*>   The key carries the residue-mode N column the same way.
   MOVE "N" TO WS-DUP-FOUND.
   MOVE SPACES TO WS-THIS-KEY.
   STRING WS-WORK-REQUESTER WS-WORK-N WS-WORK-RESIDUE-N
       DELIMITED BY SIZE
       INTO WS-THIS-KEY.
   PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
       UNTIL WS-SEEN-IX > WS-SEEN-COUNT OR WS-DUP-FOUND = "Y"
NOTE-SEEN-KEY.
*>   Primes the duplicate table with one fresh-batch requester/N.
   MOVE SPACES TO WS-THIS-KEY.
   STRING WS-WORK-REQUESTER WS-WORK-N WS-WORK-RESIDUE-N
       DELIMITED BY SIZE
       INTO WS-THIS-KEY.
   PERFORM ADD-SEEN-KEY.

   MOVE WS-REJECT-CODE TO WS-DET-REASON.
   MOVE WS-WORK-CYCLE TO WS-DET-CYCLE.
   MOVE WS-WORK-DATE TO WS-DET-DATE.
   MOVE REJ-TRACKING-NO TO WS-DET-TRACKING.
   IF WS-DET-LABEL = "SUSPENSE:   " AND WS-TOTAL-SUSPENSE = 1
       MOVE WS-SUSPENSE-HEADER TO RECYCLE-REPORT-LINE
       WRITE RECYCLE-REPORT-LINE AFTER ADVANCING 2 LINES
