        FILE STATUS IS WS-REJECT-STATUS.
    SELECT EDIT-REPORT-FILE ASSIGN TO "FIBEDIT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STATUS-FILE ASSIGN TO "FIBRQSTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQS-TRACKING-NO
        ALTERNATE RECORD KEY IS RQS-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-RQSTS-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE
01  TRANS-RECORD.
    05  TRAN-REQUESTER-ID        PIC X(10).
    05  TRAN-N                   PIC X(5).
    05  TRAN-PRIORITY            PIC X(1).
    05  TRAN-TRACKING-NO.
        10  TRAN-TRACK-DATE      PIC 9(8).
        10  TRAN-TRACK-SEQ       PIC 9(6).
    05  TRAN-RESIDUE-N           PIC X(18).
    05  FILLER                   PIC X(32).
FD  ACCEPTED-FILE
    LABEL RECORDS ARE STANDARD.
01  ACCEPTED-RECORD            PIC X(80).
FD  EDIT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  EDIT-REPORT-LINE           PIC X(95).
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
01  WS-TRANS-STATUS      PIC XX.
01  WS-REJECT-STATUS     PIC XX.
01  WS-REASON-BLANKID    PIC 9(7) VALUE 0.
01  WS-REASON-DUP        PIC 9(7) VALUE 0.
01  WS-REJECT-CODE       PIC X(2).
01  WS-ISSUED-COUNT      PIC 9(7) VALUE 0.
01  WS-KEPT-COUNT        PIC 9(7) VALUE 0.
01  WS-NEXT-TRACK-SEQ    PIC 9(6) VALUE 0.
01  WS-TRACK-WALK-DONE   PIC X(1).
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

01  WS-SEEN-MAX          PIC 9(5) VALUE 5000.
01  WS-SEEN-COUNT        PIC 9(5) VALUE 0.
01  WS-SEEN-TABLE.
    05  WS-SEEN-KEY          PIC X(33) OCCURS 5000 TIMES.
01  WS-THIS-KEY          PIC X(33).
01  WS-SEEN-IX           PIC 9(5).
01  WS-DUP-FOUND         PIC X(1).
01  WS-SEEN-FULL-WARNED  PIC X(1) VALUE "N".
    05  WS-DET-REASON        PIC X(2).
    05  FILLER               PIC X(3) VALUE " - ".
    05  WS-DET-REASON-TEXT   PIC X(30).
    05  FILLER               PIC X(6) VALUE "  TRK ".
    05  WS-DET-TRACKING      PIC X(14).
01  WS-EDIT-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZ9.
*>   owns its full contents: fresh rejects written here at cycle
*>   zero join whatever the recycle step recirculated from earlier
*>   windows, and the recycle step is the only program that rewrites
*>   the file. Every record read, accepted or rejected, leaves this
*>   step with a tracking number and its first stage on the
*>   request-status master FIBRQSTS.DAT, so the request can be
*>   followed by number through the recycle, the carryover and the
*>   batch from here on.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM OPEN-STATUS-FILE.
   PERFORM FIND-LAST-TRACKING-SEQ.
   OPEN INPUT TRANS-FILE.
   OPEN OUTPUT ACCEPTED-FILE.
   OPEN EXTEND REJECT-FILE.
   CLOSE ACCEPTED-FILE.
   CLOSE REJECT-FILE.
   CLOSE EDIT-REPORT-FILE.
   CLOSE STATUS-FILE.
   STOP RUN.

EDIT-ONE-TRANSACTION.
*>   already accepted earlier in this batch. A fresh reject goes out
*>   at recycle cycle zero with today's date, so FibRejectRecycle
*>   can count its correction attempts and age it on the suspense
*>   report. The tracking number goes on first, so the reject
*>   carries it as surely as the accepted record does.
   PERFORM ASSIGN-TRACKING-NUMBER.
   MOVE SPACES TO WS-REJECT-CODE.
   IF TRAN-N IS NOT NUMERIC
       MOVE "01" TO WS-REJECT-CODE
       ADD 1 TO WS-ACCEPT-COUNT
       MOVE TRANS-RECORD TO ACCEPTED-RECORD
       WRITE ACCEPTED-RECORD
       MOVE "EDIT" TO WS-RQSTS-STAGE
       MOVE SPACES TO WS-RQSTS-INFO
   ELSE
       ADD 1 TO WS-REJECT-COUNT
       MOVE TRANS-RECORD TO REJ-DATA
       MOVE WS-FULL-DATE TO REJ-DATE
       WRITE REJECT-RECORD
       PERFORM PRINT-REJECT-LINE
       MOVE "REJE" TO WS-RQSTS-STAGE
       MOVE WS-REJECT-CODE TO WS-RQSTS-INFO
   END-IF.
   MOVE TRAN-TRACKING-NO TO WS-RQSTS-TRACKING.
   MOVE TRAN-REQUESTER-ID TO WS-RQSTS-REQUESTER.
   MOVE TRAN-N TO WS-RQSTS-N.
   MOVE TRAN-PRIORITY TO WS-RQSTS-PRIORITY.
   PERFORM RECORD-REQUEST-STAGE.

ASSIGN-TRACKING-NUMBER.
*>   Tracking numbers are the intake date and a six-digit sequence
*>   within the day, issued in read order. A record that already
*>   carries a numeric tracking number - a carryover or a corrected
*>   reject fed back in through FIBTRANS.DAT - keeps it, so the
*>   request's history stays on one status record however many
*>   times it passes through intake.
   IF TRAN-TRACKING-NO IS NUMERIC AND TRAN-TRACK-DATE > 0
       ADD 1 TO WS-KEPT-COUNT
   ELSE
       ADD 1 TO WS-NEXT-TRACK-SEQ
       MOVE WS-FULL-DATE TO TRAN-TRACK-DATE
       MOVE WS-NEXT-TRACK-SEQ TO TRAN-TRACK-SEQ
       ADD 1 TO WS-ISSUED-COUNT
   END-IF.

FIND-LAST-TRACKING-SEQ.
*>   Picks up today's numbering where the last edit run today left
*>   off: the status master is keyed by tracking number, date
*>   first, so the highest sequence already issued today is the
*>   last record at or after today's first possible key that is
*>   still dated today. Nothing on file for today starts at one.
   MOVE 0 TO WS-NEXT-TRACK-SEQ.
   MOVE WS-FULL-DATE TO RQS-TRACK-DATE.
   MOVE 0 TO RQS-TRACK-SEQ.
   MOVE "N" TO WS-TRACK-WALK-DONE.
   START STATUS-FILE KEY IS NOT LESS THAN RQS-TRACKING-NO
       INVALID KEY
           MOVE "Y" TO WS-TRACK-WALK-DONE
   END-START.
   PERFORM UNTIL WS-TRACK-WALK-DONE = "Y"
       READ STATUS-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-TRACK-WALK-DONE
           NOT AT END
               IF RQS-TRACK-DATE = WS-FULL-DATE
                   MOVE RQS-TRACK-SEQ TO WS-NEXT-TRACK-SEQ
               ELSE
                   MOVE "Y" TO WS-TRACK-WALK-DONE
               END-IF
       END-READ
   END-PERFORM.

OPEN-STATUS-FILE.
*>   FIBRQSTS.DAT is the request-status master: one record per
*>   tracking number, holding the stages the request has passed
*>   through from intake to the batch. Opened I-O and created on
*>   first use. This step issues the tracking numbers from it, so a
*>   master that cannot be opened stops the edit before anything is
*>   numbered - numbering blind could hand out a number already on
*>   file.
   OPEN I-O STATUS-FILE.
   IF WS-RQSTS-STATUS = "35"
       OPEN OUTPUT STATUS-FILE
       CLOSE STATUS-FILE
       OPEN I-O STATUS-FILE
   END-IF.
   IF WS-RQSTS-STATUS NOT = "00"
       DISPLAY "FIBTRANSEDIT: FIBRQSTS.DAT NOT AVAILABLE - STATUS "
           WS-RQSTS-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "Y" TO WS-RQSTS-AVAILABLE.

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
                   DISPLAY "FIBTRANSEDIT: STATUS REWRITE FAILED FOR "
                       WS-RQSTS-TRACKING " - STATUS " WS-RQSTS-STATUS
           END-REWRITE
       ELSE
           WRITE RQSTS-RECORD
               INVALID KEY
                   DISPLAY "FIBTRANSEDIT: STATUS WRITE FAILED FOR "
                       WS-RQSTS-TRACKING " - STATUS " WS-RQSTS-STATUS
           END-WRITE
       END-IF
   END-IF.

CHECK-DUPLICATE-REQUEST.
*>   second cache lookup) repeating the same answer. The pairs seen
*>   so far live in an in-core table; past WS-SEEN-MAX entries the
*>   check degrades to accept-all rather than rejecting good records
*>   over a full table, and says so once on the console. The
*>   residue-mode N column is part of the pair: residue requests
*>   past the N column's reach all punch the same N there, and are
*>   told apart only by the wide column.
   MOVE "N" TO WS-DUP-FOUND.
   MOVE SPACES TO WS-THIS-KEY.
   STRING TRAN-REQUESTER-ID TRAN-N TRAN-RESIDUE-N DELIMITED BY SIZE
       INTO WS-THIS-KEY.
   PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
       UNTIL WS-SEEN-IX > WS-SEEN-COUNT OR WS-DUP-FOUND = "Y"
   MOVE TRAN-REQUESTER-ID TO WS-DET-REQUESTER.
   MOVE TRAN-N TO WS-DET-N.
   MOVE WS-REJECT-CODE TO WS-DET-REASON.
   MOVE TRAN-TRACKING-NO TO WS-DET-TRACKING.
   EVALUATE WS-REJECT-CODE
       WHEN "01"
           MOVE "N NOT NUMERIC" TO WS-DET-REASON-TEXT
PRINT-EDIT-TOTALS.
*>   Count block the balancing is done from: records read must equal
*>   accepted plus rejected, and the per-reason counts must add up to
*>   the rejected count. Tracking numbers issued plus those kept
*>   from a re-fed record must equal the records read.
   MOVE "TRANSACTIONS READ" TO WS-TOT-LABEL.
   MOVE WS-READ-COUNT TO WS-TOT-COUNT.
   MOVE WS-EDIT-TOTAL-LINE TO EDIT-REPORT-LINE.
   MOVE WS-REASON-DUP TO WS-TOT-COUNT.
   MOVE WS-EDIT-TOTAL-LINE TO EDIT-REPORT-LINE.
   WRITE EDIT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "TRACKING NUMBERS ISSUED" TO WS-TOT-LABEL.
   MOVE WS-ISSUED-COUNT TO WS-TOT-COUNT.
   MOVE WS-EDIT-TOTAL-LINE TO EDIT-REPORT-LINE.
   WRITE EDIT-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "TRACKING NUMBERS KEPT FROM RE-FEED" TO WS-TOT-LABEL.
   MOVE WS-KEPT-COUNT TO WS-TOT-COUNT.
   MOVE WS-EDIT-TOTAL-LINE TO EDIT-REPORT-LINE.
   WRITE EDIT-REPORT-LINE AFTER ADVANCING 1 LINE.
