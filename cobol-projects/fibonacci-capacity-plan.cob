IDENTIFICATION DIVISION.
PROGRAM-ID. FibCapacityPlan.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CAPACITY-CARD-FILE ASSIGN TO "FIBCAPIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "FIBAUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT CAPACITY-REPORT-FILE ASSIGN TO "FIBCAPR.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CAPACITY-EXTRACT-FILE ASSIGN TO "FIBCAPX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  CAPACITY-CARD-FILE
    LABEL RECORDS ARE STANDARD.
01  CAPACITY-CARD.
    05  CAP-DATE-FROM            PIC 9(8).
    05  CAP-DATE-TO              PIC 9(8).
    05  CAP-CUTOFF-TYPE          PIC X(1).
    05  CAP-CUTOFF-LIMIT-X       PIC X(8).
    05  CAP-CUTOFF-LIMIT         REDEFINES CAP-CUTOFF-LIMIT-X
                                 PIC 9(8).
    05  CAP-HEADROOM-X           PIC X(3).
    05  CAP-HEADROOM             REDEFINES CAP-HEADROOM-X
                                 PIC 9(3).
    05  FILLER                   PIC X(52).
FD  AUDIT-FILE
    LABEL RECORDS ARE STANDARD.
01  AUDIT-LINE                 PIC X(180).
FD  CAPACITY-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  CAPACITY-REPORT-LINE       PIC X(132).
FD  CAPACITY-EXTRACT-FILE
    LABEL RECORDS ARE STANDARD.
01  CAPACITY-EXTRACT-LINE      PIC X(100).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-AUDIT-EOF         PIC X(1) VALUE "N".

01  WS-AUDIT-RECORD-MAP.
    05  FILLER               PIC X(12).
    05  AUDM-REQUESTER-ID    PIC X(10).
    05  FILLER               PIC X(11).
    05  AUDM-RUN-DATE        PIC 9(8).
    05  FILLER               PIC X(9).
    05  AUDM-RUN-TIME.
        10  AUDM-RUN-HOUR-X      PIC X(2).
        10  AUDM-RUN-HOUR        REDEFINES AUDM-RUN-HOUR-X
                                 PIC 9(2).
        10  FILLER               PIC X(6).
    05  FILLER               PIC X(6).
    05  AUDM-N               PIC X(5).
    05  AUDM-N-NUM           REDEFINES AUDM-N
                             PIC 9(5).
    05  FILLER               PIC X(11).
    05  AUDM-ELAPSED-X       PIC X(8).
    05  AUDM-ELAPSED         REDEFINES AUDM-ELAPSED-X
                             PIC 9(8).
    05  FILLER               PIC X(7).
    05  AUDM-FIB             PIC X(23).
    05  FILLER               PIC X(8).
    05  AUDM-PATH            PIC X(1).
    05  FILLER               PIC X(7).
    05  AUDM-TRACKING-NO     PIC X(14).
    05  FILLER               PIC X(7).
    05  AUDM-PRIORITY        PIC X(1).
    05  FILLER               PIC X(7).
    05  AUDM-TERMS-X         PIC X(8).
    05  AUDM-TERMS           REDEFINES AUDM-TERMS-X
                             PIC 9(8).
    05  FILLER               PIC X(9).

01  WS-CUTOFF-TYPE       PIC X(1).
01  WS-CUTOFF-LIMIT      PIC 9(8) VALUE 0.
01  WS-HEADROOM-PCT      PIC 9(3) VALUE 10.
01  WS-COST-UNIT         PIC X(20).

01  WS-REC-N             PIC 9(5).
01  WS-REC-ELAPSED       PIC 9(8).
01  WS-REC-TERMS         PIC 9(8).
01  WS-REC-COST          PIC 9(8).

*>   One profile table for every breakdown the report prints - N
*>   band, served path, priority class and hour of day - so each
*>   audit record is tallied and each line printed and extracted by
*>   the same two paragraphs. The slots run band 1-8, path 9-13,
*>   class 14-23, hour 24-47.
01  WS-PRF-BAND-FIRST    PIC 9(2) VALUE 1.
01  WS-PRF-BAND-LAST     PIC 9(2) VALUE 8.
01  WS-PRF-PATH-FIRST    PIC 9(2) VALUE 9.
01  WS-PRF-PATH-LAST     PIC 9(2) VALUE 13.
01  WS-PRF-CLASS-FIRST   PIC 9(2) VALUE 14.
01  WS-PRF-CLASS-LAST    PIC 9(2) VALUE 23.
01  WS-PRF-HOUR-FIRST    PIC 9(2) VALUE 24.
01  WS-PRF-HOUR-LAST     PIC 9(2) VALUE 47.
01  WS-PRF-TABLE.
    05  WS-PRF-ENTRY         OCCURS 47 TIMES.
        10  WS-PRF-TYPE          PIC X(4).
        10  WS-PRF-LABEL         PIC X(12).
        10  WS-PRF-COUNT         PIC 9(7).
        10  WS-PRF-ELAPSED       PIC 9(11).
        10  WS-PRF-MAX           PIC 9(8).
        10  WS-PRF-TERMS         PIC 9(11).
01  WS-PRF-IX            PIC 9(2).
01  WS-PRF-FIRST         PIC 9(2).
01  WS-PRF-LAST          PIC 9(2).

01  WS-BAND-LIMITS.
    05  FILLER               PIC 9(5) VALUE 10.
    05  FILLER               PIC 9(5) VALUE 50.
    05  FILLER               PIC 9(5) VALUE 100.
    05  FILLER               PIC 9(5) VALUE 500.
    05  FILLER               PIC 9(5) VALUE 1000.
    05  FILLER               PIC 9(5) VALUE 5000.
    05  FILLER               PIC 9(5) VALUE 10000.
    05  FILLER               PIC 9(5) VALUE 99999.
01  WS-BAND-LIMIT-TABLE  REDEFINES WS-BAND-LIMITS.
    05  WS-BAND-HIGH         PIC 9(5) OCCURS 8 TIMES.
01  WS-BAND-LABELS.
    05  FILLER               PIC X(12) VALUE "N 1-10".
    05  FILLER               PIC X(12) VALUE "N 11-50".
    05  FILLER               PIC X(12) VALUE "N 51-100".
    05  FILLER               PIC X(12) VALUE "N 101-500".
    05  FILLER               PIC X(12) VALUE "N 501-1000".
    05  FILLER               PIC X(12) VALUE "N 1001-5000".
    05  FILLER               PIC X(12) VALUE "N 5001-10000".
    05  FILLER               PIC X(12) VALUE "N 10001+".
01  WS-BAND-LABEL-TABLE  REDEFINES WS-BAND-LABELS.
    05  WS-BAND-LABEL        PIC X(12) OCCURS 8 TIMES.
01  WS-BAND-IX           PIC 9(2).
01  WS-PATH-OFFSET       PIC 9(1).
01  WS-PATH-LABELS.
    05  FILLER               PIC X(12) VALUE "C CACHE".
    05  FILLER               PIC X(12) VALUE "F FRESH".
    05  FILLER               PIC X(12) VALUE "E CONTINUED".
    05  FILLER               PIC X(12) VALUE "R REJECTED".
    05  FILLER               PIC X(12) VALUE "- NO PATH".
01  WS-PATH-LABEL-TABLE  REDEFINES WS-PATH-LABELS.
    05  WS-PATH-LABEL        PIC X(12) OCCURS 5 TIMES.
01  WS-CLASS-DIGIT       PIC 9(1).
01  WS-HOUR-EDIT         PIC 9(2).

*>   One entry per logged window (run date) in the range, in log
*>   order - the log is appended as the batch runs, so that is date
*>   order. WS-DAY-COST is the running cost in the cutoff's own
*>   unit, which is what the cutoff replay tests against.
01  WS-DAY-MAX           PIC 9(3) VALUE 400.
01  WS-DAY-COUNT         PIC 9(3) VALUE 0.
01  WS-DAY-TABLE.
    05  WS-DAY-ENTRY         OCCURS 400 TIMES.
        10  WS-DAY-DATE          PIC 9(8).
        10  WS-DAY-REQUESTS      PIC 9(7).
        10  WS-DAY-CACHE         PIC 9(7).
        10  WS-DAY-FRESH         PIC 9(7).
        10  WS-DAY-CONTINUED     PIC 9(7).
        10  WS-DAY-REJECTED      PIC 9(7).
        10  WS-DAY-ELAPSED       PIC 9(11).
        10  WS-DAY-TERMS         PIC 9(11).
        10  WS-DAY-COST          PIC 9(11).
        10  WS-DAY-CARRIED       PIC 9(7).
        10  WS-DAY-HOUR-COUNT    PIC 9(5) OCCURS 24 TIMES.
01  WS-DAY-IX            PIC 9(3) VALUE 0.
01  WS-DAY-FOUND-IX      PIC 9(3).
01  WS-HOUR-IX           PIC 9(2).
01  WS-PEAK-HOUR-IX      PIC 9(2).
01  WS-PEAK-HOUR-COUNT   PIC 9(5).
01  WS-AVG-FROM-IX       PIC 9(3).
01  WS-AVG-SCAN-IX       PIC 9(3).
01  WS-AVG-DAYS          PIC 9(3).
01  WS-AVG-SUM           PIC 9(9).
01  WS-MOVING-AVG        PIC 9(7)V9(1).

01  WS-TOTAL-READ        PIC 9(7) VALUE 0.
01  WS-TOTAL-IN-RANGE    PIC 9(7) VALUE 0.
01  WS-TOTAL-OUT-RANGE   PIC 9(7) VALUE 0.
01  WS-TOTAL-CACHE       PIC 9(7) VALUE 0.
01  WS-TOTAL-FRESH       PIC 9(7) VALUE 0.
01  WS-TOTAL-CONTINUED   PIC 9(7) VALUE 0.
01  WS-TOTAL-REJECTED    PIC 9(7) VALUE 0.
01  WS-TOTAL-UNPATHED    PIC 9(7) VALUE 0.
01  WS-TOTAL-UNCLASSED   PIC 9(7) VALUE 0.
01  WS-TERMS-ESTIMATED   PIC 9(7) VALUE 0.
01  WS-TOTAL-ELAPSED     PIC 9(13) VALUE 0.
01  WS-TOTAL-TERMS       PIC 9(13) VALUE 0.
01  WS-TOTAL-COST        PIC 9(13) VALUE 0.

01  WS-BUSIEST-IX        PIC 9(3) VALUE 0.
01  WS-HEAVIEST-IX       PIC 9(3) VALUE 0.
01  WS-AVG-PER-WINDOW    PIC 9(7)V9(1) VALUE 0.
01  WS-AVG-COST-REQUEST  PIC 9(9)V9(2) VALUE 0.
01  WS-AVG-COST-WINDOW   PIC 9(11)V9(2) VALUE 0.
01  WS-PROJ-FIT          PIC 9(7) VALUE 0.
01  WS-CARRY-DAYS        PIC 9(5) VALUE 0.
01  WS-CARRY-REQUESTS    PIC 9(7) VALUE 0.
01  WS-RECOMMENDED       PIC 9(9) VALUE 0.
01  WS-RECOMMENDED-FIT   PIC 9(7) VALUE 0.
01  WS-PROJ-LIMIT        PIC 9(9).
01  WS-PROJ-RESULT       PIC 9(7).
01  WS-EXTRACT-COUNT     PIC 9(7) VALUE 0.

01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).
01  WS-FULL-DATE         PIC 9(8).

01  WS-CAPACITY-HEADER-1.
    05  FILLER               PIC X(34)
        VALUE "BATCH WINDOW CAPACITY PLAN        ".
    05  FILLER               PIC X(8) VALUE " DATE: ".
    05  WS-HDR-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-YY            PIC 99.
01  WS-CAPACITY-HEADER-2.
    05  FILLER               PIC X(8) VALUE "PERIOD ".
    05  WS-HDR-DATE-FROM     PIC 9(8).
    05  FILLER               PIC X(4) VALUE " TO ".
    05  WS-HDR-DATE-TO       PIC 9(8).
    05  FILLER               PIC X(14) VALUE "  CUTOFF TYPE ".
    05  WS-HDR-CUTOFF-TYPE   PIC X(1).
    05  FILLER               PIC X(8) VALUE "  LIMIT ".
    05  WS-HDR-CUTOFF-LIMIT  PIC ZZZZZZZ9.
    05  FILLER               PIC X(11) VALUE "  HEADROOM ".
    05  WS-HDR-HEADROOM      PIC ZZ9.
    05  FILLER               PIC X(1) VALUE "%".
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-HDR-COST-UNIT     PIC X(20).
01  WS-CAPTION-LINE      PIC X(60).
01  WS-PROFILE-LINE.
    05  WS-PRFL-LABEL        PIC X(20).
    05  FILLER               PIC X(11) VALUE "  REQUESTS=".
    05  WS-PRFL-COUNT        PIC ZZZZZZ9.
    05  FILLER               PIC X(10) VALUE "  ELAPSED=".
    05  WS-PRFL-ELAPSED      PIC ZZZZZZZZZZ9.
    05  FILLER               PIC X(6) VALUE "  AVG=".
    05  WS-PRFL-AVG          PIC ZZZZZZZ9.99.
    05  FILLER               PIC X(6) VALUE "  MAX=".
    05  WS-PRFL-MAX          PIC ZZZZZZZ9.
    05  FILLER               PIC X(8) VALUE "  TERMS=".
    05  WS-PRFL-TERMS        PIC ZZZZZZZZZZ9.
    05  FILLER               PIC X(6) VALUE "  AVG=".
    05  WS-PRFL-AVG-TERMS    PIC ZZZZZZZ9.99.
01  WS-PRF-AVG           PIC 9(8)V9(2).
01  WS-PRF-AVG-TERMS     PIC 9(8)V9(2).
01  WS-DAY-LINE.
    05  WS-DAYL-DATE         PIC 9(8).
    05  FILLER               PIC X(6) VALUE "  REQ=".
    05  WS-DAYL-REQUESTS     PIC ZZZZZ9.
    05  FILLER               PIC X(3) VALUE " C=".
    05  WS-DAYL-CACHE        PIC ZZZZ9.
    05  FILLER               PIC X(3) VALUE " F=".
    05  WS-DAYL-FRESH        PIC ZZZZ9.
    05  FILLER               PIC X(3) VALUE " E=".
    05  WS-DAYL-CONTINUED    PIC ZZZZ9.
    05  FILLER               PIC X(3) VALUE " R=".
    05  WS-DAYL-REJECTED     PIC ZZZZ9.
    05  FILLER               PIC X(6) VALUE " ELAP=".
    05  WS-DAYL-ELAPSED      PIC ZZZZZZZZZZ9.
    05  FILLER               PIC X(7) VALUE " TERMS=".
    05  WS-DAYL-TERMS        PIC ZZZZZZZZZZ9.
    05  FILLER               PIC X(9) VALUE " PEAK HR=".
    05  WS-DAYL-PEAK-HOUR    PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-DAYL-PEAK-COUNT   PIC ZZZZ9.
    05  FILLER               PIC X(8) VALUE " 7D AVG=".
    05  WS-DAYL-MOVING-AVG   PIC ZZZZZ9.9.
    05  FILLER               PIC X(7) VALUE " CARRY=".
    05  WS-DAYL-CARRIED      PIC ZZZZ9.
01  WS-CAPACITY-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZ9.
01  WS-CAPACITY-AMOUNT-LINE.
    05  WS-AMT-LABEL         PIC X(40).
    05  WS-AMT-VALUE         PIC ZZZZZZZZZZ9.99.
01  WS-DATE-LABEL.
    05  WS-DATL-TEXT         PIC X(30).
    05  WS-DATL-DATE         PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
01  WS-PROJECTION-RESULT PIC X(80).

01  WS-EXTRACT-HEADER.
    05  FILLER               PIC X(3) VALUE "HDR".
    05  XHDR-RUN-DATE        PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-DATE-FROM       PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-DATE-TO         PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-CUTOFF-TYPE     PIC X(1).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-CUTOFF-LIMIT    PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-HEADROOM        PIC 9(3).
    05  FILLER               PIC X(56) VALUE SPACES.
01  WS-EXTRACT-DAY.
    05  FILLER               PIC X(3) VALUE "DAY".
    05  XDAY-DATE            PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-REQUESTS        PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-CACHE           PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-FRESH           PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-CONTINUED       PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-REJECTED        PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-ELAPSED         PIC 9(11).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-TERMS           PIC 9(11).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-PEAK-HOUR       PIC 9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-PEAK-COUNT      PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDAY-CARRIED         PIC 9(7).
    05  FILLER               PIC X(8) VALUE SPACES.
01  WS-EXTRACT-PROFILE.
    05  FILLER               PIC X(3) VALUE "PRF".
    05  XPRF-TYPE            PIC X(4).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-LABEL           PIC X(12).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-COUNT           PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-ELAPSED         PIC 9(11).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-AVG             PIC 9(8).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-MAX             PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-TERMS           PIC 9(11).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRF-AVG-TERMS       PIC 9(8).9(2).
    05  FILLER               PIC X(15) VALUE SPACES.
01  WS-EXTRACT-PROJECTION.
    05  FILLER               PIC X(3) VALUE "PRJ".
    05  XPRJ-CUTOFF-TYPE     PIC X(1).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-CUTOFF-LIMIT    PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-DAYS            PIC 9(3).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-AVG-PER-WINDOW  PIC 9(7).9(1).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-AVG-COST        PIC 9(9).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-HEAVIEST-COST   PIC 9(11).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-FIT             PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-CARRY-DAYS      PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-CARRY-REQUESTS  PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-RECOMMENDED     PIC 9(9).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XPRJ-RECOMMENDED-FIT PIC 9(7).
    05  FILLER               PIC X(8) VALUE SPACES.
01  WS-EXTRACT-TRAILER.
    05  FILLER               PIC X(3) VALUE "TRL".
    05  XTRL-READ            PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XTRL-IN-RANGE        PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XTRL-DAYS            PIC 9(3).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XTRL-RECORDS         PIC 9(7).
    05  FILLER               PIC X(70) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   Capacity planning for the batch window. The SYSIN cutoff
*>   (CHECK-WINDOW-CUTOFF in the batch) has been set by feel: too
*>   tight and requests spill into FIBTRANC.DAT, too loose and the
*>   window overruns. This reads FIBAUDIT.LOG over the date range
*>   on the FIBCAPIN.DAT card and profiles what the window actually
*>   spent - elapsed time and terms computed by N band, served path
*>   (C/F/E/R), priority class and hour of day - with a line per
*>   logged window (one batch window a day, as the schedule runs
*>   it) showing the volume, its path mix, the peak hour and a
*>   seven-window moving average, so the trend reads down the page.
*>   Each window is then replayed against the card's cutoff in the
*>   cutoff's own unit - T elapsed, C terms computed - the same
*>   "stop before the next request once the limit is reached" test
*>   the batch makes, to show which windows would have cut off and
*>   how many requests would have carried over. The projection
*>   says how many requests the next window fits at the average
*>   cost per request, and the recommended limit covers the
*>   heaviest window in range plus the card's headroom. The report
*>   goes to FIBCAPR.PRT and a HDR/DAY/PRF/PRJ/TRL extract for
*>   charting to FIBCAPX.DAT, the same record-type convention as
*>   the chargeback extract. RC 4 when the card's limit would have
*>   cut off any window in range, or when the range holds nothing
*>   to plan from.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM READ-CAPACITY-CARD.
   PERFORM INITIALIZE-PROFILES.
   OPEN INPUT AUDIT-FILE.
   IF WS-AUDIT-STATUS NOT = "00"
       DISPLAY "FIBCAPACITYPLAN: FIBAUDIT.LOG NOT AVAILABLE - STATUS "
           WS-AUDIT-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-AUDIT-EOF = "Y"
       READ AUDIT-FILE
           AT END
               MOVE "Y" TO WS-AUDIT-EOF
           NOT AT END
               ADD 1 TO WS-TOTAL-READ
               PERFORM TALLY-ONE-AUDIT-RECORD
       END-READ
   END-PERFORM.
   CLOSE AUDIT-FILE.
   PERFORM COMPUTE-PROJECTION.
   OPEN OUTPUT CAPACITY-REPORT-FILE.
   OPEN OUTPUT CAPACITY-EXTRACT-FILE.
   PERFORM PRINT-CAPACITY-HEADER.
   PERFORM WRITE-EXTRACT-HEADER.
   MOVE "ELAPSED TIME BY N BAND" TO WS-CAPTION-LINE.
   MOVE WS-PRF-BAND-FIRST TO WS-PRF-FIRST.
   MOVE WS-PRF-BAND-LAST TO WS-PRF-LAST.
   PERFORM PRINT-PROFILE-SECTION.
   MOVE "ELAPSED TIME BY SERVED PATH" TO WS-CAPTION-LINE.
   MOVE WS-PRF-PATH-FIRST TO WS-PRF-FIRST.
   MOVE WS-PRF-PATH-LAST TO WS-PRF-LAST.
   PERFORM PRINT-PROFILE-SECTION.
   MOVE "ELAPSED TIME BY PRIORITY CLASS" TO WS-CAPTION-LINE.
   MOVE WS-PRF-CLASS-FIRST TO WS-PRF-FIRST.
   MOVE WS-PRF-CLASS-LAST TO WS-PRF-LAST.
   PERFORM PRINT-PROFILE-SECTION.
   MOVE "VOLUME BY HOUR OF DAY (RUN END TIME)" TO WS-CAPTION-LINE.
   MOVE WS-PRF-HOUR-FIRST TO WS-PRF-FIRST.
   MOVE WS-PRF-HOUR-LAST TO WS-PRF-LAST.
   PERFORM PRINT-PROFILE-SECTION.
   MOVE "DAILY VOLUME AND PEAK-WINDOW TREND" TO WS-CAPTION-LINE.
   MOVE WS-CAPTION-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
       UNTIL WS-DAY-IX > WS-DAY-COUNT
       PERFORM PRINT-ONE-DAY
   END-PERFORM.
   PERFORM PRINT-PROJECTION.
   PERFORM WRITE-EXTRACT-PROJECTION.
   PERFORM PRINT-CAPACITY-TOTALS.
   PERFORM WRITE-EXTRACT-TRAILER.
   CLOSE CAPACITY-REPORT-FILE.
   CLOSE CAPACITY-EXTRACT-FILE.
   IF WS-TOTAL-IN-RANGE = 0 OR WS-CARRY-DAYS > 0
       MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

READ-CAPACITY-CARD.
*>   One card: the date range to plan from, the cutoff type the
*>   projection is made in (T elapsed or C terms computed, the two
*>   types the batch SYSIN card takes), optionally the limit to
*>   test - blank tests none and only recommends - and the headroom
*>   percentage the recommendation adds, 10 when blank. A backwards
*>   range or mis-punched columns stop the job before the log is
*>   read, the same protection as the chargeback card.
   OPEN INPUT CAPACITY-CARD-FILE.
   IF WS-CARD-STATUS NOT = "00"
       DISPLAY "FIBCAPACITYPLAN: FIBCAPIN.DAT NOT AVAILABLE - STATUS "
           WS-CARD-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   READ CAPACITY-CARD-FILE
       AT END
           DISPLAY "FIBCAPACITYPLAN: FIBCAPIN.DAT IS EMPTY"
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-READ.
   CLOSE CAPACITY-CARD-FILE.
   IF CAP-DATE-FROM NOT NUMERIC OR CAP-DATE-TO NOT NUMERIC
       DISPLAY "FIBCAPACITYPLAN: DATE RANGE ON CARD NOT NUMERIC"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF CAP-DATE-FROM > CAP-DATE-TO
       DISPLAY "FIBCAPACITYPLAN: DATE RANGE REVERSED ON CARD"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   EVALUATE CAP-CUTOFF-TYPE
       WHEN "T"
           MOVE "T" TO WS-CUTOFF-TYPE
           MOVE "(ELAPSED HUNDREDTHS)" TO WS-COST-UNIT
       WHEN "C"
           MOVE "C" TO WS-CUTOFF-TYPE
           MOVE "(TERMS COMPUTED)" TO WS-COST-UNIT
       WHEN OTHER
           DISPLAY "FIBCAPACITYPLAN: CUTOFF TYPE ON CARD NOT T OR C"
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-EVALUATE.
   IF CAP-CUTOFF-LIMIT-X NOT = SPACES
       IF CAP-CUTOFF-LIMIT-X IS NUMERIC
           MOVE CAP-CUTOFF-LIMIT TO WS-CUTOFF-LIMIT
       ELSE
           DISPLAY "FIBCAPACITYPLAN: CUTOFF LIMIT ON CARD NOT NUMERIC"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.
   IF CAP-HEADROOM-X NOT = SPACES
       IF CAP-HEADROOM-X IS NUMERIC
           MOVE CAP-HEADROOM TO WS-HEADROOM-PCT
       ELSE
           DISPLAY "FIBCAPACITYPLAN: HEADROOM ON CARD NOT NUMERIC"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
   END-IF.

INITIALIZE-PROFILES.
*>   Zeroes every profile slot and gives it its type and label - N
*>   bands and paths from their tables, classes 1-9 then one slot
*>   for records with no class, hours 00-23.
   PERFORM VARYING WS-PRF-IX FROM 1 BY 1 UNTIL WS-PRF-IX > 47
       MOVE 0 TO WS-PRF-COUNT (WS-PRF-IX)
       MOVE 0 TO WS-PRF-ELAPSED (WS-PRF-IX)
       MOVE 0 TO WS-PRF-MAX (WS-PRF-IX)
       MOVE 0 TO WS-PRF-TERMS (WS-PRF-IX)
       MOVE SPACES TO WS-PRF-LABEL (WS-PRF-IX)
   END-PERFORM.
   PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 8
       COMPUTE WS-PRF-IX = WS-PRF-BAND-FIRST + WS-BAND-IX - 1
       MOVE "BAND" TO WS-PRF-TYPE (WS-PRF-IX)
       MOVE WS-BAND-LABEL (WS-BAND-IX) TO WS-PRF-LABEL (WS-PRF-IX)
   END-PERFORM.
   PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 5
       COMPUTE WS-PRF-IX = WS-PRF-PATH-FIRST + WS-BAND-IX - 1
       MOVE "PATH" TO WS-PRF-TYPE (WS-PRF-IX)
       MOVE WS-PATH-LABEL (WS-BAND-IX) TO WS-PRF-LABEL (WS-PRF-IX)
   END-PERFORM.
   PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 9
       COMPUTE WS-PRF-IX = WS-PRF-CLASS-FIRST + WS-BAND-IX - 1
       MOVE "CLAS" TO WS-PRF-TYPE (WS-PRF-IX)
       MOVE WS-BAND-IX TO WS-CLASS-DIGIT
       STRING "CLASS " WS-CLASS-DIGIT DELIMITED BY SIZE
           INTO WS-PRF-LABEL (WS-PRF-IX)
       END-STRING
   END-PERFORM.
   MOVE "CLAS" TO WS-PRF-TYPE (WS-PRF-CLASS-LAST).
   MOVE "UNCLASSIFIED" TO WS-PRF-LABEL (WS-PRF-CLASS-LAST).
   PERFORM VARYING WS-HOUR-IX FROM 1 BY 1 UNTIL WS-HOUR-IX > 24
       COMPUTE WS-PRF-IX = WS-PRF-HOUR-FIRST + WS-HOUR-IX - 1
       MOVE "HOUR" TO WS-PRF-TYPE (WS-PRF-IX)
       COMPUTE WS-HOUR-EDIT = WS-HOUR-IX - 1
       STRING "HOUR " WS-HOUR-EDIT DELIMITED BY SIZE
           INTO WS-PRF-LABEL (WS-PRF-IX)
       END-STRING
   END-PERFORM.

TALLY-ONE-AUDIT-RECORD.
*>   Date-range filter, then one record's elapsed time and terms
*>   into its N band, path, class and hour, and into its window.
*>   Records logged before the class and terms columns existed are
*>   kept: no class goes to UNCLASSIFIED, and the terms are
*>   estimated from the path - a fresh or continued compute at N
*>   terms, which is the most it can have been, a cache answer or a
*>   reject at none - and counted so the report says how much of
*>   the C projection rests on the estimate.
   MOVE AUDIT-LINE TO WS-AUDIT-RECORD-MAP.
   IF AUDM-RUN-DATE NOT NUMERIC
       OR AUDM-RUN-DATE < CAP-DATE-FROM
       OR AUDM-RUN-DATE > CAP-DATE-TO
       ADD 1 TO WS-TOTAL-OUT-RANGE
   ELSE
       ADD 1 TO WS-TOTAL-IN-RANGE
       INSPECT AUDM-N REPLACING LEADING SPACES BY ZEROS
       IF AUDM-N IS NUMERIC
           MOVE AUDM-N-NUM TO WS-REC-N
       ELSE
           MOVE 0 TO WS-REC-N
       END-IF
       IF AUDM-ELAPSED-X IS NUMERIC
           MOVE AUDM-ELAPSED TO WS-REC-ELAPSED
       ELSE
           MOVE 0 TO WS-REC-ELAPSED
       END-IF
       IF AUDM-TERMS-X IS NUMERIC
           MOVE AUDM-TERMS TO WS-REC-TERMS
       ELSE
           ADD 1 TO WS-TERMS-ESTIMATED
           IF AUDM-PATH = "F" OR AUDM-PATH = "E"
               MOVE WS-REC-N TO WS-REC-TERMS
           ELSE
               MOVE 0 TO WS-REC-TERMS
           END-IF
       END-IF
       IF WS-CUTOFF-TYPE = "T"
           MOVE WS-REC-ELAPSED TO WS-REC-COST
       ELSE
           MOVE WS-REC-TERMS TO WS-REC-COST
       END-IF
       ADD WS-REC-ELAPSED TO WS-TOTAL-ELAPSED
       ADD WS-REC-TERMS TO WS-TOTAL-TERMS
       ADD WS-REC-COST TO WS-TOTAL-COST
       PERFORM LOCATE-DAY-ENTRY
       PERFORM VARYING WS-BAND-IX FROM 1 BY 1
           UNTIL WS-BAND-IX = 8
               OR WS-REC-N <= WS-BAND-HIGH (WS-BAND-IX)
           CONTINUE
       END-PERFORM
       COMPUTE WS-PRF-IX = WS-PRF-BAND-FIRST + WS-BAND-IX - 1
       PERFORM TALLY-PROFILE-ENTRY
       EVALUATE AUDM-PATH
           WHEN "C"
               MOVE 0 TO WS-PATH-OFFSET
               ADD 1 TO WS-TOTAL-CACHE
               ADD 1 TO WS-DAY-CACHE (WS-DAY-FOUND-IX)
           WHEN "F"
               MOVE 1 TO WS-PATH-OFFSET
               ADD 1 TO WS-TOTAL-FRESH
               ADD 1 TO WS-DAY-FRESH (WS-DAY-FOUND-IX)
           WHEN "E"
               MOVE 2 TO WS-PATH-OFFSET
               ADD 1 TO WS-TOTAL-CONTINUED
               ADD 1 TO WS-DAY-CONTINUED (WS-DAY-FOUND-IX)
           WHEN "R"
               MOVE 3 TO WS-PATH-OFFSET
               ADD 1 TO WS-TOTAL-REJECTED
               ADD 1 TO WS-DAY-REJECTED (WS-DAY-FOUND-IX)
           WHEN OTHER
               MOVE 4 TO WS-PATH-OFFSET
               ADD 1 TO WS-TOTAL-UNPATHED
       END-EVALUATE
       COMPUTE WS-PRF-IX = WS-PRF-PATH-FIRST + WS-PATH-OFFSET
       PERFORM TALLY-PROFILE-ENTRY
       IF AUDM-PRIORITY >= "1" AND AUDM-PRIORITY <= "9"
           MOVE AUDM-PRIORITY TO WS-CLASS-DIGIT
           COMPUTE WS-PRF-IX = WS-PRF-CLASS-FIRST + WS-CLASS-DIGIT - 1
       ELSE
           ADD 1 TO WS-TOTAL-UNCLASSED
           MOVE WS-PRF-CLASS-LAST TO WS-PRF-IX
       END-IF
       PERFORM TALLY-PROFILE-ENTRY
       IF AUDM-RUN-HOUR-X IS NUMERIC AND AUDM-RUN-HOUR < 24
           COMPUTE WS-PRF-IX = WS-PRF-HOUR-FIRST + AUDM-RUN-HOUR
           PERFORM TALLY-PROFILE-ENTRY
           COMPUTE WS-HOUR-IX = AUDM-RUN-HOUR + 1
           ADD 1 TO WS-DAY-HOUR-COUNT (WS-DAY-FOUND-IX, WS-HOUR-IX)
       END-IF
   END-IF.

TALLY-PROFILE-ENTRY.
*>   One record into profile slot WS-PRF-IX.
   ADD 1 TO WS-PRF-COUNT (WS-PRF-IX).
   ADD WS-REC-ELAPSED TO WS-PRF-ELAPSED (WS-PRF-IX).
   ADD WS-REC-TERMS TO WS-PRF-TERMS (WS-PRF-IX).
   IF WS-REC-ELAPSED > WS-PRF-MAX (WS-PRF-IX)
       MOVE WS-REC-ELAPSED TO WS-PRF-MAX (WS-PRF-IX)
   END-IF.

LOCATE-DAY-ENTRY.
*>   Finds or adds the record's window, last one first since the
*>   log runs in date order, then replays the cutoff: the batch
*>   tests the limit before each request starts, so a request is
*>   carried over if the window had already spent the limit before
*>   it. A range with more logged days than the table holds stops
*>   the run rather than plan from part of it.
   MOVE 0 TO WS-DAY-FOUND-IX.
   IF WS-DAY-IX > 0
       IF WS-DAY-DATE (WS-DAY-IX) = AUDM-RUN-DATE
           MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
       END-IF
   END-IF.
   IF WS-DAY-FOUND-IX = 0
       PERFORM VARYING WS-DAY-IX FROM 1 BY 1
           UNTIL WS-DAY-IX > WS-DAY-COUNT OR WS-DAY-FOUND-IX > 0
           IF WS-DAY-DATE (WS-DAY-IX) = AUDM-RUN-DATE
               MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
           END-IF
       END-PERFORM
   END-IF.
   IF WS-DAY-FOUND-IX = 0
       IF WS-DAY-COUNT NOT < WS-DAY-MAX
           DISPLAY "FIBCAPACITYPLAN: MORE THAN " WS-DAY-MAX
               " LOGGED DAYS IN RANGE - SHORTEN THE RANGE"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-DAY-COUNT
       MOVE WS-DAY-COUNT TO WS-DAY-FOUND-IX
       MOVE AUDM-RUN-DATE TO WS-DAY-DATE (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-REQUESTS (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-CACHE (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-FRESH (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-CONTINUED (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-REJECTED (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-ELAPSED (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-TERMS (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-COST (WS-DAY-FOUND-IX)
       MOVE 0 TO WS-DAY-CARRIED (WS-DAY-FOUND-IX)
       PERFORM VARYING WS-HOUR-IX FROM 1 BY 1 UNTIL WS-HOUR-IX > 24
           MOVE 0 TO WS-DAY-HOUR-COUNT (WS-DAY-FOUND-IX, WS-HOUR-IX)
       END-PERFORM
   END-IF.
   MOVE WS-DAY-FOUND-IX TO WS-DAY-IX.
   IF WS-CUTOFF-LIMIT > 0
       AND WS-DAY-COST (WS-DAY-IX) >= WS-CUTOFF-LIMIT
       ADD 1 TO WS-DAY-CARRIED (WS-DAY-IX)
       ADD 1 TO WS-CARRY-REQUESTS
   END-IF.
   ADD 1 TO WS-DAY-REQUESTS (WS-DAY-IX).
   ADD WS-REC-ELAPSED TO WS-DAY-ELAPSED (WS-DAY-IX).
   ADD WS-REC-TERMS TO WS-DAY-TERMS (WS-DAY-IX).
   ADD WS-REC-COST TO WS-DAY-COST (WS-DAY-IX).

COMPUTE-PROJECTION.
*>   The planning figures, all in the cutoff's unit. The busiest
*>   window is the one with the most requests, the heaviest the one
*>   that cost the most; the projection for the next window is the
*>   limit over the average cost per request, and the recommended
*>   limit is the heaviest window's cost plus the headroom, rounded
*>   up, so a window as heavy as any in range runs to the end. A
*>   range whose requests cost nothing - every one a cache answer,
*>   under a C cutoff - has no per-request cost to divide by, and
*>   projects no limit at all.
   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
       UNTIL WS-DAY-IX > WS-DAY-COUNT
       IF WS-BUSIEST-IX = 0
           MOVE WS-DAY-IX TO WS-BUSIEST-IX
           MOVE WS-DAY-IX TO WS-HEAVIEST-IX
       END-IF
       IF WS-DAY-REQUESTS (WS-DAY-IX) > WS-DAY-REQUESTS (WS-BUSIEST-IX)
           MOVE WS-DAY-IX TO WS-BUSIEST-IX
       END-IF
       IF WS-DAY-COST (WS-DAY-IX) > WS-DAY-COST (WS-HEAVIEST-IX)
           MOVE WS-DAY-IX TO WS-HEAVIEST-IX
       END-IF
       IF WS-DAY-CARRIED (WS-DAY-IX) > 0
           ADD 1 TO WS-CARRY-DAYS
       END-IF
   END-PERFORM.
   IF WS-DAY-COUNT > 0
       COMPUTE WS-AVG-PER-WINDOW ROUNDED =
           WS-TOTAL-IN-RANGE / WS-DAY-COUNT
       COMPUTE WS-AVG-COST-WINDOW ROUNDED =
           WS-TOTAL-COST / WS-DAY-COUNT
       COMPUTE WS-AVG-COST-REQUEST ROUNDED =
           WS-TOTAL-COST / WS-TOTAL-IN-RANGE
       COMPUTE WS-RECOMMENDED =
           (WS-DAY-COST (WS-HEAVIEST-IX) * (100 + WS-HEADROOM-PCT)
               + 99) / 100
       IF WS-RECOMMENDED > 99999999
           MOVE 99999999 TO WS-RECOMMENDED
       END-IF
   END-IF.
   IF WS-AVG-COST-REQUEST > 0
       IF WS-CUTOFF-LIMIT > 0
           MOVE WS-CUTOFF-LIMIT TO WS-PROJ-LIMIT
           PERFORM PROJECT-REQUESTS-FIT
           MOVE WS-PROJ-RESULT TO WS-PROJ-FIT
       END-IF
       MOVE WS-RECOMMENDED TO WS-PROJ-LIMIT
       PERFORM PROJECT-REQUESTS-FIT
       MOVE WS-PROJ-RESULT TO WS-RECOMMENDED-FIT
   END-IF.

PROJECT-REQUESTS-FIT.
*>   Requests a window fits under WS-PROJ-LIMIT at the average cost
*>   per request. The cutoff is tested before a request starts, so
*>   the request that crosses the limit still runs: whole requests
*>   under the limit, plus that one.
   COMPUTE WS-PROJ-RESULT = WS-PROJ-LIMIT / WS-AVG-COST-REQUEST.
   IF WS-PROJ-RESULT * WS-AVG-COST-REQUEST < WS-PROJ-LIMIT
       ADD 1 TO WS-PROJ-RESULT
   END-IF.

PRINT-CAPACITY-HEADER.
*>   Dated header naming the range, cutoff type, limit tested and
*>   headroom, so a filed plan says what it was asked.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-CAPACITY-HEADER-1 TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE CAP-DATE-FROM TO WS-HDR-DATE-FROM.
   MOVE CAP-DATE-TO TO WS-HDR-DATE-TO.
   MOVE WS-CUTOFF-TYPE TO WS-HDR-CUTOFF-TYPE.
   MOVE WS-CUTOFF-LIMIT TO WS-HDR-CUTOFF-LIMIT.
   MOVE WS-HEADROOM-PCT TO WS-HDR-HEADROOM.
   MOVE WS-COST-UNIT TO WS-HDR-COST-UNIT.
   MOVE WS-CAPACITY-HEADER-2 TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.

WRITE-EXTRACT-HEADER.
*>   HDR record: run date, range, cutoff type, limit and headroom.
   MOVE WS-FULL-DATE TO XHDR-RUN-DATE.
   MOVE CAP-DATE-FROM TO XHDR-DATE-FROM.
   MOVE CAP-DATE-TO TO XHDR-DATE-TO.
   MOVE WS-CUTOFF-TYPE TO XHDR-CUTOFF-TYPE.
   MOVE WS-CUTOFF-LIMIT TO XHDR-CUTOFF-LIMIT.
   MOVE WS-HEADROOM-PCT TO XHDR-HEADROOM.
   MOVE WS-EXTRACT-HEADER TO CAPACITY-EXTRACT-LINE.
   WRITE CAPACITY-EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-COUNT.

PRINT-PROFILE-SECTION.
*>   Caption, then one line and one PRF extract record for each
*>   profile slot from WS-PRF-FIRST to WS-PRF-LAST. Every slot
*>   prints, empty or not, so the sections line up run to run and
*>   a chart of the extract has a point for every band and hour.
   MOVE WS-CAPTION-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   PERFORM VARYING WS-PRF-IX FROM WS-PRF-FIRST BY 1
       UNTIL WS-PRF-IX > WS-PRF-LAST
       PERFORM PRINT-ONE-PROFILE
   END-PERFORM.

PRINT-ONE-PROFILE.
*>   One profile slot: requests, elapsed total, average and worst
*>   case, terms total and average.
   IF WS-PRF-COUNT (WS-PRF-IX) > 0
       COMPUTE WS-PRF-AVG ROUNDED =
           WS-PRF-ELAPSED (WS-PRF-IX) / WS-PRF-COUNT (WS-PRF-IX)
       COMPUTE WS-PRF-AVG-TERMS ROUNDED =
           WS-PRF-TERMS (WS-PRF-IX) / WS-PRF-COUNT (WS-PRF-IX)
   ELSE
       MOVE 0 TO WS-PRF-AVG
       MOVE 0 TO WS-PRF-AVG-TERMS
   END-IF.
   MOVE WS-PRF-LABEL (WS-PRF-IX) TO WS-PRFL-LABEL.
   MOVE WS-PRF-COUNT (WS-PRF-IX) TO WS-PRFL-COUNT.
   MOVE WS-PRF-ELAPSED (WS-PRF-IX) TO WS-PRFL-ELAPSED.
   MOVE WS-PRF-AVG TO WS-PRFL-AVG.
   MOVE WS-PRF-MAX (WS-PRF-IX) TO WS-PRFL-MAX.
   MOVE WS-PRF-TERMS (WS-PRF-IX) TO WS-PRFL-TERMS.
   MOVE WS-PRF-AVG-TERMS TO WS-PRFL-AVG-TERMS.
   MOVE WS-PROFILE-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-PRF-TYPE (WS-PRF-IX) TO XPRF-TYPE.
   MOVE WS-PRF-LABEL (WS-PRF-IX) TO XPRF-LABEL.
   MOVE WS-PRF-COUNT (WS-PRF-IX) TO XPRF-COUNT.
   MOVE WS-PRF-ELAPSED (WS-PRF-IX) TO XPRF-ELAPSED.
   MOVE WS-PRF-AVG TO XPRF-AVG.
   MOVE WS-PRF-MAX (WS-PRF-IX) TO XPRF-MAX.
   MOVE WS-PRF-TERMS (WS-PRF-IX) TO XPRF-TERMS.
   MOVE WS-PRF-AVG-TERMS TO XPRF-AVG-TERMS.
   MOVE WS-EXTRACT-PROFILE TO CAPACITY-EXTRACT-LINE.
   WRITE CAPACITY-EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-COUNT.

PRINT-ONE-DAY.
*>   One window's line and DAY record: volume and path mix, elapsed
*>   and terms, its busiest hour (the peak within the window), the
*>   moving average of requests over it and the six windows before
*>   it - the trend line - and the requests the card's limit would
*>   have carried over.
   MOVE 1 TO WS-PEAK-HOUR-IX.
   PERFORM VARYING WS-HOUR-IX FROM 2 BY 1 UNTIL WS-HOUR-IX > 24
       IF WS-DAY-HOUR-COUNT (WS-DAY-IX, WS-HOUR-IX)
           > WS-DAY-HOUR-COUNT (WS-DAY-IX, WS-PEAK-HOUR-IX)
           MOVE WS-HOUR-IX TO WS-PEAK-HOUR-IX
       END-IF
   END-PERFORM.
   MOVE WS-DAY-HOUR-COUNT (WS-DAY-IX, WS-PEAK-HOUR-IX)
       TO WS-PEAK-HOUR-COUNT.
   IF WS-DAY-IX > 6
       COMPUTE WS-AVG-FROM-IX = WS-DAY-IX - 6
   ELSE
       MOVE 1 TO WS-AVG-FROM-IX
   END-IF.
   MOVE 0 TO WS-AVG-SUM.
   MOVE 0 TO WS-AVG-DAYS.
   PERFORM VARYING WS-AVG-SCAN-IX FROM WS-AVG-FROM-IX BY 1
       UNTIL WS-AVG-SCAN-IX > WS-DAY-IX
       ADD WS-DAY-REQUESTS (WS-AVG-SCAN-IX) TO WS-AVG-SUM
       ADD 1 TO WS-AVG-DAYS
   END-PERFORM.
   COMPUTE WS-MOVING-AVG ROUNDED = WS-AVG-SUM / WS-AVG-DAYS.
   MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-DAYL-DATE.
   MOVE WS-DAY-REQUESTS (WS-DAY-IX) TO WS-DAYL-REQUESTS.
   MOVE WS-DAY-CACHE (WS-DAY-IX) TO WS-DAYL-CACHE.
   MOVE WS-DAY-FRESH (WS-DAY-IX) TO WS-DAYL-FRESH.
   MOVE WS-DAY-CONTINUED (WS-DAY-IX) TO WS-DAYL-CONTINUED.
   MOVE WS-DAY-REJECTED (WS-DAY-IX) TO WS-DAYL-REJECTED.
   MOVE WS-DAY-ELAPSED (WS-DAY-IX) TO WS-DAYL-ELAPSED.
   MOVE WS-DAY-TERMS (WS-DAY-IX) TO WS-DAYL-TERMS.
   COMPUTE WS-DAYL-PEAK-HOUR = WS-PEAK-HOUR-IX - 1.
   MOVE WS-PEAK-HOUR-COUNT TO WS-DAYL-PEAK-COUNT.
   MOVE WS-MOVING-AVG TO WS-DAYL-MOVING-AVG.
   MOVE WS-DAY-CARRIED (WS-DAY-IX) TO WS-DAYL-CARRIED.
   MOVE WS-DAY-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-DAY-DATE (WS-DAY-IX) TO XDAY-DATE.
   MOVE WS-DAY-REQUESTS (WS-DAY-IX) TO XDAY-REQUESTS.
   MOVE WS-DAY-CACHE (WS-DAY-IX) TO XDAY-CACHE.
   MOVE WS-DAY-FRESH (WS-DAY-IX) TO XDAY-FRESH.
   MOVE WS-DAY-CONTINUED (WS-DAY-IX) TO XDAY-CONTINUED.
   MOVE WS-DAY-REJECTED (WS-DAY-IX) TO XDAY-REJECTED.
   MOVE WS-DAY-ELAPSED (WS-DAY-IX) TO XDAY-ELAPSED.
   MOVE WS-DAY-TERMS (WS-DAY-IX) TO XDAY-TERMS.
   COMPUTE XDAY-PEAK-HOUR = WS-PEAK-HOUR-IX - 1.
   MOVE WS-PEAK-HOUR-COUNT TO XDAY-PEAK-COUNT.
   MOVE WS-DAY-CARRIED (WS-DAY-IX) TO XDAY-CARRIED.
   MOVE WS-EXTRACT-DAY TO CAPACITY-EXTRACT-LINE.
   WRITE CAPACITY-EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-COUNT.

PRINT-PROJECTION.
*>   The planning block: windows in range, the busiest and heaviest
*>   of them, the average costs, what the card's limit would have
*>   done and fits, and the recommended limit with what it fits.
   MOVE SPACES TO WS-CAPTION-LINE.
   STRING "WINDOW PROJECTION " WS-COST-UNIT DELIMITED BY SIZE
       INTO WS-CAPTION-LINE
   END-STRING.
   MOVE WS-CAPTION-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "LOGGED WINDOWS IN RANGE" TO WS-TOT-LABEL.
   MOVE WS-DAY-COUNT TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   IF WS-DAY-COUNT = 0
       MOVE "NO AUDIT RECORDS IN RANGE - NOTHING TO PROJECT FROM"
           TO WS-PROJECTION-RESULT
       MOVE WS-PROJECTION-RESULT TO CAPACITY-REPORT-LINE
       WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE
   ELSE
       PERFORM PRINT-PROJECTION-FIGURES
   END-IF.

PRINT-PROJECTION-FIGURES.
*>   The figures themselves, once there is a window to plan from.
   MOVE "AVERAGE REQUESTS PER WINDOW" TO WS-AMT-LABEL.
   MOVE WS-AVG-PER-WINDOW TO WS-AMT-VALUE.
   MOVE WS-CAPACITY-AMOUNT-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "BUSIEST WINDOW REQUESTS " TO WS-DATL-TEXT.
   MOVE WS-DAY-DATE (WS-BUSIEST-IX) TO WS-DATL-DATE.
   MOVE WS-DATE-LABEL TO WS-TOT-LABEL.
   MOVE WS-DAY-REQUESTS (WS-BUSIEST-IX) TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "AVERAGE COST PER REQUEST" TO WS-AMT-LABEL.
   MOVE WS-AVG-COST-REQUEST TO WS-AMT-VALUE.
   MOVE WS-CAPACITY-AMOUNT-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "AVERAGE COST PER WINDOW" TO WS-AMT-LABEL.
   MOVE WS-AVG-COST-WINDOW TO WS-AMT-VALUE.
   MOVE WS-CAPACITY-AMOUNT-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "HEAVIEST WINDOW COST " TO WS-DATL-TEXT.
   MOVE WS-DAY-DATE (WS-HEAVIEST-IX) TO WS-DATL-DATE.
   MOVE WS-DATE-LABEL TO WS-AMT-LABEL.
   MOVE WS-DAY-COST (WS-HEAVIEST-IX) TO WS-AMT-VALUE.
   MOVE WS-CAPACITY-AMOUNT-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   IF WS-CUTOFF-LIMIT > 0
       MOVE "CUTOFF LIMIT TESTED" TO WS-AMT-LABEL
       MOVE WS-CUTOFF-LIMIT TO WS-AMT-VALUE
       MOVE WS-CAPACITY-AMOUNT-LINE TO CAPACITY-REPORT-LINE
       WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES
       MOVE "PROJECTED REQUESTS PER WINDOW AT LIMIT" TO WS-TOT-LABEL
       MOVE WS-PROJ-FIT TO WS-TOT-COUNT
       MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE
       WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE
       MOVE "WINDOWS THAT WOULD HAVE CUT OFF" TO WS-TOT-LABEL
       MOVE WS-CARRY-DAYS TO WS-TOT-COUNT
       MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE
       WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE
       MOVE "REQUESTS THAT WOULD HAVE CARRIED OVER" TO WS-TOT-LABEL
       MOVE WS-CARRY-REQUESTS TO WS-TOT-COUNT
       MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE
       WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE
   END-IF.
   MOVE SPACES TO WS-AMT-LABEL.
   STRING "RECOMMENDED CUTOFF LIMIT (+" DELIMITED BY SIZE
          WS-HDR-HEADROOM DELIMITED BY SIZE
          "%)" DELIMITED BY SIZE
       INTO WS-AMT-LABEL
   END-STRING.
   MOVE WS-RECOMMENDED TO WS-AMT-VALUE.
   MOVE WS-CAPACITY-AMOUNT-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "PROJECTED REQUESTS PER WINDOW AT RECOMM." TO WS-TOT-LABEL.
   MOVE WS-RECOMMENDED-FIT TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   EVALUATE TRUE
       WHEN WS-AVG-COST-REQUEST = 0
           MOVE "NO COST PER REQUEST IN RANGE - ANY LIMIT WILL DO"
               TO WS-PROJECTION-RESULT
       WHEN WS-CUTOFF-LIMIT = 0
           MOVE "NO LIMIT TESTED - RECOMMENDATION ONLY"
               TO WS-PROJECTION-RESULT
       WHEN WS-CARRY-DAYS = 0
           MOVE "LIMIT TESTED RUNS EVERY WINDOW IN RANGE TO THE END"
               TO WS-PROJECTION-RESULT
       WHEN OTHER
           MOVE "LIMIT TESTED CUTS OFF WINDOWS - SEE RECOMMENDED LIMIT"
               TO WS-PROJECTION-RESULT
   END-EVALUATE.
   MOVE WS-PROJECTION-RESULT TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.

WRITE-EXTRACT-PROJECTION.
*>   PRJ record: the planning block's figures in one record.
   MOVE WS-CUTOFF-TYPE TO XPRJ-CUTOFF-TYPE.
   MOVE WS-CUTOFF-LIMIT TO XPRJ-CUTOFF-LIMIT.
   MOVE WS-DAY-COUNT TO XPRJ-DAYS.
   MOVE WS-AVG-PER-WINDOW TO XPRJ-AVG-PER-WINDOW.
   MOVE WS-AVG-COST-REQUEST TO XPRJ-AVG-COST.
   IF WS-HEAVIEST-IX > 0
       MOVE WS-DAY-COST (WS-HEAVIEST-IX) TO XPRJ-HEAVIEST-COST
   ELSE
       MOVE 0 TO XPRJ-HEAVIEST-COST
   END-IF.
   MOVE WS-PROJ-FIT TO XPRJ-FIT.
   MOVE WS-CARRY-DAYS TO XPRJ-CARRY-DAYS.
   MOVE WS-CARRY-REQUESTS TO XPRJ-CARRY-REQUESTS.
   MOVE WS-RECOMMENDED TO XPRJ-RECOMMENDED.
   MOVE WS-RECOMMENDED-FIT TO XPRJ-RECOMMENDED-FIT.
   MOVE WS-EXTRACT-PROJECTION TO CAPACITY-EXTRACT-LINE.
   WRITE CAPACITY-EXTRACT-LINE.
   ADD 1 TO WS-EXTRACT-COUNT.

PRINT-CAPACITY-TOTALS.
*>   The balancing block: log records read = in range + out of
*>   range, and in range = cache + fresh + continued + rejected +
*>   no path; then how many in range had no class, and how many had
*>   their terms estimated.
   MOVE "AUDIT RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "AUDIT RECORDS IN RANGE" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-IN-RANGE TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "AUDIT RECORDS OUTSIDE RANGE" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-OUT-RANGE TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "  CACHE-SATISFIED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-CACHE TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "  FRESHLY COMPUTED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-FRESH TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "  CONTINUED FROM CACHE" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-CONTINUED TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "  REJECTED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "  NO PATH CODE" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-UNPATHED TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "IN RANGE WITH NO PRIORITY CLASS" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-UNCLASSED TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "IN RANGE WITH TERMS ESTIMATED FROM N" TO WS-TOT-LABEL.
   MOVE WS-TERMS-ESTIMATED TO WS-TOT-COUNT.
   MOVE WS-CAPACITY-TOTAL-LINE TO CAPACITY-REPORT-LINE.
   WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.

WRITE-EXTRACT-TRAILER.
*>   TRL record: records read and in range, windows, and the count
*>   of extract records ahead of it, trailer included.
   ADD 1 TO WS-EXTRACT-COUNT.
   MOVE WS-TOTAL-READ TO XTRL-READ.
   MOVE WS-TOTAL-IN-RANGE TO XTRL-IN-RANGE.
   MOVE WS-DAY-COUNT TO XTRL-DAYS.
   MOVE WS-EXTRACT-COUNT TO XTRL-RECORDS.
   MOVE WS-EXTRACT-TRAILER TO CAPACITY-EXTRACT-LINE.
   WRITE CAPACITY-EXTRACT-LINE.
