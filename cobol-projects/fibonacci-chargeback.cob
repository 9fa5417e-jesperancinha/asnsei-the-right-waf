        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHARGE-EXTRACT-FILE ASSIGN TO "FIBCHGX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BILL-HISTORY-FILE ASSIGN TO "FIBBILLH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLH-KEY
        FILE STATUS IS WS-BILLH-STATUS.
    SELECT COST-CENTER-FILE ASSIGN TO "FIBGLCC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLCC-STATUS.
    SELECT GL-JOURNAL-FILE ASSIGN TO "FIBGLJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-CONTROL-FILE ASSIGN TO "FIBGLCR.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  CHARGE-CARD-FILE
    05  CHG-DATE-TO              PIC 9(8).
    05  CHG-RATE-CACHE           PIC 9(3)V9(2).
    05  CHG-RATE-FRESH           PIC 9(3)V9(2).
    05  CHG-BILL-TYPE            PIC X(1).
    05  FILLER                   PIC X(3).
    05  CHG-GL-EXPENSE-ACCT      PIC X(10).
    05  CHG-GL-RECOVERY-ACCT     PIC X(10).
    05  CHG-GL-RECOVERY-CC       PIC X(10).
    05  CHG-GL-DEFAULT-CC        PIC X(10).
    05  FILLER                   PIC X(10).
01  ADJUSTMENT-CARD.
    05  ADJ-TYPE                 PIC X(1).
    05  ADJ-DEPARTMENT           PIC X(20).
    05  ADJ-AMOUNT-X             PIC X(9).
    05  ADJ-AMOUNT               REDEFINES ADJ-AMOUNT-X
                                 PIC 9(7)V9(2).
    05  ADJ-REFERENCE            PIC X(10).
    05  ADJ-REASON               PIC X(30).
    05  FILLER                   PIC X(10).
FD  AUDIT-FILE
    LABEL RECORDS ARE STANDARD.
01  AUDIT-LINE                 PIC X(180).
FD  REQUESTER-FILE
    LABEL RECORDS ARE STANDARD.
01  REQUESTER-RECORD.
FD  CHARGE-EXTRACT-FILE
    LABEL RECORDS ARE STANDARD.
01  CHARGE-EXTRACT-LINE        PIC X(100).
FD  BILL-HISTORY-FILE
    LABEL RECORDS ARE STANDARD.
01  BILL-HISTORY-RECORD.
    05  BLH-KEY.
        10  BLH-DATE-FROM        PIC 9(8).
        10  BLH-DATE-TO          PIC 9(8).
        10  BLH-DEPARTMENT       PIC X(20).
    05  BLH-BILL-DATE            PIC 9(8).
    05  BLH-BILL-COUNT           PIC 9(2).
    05  BLH-BILL-TYPE            PIC X(1).
    05  BLH-JOURNAL-ID           PIC X(14).
    05  BLH-COST-CENTER          PIC X(10).
    05  BLH-RATE-CACHE           PIC 9(3)V9(2).
    05  BLH-RATE-FRESH           PIC 9(3)V9(2).
    05  BLH-CACHE-CNT            PIC 9(7).
    05  BLH-FRESH-CNT            PIC 9(7).
    05  BLH-GROSS-AMT            PIC 9(9)V9(2).
    05  BLH-CREDIT-AMT           PIC 9(9)V9(2).
    05  BLH-DEBIT-AMT            PIC 9(9)V9(2).
    05  BLH-NET-AMT              PIC 9(9)V9(2).
FD  COST-CENTER-FILE
    LABEL RECORDS ARE STANDARD.
01  COST-CENTER-RECORD.
    05  GLCC-DEPARTMENT          PIC X(20).
    05  GLCC-COST-CENTER         PIC X(10).
    05  FILLER                   PIC X(50).
FD  GL-JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  GL-JOURNAL-LINE            PIC X(100).
FD  GL-CONTROL-FILE
    LABEL RECORDS ARE STANDARD.
01  GL-CONTROL-LINE            PIC X(132).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-AUDIT-STATUS      PIC XX.
01  WS-RQSTR-STATUS      PIC XX.
01  WS-BILLH-STATUS      PIC XX.
01  WS-GLCC-STATUS       PIC XX.
01  WS-AUDIT-EOF         PIC X(1) VALUE "N".
01  WS-CARD-EOF          PIC X(1) VALUE "N".
01  WS-BILLH-EOF         PIC X(1).
01  WS-GLCC-EOF          PIC X(1) VALUE "N".
01  WS-REBILL            PIC X(1) VALUE "N".
01  WS-CHG-DATE-FROM     PIC 9(8).
01  WS-CHG-DATE-TO       PIC 9(8).
01  WS-CHG-RATE-CACHE    PIC 9(3)V9(2).
01  WS-CHG-RATE-FRESH    PIC 9(3)V9(2).
01  WS-PERIOD-BILLED     PIC X(1) VALUE "N".
01  WS-PERIOD-OVERLAP    PIC X(1) VALUE "N".
01  WS-OVERLAP-FROM      PIC 9(8).
01  WS-OVERLAP-TO        PIC 9(8).
01  WS-BILLH-FOUND       PIC X(1).

01  WS-AUDIT-RECORD-MAP.
    05  FILLER               PIC X(12).
    05  AUDM-FIB             PIC X(23).
    05  FILLER               PIC X(8).
    05  AUDM-PATH            PIC X(1).
    05  FILLER               PIC X(7).
    05  AUDM-TRACKING-NO     PIC X(14).
    05  FILLER               PIC X(32).

01  WS-DEPT-MAX          PIC 9(3) VALUE 200.
01  WS-DEPT-COUNT        PIC 9(3) VALUE 0.
        10  WS-DEPT-NAME         PIC X(20).
        10  WS-DEPT-CACHE-CNT    PIC 9(7).
        10  WS-DEPT-FRESH-CNT    PIC 9(7).
        10  WS-DEPT-GROSS-AMT    PIC 9(9)V9(2).
        10  WS-DEPT-CREDIT-AMT   PIC 9(9)V9(2).
        10  WS-DEPT-DEBIT-AMT    PIC 9(9)V9(2).
        10  WS-DEPT-NET-AMT      PIC 9(9)V9(2).
        10  WS-DEPT-COST-CENTER  PIC X(10).
01  WS-DEPT-IX           PIC 9(3).
01  WS-DEPT-FOUND-IX     PIC 9(3).
01  WS-DEPT-FULL-WARNED  PIC X(1) VALUE "N".
01  WS-DEPT-FRESH-AMT    PIC 9(9)V9(2).
01  WS-DEPT-TOTAL-AMT    PIC 9(9)V9(2).
01  WS-GRAND-TOTAL-AMT   PIC 9(11)V9(2) VALUE 0.
01  WS-TOTAL-CREDIT-AMT  PIC 9(11)V9(2) VALUE 0.
01  WS-TOTAL-DEBIT-AMT   PIC 9(11)V9(2) VALUE 0.
01  WS-NET-TOTAL-AMT     PIC 9(11)V9(2) VALUE 0.
01  WS-ROOM-AMT          PIC 9(9)V9(2).

01  WS-ADJ-MAX           PIC 9(3) VALUE 100.
01  WS-ADJ-COUNT         PIC 9(3) VALUE 0.
01  WS-ADJ-TABLE.
    05  WS-ADJ-ENTRY         OCCURS 100 TIMES.
        10  WS-ADJ-TYPE          PIC X(1).
        10  WS-ADJ-DEPARTMENT    PIC X(20).
        10  WS-ADJ-AMOUNT        PIC 9(7)V9(2).
        10  WS-ADJ-REFERENCE     PIC X(10).
        10  WS-ADJ-REASON        PIC X(30).
        10  WS-ADJ-RESULT        PIC X(24).
01  WS-ADJ-IX            PIC 9(3).
01  WS-ADJ-APPLIED       PIC 9(7) VALUE 0.
01  WS-ADJ-REJECTED      PIC 9(7) VALUE 0.

01  WS-GLCC-MAX          PIC 9(3) VALUE 200.
01  WS-GLCC-COUNT        PIC 9(3) VALUE 0.
01  WS-GLCC-TABLE.
    05  WS-GLCC-ENTRY        OCCURS 200 TIMES.
        10  WS-GLCC-DEPARTMENT   PIC X(20).
        10  WS-GLCC-COST-CENTER  PIC X(10).
01  WS-GLCC-IX           PIC 9(3).
01  WS-DEFAULTED-CC      PIC 9(7) VALUE 0.

01  WS-GL-EXPENSE-ACCT   PIC X(10) VALUE "615000".
01  WS-GL-RECOVERY-ACCT  PIC X(10) VALUE "491000".
01  WS-GL-RECOVERY-CC    PIC X(10) VALUE "IT0100".
01  WS-GL-DEFAULT-CC     PIC X(10) VALUE "999999".
01  WS-BILL-NO           PIC 9(2) VALUE 1.
01  WS-JOURNAL-ID.
    05  FILLER               PIC X(2) VALUE "CB".
    05  WS-JID-DATE-TO       PIC 9(8).
    05  FILLER               PIC X(1) VALUE "-".
    05  WS-JID-BILL-NO       PIC 9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
01  WS-GL-LINE-NO        PIC 9(5) VALUE 0.
01  WS-GL-TOTAL-DR       PIC 9(11)V9(2) VALUE 0.
01  WS-GL-TOTAL-CR       PIC 9(11)V9(2) VALUE 0.
01  WS-GL-BILL-DR        PIC 9(11)V9(2) VALUE 0.
01  WS-GL-BILL-CR        PIC 9(11)V9(2) VALUE 0.
01  WS-GL-REVERSE-DR     PIC 9(11)V9(2) VALUE 0.
01  WS-GL-REVERSE-CR     PIC 9(11)V9(2) VALUE 0.
01  WS-GL-ACCOUNT        PIC X(10).
01  WS-GL-COST-CENTER    PIC X(10).
01  WS-GL-DR-CR          PIC X(2).
01  WS-GL-AMOUNT         PIC 9(11)V9(2).
01  WS-GL-DESCRIPTION    PIC X(28).
01  WS-HISTORY-WRITTEN   PIC 9(5) VALUE 0.
01  WS-HISTORY-REVERSED  PIC 9(5) VALUE 0.
01  WS-HISTORY-ERRORS    PIC 9(5) VALUE 0.
01  WS-CONTROL-OK        PIC X(1) VALUE "Y".

01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-HDR-RATE-CACHE    PIC ZZ9.99.
    05  FILLER               PIC X(14) VALUE "  FRESH RATE=".
    05  WS-HDR-RATE-FRESH    PIC ZZ9.99.
    05  WS-HDR-BILL-TYPE     PIC X(10).
01  WS-CHARGE-DETAIL.
    05  WS-DET-DEPARTMENT    PIC X(20).
    05  FILLER               PIC X(8) VALUE "  CACHE=".
    05  WS-DET-FRESH-AMT     PIC ZZZZZZZZ9.99.
    05  FILLER               PIC X(8) VALUE "  TOTAL=".
    05  WS-DET-TOTAL-AMT     PIC ZZZZZZZZ9.99.
    05  FILLER               PIC X(6) VALUE "  NET=".
    05  WS-DET-NET-AMT       PIC ZZZZZZZZ9.99.
01  WS-GRAND-LINE.
    05  WS-GRAND-LABEL       PIC X(26)
        VALUE "TOTAL COMPUTE BILL        ".
    05  WS-GRAND-AMT         PIC ZZZZZZZZZZ9.99.
01  WS-ADJ-CAPTION       PIC X(40)
        VALUE "CREDIT / ADJUSTMENT CARDS".
01  WS-ADJ-DETAIL.
    05  WS-ADJD-DEPARTMENT   PIC X(20).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-ADJD-TYPE         PIC X(6).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  WS-ADJD-AMOUNT       PIC ZZZZZZ9.99.
    05  FILLER               PIC X(6) VALUE "  REF ".
    05  WS-ADJD-REFERENCE    PIC X(10).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-ADJD-REASON       PIC X(30).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-ADJD-RESULT       PIC X(24).
01  WS-CHARGE-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZ9.
    05  XHDR-RATE-CACHE      PIC 9(3).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-RATE-FRESH      PIC 9(3).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XHDR-BILL-TYPE       PIC X(1).
    05  FILLER               PIC X(55) VALUE SPACES.
01  WS-EXTRACT-DETAIL.
    05  FILLER               PIC X(3) VALUE "DET".
    05  XDET-DEPARTMENT      PIC X(20).
    05  XDET-FRESH-AMT       PIC 9(9).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDET-TOTAL-AMT       PIC 9(9).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XDET-NET-AMT         PIC 9(9).9(2).
    05  FILLER               PIC X(9) VALUE SPACES.
01  WS-EXTRACT-TRAILER.
    05  FILLER               PIC X(3) VALUE "TRL".
    05  XTRL-DEPT-COUNT      PIC 9(3).
    05  XTRL-IN-RANGE        PIC 9(7).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XTRL-GRAND-AMT       PIC 9(11).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XTRL-ADJ-COUNT       PIC 9(3).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XTRL-NET-AMT         PIC 9(11).9(2).
    05  FILLER               PIC X(52) VALUE SPACES.
01  WS-EXTRACT-ADJUSTMENT.
    05  FILLER               PIC X(3) VALUE "ADJ".
    05  XADJ-DEPARTMENT      PIC X(20).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XADJ-TYPE            PIC X(1).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XADJ-AMOUNT          PIC 9(7).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XADJ-REFERENCE       PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  XADJ-REASON          PIC X(30).
    05  FILLER               PIC X(22) VALUE SPACES.

01  WS-GL-HEADER.
    05  FILLER               PIC X(1) VALUE "H".
    05  GLH-JOURNAL-ID       PIC X(14).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLH-EFFECTIVE-DATE   PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  FILLER               PIC X(8) VALUE "FIBCHGBK".
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLH-DATE-FROM        PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLH-DATE-TO          PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLH-BILL-TYPE        PIC X(1).
    05  FILLER               PIC X(47) VALUE SPACES.
01  WS-GL-DETAIL.
    05  FILLER               PIC X(1) VALUE "D".
    05  GLD-JOURNAL-ID       PIC X(14).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-LINE-NO          PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-ACCOUNT          PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-COST-CENTER      PIC X(10).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-DR-CR            PIC X(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-AMOUNT           PIC 9(11).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-EFFECTIVE-DATE   PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLD-DESCRIPTION      PIC X(28).
01  WS-GL-TRAILER.
    05  FILLER               PIC X(1) VALUE "T".
    05  GLT-JOURNAL-ID       PIC X(14).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLT-LINE-COUNT       PIC 9(5).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLT-TOTAL-DR         PIC 9(11).9(2).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  GLT-TOTAL-CR         PIC 9(11).9(2).
    05  FILLER               PIC X(49) VALUE SPACES.

01  WS-CONTROL-HEADER-1.
    05  FILLER               PIC X(34)
        VALUE "CHARGEBACK GL JOURNAL CONTROL     ".
    05  FILLER               PIC X(8) VALUE " DATE: ".
    05  WS-CTH-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-CTH-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-CTH-YY            PIC 99.
01  WS-CONTROL-HEADER-2.
    05  FILLER               PIC X(8) VALUE "PERIOD ".
    05  WS-CTH-DATE-FROM     PIC 9(8).
    05  FILLER               PIC X(4) VALUE " TO ".
    05  WS-CTH-DATE-TO       PIC 9(8).
    05  FILLER               PIC X(10) VALUE "  JOURNAL ".
    05  WS-CTH-JOURNAL-ID    PIC X(14).
    05  WS-CTH-BILL-TYPE     PIC X(10).
01  WS-CONTROL-AMOUNT-LINE.
    05  WS-CTL-LABEL         PIC X(40).
    05  WS-CTL-AMOUNT        PIC ZZZZZZZZZZ9.99.
01  WS-CONTROL-RESULT    PIC X(60).

01  WS-FULL-DATE         PIC 9(8).

*>   vanishes over a deleted requester. Rejected requests (PATH R)
*>   and records written before the PATH column existed are counted
*>   on the report but not billed.
*>   Every period billed is recorded by department on the billing
*>   history master FIBBILLH.DAT, and a card for a period already
*>   billed - or overlapping one - is refused before the log is
*>   read, unless the card is punched as a rebill of exactly that
*>   period. Credit and debit adjustment cards behind the period
*>   card settle disputed charges on the invoice. The bill is
*>   posted to the ledger as a balanced debit/credit journal on
*>   FIBGLJ.DAT - each department's net charge debited to its cost
*>   center, the recovery credited to the computing cost center, a
*>   rebill first reversing what the period was billed before - and
*>   FIBGLCR.PRT ties the journal back to the invoice totals.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM READ-CHARGE-CARD.
   PERFORM OPEN-BILL-HISTORY.
   PERFORM CHECK-BILLED-PERIODS.
   OPEN INPUT AUDIT-FILE.
   IF WS-AUDIT-STATUS NOT = "00"
       DISPLAY "FIBCHARGEBACK: FIBAUDIT.LOG NOT AVAILABLE - STATUS "
   END-PERFORM.
   CLOSE AUDIT-FILE.
   CLOSE REQUESTER-FILE.
   PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
       PERFORM PRICE-ONE-DEPARTMENT
   END-PERFORM.
   PERFORM VARYING WS-ADJ-IX FROM 1 BY 1
       UNTIL WS-ADJ-IX > WS-ADJ-COUNT
       PERFORM APPLY-ONE-ADJUSTMENT
   END-PERFORM.
   PERFORM LOAD-COST-CENTERS.
   PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
       PERFORM FINISH-ONE-DEPARTMENT
   END-PERFORM.
   OPEN OUTPUT CHARGE-REPORT-FILE.
   OPEN OUTPUT CHARGE-EXTRACT-FILE.
   PERFORM PRINT-CHARGE-HEADER.
       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
       PERFORM PRINT-ONE-DEPARTMENT
   END-PERFORM.
   PERFORM PRINT-ADJUSTMENTS.
   PERFORM PRINT-CHARGE-TOTALS.
   PERFORM WRITE-EXTRACT-TRAILER.
   CLOSE CHARGE-REPORT-FILE.
   CLOSE CHARGE-EXTRACT-FILE.
   PERFORM WRITE-GL-JOURNAL.
   PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
       PERFORM POST-ONE-DEPARTMENT
   END-PERFORM.
   CLOSE BILL-HISTORY-FILE.
   PERFORM PRINT-GL-CONTROL.
   IF WS-ADJ-REJECTED > 0
       MOVE 4 TO RETURN-CODE
   END-IF.
   IF WS-CONTROL-OK = "N"
       MOVE 8 TO RETURN-CODE
   END-IF.
   STOP RUN.

READ-CHARGE-CARD.
*>   the rates move with the budget cycle, the program does not. A
*>   backwards period or non-numeric columns stop the job before the
*>   log is read, same mis-punch protection as the other card-driven
*>   steps. The card also says whether this is the period's original
*>   bill or a rebill, and may override the ledger accounts and cost
*>   centers the journal posts to; blank columns keep the standing
*>   defaults. Every card behind it is a credit or debit adjustment.
   OPEN INPUT CHARGE-CARD-FILE.
   IF WS-CARD-STATUS NOT = "00"
       DISPLAY "FIBCHARGEBACK: FIBCHGIN.DAT NOT AVAILABLE - STATUS "
       STOP RUN
   END-IF.
   READ CHARGE-CARD-FILE.
   IF CHG-DATE-FROM NOT NUMERIC OR CHG-DATE-TO NOT NUMERIC
       OR CHG-RATE-CACHE NOT NUMERIC OR CHG-RATE-FRESH NOT NUMERIC
       DISPLAY "FIBCHARGEBACK: PARAMETER CARD NOT NUMERIC"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   EVALUATE CHG-BILL-TYPE
       WHEN "R"
           MOVE "Y" TO WS-REBILL
       WHEN "O"
       WHEN SPACE
           MOVE "N" TO WS-REBILL
       WHEN OTHER
           DISPLAY "FIBCHARGEBACK: BILL TYPE ON CARD NOT O OR R"
           MOVE 16 TO RETURN-CODE
           STOP RUN
   END-EVALUATE.
   IF CHG-GL-EXPENSE-ACCT NOT = SPACES
       MOVE CHG-GL-EXPENSE-ACCT TO WS-GL-EXPENSE-ACCT
   END-IF.
   IF CHG-GL-RECOVERY-ACCT NOT = SPACES
       MOVE CHG-GL-RECOVERY-ACCT TO WS-GL-RECOVERY-ACCT
   END-IF.
   IF CHG-GL-RECOVERY-CC NOT = SPACES
       MOVE CHG-GL-RECOVERY-CC TO WS-GL-RECOVERY-CC
   END-IF.
   IF CHG-GL-DEFAULT-CC NOT = SPACES
       MOVE CHG-GL-DEFAULT-CC TO WS-GL-DEFAULT-CC
   END-IF.
*>   The adjustment cards share the card's record area, so the period
*>   and rates are held in working storage before the first one is
*>   read; nothing past this point looks at the card fields.
   MOVE CHG-DATE-FROM TO WS-CHG-DATE-FROM.
   MOVE CHG-DATE-TO TO WS-CHG-DATE-TO.
   MOVE CHG-RATE-CACHE TO WS-CHG-RATE-CACHE.
   MOVE CHG-RATE-FRESH TO WS-CHG-RATE-FRESH.
   PERFORM UNTIL WS-CARD-EOF = "Y"
       READ CHARGE-CARD-FILE
           AT END
               MOVE "Y" TO WS-CARD-EOF
           NOT AT END
               IF ADJUSTMENT-CARD NOT = SPACES
                   PERFORM STORE-ADJUSTMENT-CARD
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CHARGE-CARD-FILE.

STORE-ADJUSTMENT-CARD.
*>   Adjustment cards are held until the period is priced, since a
*>   credit can only be judged against the charge it disputes. The
*>   card's own columns are edited here; one that fails is kept in
*>   the table with its reason so it still prints on the invoice -
*>   an adjustment accounting punched must never just disappear.
*>   More cards than the table holds stops the run for the same
*>   reason.
   IF WS-ADJ-COUNT NOT < WS-ADJ-MAX
       DISPLAY "FIBCHARGEBACK: MORE THAN " WS-ADJ-MAX
           " ADJUSTMENT CARDS - SPLIT THE DECK"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   ADD 1 TO WS-ADJ-COUNT.
   MOVE ADJ-TYPE TO WS-ADJ-TYPE (WS-ADJ-COUNT).
   MOVE ADJ-DEPARTMENT TO WS-ADJ-DEPARTMENT (WS-ADJ-COUNT).
   MOVE ADJ-REFERENCE TO WS-ADJ-REFERENCE (WS-ADJ-COUNT).
   MOVE ADJ-REASON TO WS-ADJ-REASON (WS-ADJ-COUNT).
   MOVE SPACES TO WS-ADJ-RESULT (WS-ADJ-COUNT).
   MOVE 0 TO WS-ADJ-AMOUNT (WS-ADJ-COUNT).
   EVALUATE TRUE
       WHEN ADJ-TYPE NOT = "C" AND ADJ-TYPE NOT = "D"
           MOVE "REJECTED - CARD TYPE" TO WS-ADJ-RESULT (WS-ADJ-COUNT)
       WHEN ADJ-DEPARTMENT = SPACES
           MOVE "REJECTED - NO DEPT" TO WS-ADJ-RESULT (WS-ADJ-COUNT)
       WHEN ADJ-AMOUNT-X NOT NUMERIC
           MOVE "REJECTED - AMOUNT" TO WS-ADJ-RESULT (WS-ADJ-COUNT)
       WHEN ADJ-AMOUNT = 0
           MOVE "REJECTED - AMOUNT" TO WS-ADJ-RESULT (WS-ADJ-COUNT)
       WHEN OTHER
           MOVE ADJ-AMOUNT TO WS-ADJ-AMOUNT (WS-ADJ-COUNT)
   END-EVALUATE.

OPEN-BILL-HISTORY.
*>   The billing history master is opened I-O and created empty on
*>   first use, the same 35-then-create pattern as the other
*>   masters. Without it there is no protection against billing a
*>   period twice, so a history that cannot be opened stops the run.
   OPEN I-O BILL-HISTORY-FILE.
   IF WS-BILLH-STATUS = "35"
       OPEN OUTPUT BILL-HISTORY-FILE
       CLOSE BILL-HISTORY-FILE
       OPEN I-O BILL-HISTORY-FILE
   END-IF.
   IF WS-BILLH-STATUS NOT = "00"
       DISPLAY "FIBCHARGEBACK: FIBBILLH.DAT NOT AVAILABLE - STATUS "
           WS-BILLH-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

CHECK-BILLED-PERIODS.
*>   One pass of the history before anything is billed. The card's
*>   exact period already on file may only be billed again as a
*>   rebill, which reverses the earlier bill in the journal; a
*>   period that merely overlaps a billed one is refused even as a
*>   rebill, since the days they share would be charged twice and
*>   no reversal of the other period would take them back out. A
*>   rebill card for a period never billed is billed as an original
*>   with a console note.
   MOVE "N" TO WS-BILLH-EOF.
   MOVE 0 TO WS-BILL-NO.
   PERFORM UNTIL WS-BILLH-EOF = "Y"
       READ BILL-HISTORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-BILLH-EOF
           NOT AT END
               PERFORM CHECK-ONE-BILLED-PERIOD
       END-READ
   END-PERFORM.
   IF WS-PERIOD-OVERLAP = "Y"
       DISPLAY "FIBCHARGEBACK: PERIOD " WS-CHG-DATE-FROM "-"
           WS-CHG-DATE-TO
           " OVERLAPS BILLED PERIOD " WS-OVERLAP-FROM "-"
           WS-OVERLAP-TO " - RUN REFUSED"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-PERIOD-BILLED = "Y" AND WS-REBILL = "N"
       DISPLAY "FIBCHARGEBACK: PERIOD " WS-CHG-DATE-FROM "-"
           WS-CHG-DATE-TO
           " ALREADY BILLED - RUN REFUSED, PUNCH R TO REBILL"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-PERIOD-BILLED = "N" AND WS-REBILL = "Y"
       DISPLAY "FIBCHARGEBACK: REBILL CARD FOR PERIOD NOT YET BILLED"
           " - BILLED AS ORIGINAL"
       MOVE "N" TO WS-REBILL
   END-IF.
   ADD 1 TO WS-BILL-NO.
   MOVE WS-CHG-DATE-TO TO WS-JID-DATE-TO.
   MOVE WS-BILL-NO TO WS-JID-BILL-NO.

CHECK-ONE-BILLED-PERIOD.
*>   One history record against the card's period: the same period
*>   (its highest bill number kept, so a rebill numbers on from it),
*>   or any other period sharing a day with it.
   IF BLH-DATE-FROM = WS-CHG-DATE-FROM AND BLH-DATE-TO = WS-CHG-DATE-TO
       MOVE "Y" TO WS-PERIOD-BILLED
       IF BLH-BILL-COUNT > WS-BILL-NO
           MOVE BLH-BILL-COUNT TO WS-BILL-NO
       END-IF
   ELSE
       IF BLH-DATE-FROM NOT > WS-CHG-DATE-TO
           AND BLH-DATE-TO NOT < WS-CHG-DATE-FROM
           MOVE "Y" TO WS-PERIOD-OVERLAP
           MOVE BLH-DATE-FROM TO WS-OVERLAP-FROM
           MOVE BLH-DATE-TO TO WS-OVERLAP-TO
       END-IF
   END-IF.

PRIME-UNASSIGNED-BUCKET.
*>   The unassigned bucket is slot 1 from the start, so it exists
*>   can say where every log record went, but priced at nothing.
   MOVE AUDIT-LINE TO WS-AUDIT-RECORD-MAP.
   IF AUDM-RUN-DATE NOT NUMERIC
       OR AUDM-RUN-DATE < WS-CHG-DATE-FROM
       OR AUDM-RUN-DATE > WS-CHG-DATE-TO
       ADD 1 TO WS-TOTAL-OUT-RANGE
   ELSE
       ADD 1 TO WS-TOTAL-IN-RANGE
       END-IF
   END-IF.

PRICE-ONE-DEPARTMENT.
*>   The department's gross charge at the card's rates, before any
*>   adjustment - what a credit card is measured against.
   COMPUTE WS-DEPT-GROSS-AMT (WS-DEPT-IX) =
       WS-DEPT-CACHE-CNT (WS-DEPT-IX) * WS-CHG-RATE-CACHE
       + WS-DEPT-FRESH-CNT (WS-DEPT-IX) * WS-CHG-RATE-FRESH.
   MOVE 0 TO WS-DEPT-CREDIT-AMT (WS-DEPT-IX).
   MOVE 0 TO WS-DEPT-DEBIT-AMT (WS-DEPT-IX).
   MOVE 0 TO WS-DEPT-NET-AMT (WS-DEPT-IX).

APPLY-ONE-ADJUSTMENT.
*>   A card that passed its own edits is applied to its department's
*>   bill for this period. The department must be on this period's
*>   bill - a mis-punched name would otherwise open a new department
*>   and charge or credit nobody - and a credit may not take the
*>   department below zero, since a disputed charge cannot be worth
*>   more than was charged.
   IF WS-ADJ-RESULT (WS-ADJ-IX) = SPACES
       MOVE 0 TO WS-DEPT-FOUND-IX
       PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
           UNTIL WS-DEPT-IX > WS-DEPT-COUNT OR WS-DEPT-FOUND-IX > 0
           IF WS-DEPT-NAME (WS-DEPT-IX) = WS-ADJ-DEPARTMENT (WS-ADJ-IX)
               MOVE WS-DEPT-IX TO WS-DEPT-FOUND-IX
           END-IF
       END-PERFORM
       IF WS-DEPT-FOUND-IX = 0
           MOVE "REJECTED - NOT BILLED" TO WS-ADJ-RESULT (WS-ADJ-IX)
       ELSE
           IF WS-ADJ-TYPE (WS-ADJ-IX) = "C"
               COMPUTE WS-ROOM-AMT =
                   WS-DEPT-GROSS-AMT (WS-DEPT-FOUND-IX)
                   + WS-DEPT-DEBIT-AMT (WS-DEPT-FOUND-IX)
                   - WS-DEPT-CREDIT-AMT (WS-DEPT-FOUND-IX)
               IF WS-ADJ-AMOUNT (WS-ADJ-IX) > WS-ROOM-AMT
                   MOVE "REJECTED - OVER CHARGES"
                       TO WS-ADJ-RESULT (WS-ADJ-IX)
               ELSE
                   ADD WS-ADJ-AMOUNT (WS-ADJ-IX)
                       TO WS-DEPT-CREDIT-AMT (WS-DEPT-FOUND-IX)
                   ADD WS-ADJ-AMOUNT (WS-ADJ-IX) TO WS-TOTAL-CREDIT-AMT
                   MOVE "APPLIED" TO WS-ADJ-RESULT (WS-ADJ-IX)
               END-IF
           ELSE
               ADD WS-ADJ-AMOUNT (WS-ADJ-IX)
                   TO WS-DEPT-DEBIT-AMT (WS-DEPT-FOUND-IX)
               ADD WS-ADJ-AMOUNT (WS-ADJ-IX) TO WS-TOTAL-DEBIT-AMT
               MOVE "APPLIED" TO WS-ADJ-RESULT (WS-ADJ-IX)
           END-IF
       END-IF
   END-IF.
   IF WS-ADJ-RESULT (WS-ADJ-IX) = "APPLIED"
       ADD 1 TO WS-ADJ-APPLIED
   ELSE
       ADD 1 TO WS-ADJ-REJECTED
   END-IF.

LOAD-COST-CENTERS.
*>   Department-to-cost-center cross-reference for the journal,
*>   FIBGLCC.DAT, loaded into core. It is optional: without it, or
*>   for a department not on it, the charge posts to the default
*>   cost center and the control report counts how many did, so
*>   accounting can reclass them rather than the bill failing.
   OPEN INPUT COST-CENTER-FILE.
   IF WS-GLCC-STATUS NOT = "00"
       DISPLAY "FIBCHARGEBACK: FIBGLCC.DAT NOT AVAILABLE - "
           "CHARGES POST TO DEFAULT COST CENTER"
   ELSE
       PERFORM UNTIL WS-GLCC-EOF = "Y"
           READ COST-CENTER-FILE
               AT END
                   MOVE "Y" TO WS-GLCC-EOF
               NOT AT END
                   IF GLCC-DEPARTMENT NOT = SPACES
                       AND GLCC-COST-CENTER NOT = SPACES
                       IF WS-GLCC-COUNT < WS-GLCC-MAX
                           ADD 1 TO WS-GLCC-COUNT
                           MOVE GLCC-DEPARTMENT
                               TO WS-GLCC-DEPARTMENT (WS-GLCC-COUNT)
                           MOVE GLCC-COST-CENTER
                               TO WS-GLCC-COST-CENTER (WS-GLCC-COUNT)
                       ELSE
                           DISPLAY "FIBCHARGEBACK: COST CENTER TABLE "
                               "FULL - " GLCC-DEPARTMENT " IGNORED"
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE COST-CENTER-FILE
   END-IF.

FINISH-ONE-DEPARTMENT.
*>   Net charge after adjustments, and the cost center the journal
*>   debits it to.
   COMPUTE WS-DEPT-NET-AMT (WS-DEPT-IX) =
       WS-DEPT-GROSS-AMT (WS-DEPT-IX)
       + WS-DEPT-DEBIT-AMT (WS-DEPT-IX)
       - WS-DEPT-CREDIT-AMT (WS-DEPT-IX).
   ADD WS-DEPT-NET-AMT (WS-DEPT-IX) TO WS-NET-TOTAL-AMT.
   MOVE SPACES TO WS-DEPT-COST-CENTER (WS-DEPT-IX).
   PERFORM VARYING WS-GLCC-IX FROM 1 BY 1
       UNTIL WS-GLCC-IX > WS-GLCC-COUNT
       OR WS-DEPT-COST-CENTER (WS-DEPT-IX) NOT = SPACES
       IF WS-GLCC-DEPARTMENT (WS-GLCC-IX) = WS-DEPT-NAME (WS-DEPT-IX)
           MOVE WS-GLCC-COST-CENTER (WS-GLCC-IX)
               TO WS-DEPT-COST-CENTER (WS-DEPT-IX)
       END-IF
   END-PERFORM.
   IF WS-DEPT-COST-CENTER (WS-DEPT-IX) = SPACES
       MOVE WS-GL-DEFAULT-CC TO WS-DEPT-COST-CENTER (WS-DEPT-IX)
       IF WS-DEPT-NET-AMT (WS-DEPT-IX) > 0
           ADD 1 TO WS-DEFAULTED-CC
       END-IF
   END-IF.

PRINT-ONE-DEPARTMENT.
*>   One invoice line and one DET extract record per department:
*>   counts priced at the card's rates, amounts fixed-decimal so the
*>   invoice and the extract carry identical money. The net is the
*>   total after this period's adjustment cards.
   COMPUTE WS-DEPT-CACHE-AMT =
       WS-DEPT-CACHE-CNT (WS-DEPT-IX) * WS-CHG-RATE-CACHE.
   COMPUTE WS-DEPT-FRESH-AMT =
       WS-DEPT-FRESH-CNT (WS-DEPT-IX) * WS-CHG-RATE-FRESH.
   COMPUTE WS-DEPT-TOTAL-AMT = WS-DEPT-CACHE-AMT + WS-DEPT-FRESH-AMT.
   ADD WS-DEPT-TOTAL-AMT TO WS-GRAND-TOTAL-AMT.
   MOVE WS-DEPT-NAME (WS-DEPT-IX) TO WS-DET-DEPARTMENT.
   MOVE WS-DEPT-FRESH-CNT (WS-DEPT-IX) TO WS-DET-FRESH-CNT.
   MOVE WS-DEPT-FRESH-AMT TO WS-DET-FRESH-AMT.
   MOVE WS-DEPT-TOTAL-AMT TO WS-DET-TOTAL-AMT.
   MOVE WS-DEPT-NET-AMT (WS-DEPT-IX) TO WS-DET-NET-AMT.
   MOVE WS-CHARGE-DETAIL TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-DEPT-NAME (WS-DEPT-IX) TO XDET-DEPARTMENT.
   MOVE WS-DEPT-FRESH-CNT (WS-DEPT-IX) TO XDET-FRESH-CNT.
   MOVE WS-DEPT-FRESH-AMT TO XDET-FRESH-AMT.
   MOVE WS-DEPT-TOTAL-AMT TO XDET-TOTAL-AMT.
   MOVE WS-DEPT-NET-AMT (WS-DEPT-IX) TO XDET-NET-AMT.
   MOVE WS-EXTRACT-DETAIL TO CHARGE-EXTRACT-LINE.
   WRITE CHARGE-EXTRACT-LINE.

PRINT-ADJUSTMENTS.
*>   Every adjustment card on the invoice under the department
*>   lines, applied or not, with its reference and reason, so a
*>   disputed charge can be followed from the card to the bill. An
*>   ADJ record goes to the extract for each card applied.
   IF WS-ADJ-COUNT > 0
       MOVE WS-ADJ-CAPTION TO CHARGE-REPORT-LINE
       WRITE CHARGE-REPORT-LINE AFTER ADVANCING 2 LINES
       PERFORM VARYING WS-ADJ-IX FROM 1 BY 1
           UNTIL WS-ADJ-IX > WS-ADJ-COUNT
           PERFORM PRINT-ONE-ADJUSTMENT
       END-PERFORM
   END-IF.

PRINT-ONE-ADJUSTMENT.
*>   One card's invoice line and, if it was applied, its extract
*>   record.
   MOVE WS-ADJ-DEPARTMENT (WS-ADJ-IX) TO WS-ADJD-DEPARTMENT.
   EVALUATE WS-ADJ-TYPE (WS-ADJ-IX)
       WHEN "C"
           MOVE "CREDIT" TO WS-ADJD-TYPE
       WHEN "D"
           MOVE "DEBIT" TO WS-ADJD-TYPE
       WHEN OTHER
           MOVE WS-ADJ-TYPE (WS-ADJ-IX) TO WS-ADJD-TYPE
   END-EVALUATE.
   MOVE WS-ADJ-AMOUNT (WS-ADJ-IX) TO WS-ADJD-AMOUNT.
   MOVE WS-ADJ-REFERENCE (WS-ADJ-IX) TO WS-ADJD-REFERENCE.
   MOVE WS-ADJ-REASON (WS-ADJ-IX) TO WS-ADJD-REASON.
   MOVE WS-ADJ-RESULT (WS-ADJ-IX) TO WS-ADJD-RESULT.
   MOVE WS-ADJ-DETAIL TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   IF WS-ADJ-RESULT (WS-ADJ-IX) = "APPLIED"
       MOVE WS-ADJ-DEPARTMENT (WS-ADJ-IX) TO XADJ-DEPARTMENT
       MOVE WS-ADJ-TYPE (WS-ADJ-IX) TO XADJ-TYPE
       MOVE WS-ADJ-AMOUNT (WS-ADJ-IX) TO XADJ-AMOUNT
       MOVE WS-ADJ-REFERENCE (WS-ADJ-IX) TO XADJ-REFERENCE
       MOVE WS-ADJ-REASON (WS-ADJ-IX) TO XADJ-REASON
       MOVE WS-EXTRACT-ADJUSTMENT TO CHARGE-EXTRACT-LINE
       WRITE CHARGE-EXTRACT-LINE
   END-IF.

PRINT-CHARGE-HEADER.
*>   Invoice header naming the period and both rates, so a filed
*>   invoice is self-describing and re-priceable by eye.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-CHARGE-HEADER-1 TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-CHG-DATE-FROM TO WS-HDR-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO WS-HDR-DATE-TO.
   MOVE WS-CHG-RATE-CACHE TO WS-HDR-RATE-CACHE.
   MOVE WS-CHG-RATE-FRESH TO WS-HDR-RATE-FRESH.
   IF WS-REBILL = "Y"
       MOVE "  REBILL" TO WS-HDR-BILL-TYPE
   ELSE
       MOVE SPACES TO WS-HDR-BILL-TYPE
   END-IF.
   MOVE WS-CHARGE-HEADER-2 TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 2 LINES.

*>   HDR record for accounting's load job - run date, period and
*>   rates, so the extract is reconcilable without the print file.
   MOVE WS-FULL-DATE TO XHDR-RUN-DATE.
   MOVE WS-CHG-DATE-FROM TO XHDR-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO XHDR-DATE-TO.
   MOVE WS-CHG-RATE-CACHE TO XHDR-RATE-CACHE.
   MOVE WS-CHG-RATE-FRESH TO XHDR-RATE-FRESH.
   IF WS-REBILL = "Y"
       MOVE "R" TO XHDR-BILL-TYPE
   ELSE
       MOVE "O" TO XHDR-BILL-TYPE
   END-IF.
   MOVE WS-EXTRACT-HEADER TO CHARGE-EXTRACT-LINE.
   WRITE CHARGE-EXTRACT-LINE.

WRITE-EXTRACT-TRAILER.
*>   TRL record: department count, billable records in range and the
*>   grand total, for accounting's balancing step, then the applied
*>   adjustment count and the net billed after them.
   MOVE WS-DEPT-COUNT TO XTRL-DEPT-COUNT.
   MOVE WS-TOTAL-IN-RANGE TO XTRL-IN-RANGE.
   MOVE WS-GRAND-TOTAL-AMT TO XTRL-GRAND-AMT.
   MOVE WS-ADJ-APPLIED TO XTRL-ADJ-COUNT.
   MOVE WS-NET-TOTAL-AMT TO XTRL-NET-AMT.
   MOVE WS-EXTRACT-TRAILER TO CHARGE-EXTRACT-LINE.
   WRITE CHARGE-EXTRACT-LINE.

PRINT-CHARGE-TOTALS.
*>   The balancing block: log records read = in range + out of
*>   range, and in range = cache + fresh + rejected + no path; the
*>   grand total is the sum of the department lines above it, and
*>   the net billed is that total less credits plus debits.
   MOVE "TOTAL COMPUTE BILL" TO WS-GRAND-LABEL.
   MOVE WS-GRAND-TOTAL-AMT TO WS-GRAND-AMT.
   MOVE WS-GRAND-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "LESS CREDIT ADJUSTMENTS" TO WS-GRAND-LABEL.
   MOVE WS-TOTAL-CREDIT-AMT TO WS-GRAND-AMT.
   MOVE WS-GRAND-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "PLUS DEBIT ADJUSTMENTS" TO WS-GRAND-LABEL.
   MOVE WS-TOTAL-DEBIT-AMT TO WS-GRAND-AMT.
   MOVE WS-GRAND-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "NET AMOUNT BILLED" TO WS-GRAND-LABEL.
   MOVE WS-NET-TOTAL-AMT TO WS-GRAND-AMT.
   MOVE WS-GRAND-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "AUDIT RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO CHARGE-REPORT-LINE.
   MOVE WS-TOTAL-UNASSIGNED TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "ADJUSTMENT CARDS APPLIED" TO WS-TOT-LABEL.
   MOVE WS-ADJ-APPLIED TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "ADJUSTMENT CARDS REJECTED" TO WS-TOT-LABEL.
   MOVE WS-ADJ-REJECTED TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO CHARGE-REPORT-LINE.
   WRITE CHARGE-REPORT-LINE AFTER ADVANCING 1 LINE.

WRITE-GL-JOURNAL.
*>   The ledger journal for this bill, FIBGLJ.DAT: an H record
*>   naming the journal, then D lines in the ledger's debit/credit
*>   layout - account, cost center, DR or CR, amount - and a T
*>   record with the line count and both sides' totals. A rebill
*>   first reverses the period's previous bill line for line from
*>   the history, so the ledger ends up holding the new bill only.
*>   Each department's net charge is debited to its cost center and
*>   the invoice's net total credited to the computing recovery
*>   account; the two sides are built from different figures on
*>   purpose, so the control report's tie-out means something.
   OPEN OUTPUT GL-JOURNAL-FILE.
   MOVE WS-JOURNAL-ID TO GLH-JOURNAL-ID.
   MOVE WS-CHG-DATE-TO TO GLH-EFFECTIVE-DATE.
   MOVE WS-CHG-DATE-FROM TO GLH-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO GLH-DATE-TO.
   IF WS-REBILL = "Y"
       MOVE "R" TO GLH-BILL-TYPE
   ELSE
       MOVE "O" TO GLH-BILL-TYPE
   END-IF.
   MOVE WS-GL-HEADER TO GL-JOURNAL-LINE.
   WRITE GL-JOURNAL-LINE.
   IF WS-REBILL = "Y"
       PERFORM REVERSE-PRIOR-BILL
   END-IF.
   PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
       PERFORM JOURNAL-ONE-DEPARTMENT
   END-PERFORM.
   IF WS-NET-TOTAL-AMT > 0
       MOVE WS-GL-RECOVERY-ACCT TO WS-GL-ACCOUNT
       MOVE WS-GL-RECOVERY-CC TO WS-GL-COST-CENTER
       MOVE "CR" TO WS-GL-DR-CR
       MOVE WS-NET-TOTAL-AMT TO WS-GL-AMOUNT
       MOVE "CHARGEBACK RECOVERY" TO WS-GL-DESCRIPTION
       PERFORM WRITE-GL-LINE
       ADD WS-NET-TOTAL-AMT TO WS-GL-BILL-CR
   END-IF.
   MOVE WS-JOURNAL-ID TO GLT-JOURNAL-ID.
   MOVE WS-GL-LINE-NO TO GLT-LINE-COUNT.
   MOVE WS-GL-TOTAL-DR TO GLT-TOTAL-DR.
   MOVE WS-GL-TOTAL-CR TO GLT-TOTAL-CR.
   MOVE WS-GL-TRAILER TO GL-JOURNAL-LINE.
   WRITE GL-JOURNAL-LINE.
   CLOSE GL-JOURNAL-FILE.

REVERSE-PRIOR-BILL.
*>   Walks the history records of the card's period and credits
*>   back each department's previously billed net to the cost
*>   center it was debited to, then debits the recovery account for
*>   the lot. Each record is zeroed as it is reversed and stamped
*>   with this bill's number, so a department billed before but not
*>   in this bill is left on file at nothing rather than still
*>   showing its old charge.
   MOVE WS-CHG-DATE-FROM TO BLH-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO BLH-DATE-TO.
   MOVE LOW-VALUES TO BLH-DEPARTMENT.
   MOVE "N" TO WS-BILLH-EOF.
   START BILL-HISTORY-FILE KEY NOT LESS THAN BLH-KEY
       INVALID KEY
           MOVE "Y" TO WS-BILLH-EOF
   END-START.
   PERFORM UNTIL WS-BILLH-EOF = "Y"
       READ BILL-HISTORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-BILLH-EOF
           NOT AT END
               IF BLH-DATE-FROM NOT = WS-CHG-DATE-FROM
                   OR BLH-DATE-TO NOT = WS-CHG-DATE-TO
                   MOVE "Y" TO WS-BILLH-EOF
               ELSE
                   PERFORM REVERSE-ONE-PRIOR-RECORD
               END-IF
       END-READ
   END-PERFORM.
   IF WS-GL-REVERSE-CR > 0
       MOVE WS-GL-RECOVERY-ACCT TO WS-GL-ACCOUNT
       MOVE WS-GL-RECOVERY-CC TO WS-GL-COST-CENTER
       MOVE "DR" TO WS-GL-DR-CR
       MOVE WS-GL-REVERSE-CR TO WS-GL-AMOUNT
       MOVE "REVERSE CHARGEBACK RECOVERY" TO WS-GL-DESCRIPTION
       PERFORM WRITE-GL-LINE
       ADD WS-GL-REVERSE-CR TO WS-GL-REVERSE-DR
   END-IF.

REVERSE-ONE-PRIOR-RECORD.
*>   One department's earlier bill credited back, and its history
*>   record zeroed for this bill.
   IF BLH-NET-AMT > 0
       MOVE WS-GL-EXPENSE-ACCT TO WS-GL-ACCOUNT
       MOVE BLH-COST-CENTER TO WS-GL-COST-CENTER
       MOVE "CR" TO WS-GL-DR-CR
       MOVE BLH-NET-AMT TO WS-GL-AMOUNT
       MOVE SPACES TO WS-GL-DESCRIPTION
       STRING "REVERSE " DELIMITED BY SIZE
              BLH-DEPARTMENT DELIMITED BY SIZE
           INTO WS-GL-DESCRIPTION
       END-STRING
       PERFORM WRITE-GL-LINE
       ADD BLH-NET-AMT TO WS-GL-REVERSE-CR
   END-IF.
   MOVE WS-FULL-DATE TO BLH-BILL-DATE.
   MOVE WS-BILL-NO TO BLH-BILL-COUNT.
   MOVE "R" TO BLH-BILL-TYPE.
   MOVE WS-JOURNAL-ID TO BLH-JOURNAL-ID.
   MOVE 0 TO BLH-CACHE-CNT.
   MOVE 0 TO BLH-FRESH-CNT.
   MOVE 0 TO BLH-GROSS-AMT.
   MOVE 0 TO BLH-CREDIT-AMT.
   MOVE 0 TO BLH-DEBIT-AMT.
   MOVE 0 TO BLH-NET-AMT.
   REWRITE BILL-HISTORY-RECORD
       INVALID KEY
           DISPLAY "FIBCHARGEBACK: HISTORY REWRITE FAILED FOR "
               BLH-DEPARTMENT " - STATUS " WS-BILLH-STATUS
           ADD 1 TO WS-HISTORY-ERRORS
       NOT INVALID KEY
           ADD 1 TO WS-HISTORY-REVERSED
   END-REWRITE.

JOURNAL-ONE-DEPARTMENT.
*>   The department's net charge debited to its cost center; a
*>   department that nets to nothing posts no line.
   IF WS-DEPT-NET-AMT (WS-DEPT-IX) > 0
       MOVE WS-GL-EXPENSE-ACCT TO WS-GL-ACCOUNT
       MOVE WS-DEPT-COST-CENTER (WS-DEPT-IX) TO WS-GL-COST-CENTER
       MOVE "DR" TO WS-GL-DR-CR
       MOVE WS-DEPT-NET-AMT (WS-DEPT-IX) TO WS-GL-AMOUNT
       MOVE SPACES TO WS-GL-DESCRIPTION
       STRING "CHGBK " DELIMITED BY SIZE
              WS-DEPT-NAME (WS-DEPT-IX) DELIMITED BY SIZE
           INTO WS-GL-DESCRIPTION
       END-STRING
       PERFORM WRITE-GL-LINE
       ADD WS-DEPT-NET-AMT (WS-DEPT-IX) TO WS-GL-BILL-DR
   END-IF.

WRITE-GL-LINE.
*>   One D line from the WS-GL- fields, numbered within the journal
*>   and added to its side's total for the trailer.
   ADD 1 TO WS-GL-LINE-NO.
   MOVE WS-JOURNAL-ID TO GLD-JOURNAL-ID.
   MOVE WS-GL-LINE-NO TO GLD-LINE-NO.
   MOVE WS-GL-ACCOUNT TO GLD-ACCOUNT.
   MOVE WS-GL-COST-CENTER TO GLD-COST-CENTER.
   MOVE WS-GL-DR-CR TO GLD-DR-CR.
   MOVE WS-GL-AMOUNT TO GLD-AMOUNT.
   MOVE WS-CHG-DATE-TO TO GLD-EFFECTIVE-DATE.
   MOVE WS-GL-DESCRIPTION TO GLD-DESCRIPTION.
   MOVE WS-GL-DETAIL TO GL-JOURNAL-LINE.
   WRITE GL-JOURNAL-LINE.
   IF WS-GL-DR-CR = "DR"
       ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DR
   ELSE
       ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CR
   END-IF.

POST-ONE-DEPARTMENT.
*>   The department's bill for the period onto the history master -
*>   counts, rates, gross, adjustments, net, the cost center and the
*>   journal it posted in - rewriting the record a rebill reversed,
*>   adding it on the period's first bill. This is what the next run
*>   checks its card against.
   MOVE WS-CHG-DATE-FROM TO BLH-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO BLH-DATE-TO.
   MOVE WS-DEPT-NAME (WS-DEPT-IX) TO BLH-DEPARTMENT.
   MOVE "Y" TO WS-BILLH-FOUND.
   READ BILL-HISTORY-FILE
       INVALID KEY
           MOVE "N" TO WS-BILLH-FOUND
   END-READ.
   MOVE WS-CHG-DATE-FROM TO BLH-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO BLH-DATE-TO.
   MOVE WS-DEPT-NAME (WS-DEPT-IX) TO BLH-DEPARTMENT.
   MOVE WS-FULL-DATE TO BLH-BILL-DATE.
   MOVE WS-BILL-NO TO BLH-BILL-COUNT.
   IF WS-REBILL = "Y"
       MOVE "R" TO BLH-BILL-TYPE
   ELSE
       MOVE "O" TO BLH-BILL-TYPE
   END-IF.
   MOVE WS-JOURNAL-ID TO BLH-JOURNAL-ID.
   MOVE WS-DEPT-COST-CENTER (WS-DEPT-IX) TO BLH-COST-CENTER.
   MOVE WS-CHG-RATE-CACHE TO BLH-RATE-CACHE.
   MOVE WS-CHG-RATE-FRESH TO BLH-RATE-FRESH.
   MOVE WS-DEPT-CACHE-CNT (WS-DEPT-IX) TO BLH-CACHE-CNT.
   MOVE WS-DEPT-FRESH-CNT (WS-DEPT-IX) TO BLH-FRESH-CNT.
   MOVE WS-DEPT-GROSS-AMT (WS-DEPT-IX) TO BLH-GROSS-AMT.
   MOVE WS-DEPT-CREDIT-AMT (WS-DEPT-IX) TO BLH-CREDIT-AMT.
   MOVE WS-DEPT-DEBIT-AMT (WS-DEPT-IX) TO BLH-DEBIT-AMT.
   MOVE WS-DEPT-NET-AMT (WS-DEPT-IX) TO BLH-NET-AMT.
   IF WS-BILLH-FOUND = "Y"
       REWRITE BILL-HISTORY-RECORD
           INVALID KEY
               DISPLAY "FIBCHARGEBACK: HISTORY REWRITE FAILED FOR "
                   BLH-DEPARTMENT " - STATUS " WS-BILLH-STATUS
               ADD 1 TO WS-HISTORY-ERRORS
           NOT INVALID KEY
               ADD 1 TO WS-HISTORY-WRITTEN
       END-REWRITE
   ELSE
       WRITE BILL-HISTORY-RECORD
           INVALID KEY
               DISPLAY "FIBCHARGEBACK: HISTORY WRITE FAILED FOR "
                   BLH-DEPARTMENT " - STATUS " WS-BILLH-STATUS
               ADD 1 TO WS-HISTORY-ERRORS
           NOT INVALID KEY
               ADD 1 TO WS-HISTORY-WRITTEN
       END-WRITE
   END-IF.

PRINT-GL-CONTROL.
*>   FIBGLCR.PRT, the tie-out accounting signs off before the
*>   journal is loaded: the invoice's gross, adjustments and net;
*>   the journal's department debits and recovery credit for this
*>   bill, and for a rebill the reversal on each side; and the
*>   journal's total debits and credits. The journal must balance,
*>   its department debits and its recovery credit must each equal
*>   the invoice net, the reversal must balance, and every history
*>   record must have been written - anything else is RC 8 and the
*>   journal is not to be loaded.
   OPEN OUTPUT GL-CONTROL-FILE.
   MOVE WS-CD-MM TO WS-CTH-MM.
   MOVE WS-CD-DD TO WS-CTH-DD.
   MOVE WS-CD-YY TO WS-CTH-YY.
   MOVE WS-CONTROL-HEADER-1 TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-CHG-DATE-FROM TO WS-CTH-DATE-FROM.
   MOVE WS-CHG-DATE-TO TO WS-CTH-DATE-TO.
   MOVE WS-JOURNAL-ID TO WS-CTH-JOURNAL-ID.
   MOVE WS-HDR-BILL-TYPE TO WS-CTH-BILL-TYPE.
   MOVE WS-CONTROL-HEADER-2 TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 2 LINES.
   MOVE "INVOICE GROSS CHARGES" TO WS-CTL-LABEL.
   MOVE WS-GRAND-TOTAL-AMT TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 2 LINES.
   MOVE "INVOICE CREDIT ADJUSTMENTS" TO WS-CTL-LABEL.
   MOVE WS-TOTAL-CREDIT-AMT TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "INVOICE DEBIT ADJUSTMENTS" TO WS-CTL-LABEL.
   MOVE WS-TOTAL-DEBIT-AMT TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "INVOICE NET BILLED" TO WS-CTL-LABEL.
   MOVE WS-NET-TOTAL-AMT TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "JOURNAL DEPARTMENT DEBITS" TO WS-CTL-LABEL.
   MOVE WS-GL-BILL-DR TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 2 LINES.
   MOVE "JOURNAL RECOVERY CREDIT" TO WS-CTL-LABEL.
   MOVE WS-GL-BILL-CR TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "PRIOR BILL REVERSED - DEPARTMENT CREDITS" TO WS-CTL-LABEL.
   MOVE WS-GL-REVERSE-CR TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "PRIOR BILL REVERSED - RECOVERY DEBIT" TO WS-CTL-LABEL.
   MOVE WS-GL-REVERSE-DR TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "JOURNAL TOTAL DEBITS" TO WS-CTL-LABEL.
   MOVE WS-GL-TOTAL-DR TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 2 LINES.
   MOVE "JOURNAL TOTAL CREDITS" TO WS-CTL-LABEL.
   MOVE WS-GL-TOTAL-CR TO WS-CTL-AMOUNT.
   MOVE WS-CONTROL-AMOUNT-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "JOURNAL LINES" TO WS-TOT-LABEL.
   MOVE WS-GL-LINE-NO TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 2 LINES.
   MOVE "DEPARTMENTS ON DEFAULT COST CENTER" TO WS-TOT-LABEL.
   MOVE WS-DEFAULTED-CC TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "HISTORY RECORDS WRITTEN" TO WS-TOT-LABEL.
   MOVE WS-HISTORY-WRITTEN TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "HISTORY RECORDS REVERSED" TO WS-TOT-LABEL.
   MOVE WS-HISTORY-REVERSED TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   MOVE "HISTORY UPDATES FAILED" TO WS-TOT-LABEL.
   MOVE WS-HISTORY-ERRORS TO WS-TOT-COUNT.
   MOVE WS-CHARGE-TOTAL-LINE TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   IF WS-GL-TOTAL-DR = WS-GL-TOTAL-CR
       MOVE "JOURNAL BALANCED" TO WS-CONTROL-RESULT
   ELSE
       MOVE "JOURNAL OUT OF BALANCE" TO WS-CONTROL-RESULT
       MOVE "N" TO WS-CONTROL-OK
   END-IF.
   MOVE WS-CONTROL-RESULT TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 2 LINES.
   IF WS-GL-BILL-DR = WS-NET-TOTAL-AMT
       AND WS-GL-BILL-CR = WS-NET-TOTAL-AMT
       AND WS-GL-REVERSE-DR = WS-GL-REVERSE-CR
       MOVE "JOURNAL TIES TO INVOICE" TO WS-CONTROL-RESULT
   ELSE
       MOVE "JOURNAL DOES NOT TIE TO INVOICE" TO WS-CONTROL-RESULT
       MOVE "N" TO WS-CONTROL-OK
   END-IF.
   MOVE WS-CONTROL-RESULT TO GL-CONTROL-LINE.
   WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE.
   IF WS-HISTORY-ERRORS > 0
       MOVE "BILLING HISTORY INCOMPLETE - SEE CONSOLE"
           TO WS-CONTROL-RESULT
       MOVE "N" TO WS-CONTROL-OK
       MOVE WS-CONTROL-RESULT TO GL-CONTROL-LINE
       WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE
   END-IF.
   IF WS-CONTROL-OK = "N"
       MOVE "*** DO NOT LOAD JOURNAL ***" TO WS-CONTROL-RESULT
       MOVE WS-CONTROL-RESULT TO GL-CONTROL-LINE
       WRITE GL-CONTROL-LINE AFTER ADVANCING 1 LINE
   END-IF.
   CLOSE GL-CONTROL-FILE.
