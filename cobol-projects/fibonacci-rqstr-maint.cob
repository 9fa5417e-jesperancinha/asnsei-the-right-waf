        ACCESS MODE IS RANDOM
        RECORD KEY IS RQST-REQUESTER-ID
        FILE STATUS IS WS-RQSTR-STATUS.
    SELECT USAGE-FILE ASSIGN TO "FIBLUSE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LUSE-KEY
        ALTERNATE RECORD KEY IS LUSE-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-LUSE-STATUS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "FIBRQMNT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT PENDING-FILE ASSIGN TO "FIBMPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PND-CHANGE-NO
        ALTERNATE RECORD KEY IS PND-TARGET WITH DUPLICATES
        FILE STATUS IS WS-PEND-STATUS.
    SELECT CHANGE-HISTORY-FILE ASSIGN TO "FIBMHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MHIST-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MAINT-CARD-FILE
    05  RQM-MAX-N                REDEFINES RQM-MAX-N-X
                                 PIC 9(5).
    05  RQM-DEFAULT-CLASS        PIC X(1).
    05  RQM-OPERATOR             PIC X(8).
01  APPROVAL-CARD.
    05  RQA-FUNCTION             PIC X(10).
    05  RQA-CHANGE-NO            PIC X(12).
    05  FILLER                   PIC X(90).
    05  RQA-OPERATOR             PIC X(8).
FD  REQUESTER-FILE
    LABEL RECORDS ARE STANDARD.
01  REQUESTER-RECORD.
    05  RQST-MAX-N               PIC 9(5).
    05  RQST-ACTIVE-FLAG         PIC X(1).
    05  RQST-DEFAULT-CLASS       PIC X(1).
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
FD  MAINT-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  MAINT-REPORT-LINE          PIC X(160).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
FD  PENDING-FILE
    LABEL RECORDS ARE STANDARD.
01  PENDING-RECORD.
    05  PND-CHANGE-NO.
        10  PND-CHANGE-DATE      PIC 9(8).
        10  PND-CHANGE-SEQ       PIC 9(4).
    05  PND-TARGET.
        10  PND-FILE             PIC X(8).
        10  PND-KEY              PIC X(10).
    05  PND-FUNCTION             PIC X(10).
    05  PND-STATUS               PIC X(1).
    05  PND-MAKER                PIC X(8).
    05  PND-SUBMIT-DATE          PIC 9(8).
    05  PND-SUBMIT-TIME          PIC 9(8).
    05  PND-CHECKER              PIC X(8).
    05  PND-RESOLVED-DATE        PIC 9(8).
    05  PND-CARD-IMAGE           PIC X(120).
FD  CHANGE-HISTORY-FILE
    LABEL RECORDS ARE STANDARD.
01  CHANGE-HISTORY-RECORD.
    05  MHS-FILE                 PIC X(8).
    05  MHS-CHANGE-NO            PIC X(12).
    05  MHS-KEY                  PIC X(10).
    05  MHS-FUNCTION             PIC X(10).
    05  MHS-OUTCOME              PIC X(1).
    05  MHS-MAKER                PIC X(8).
    05  MHS-SUBMIT-DATE          PIC 9(8).
    05  MHS-SUBMIT-TIME          PIC 9(8).
    05  MHS-CHECKER              PIC X(8).
    05  MHS-ACTION-DATE          PIC 9(8).
    05  MHS-ACTION-TIME          PIC 9(8).
    05  MHS-REASON               PIC X(30).
    05  MHS-BEFORE-LEN           PIC 9(4).
    05  MHS-AFTER-LEN            PIC 9(4).
    05  MHS-BEFORE-IMAGE         PIC X(103).
    05  MHS-AFTER-IMAGE          PIC X(103).
    05  MHS-CARD-IMAGE           PIC X(120).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-RQSTR-STATUS      PIC XX.
01  WS-LUSE-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibRqstrMaint".
    05  JRNL-DATE            PIC 9(8).
    05  JRNL-TIME            PIC 9(8).
    05  JRNL-FILE            PIC X(8).
    05  JRNL-ACTION          PIC X(1).
    05  JRNL-KEY             PIC X(80).
    05  JRNL-BEFORE-LEN      PIC 9(4).
    05  JRNL-AFTER-LEN       PIC 9(4).
    05  JRNL-BEFORE-IMAGE    PIC X(1077).
    05  JRNL-AFTER-IMAGE     PIC X(1077).
01  WS-CARD-EOF          PIC X(1) VALUE "N".
01  WS-LUSE-AVAILABLE    PIC X(1) VALUE "N".

01  WS-REJECT-REASON     PIC X(30).
01  WS-EDIT-FAILED       PIC X(1).
01  WS-RECORD-EXISTS     PIC X(1).
01  WS-TERMS-HELD        PIC X(1).

01  WS-PEND-STATUS       PIC XX.
01  WS-MHIST-STATUS      PIC XX.
01  WS-PEND-EOF          PIC X(1).
01  WS-PEND-FOUND        PIC X(1).
01  WS-CHANGE-PENDING    PIC X(1).
01  WS-SUBMIT-ONLY       PIC X(1) VALUE "N".
01  WS-CHECKER           PIC X(8).
01  WS-APPROVAL-FUNCTION PIC X(10).
01  WS-APPROVAL-CHANGE-NO PIC X(12).
01  WS-OUTCOME           PIC X(1).
01  WS-OUTCOME-REASON    PIC X(30).
01  WS-APPLIED-BEFORE    PIC 9(5).
01  WS-LAST-CHANGE-SEQ   PIC 9(4) VALUE 0.
01  WS-PEND-EXPIRY-DAYS  PIC 9(3) VALUE 7.
01  WS-TODAY-DAYS        PIC 9(7).
01  WS-PEND-AGE          PIC S9(7).
01  WS-TOTAL-SUBMITTED   PIC 9(5) VALUE 0.
01  WS-TOTAL-DECLINED    PIC 9(5) VALUE 0.
01  WS-TOTAL-EXPIRED     PIC 9(5) VALUE 0.
01  WS-PENDING-LINE.
    05  WS-PND-LABEL         PIC X(10).
    05  WS-PND-FUNCTION      PIC X(10).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PND-KEY           PIC X(10).
    05  FILLER               PIC X(9) VALUE "  CHANGE ".
    05  WS-PND-CHANGE-NO     PIC X(12).
    05  FILLER               PIC X(8) VALUE "  MAKER ".
    05  WS-PND-MAKER         PIC X(8).
    05  FILLER               PIC X(10) VALUE "  CHECKER ".
    05  WS-PND-CHECKER       PIC X(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-PND-TEXT          PIC X(30).

01  WS-NEW-RECORD.
    05  WS-NEW-REQUESTER-ID  PIC X(10).
    05  WS-NEW-DEPARTMENT    PIC X(20).
    05  WS-NEW-ACTIVE-FLAG   PIC X(1).
    05  WS-NEW-DEFAULT-CLASS PIC X(1).

01  WS-TRIAL-F1          PIC 9(30)V9(1).
01  WS-TRIAL-F2          PIC 9(30)V9(1).
01  WS-TRIAL-F3          PIC 9(30)V9(1).
01  WS-TRIAL-OVERFLOW    PIC X(1).
01  WS-MAX-N-SAFE        PIC X(1).

01  WS-XP-OVERFLOW       PIC X(1).
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
01  WS-XP-WIDE-IMAGE.
    05  WS-XP-WIDE-VALUE     PIC 9(30)V9(1).

01  WS-TOTAL-READ        PIC 9(5) VALUE 0.
01  WS-TOTAL-APPLIED     PIC 9(5) VALUE 0.
01  WS-TOTAL-REJECTED    PIC 9(5) VALUE 0.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).
01  WS-FULL-DATE         PIC 9(8).

01  WS-MAINT-HEADER-1.
    05  FILLER               PIC X(34)
*>   requester ID, each field-edited before it touches the master,
*>   with a before/after record image printed for every applied
*>   card and a control-totals block so the run balances cards
*>   read = submitted + applied + declined + rejected. DELETE
*>   refuses while the requester still holds cached terms (a
*>   FIBLUSE.DAT usage record for any lineage), so the cache can
*>   never be orphaned from under the INACTIVE purge. No card
*>   changes the master on its own: each is edited and queued on
*>   the pending file under the operator ID punched on it, and
*>   applied only when an APPROVE card from a different operator
*>   names its change number. Changes left unapproved too long
*>   expire, and every change's outcome is kept on the permanent
*>   change history.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   OPEN INPUT MAINT-CARD-FILE.
   IF WS-CARD-STATUS NOT = "00"
       DISPLAY "FIBRQSTRMAINT: FIBRQMIN.DAT NOT AVAILABLE - STATUS "
       STOP RUN
   END-IF.
   PERFORM OPEN-REQUESTER-MASTER.
   PERFORM OPEN-USAGE-FILE.
   PERFORM OPEN-JOURNAL-FILE.
   PERFORM OPEN-PENDING-FILE.
   PERFORM OPEN-CHANGE-HISTORY.
   PERFORM FIND-LAST-CHANGE-SEQ.
   OPEN OUTPUT MAINT-REPORT-FILE.
   PERFORM PRINT-MAINT-HEADER.
   PERFORM EXPIRE-PENDING-CHANGES.
   PERFORM UNTIL WS-CARD-EOF = "Y"
       READ MAINT-CARD-FILE
           AT END
   PERFORM PRINT-MAINT-TOTALS.
   CLOSE MAINT-CARD-FILE.
   CLOSE REQUESTER-FILE.
   IF WS-LUSE-AVAILABLE = "Y"
       CLOSE USAGE-FILE
   END-IF.
   CLOSE JOURNAL-FILE.
   CLOSE PENDING-FILE.
   CLOSE CHANGE-HISTORY-FILE.
   CLOSE MAINT-REPORT-FILE.
   IF WS-TOTAL-REJECTED > 0
       MOVE 4 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-USAGE-FILE.
*>   The lineage usage file is only consulted read-only, by the
*>   DELETE guard - the shared terms cache is keyed by sequence, so
*>   which requesters hold terms is recorded there, not on
*>   FIBTERMS.DAT. A missing FIBLUSE.DAT means no requester can be
*>   holding cached terms, so the run proceeds with the guard
*>   trivially satisfied rather than failing master maintenance over
*>   a cache file.
   OPEN INPUT USAGE-FILE.
   IF WS-LUSE-STATUS = "00"
       MOVE "Y" TO WS-LUSE-AVAILABLE
   ELSE
       MOVE "N" TO WS-LUSE-AVAILABLE
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
       DISPLAY "FIBRQSTRMAINT: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

PROCESS-ONE-CARD.
*>   An APPROVE or DECLINE card resolves a pending change. Any other
*>   card is a change: it must carry the submitting operator's ID,
*>   and is refused while the same requester already has a change
*>   pending, so an approver is never shown one change while
*>   another lands underneath it. Otherwise it is routed with
*>   WS-SUBMIT-ONLY set - every edit runs as it always has, and a
*>   card that passes them is queued instead of applied.
   MOVE SPACES TO WS-REJECT-REASON.
   MOVE "N" TO WS-EDIT-FAILED.
   IF RQM-FUNCTION = "APPROVE" OR RQM-FUNCTION = "DECLINE"
       PERFORM PROCESS-APPROVAL-CARD
   ELSE
       IF RQM-OPERATOR = SPACES
           MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
           PERFORM REJECT-THIS-CARD
       ELSE
           PERFORM CHECK-CHANGE-PENDING
           IF WS-CHANGE-PENDING = "Y"
               MOVE "CHANGE ALREADY PENDING" TO WS-REJECT-REASON
               PERFORM REJECT-THIS-CARD
           ELSE
               MOVE "Y" TO WS-SUBMIT-ONLY
               PERFORM ROUTE-MAINT-CARD
           END-IF
       END-IF
   END-IF.

ROUTE-MAINT-CARD.
*>   Routes one card by function. Every path either applies the card
*>   (before/after images printed) - or, when submitting, queues it
*>   - or rejects it with a reason line, so the totals block always
*>   balances. A blank requester ID is rejected up front - no
*>   function can act on it, and letting it through would key a
*>   record on spaces.
   IF RQM-REQUESTER-ID = SPACES
       MOVE "REQUESTER ID BLANK" TO WS-REJECT-REASON
       PERFORM REJECT-THIS-CARD
       MOVE "5" TO WS-NEW-DEFAULT-CLASS
       PERFORM EDIT-CARD-FIELDS
       IF WS-EDIT-FAILED = "N"
           IF WS-SUBMIT-ONLY = "Y"
               PERFORM QUEUE-PENDING-CHANGE
           ELSE
               PERFORM PRINT-ACTION-LINE
               MOVE "BEFORE:  " TO WS-IMGT-LABEL
               MOVE "(NOT ON FILE)" TO WS-IMGT-TEXT
               PERFORM PRINT-IMAGE-TEXT-LINE
               MOVE WS-NEW-RECORD TO REQUESTER-RECORD
               WRITE REQUESTER-RECORD
                   INVALID KEY
                       PERFORM MASTER-UPDATE-FAILED
                   NOT INVALID KEY
                       PERFORM JOURNAL-MASTER-ADD
                       PERFORM PRINT-AFTER-IMAGE
                       ADD 1 TO WS-TOTAL-APPLIED
                       ADD 1 TO WS-APPLIED-ADD
               END-WRITE
           END-IF
       END-IF
   END-IF.

       MOVE REQUESTER-RECORD TO WS-NEW-RECORD
       PERFORM EDIT-CARD-FIELDS
       IF WS-EDIT-FAILED = "N"
           IF WS-SUBMIT-ONLY = "Y"
               PERFORM QUEUE-PENDING-CHANGE
           ELSE
               PERFORM PRINT-ACTION-LINE
               PERFORM PRINT-BEFORE-IMAGE
               MOVE REQUESTER-RECORD TO JRNL-BEFORE-IMAGE
               MOVE WS-NEW-RECORD TO REQUESTER-RECORD
               REWRITE REQUESTER-RECORD
                   INVALID KEY
                       PERFORM MASTER-UPDATE-FAILED
                   NOT INVALID KEY
                       PERFORM JOURNAL-MASTER-CHANGE
                       PERFORM PRINT-AFTER-IMAGE
                       ADD 1 TO WS-TOTAL-APPLIED
                       ADD 1 TO WS-APPLIED-CHANGE
               END-REWRITE
           END-IF
       END-IF
   END-IF.

           MOVE "ALREADY SUSPENDED" TO WS-REJECT-REASON
           PERFORM REJECT-THIS-CARD
       ELSE
           IF WS-SUBMIT-ONLY = "Y"
               PERFORM QUEUE-PENDING-CHANGE
           ELSE
               PERFORM PRINT-ACTION-LINE
               PERFORM PRINT-BEFORE-IMAGE
               MOVE REQUESTER-RECORD TO JRNL-BEFORE-IMAGE
               MOVE "S" TO RQST-ACTIVE-FLAG
               REWRITE REQUESTER-RECORD
                   INVALID KEY
                       PERFORM MASTER-UPDATE-FAILED
                   NOT INVALID KEY
                       PERFORM JOURNAL-MASTER-CHANGE
                       PERFORM PRINT-AFTER-IMAGE
                       ADD 1 TO WS-TOTAL-APPLIED
                       ADD 1 TO WS-APPLIED-SUSPEND
               END-REWRITE
           END-IF
       END-IF
   END-IF.

               MOVE "MAX N OUTSIDE OVFL-SAFE RANGE" TO WS-REJECT-REASON
               PERFORM REJECT-THIS-CARD
           ELSE
               IF WS-SUBMIT-ONLY = "Y"
                   PERFORM QUEUE-PENDING-CHANGE
               ELSE
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-BEFORE-IMAGE
                   MOVE REQUESTER-RECORD TO JRNL-BEFORE-IMAGE
                   MOVE "A" TO RQST-ACTIVE-FLAG
                   REWRITE REQUESTER-RECORD
                       INVALID KEY
                           PERFORM MASTER-UPDATE-FAILED
                       NOT INVALID KEY
                           PERFORM JOURNAL-MASTER-CHANGE
                           PERFORM PRINT-AFTER-IMAGE
                           ADD 1 TO WS-TOTAL-APPLIED
                           ADD 1 TO WS-APPLIED-REACT
                   END-REWRITE
               END-IF
           END-IF
       END-IF
   END-IF.

APPLY-DELETE.
*>   A requester with terms still cached for them cannot be
*>   deleted - the INACTIVE purge needs the master row to decide
*>   those terms' fate, and deleting it first would orphan them as
*>   an unknown requester forever. The purge goes first, then the
   ELSE
       PERFORM CHECK-TERMS-HELD
       IF WS-TERMS-HELD = "Y"
           MOVE "TERMS STILL HELD (FIBLUSE.DAT)" TO WS-REJECT-REASON
           PERFORM REJECT-THIS-CARD
       ELSE
           IF WS-SUBMIT-ONLY = "Y"
               PERFORM QUEUE-PENDING-CHANGE
           ELSE
               PERFORM PRINT-ACTION-LINE
               PERFORM PRINT-BEFORE-IMAGE
               MOVE REQUESTER-RECORD TO JRNL-BEFORE-IMAGE
               DELETE REQUESTER-FILE
                   INVALID KEY
                       PERFORM MASTER-UPDATE-FAILED
                   NOT INVALID KEY
                       PERFORM JOURNAL-MASTER-DELETE
                       MOVE "AFTER:   " TO WS-IMGT-LABEL
                       MOVE "(DELETED)" TO WS-IMGT-TEXT
                       PERFORM PRINT-IMAGE-TEXT-LINE
                       ADD 1 TO WS-TOTAL-APPLIED
                       ADD 1 TO WS-APPLIED-DELETE
               END-DELETE
           END-IF
       END-IF
   END-IF.

MASTER-UPDATE-FAILED.
*>   FIBRQSTR.DAT refused an update the card had passed every edit
*>   for: a console message with the file status, and the card is
*>   rejected rather than applied, so it is neither journaled nor
*>   counted as applied, and an approved change is closed rejected.
   DISPLAY "FIBRQSTRMAINT: FIBRQSTR.DAT UPDATE FAILED FOR "
       RQM-REQUESTER-ID " - STATUS " WS-RQSTR-STATUS.
   MOVE "MASTER FILE UPDATE FAILED" TO WS-REJECT-REASON.
   PERFORM REJECT-THIS-CARD.

JOURNAL-MASTER-ADD.
*>   Journals an applied ADD with the record as written. The key in
*>   every master journal record is the card's, which the applied
*>   record always carries.
   MOVE "A" TO JRNL-ACTION.
   MOVE 0 TO JRNL-BEFORE-LEN.
   MOVE SPACES TO JRNL-BEFORE-IMAGE.
   MOVE 103 TO JRNL-AFTER-LEN.
   MOVE REQUESTER-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-MASTER-JOURNAL.

JOURNAL-MASTER-CHANGE.
*>   Journals an applied CHANGE, SUSPEND or REACTIVATE; the caller
*>   saved the record as read into the before image ahead of
*>   altering it.
   MOVE "C" TO JRNL-ACTION.
   MOVE 103 TO JRNL-BEFORE-LEN.
   MOVE 103 TO JRNL-AFTER-LEN.
   MOVE REQUESTER-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-MASTER-JOURNAL.

JOURNAL-MASTER-DELETE.
*>   Journals an applied DELETE; the caller saved the record into
*>   the before image ahead of deleting it.
   MOVE "D" TO JRNL-ACTION.
   MOVE 103 TO JRNL-BEFORE-LEN.
   MOVE 0 TO JRNL-AFTER-LEN.
   MOVE SPACES TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-MASTER-JOURNAL.

WRITE-MASTER-JOURNAL.
*>   The parts every requester master journal record shares.
   MOVE "FIBRQSTR" TO JRNL-FILE.
   MOVE RQM-REQUESTER-ID TO JRNL-KEY.
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

CHECK-TERMS-HELD.
*>   One START on the usage file's requester alternate key and one
*>   READ NEXT answer whether any cached lineage is still held for
*>   this requester - an exact START either finds a usage record
*>   for the requester or it does not, without sweeping the file.
   MOVE "N" TO WS-TERMS-HELD.
   IF WS-LUSE-AVAILABLE = "Y"
       MOVE RQM-REQUESTER-ID TO LUSE-REQUESTER-ID
       START USAGE-FILE KEY IS EQUAL TO LUSE-REQUESTER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ USAGE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LUSE-REQUESTER-ID = RQM-REQUESTER-ID
                           MOVE "Y" TO WS-TERMS-HELD
                       END-IF
               END-READ
*>   batch card's seeds, so the trial uses the classic Fibonacci
*>   0/1 pair - the fastest-growing start the standard seeds allow.
*>   A nonzero third seed is judged as the three-term recurrence it
*>   keys, the two-seed case as order 2. The batch now carries a
*>   term past the 22-digit fields in extended precision, so the
*>   limit is the extended one: a trial that outgrows the wide field
*>   continues in TRIAL-EXTENDED-MAX-N, and only a term needing more
*>   than 999 integer digits makes the max N unsafe.
   MOVE "Y" TO WS-MAX-N-SAFE.
   IF WS-NEW-MAX-N > 0
       IF WS-NEW-DEFAULT-F1 = 0 AND WS-NEW-DEFAULT-F2 = 0
               END-IF
           END-IF
       END-PERFORM
       IF WS-TRIAL-OVERFLOW = "Y"
           PERFORM TRIAL-EXTENDED-MAX-N
           IF WS-XP-OVERFLOW = "Y"
               MOVE "N" TO WS-MAX-N-SAFE
           END-IF
       END-IF
   END-IF.

TRIAL-EXTENDED-MAX-N.
*>   TRIAL-EXTENDED-PRECISION from the batch job, run against the
*>   master's trial window: the terms ahead of the one that
*>   overflowed the wide field are widened into 125 limbs of eight
*>   digits (most significant first, tenths digit last) and the
*>   recurrence resumes at that I, one limb-wise add per term with
*>   the DIVIDE splitting off each carry. A carry out of the top
*>   limb is the extended overflow.
   MOVE "N" TO WS-XP-OVERFLOW.
   MOVE WS-TRIAL-F1 TO WS-XP-WIDE-VALUE.
   MOVE ZEROS TO WS-XP-W1.
   MOVE WS-XP-WIDE-IMAGE TO WS-XP-W1 (970:31).
   MOVE WS-TRIAL-F2 TO WS-XP-WIDE-VALUE.
   MOVE ZEROS TO WS-XP-W2.
   MOVE WS-XP-WIDE-IMAGE TO WS-XP-W2 (970:31).
   MOVE WS-TRIAL-F3 TO WS-XP-WIDE-VALUE.
   MOVE ZEROS TO WS-XP-W3.
   MOVE WS-XP-WIDE-IMAGE TO WS-XP-W3 (970:31).
   COMPUTE WS-XP-TRIAL-FROM = WS-TRIAL-I - 1.
   PERFORM VARYING WS-TRIAL-I FROM WS-XP-TRIAL-FROM BY 1
       UNTIL WS-TRIAL-I > WS-NEW-MAX-N OR WS-XP-OVERFLOW = "Y"
       MOVE 0 TO WS-XP-CARRY
       PERFORM VARYING WS-XP-IX FROM WS-XP-LIMBS BY -1
           UNTIL WS-XP-IX < 1
           IF WS-TRIAL-ORDER = 3
               COMPUTE WS-XP-LIMB-SUM = WS-XP-W1-LIMB (WS-XP-IX)
                   + WS-XP-W2-LIMB (WS-XP-IX)
                   + WS-XP-W3-LIMB (WS-XP-IX) + WS-XP-CARRY
           ELSE
               COMPUTE WS-XP-LIMB-SUM = WS-XP-W1-LIMB (WS-XP-IX)
                   + WS-XP-W2-LIMB (WS-XP-IX) + WS-XP-CARRY
           END-IF
           DIVIDE WS-XP-LIMB-SUM BY 100000000
               GIVING WS-XP-CARRY
               REMAINDER WS-XP-WSUM-LIMB (WS-XP-IX)
       END-PERFORM
       IF WS-XP-CARRY > 0
           MOVE "Y" TO WS-XP-OVERFLOW
       END-IF
       IF WS-TRIAL-ORDER = 3
           MOVE WS-XP-W2 TO WS-XP-W1
           MOVE WS-XP-W3 TO WS-XP-W2
           MOVE WS-XP-WSUM TO WS-XP-W3
       ELSE
           MOVE WS-XP-W2 TO WS-XP-W1
           MOVE WS-XP-WSUM TO WS-XP-W2
       END-IF
   END-PERFORM.

REJECT-THIS-CARD.
*>   One report line per rejected card with the reason spelled out,
*>   and the reject is counted exactly once - edits set
*>   WS-EDIT-FAILED so a card failing several edits stops at the
*>   first reason, keeping the card totals honest.
   IF WS-EDIT-FAILED = "N"
       MOVE "Y" TO WS-EDIT-FAILED
       ADD 1 TO WS-TOTAL-REJECTED
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-MAINT-TOTALS.
*>   The balancing block: cards read = submitted + applied +
*>   declined + rejected, with the applied count broken down by
*>   function underneath. Changes expired at the start of the run
*>   were not cards this run, and are counted apart.
   MOVE "CARDS READ" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-READ TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "CHANGES SUBMITTED FOR APPROVAL" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-SUBMITTED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "CHANGES APPROVED AND APPLIED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-APPLIED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "CHANGES DECLINED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-DECLINED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "CARDS REJECTED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   MOVE WS-APPLIED-DELETE TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "PENDING CHANGES EXPIRED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-EXPIRED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 2 LINES.

OPEN-PENDING-FILE.
*>   FIBMPEND.DAT holds every master change card between its
*>   submission and its approval, shared by the requester master and
*>   sequence catalog maintenance so change numbers are unique
*>   across both. Opened I-O and created on first use; a pending
*>   file that cannot be opened stops the run, since no change could
*>   be queued or approved without it.
   OPEN I-O PENDING-FILE.
   IF WS-PEND-STATUS = "35"
       OPEN OUTPUT PENDING-FILE
       CLOSE PENDING-FILE
       OPEN I-O PENDING-FILE
   END-IF.
   IF WS-PEND-STATUS NOT = "00"
       DISPLAY "FIBRQSTRMAINT: FIBMPEND.DAT NOT AVAILABLE - STATUS "
           WS-PEND-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

OPEN-CHANGE-HISTORY.
*>   FIBMHIST.DAT is the permanent record of every master change
*>   and what became of it - applied with its before and after
*>   images, rejected on approval, declined or expired - with maker,
*>   checker and dates. Appended to and created on first use; a
*>   history that cannot be opened stops the run before any change
*>   is resolved, since a change resolved without its history record
*>   is exactly what audit asked us to rule out.
   OPEN EXTEND CHANGE-HISTORY-FILE.
   IF WS-MHIST-STATUS = "35"
       OPEN OUTPUT CHANGE-HISTORY-FILE
   END-IF.
   IF WS-MHIST-STATUS NOT = "00"
       DISPLAY "FIBRQSTRMAINT: FIBMHIST.DAT NOT AVAILABLE - STATUS "
           WS-MHIST-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

FIND-LAST-CHANGE-SEQ.
*>   Change numbers are today's date and a sequence within it. The
*>   pending file keeps every change it has numbered, resolved or
*>   not, so the highest sequence already issued today is the last
*>   record at or after today's first possible key still dated
*>   today - the same walk FibTransEdit numbers requests by.
   MOVE 0 TO WS-LAST-CHANGE-SEQ.
   MOVE WS-FULL-DATE TO PND-CHANGE-DATE.
   MOVE 0 TO PND-CHANGE-SEQ.
   MOVE "N" TO WS-PEND-EOF.
   START PENDING-FILE KEY IS NOT LESS THAN PND-CHANGE-NO
       INVALID KEY
           MOVE "Y" TO WS-PEND-EOF
   END-START.
   PERFORM UNTIL WS-PEND-EOF = "Y"
       READ PENDING-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PEND-EOF
           NOT AT END
               IF PND-CHANGE-DATE = WS-FULL-DATE
                   MOVE PND-CHANGE-SEQ TO WS-LAST-CHANGE-SEQ
               ELSE
                   MOVE "Y" TO WS-PEND-EOF
               END-IF
       END-READ
   END-PERFORM.

EXPIRE-PENDING-CHANGES.
*>   Before any card is read, every change for this master still
*>   pending more than WS-PEND-EXPIRY-DAYS days after it was
*>   submitted is expired: closed on the pending file and written
*>   to the history, so a change nobody approved in time cannot be
*>   approved later against a master that has moved on. The maker
*>   resubmits if it is still wanted. Day counts run on integer day
*>   numbers, as the exception aging does.
   COMPUTE WS-TODAY-DAYS =
       FUNCTION INTEGER-OF-DATE (WS-FULL-DATE).
   MOVE "FIBRQSTR" TO PND-FILE.
   MOVE LOW-VALUES TO PND-KEY.
   MOVE "N" TO WS-PEND-EOF.
   START PENDING-FILE KEY IS NOT LESS THAN PND-TARGET
       INVALID KEY
           MOVE "Y" TO WS-PEND-EOF
   END-START.
   PERFORM UNTIL WS-PEND-EOF = "Y"
       READ PENDING-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PEND-EOF
           NOT AT END
               IF PND-FILE NOT = "FIBRQSTR"
                   MOVE "Y" TO WS-PEND-EOF
               ELSE
                   IF PND-STATUS = "P"
                       PERFORM EXPIRE-ONE-PENDING-CHANGE
                   END-IF
               END-IF
       END-READ
   END-PERFORM.

EXPIRE-ONE-PENDING-CHANGE.
*>   One pending change aged against today and expired if over the
*>   limit.
   COMPUTE WS-PEND-AGE = WS-TODAY-DAYS
       - FUNCTION INTEGER-OF-DATE (PND-SUBMIT-DATE).
   IF WS-PEND-AGE > WS-PEND-EXPIRY-DAYS
       MOVE "E" TO WS-OUTCOME
       MOVE "NOT APPROVED IN TIME" TO WS-OUTCOME-REASON
       MOVE SPACES TO WS-CHECKER
       MOVE "EXPIRED:  " TO WS-PND-LABEL
       MOVE PND-FUNCTION TO WS-PND-FUNCTION
       MOVE PND-KEY TO WS-PND-KEY
       MOVE PND-CHANGE-NO TO WS-PND-CHANGE-NO
       MOVE PND-MAKER TO WS-PND-MAKER
       MOVE SPACES TO WS-PND-CHECKER
       MOVE WS-OUTCOME-REASON TO WS-PND-TEXT
       PERFORM PRINT-PENDING-LINE
       PERFORM WRITE-CHANGE-HISTORY
       PERFORM CLOSE-PENDING-CHANGE
       ADD 1 TO WS-TOTAL-EXPIRED
   END-IF.

CHECK-CHANGE-PENDING.
*>   Whether the requester already has a change waiting, from the
*>   pending file's file-and-key alternate key: resolved changes
*>   stay on the file, so the walk looks for one still open.
   MOVE "N" TO WS-CHANGE-PENDING.
   MOVE "FIBRQSTR" TO PND-FILE.
   MOVE RQM-REQUESTER-ID TO PND-KEY.
   MOVE "N" TO WS-PEND-EOF.
   START PENDING-FILE KEY IS EQUAL TO PND-TARGET
       INVALID KEY
           MOVE "Y" TO WS-PEND-EOF
   END-START.
   PERFORM UNTIL WS-PEND-EOF = "Y" OR WS-CHANGE-PENDING = "Y"
       READ PENDING-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-PEND-EOF
           NOT AT END
               IF PND-FILE NOT = "FIBRQSTR"
                   OR PND-KEY NOT = RQM-REQUESTER-ID
                   MOVE "Y" TO WS-PEND-EOF
               ELSE
                   IF PND-STATUS = "P"
                       MOVE "Y" TO WS-CHANGE-PENDING
                   END-IF
               END-IF
       END-READ
   END-PERFORM.

QUEUE-PENDING-CHANGE.
*>   The edited card is queued, not applied: its image goes onto the
*>   pending file under the next change number with the maker and
*>   the time it was submitted. The master is untouched until the
*>   change is approved.
   ADD 1 TO WS-LAST-CHANGE-SEQ.
   MOVE WS-FULL-DATE TO PND-CHANGE-DATE.
   MOVE WS-LAST-CHANGE-SEQ TO PND-CHANGE-SEQ.
   MOVE "FIBRQSTR" TO PND-FILE.
   MOVE RQM-REQUESTER-ID TO PND-KEY.
   MOVE RQM-FUNCTION TO PND-FUNCTION.
   MOVE "P" TO PND-STATUS.
   MOVE RQM-OPERATOR TO PND-MAKER.
   MOVE WS-FULL-DATE TO PND-SUBMIT-DATE.
   ACCEPT PND-SUBMIT-TIME FROM TIME.
   MOVE SPACES TO PND-CHECKER.
   MOVE 0 TO PND-RESOLVED-DATE.
   MOVE MAINT-CARD TO PND-CARD-IMAGE.
   MOVE "Y" TO WS-PEND-FOUND.
   WRITE PENDING-RECORD
       INVALID KEY
           MOVE "N" TO WS-PEND-FOUND
   END-WRITE.
   IF WS-PEND-FOUND = "N"
       MOVE "PENDING FILE WRITE FAILED" TO WS-REJECT-REASON
       PERFORM REJECT-THIS-CARD
   ELSE
       MOVE "PENDING:  " TO WS-PND-LABEL
       MOVE PND-FUNCTION TO WS-PND-FUNCTION
       MOVE PND-KEY TO WS-PND-KEY
       MOVE PND-CHANGE-NO TO WS-PND-CHANGE-NO
       MOVE PND-MAKER TO WS-PND-MAKER
       MOVE SPACES TO WS-PND-CHECKER
       MOVE "AWAITING APPROVAL" TO WS-PND-TEXT
       PERFORM PRINT-PENDING-LINE
       ADD 1 TO WS-TOTAL-SUBMITTED
   END-IF.

PROCESS-APPROVAL-CARD.
*>   APPROVE or DECLINE against a change number. The change must be
*>   open and for this master, and whoever approves it must not be
*>   the operator who submitted it - that second pair of eyes is the
*>   point. An approved change goes back through the same routing
*>   and edits that queued it, against the master as it stands now,
*>   so a change gone stale since it was submitted is rejected, not
*>   forced on. A DECLINE may come from anyone, the maker included
*>   withdrawing their own change. Either way the change is closed
*>   on the pending file and its outcome goes onto the history.
   MOVE RQA-OPERATOR TO WS-CHECKER.
   MOVE RQA-FUNCTION TO WS-APPROVAL-FUNCTION.
   MOVE RQA-CHANGE-NO TO WS-APPROVAL-CHANGE-NO.
   MOVE "Y" TO WS-PEND-FOUND.
   MOVE RQA-CHANGE-NO TO PND-CHANGE-NO.
   READ PENDING-FILE
       INVALID KEY
           MOVE "N" TO WS-PEND-FOUND
   END-READ.
   EVALUATE TRUE
       WHEN WS-CHECKER = SPACES
           MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
       WHEN WS-PEND-FOUND = "N"
           MOVE "CHANGE NUMBER NOT ON FILE" TO WS-REJECT-REASON
       WHEN PND-FILE NOT = "FIBRQSTR"
           MOVE "CHANGE NOT FOR THIS MASTER" TO WS-REJECT-REASON
       WHEN PND-STATUS NOT = "P"
           MOVE "CHANGE NO LONGER PENDING" TO WS-REJECT-REASON
       WHEN WS-APPROVAL-FUNCTION = "APPROVE"
           AND WS-CHECKER = PND-MAKER
           MOVE "MAKER MAY NOT APPROVE" TO WS-REJECT-REASON
   END-EVALUATE.
   IF WS-REJECT-REASON NOT = SPACES
       PERFORM REJECT-APPROVAL-CARD
   ELSE
       IF WS-APPROVAL-FUNCTION = "APPROVE"
           MOVE "APPROVED: " TO WS-PND-LABEL
       ELSE
           MOVE "DECLINED: " TO WS-PND-LABEL
       END-IF
       MOVE PND-FUNCTION TO WS-PND-FUNCTION
       MOVE PND-KEY TO WS-PND-KEY
       MOVE PND-CHANGE-NO TO WS-PND-CHANGE-NO
       MOVE PND-MAKER TO WS-PND-MAKER
       MOVE WS-CHECKER TO WS-PND-CHECKER
       MOVE SPACES TO WS-PND-TEXT
       PERFORM PRINT-PENDING-LINE
       MOVE 0 TO JRNL-BEFORE-LEN
       MOVE 0 TO JRNL-AFTER-LEN
       MOVE SPACES TO JRNL-BEFORE-IMAGE
       MOVE SPACES TO JRNL-AFTER-IMAGE
       IF WS-APPROVAL-FUNCTION = "APPROVE"
           MOVE PND-CARD-IMAGE TO MAINT-CARD
           MOVE "N" TO WS-SUBMIT-ONLY
           MOVE WS-TOTAL-APPLIED TO WS-APPLIED-BEFORE
           PERFORM ROUTE-MAINT-CARD
           IF WS-TOTAL-APPLIED > WS-APPLIED-BEFORE
               MOVE "A" TO WS-OUTCOME
               MOVE "APPLIED" TO WS-OUTCOME-REASON
           ELSE
               MOVE "R" TO WS-OUTCOME
               MOVE WS-REJECT-REASON TO WS-OUTCOME-REASON
           END-IF
       ELSE
           MOVE "D" TO WS-OUTCOME
           MOVE "DECLINED" TO WS-OUTCOME-REASON
           ADD 1 TO WS-TOTAL-DECLINED
       END-IF
       PERFORM WRITE-CHANGE-HISTORY
       PERFORM CLOSE-PENDING-CHANGE
   END-IF.

REJECT-APPROVAL-CARD.
*>   An approval card that cannot act, one line with the reason,
*>   counted once with the other rejects.
   IF WS-EDIT-FAILED = "N"
       MOVE "Y" TO WS-EDIT-FAILED
       ADD 1 TO WS-TOTAL-REJECTED
       MOVE "REJECTED: " TO WS-PND-LABEL
       MOVE WS-APPROVAL-FUNCTION TO WS-PND-FUNCTION
       MOVE WS-APPROVAL-CHANGE-NO TO WS-PND-CHANGE-NO
       IF WS-PEND-FOUND = "Y"
           MOVE PND-KEY TO WS-PND-KEY
           MOVE PND-MAKER TO WS-PND-MAKER
       ELSE
           MOVE SPACES TO WS-PND-KEY
           MOVE SPACES TO WS-PND-MAKER
       END-IF
       MOVE WS-CHECKER TO WS-PND-CHECKER
       MOVE WS-REJECT-REASON TO WS-PND-TEXT
       PERFORM PRINT-PENDING-LINE
   END-IF.

WRITE-CHANGE-HISTORY.
*>   One permanent history record for a resolved change: who made
*>   it and when, who resolved it and when, the outcome and why, the
*>   card as submitted and - for an applied change - the master
*>   record's before and after images as journaled.
   MOVE PND-FILE TO MHS-FILE.
   MOVE PND-CHANGE-NO TO MHS-CHANGE-NO.
   MOVE PND-KEY TO MHS-KEY.
   MOVE PND-FUNCTION TO MHS-FUNCTION.
   MOVE WS-OUTCOME TO MHS-OUTCOME.
   MOVE PND-MAKER TO MHS-MAKER.
   MOVE PND-SUBMIT-DATE TO MHS-SUBMIT-DATE.
   MOVE PND-SUBMIT-TIME TO MHS-SUBMIT-TIME.
   MOVE WS-CHECKER TO MHS-CHECKER.
   MOVE WS-FULL-DATE TO MHS-ACTION-DATE.
   ACCEPT MHS-ACTION-TIME FROM TIME.
   MOVE WS-OUTCOME-REASON TO MHS-REASON.
   IF WS-OUTCOME = "A"
       MOVE JRNL-BEFORE-LEN TO MHS-BEFORE-LEN
       MOVE JRNL-AFTER-LEN TO MHS-AFTER-LEN
       MOVE JRNL-BEFORE-IMAGE (1:103) TO MHS-BEFORE-IMAGE
       MOVE JRNL-AFTER-IMAGE (1:103) TO MHS-AFTER-IMAGE
   ELSE
       MOVE 0 TO MHS-BEFORE-LEN
       MOVE 0 TO MHS-AFTER-LEN
       MOVE SPACES TO MHS-BEFORE-IMAGE
       MOVE SPACES TO MHS-AFTER-IMAGE
   END-IF.
   MOVE PND-CARD-IMAGE TO MHS-CARD-IMAGE.
   WRITE CHANGE-HISTORY-RECORD.

CLOSE-PENDING-CHANGE.
*>   Marks the change resolved on the pending file - its outcome,
*>   checker and date - rather than deleting it, so the change
*>   number is never issued twice and an approval card for a change
*>   already resolved can be told apart from one for a number that
*>   never existed.
   MOVE WS-OUTCOME TO PND-STATUS.
   MOVE WS-CHECKER TO PND-CHECKER.
   MOVE WS-FULL-DATE TO PND-RESOLVED-DATE.
   REWRITE PENDING-RECORD
       INVALID KEY
           DISPLAY "FIBRQSTRMAINT: PENDING CHANGE " PND-CHANGE-NO
               " NOT CLOSED - STATUS " WS-PEND-STATUS
   END-REWRITE.

PRINT-PENDING-LINE.
*>   One line for a change's passage through the pending file.
   MOVE WS-PENDING-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
