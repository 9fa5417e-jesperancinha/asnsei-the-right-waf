        FILE STATUS IS WS-SEQC-STATUS.
    SELECT MAINT-REPORT-FILE ASSIGN TO "FIBSQMNT.PRT"
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
                                 PIC 9(21)V9(1).
    05  SQM-MODE                 PIC X(1).
    05  FILLER                   PIC X(7).
    05  SQM-OPERATOR             PIC X(8).
01  APPROVAL-CARD.
    05  SQA-FUNCTION             PIC X(10).
    05  SQA-CHANGE-NO            PIC X(12).
    05  FILLER                   PIC X(70).
    05  SQA-OPERATOR             PIC X(8).
FD  SEQCAT-FILE
    LABEL RECORDS ARE STANDARD.
01  SEQCAT-RECORD.
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
01  WS-SEQC-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibSeqCatMaint".
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

01  WS-REJECT-REASON     PIC X(30).
01  WS-EDIT-FAILED       PIC X(1).
01  WS-RECORD-EXISTS     PIC X(1).

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
    05  WS-NEW-NAME          PIC X(8).
    05  WS-NEW-F1            PIC 9(21)V9(1).
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).
01  WS-FULL-DATE         PIC 9(8).

01  WS-MAINT-HEADER-1.
    05  FILLER               PIC X(34)
*>   no longer open a brand-new orphan cache lineage in FIBTERMS.DAT
*>   next to the real one. Card-driven ADD, CHANGE and DELETE
*>   against the name, field-edited, with before/after images and a
*>   cards read = submitted + applied + declined + rejected totals
*>   block - the same discipline as the requester master
*>   maintenance, and the same dual control: each card is queued on
*>   the pending file under the operator ID punched on it and
*>   applied only when an APPROVE card from a different operator
*>   names its change number, with stale changes expired and every
*>   outcome kept on the permanent change history.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   OPEN INPUT MAINT-CARD-FILE.
   IF WS-CARD-STATUS NOT = "00"
       DISPLAY "FIBSEQCATMAINT: FIBSQMIN.DAT NOT AVAILABLE - "
       STOP RUN
   END-IF.
   PERFORM OPEN-SEQ-CATALOG.
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
   CLOSE SEQCAT-FILE.
   CLOSE JOURNAL-FILE.
   CLOSE PENDING-FILE.
   CLOSE CHANGE-HISTORY-FILE.
   CLOSE MAINT-REPORT-FILE.
   IF WS-TOTAL-REJECTED > 0
       MOVE 4 TO RETURN-CODE
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
       DISPLAY "FIBSEQCATMAINT: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

PROCESS-ONE-CARD.
*>   APPROVE and DECLINE resolve a pending change; any other card
*>   is a change, which needs the submitting operator's ID, is
*>   refused while the same name already has one pending, and is
*>   otherwise routed to be edited and queued - the same dual
*>   control as the requester master maintenance.
   MOVE SPACES TO WS-REJECT-REASON.
   MOVE "N" TO WS-EDIT-FAILED.
   IF SQM-FUNCTION = "APPROVE" OR SQM-FUNCTION = "DECLINE"
       PERFORM PROCESS-APPROVAL-CARD
   ELSE
       IF SQM-OPERATOR = SPACES
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
*>   Routes one card by function; every path applies with images,
*>   queues when submitting, or rejects with a reason, keeping the
*>   totals balanced.
   IF SQM-NAME = SPACES
       MOVE "SEQUENCE NAME BLANK" TO WS-REJECT-REASON
       PERFORM REJECT-THIS-CARD
       MOVE 2 TO WS-NEW-MODE
       PERFORM EDIT-CARD-FIELDS
       IF WS-EDIT-FAILED = "N"
           IF WS-SUBMIT-ONLY = "Y"
               PERFORM QUEUE-PENDING-CHANGE
           ELSE
               PERFORM PRINT-ACTION-LINE
               MOVE "BEFORE:  " TO WS-IMGT-LABEL
               MOVE "(NOT CATALOGED)" TO WS-IMGT-TEXT
               PERFORM PRINT-IMAGE-TEXT-LINE
               MOVE WS-NEW-RECORD TO SEQCAT-RECORD
               WRITE SEQCAT-RECORD
                   INVALID KEY
                       PERFORM CATALOG-UPDATE-FAILED
                   NOT INVALID KEY
                       PERFORM JOURNAL-CATALOG-ADD
                       PERFORM PRINT-AFTER-IMAGE
                       ADD 1 TO WS-TOTAL-APPLIED
               END-WRITE
           END-IF
       END-IF
   END-IF.

       MOVE SEQCAT-RECORD TO WS-NEW-RECORD
       PERFORM EDIT-CARD-FIELDS
       IF WS-EDIT-FAILED = "N"
           IF WS-SUBMIT-ONLY = "Y"
               PERFORM QUEUE-PENDING-CHANGE
           ELSE
               PERFORM PRINT-ACTION-LINE
               PERFORM PRINT-BEFORE-IMAGE
               MOVE SEQCAT-RECORD TO JRNL-BEFORE-IMAGE
               MOVE WS-NEW-RECORD TO SEQCAT-RECORD
               REWRITE SEQCAT-RECORD
                   INVALID KEY
                       PERFORM CATALOG-UPDATE-FAILED
                   NOT INVALID KEY
                       PERFORM JOURNAL-CATALOG-CHANGE
                       PERFORM PRINT-AFTER-IMAGE
                       ADD 1 TO WS-TOTAL-APPLIED
               END-REWRITE
           END-IF
       END-IF
   END-IF.

       MOVE "NAME NOT CATALOGED" TO WS-REJECT-REASON
       PERFORM REJECT-THIS-CARD
   ELSE
       IF WS-SUBMIT-ONLY = "Y"
           PERFORM QUEUE-PENDING-CHANGE
       ELSE
           PERFORM PRINT-ACTION-LINE
           PERFORM PRINT-BEFORE-IMAGE
           MOVE SEQCAT-RECORD TO JRNL-BEFORE-IMAGE
           DELETE SEQCAT-FILE
               INVALID KEY
                   PERFORM CATALOG-UPDATE-FAILED
               NOT INVALID KEY
                   PERFORM JOURNAL-CATALOG-DELETE
                   MOVE "AFTER:   " TO WS-IMGT-LABEL
                   MOVE "(DELETED)" TO WS-IMGT-TEXT
                   PERFORM PRINT-IMAGE-TEXT-LINE
                   ADD 1 TO WS-TOTAL-APPLIED
           END-DELETE
       END-IF
   END-IF.

CATALOG-UPDATE-FAILED.
*>   FIBSEQCT.DAT refused an update the card had passed every edit
*>   for: a console message with the file status, and the card is
*>   rejected rather than applied - not journaled, not counted as
*>   applied - the same as the requester master maintenance.
   DISPLAY "FIBSEQCATMAINT: FIBSEQCT.DAT UPDATE FAILED FOR "
       SQM-NAME " - STATUS " WS-SEQC-STATUS.
   MOVE "CATALOG FILE UPDATE FAILED" TO WS-REJECT-REASON.
   PERFORM REJECT-THIS-CARD.

JOURNAL-CATALOG-ADD.
*>   Journals an applied ADD with the record as written, keyed by
*>   the card's name, which the applied record always carries.
   MOVE "A" TO JRNL-ACTION.
   MOVE 0 TO JRNL-BEFORE-LEN.
   MOVE SPACES TO JRNL-BEFORE-IMAGE.
   MOVE 75 TO JRNL-AFTER-LEN.
   MOVE SEQCAT-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-CATALOG-JOURNAL.

JOURNAL-CATALOG-CHANGE.
*>   Journals an applied CHANGE; the caller saved the record as read
*>   into the before image ahead of altering it.
   MOVE "C" TO JRNL-ACTION.
   MOVE 75 TO JRNL-BEFORE-LEN.
   MOVE 75 TO JRNL-AFTER-LEN.
   MOVE SEQCAT-RECORD TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-CATALOG-JOURNAL.

JOURNAL-CATALOG-DELETE.
*>   Journals an applied DELETE; the caller saved the record into
*>   the before image ahead of deleting it.
   MOVE "D" TO JRNL-ACTION.
   MOVE 75 TO JRNL-BEFORE-LEN.
   MOVE 0 TO JRNL-AFTER-LEN.
   MOVE SPACES TO JRNL-AFTER-IMAGE.
   PERFORM WRITE-CATALOG-JOURNAL.

WRITE-CATALOG-JOURNAL.
*>   The parts every catalog journal record shares.
   MOVE "FIBSEQCT" TO JRNL-FILE.
   MOVE SQM-NAME TO JRNL-KEY.
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

EDIT-CARD-FIELDS.
*>   Punched seed columns must be numeric; the mode column must be
*>   2 or 3 when punched. A mode-2 entry carries a forced-zero F3 -
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-MAINT-TOTALS.
*>   Cards read = submitted + applied + declined + rejected; changes
*>   expired at the start of the run are counted apart.
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
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "PENDING CHANGES EXPIRED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-EXPIRED TO WS-TOT-COUNT.
   MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.

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
       DISPLAY "FIBSEQCATMAINT: FIBMPEND.DAT NOT AVAILABLE - STATUS "
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
       DISPLAY "FIBSEQCATMAINT: FIBMHIST.DAT NOT AVAILABLE - STATUS "
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
   MOVE "FIBSEQCT" TO PND-FILE.
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
               IF PND-FILE NOT = "FIBSEQCT"
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
*>   Whether the sequence name already has a change waiting, from the
*>   pending file's file-and-key alternate key: resolved changes
*>   stay on the file, so the walk looks for one still open.
   MOVE "N" TO WS-CHANGE-PENDING.
   MOVE "FIBSEQCT" TO PND-FILE.
   MOVE SQM-NAME TO PND-KEY.
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
               IF PND-FILE NOT = "FIBSEQCT"
                   OR PND-KEY NOT = SQM-NAME
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
   MOVE "FIBSEQCT" TO PND-FILE.
   MOVE SQM-NAME TO PND-KEY.
   MOVE SQM-FUNCTION TO PND-FUNCTION.
   MOVE "P" TO PND-STATUS.
   MOVE SQM-OPERATOR TO PND-MAKER.
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
   MOVE SQA-OPERATOR TO WS-CHECKER.
   MOVE SQA-FUNCTION TO WS-APPROVAL-FUNCTION.
   MOVE SQA-CHANGE-NO TO WS-APPROVAL-CHANGE-NO.
   MOVE "Y" TO WS-PEND-FOUND.
   MOVE SQA-CHANGE-NO TO PND-CHANGE-NO.
   READ PENDING-FILE
       INVALID KEY
           MOVE "N" TO WS-PEND-FOUND
   END-READ.
   EVALUATE TRUE
       WHEN WS-CHECKER = SPACES
           MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
       WHEN WS-PEND-FOUND = "N"
           MOVE "CHANGE NUMBER NOT ON FILE" TO WS-REJECT-REASON
       WHEN PND-FILE NOT = "FIBSEQCT"
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
           DISPLAY "FIBSEQCATMAINT: PENDING CHANGE " PND-CHANGE-NO
               " NOT CLOSED - STATUS " WS-PEND-STATUS
   END-REWRITE.

PRINT-PENDING-LINE.
*>   One line for a change's passage through the pending file.
   MOVE WS-PENDING-LINE TO MAINT-REPORT-LINE.
   WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINE.
