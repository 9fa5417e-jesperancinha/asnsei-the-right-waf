IDENTIFICATION DIVISION.
PROGRAM-ID. FibJrnlRecover.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECOVER-CARD-FILE ASSIGN TO "FIBRCVIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT TERMS-FILE ASSIGN TO "FIBTERMS.DAT"
        ORGANIZATION IS INDEXED
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
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQST-REQUESTER-ID
        FILE STATUS IS WS-RQSTR-STATUS.
    SELECT SEQCAT-FILE ASSIGN TO "FIBSEQCT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEQC-NAME
        FILE STATUS IS WS-SEQC-STATUS.
    SELECT BACKUP-FILE ASSIGN TO "FIBJBKUP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKUP-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT RECOVER-REPORT-FILE ASSIGN TO "FIBRCVR.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  RECOVER-CARD-FILE
    LABEL RECORDS ARE STANDARD.
01  RECOVER-CARD.
    05  RCV-FUNCTION             PIC X(8).
    05  RCV-FILE                 PIC X(8).
    05  RCV-TO-DATE-X            PIC X(8).
    05  RCV-TO-DATE              REDEFINES RCV-TO-DATE-X
                                 PIC 9(8).
    05  RCV-TO-TIME-X            PIC X(8).
    05  RCV-TO-TIME              REDEFINES RCV-TO-TIME-X
                                 PIC 9(8).
    05  FILLER                   PIC X(48).
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
01  TERM-EXT-RECORD              PIC X(1077).
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
    05  RQST-REQUESTER-ID        PIC X(10).
    05  RQST-DEPARTMENT          PIC X(20).
    05  RQST-DEFAULT-F1          PIC 9(21)V9(1).
    05  RQST-DEFAULT-F2          PIC 9(21)V9(1).
    05  RQST-DEFAULT-F3          PIC 9(21)V9(1).
    05  RQST-MAX-N               PIC 9(5).
    05  RQST-ACTIVE-FLAG         PIC X(1).
    05  RQST-DEFAULT-CLASS       PIC X(1).
FD  SEQCAT-FILE
    LABEL RECORDS ARE STANDARD.
01  SEQCAT-RECORD.
    05  SEQC-NAME                PIC X(8).
    05  SEQC-F1                  PIC 9(21)V9(1).
    05  SEQC-F2                  PIC 9(21)V9(1).
    05  SEQC-F3                  PIC 9(21)V9(1).
    05  SEQC-MODE                PIC 9(1).
FD  BACKUP-FILE
    LABEL RECORDS ARE STANDARD.
01  BACKUP-LINE                PIC X(1082).
FD  JOURNAL-FILE
    LABEL RECORDS ARE STANDARD.
01  JOURNAL-LINE               PIC X(2283).
FD  RECOVER-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  RECOVER-REPORT-LINE        PIC X(160).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-TERMS-STATUS      PIC XX.
01  WS-LUSE-STATUS       PIC XX.
01  WS-RQSTR-STATUS      PIC XX.
01  WS-SEQC-STATUS       PIC XX.
01  WS-BKUP-STATUS       PIC XX.
01  WS-JRNL-STATUS       PIC XX.
01  WS-TARGET-STATUS     PIC XX.
01  WS-TERMS-REC-LEN     PIC 9(4).
01  WS-FUNCTION          PIC X(8).
01  WS-TARGET-FILE       PIC X(8).
01  WS-TARGET-EOF        PIC X(1) VALUE "N".
01  WS-BKUP-EOF          PIC X(1) VALUE "N".
01  WS-JRNL-EOF          PIC X(1) VALUE "N".
01  WS-TRAILER-SEEN      PIC X(1) VALUE "N".
01  WS-MARKER-FOUND      PIC X(1) VALUE "N".
01  WS-JRNL-PHASE        PIC X(1).
01  WS-TARGET-FOUND      PIC X(1).
01  WS-APPLY-OK          PIC X(1).
01  WS-OUT-OF-BALANCE    PIC X(1) VALUE "N".
01  WS-IMAGE-LEN         PIC 9(4).
01  WS-TARGET-IMAGE      PIC X(1077).
01  WS-STEP-REASON       PIC X(30).

*>   One journal record, laid out exactly as every updating program
*>   writes it; the date and time are grouped here so the stamp can
*>   be compared with the backup's and the recovery point in one
*>   test.
01  WS-JOURNAL-RECORD.
    05  JRNL-PROGRAM         PIC X(16) VALUE "FibJrnlRecover".
    05  JRNL-STAMP.
        10  JRNL-DATE            PIC 9(8).
        10  JRNL-TIME            PIC 9(8).
    05  JRNL-FILE            PIC X(8).
    05  JRNL-ACTION          PIC X(1).
    05  JRNL-KEY             PIC X(80).
    05  JRNL-BEFORE-LEN      PIC 9(4).
    05  JRNL-AFTER-LEN       PIC 9(4).
    05  JRNL-BEFORE-IMAGE    PIC X(1077).
    05  JRNL-AFTER-IMAGE     PIC X(1077).

*>   FIBJBKUP.DAT: a header line naming the file and the moment of
*>   the unload, one detail line per record image with its length,
*>   and a trailer carrying the count the reload must reproduce.
01  WS-BACKUP-RECORD.
    05  BKUP-TYPE            PIC X(1).
    05  BKUP-BODY            PIC X(1081).
01  WS-BACKUP-HEADER         REDEFINES WS-BACKUP-RECORD.
    05  FILLER               PIC X(1).
    05  BKUPH-FILE           PIC X(8).
    05  BKUPH-STAMP.
        10  BKUPH-DATE           PIC 9(8).
        10  BKUPH-TIME           PIC 9(8).
    05  FILLER               PIC X(1057).
01  WS-BACKUP-DETAIL         REDEFINES WS-BACKUP-RECORD.
    05  FILLER               PIC X(1).
    05  BKUPD-LEN            PIC 9(4).
    05  BKUPD-IMAGE          PIC X(1077).
01  WS-BACKUP-TRAILER        REDEFINES WS-BACKUP-RECORD.
    05  FILLER               PIC X(1).
    05  BKUPT-COUNT          PIC 9(9).
    05  FILLER               PIC X(1072).

01  WS-BACKUP-STAMP.
    05  WS-BKUP-DATE         PIC 9(8).
    05  WS-BKUP-TIME         PIC 9(8).
01  WS-POINT-STAMP.
    05  WS-POINT-DATE        PIC 9(8).
    05  WS-POINT-TIME        PIC 9(8).

01  WS-TOTAL-UNLOADED    PIC 9(9) VALUE 0.
01  WS-TOTAL-LOADED      PIC 9(9) VALUE 0.
01  WS-TRAILER-COUNT     PIC 9(9) VALUE 0.
01  WS-JRNL-READ         PIC 9(9) VALUE 0.
01  WS-JRNL-OTHER        PIC 9(9) VALUE 0.
01  WS-JRNL-PRIOR        PIC 9(9) VALUE 0.
01  WS-JRNL-MARKERS      PIC 9(9) VALUE 0.
01  WS-JRNL-FORWARD      PIC 9(9) VALUE 0.
01  WS-JRNL-PAST         PIC 9(9) VALUE 0.
01  WS-APPLIED-ADD       PIC 9(9) VALUE 0.
01  WS-APPLIED-CHANGE    PIC 9(9) VALUE 0.
01  WS-APPLIED-DELETE    PIC 9(9) VALUE 0.
01  WS-OUT-OF-STEP       PIC 9(9) VALUE 0.
01  WS-IMAGE-MISMATCH    PIC 9(9) VALUE 0.
01  WS-RECORDS-ON-FILE   PIC 9(9) VALUE 0.
01  WS-BALANCE-CHECK     PIC S9(10).

01  WS-FULL-DATE         PIC 9(8).
01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).

01  WS-RECOVER-HEADER-1.
    05  FILLER               PIC X(34)
        VALUE "JOURNAL BACKUP AND RECOVERY REPORT".
    05  FILLER               PIC X(8) VALUE " DATE: ".
    05  WS-HDR-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-YY            PIC 99.
01  WS-RECOVER-HEADER-2.
    05  FILLER               PIC X(10) VALUE "FUNCTION: ".
    05  WS-HDR-FUNCTION      PIC X(8).
    05  FILLER               PIC X(8) VALUE "  FILE: ".
    05  WS-HDR-FILE          PIC X(8).
    05  FILLER               PIC X(10) VALUE "  BACKUP: ".
    05  WS-HDR-BKUP-DATE     PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  WS-HDR-BKUP-TIME     PIC 9(8).
    05  FILLER               PIC X(9) VALUE "  POINT: ".
    05  WS-HDR-POINT         PIC X(17).
01  WS-POINT-EDIT.
    05  WS-PT-DATE           PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  WS-PT-TIME           PIC 9(8).
01  WS-STEP-LINE.
    05  WS-STEP-LABEL        PIC X(16).
    05  WS-STEP-ACTION       PIC X(1).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-STEP-PROGRAM      PIC X(16).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  WS-STEP-DATE         PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  WS-STEP-TIME         PIC 9(8).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-STEP-TEXT         PIC X(30).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-STEP-KEY          PIC X(72).
01  WS-RECOVER-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(40).
    05  WS-TOT-COUNT         PIC ZZZZZZZZ9.
01  WS-BALANCE-LINE.
    05  WS-BAL-LABEL         PIC X(40).
    05  WS-BAL-RESULT        PIC X(24).

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   Forward recovery for the four indexed files the Fibonacci
*>   system updates in place - FIBTERMS.DAT, FIBLUSE.DAT,
*>   FIBRQSTR.DAT and FIBSEQCT.DAT. Every program that updates one
*>   of them appends a before/after-image record to FIBJRNL.DAT
*>   naming the program, the date and time, the file, the action
*>   and the key. One card picks the function and the file:
*>   BACKUP unloads the file to FIBJBKUP.DAT and drops a marker
*>   record with the same date and time on the journal, so the
*>   journal itself says which updates the backup already holds;
*>   RECOVER reloads a damaged file from that backup copy and rolls
*>   the journal forward from the marker - adds written, changes
*>   and deletes matched against their before images - up to the
*>   recovery point on the card, or to the end of the journal when
*>   the point is left blank. The control report balances the
*>   journal records read against what was applied, skipped or
*>   left past the point, and the reloaded count plus adds less
*>   deletes against the records on file at the end. A BACKUP must
*>   run with none of the updating programs active, or the unload
*>   and the marker will not describe the same moment. Recovery
*>   itself is not journaled - it reproduces updates the journal
*>   already holds. The return code is 4 when a before image did
*>   not match, 8 when a journal record could not be applied or
*>   the run does not balance, and 16 when the run cannot start.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   ACCEPT WS-FULL-DATE FROM DATE YYYYMMDD.
   PERFORM READ-RECOVER-CARD.
   OPEN OUTPUT RECOVER-REPORT-FILE.
   IF WS-FUNCTION = "BACKUP"
       PERFORM BACKUP-TARGET-FILE
   ELSE
       PERFORM RECOVER-TARGET-FILE
   END-IF.
   CLOSE RECOVER-REPORT-FILE.
   IF WS-OUT-OF-STEP > 0 OR WS-OUT-OF-BALANCE = "Y"
       MOVE 8 TO RETURN-CODE
   ELSE
       IF WS-IMAGE-MISMATCH > 0
           MOVE 4 TO RETURN-CODE
       END-IF
   END-IF.
   STOP RUN.

READ-RECOVER-CARD.
*>   One card drives the run and is validated before any file is
*>   touched - a mis-punched file name on a RECOVER card would
*>   otherwise reload the wrong file. A blank recovery date means
*>   the end of the journal; a blank time with a date means the end
*>   of that day.
   OPEN INPUT RECOVER-CARD-FILE.
   IF WS-CARD-STATUS NOT = "00"
       DISPLAY "FIBJRNLRECOVER: FIBRCVIN.DAT NOT AVAILABLE - "
           "STATUS " WS-CARD-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   READ RECOVER-CARD-FILE.
   CLOSE RECOVER-CARD-FILE.
   MOVE RCV-FUNCTION TO WS-FUNCTION.
   MOVE RCV-FILE TO WS-TARGET-FILE.
   IF WS-FUNCTION NOT = "BACKUP"
       AND WS-FUNCTION NOT = "RECOVER"
       DISPLAY "FIBJRNLRECOVER: UNKNOWN FUNCTION " WS-FUNCTION
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF WS-TARGET-FILE NOT = "FIBTERMS"
       AND WS-TARGET-FILE NOT = "FIBLUSE"
       AND WS-TARGET-FILE NOT = "FIBRQSTR"
       AND WS-TARGET-FILE NOT = "FIBSEQCT"
       DISPLAY "FIBJRNLRECOVER: UNKNOWN FILE " WS-TARGET-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF RCV-TO-DATE-X = SPACES
       MOVE 99999999 TO WS-POINT-DATE
       MOVE 99999999 TO WS-POINT-TIME
   ELSE
       IF RCV-TO-DATE-X IS NOT NUMERIC
           DISPLAY "FIBJRNLRECOVER: RECOVERY DATE NOT NUMERIC"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE RCV-TO-DATE TO WS-POINT-DATE
       IF RCV-TO-TIME-X = SPACES
           MOVE 99999999 TO WS-POINT-TIME
       ELSE
           IF RCV-TO-TIME-X IS NOT NUMERIC
               DISPLAY "FIBJRNLRECOVER: RECOVERY TIME NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RCV-TO-TIME TO WS-POINT-TIME
       END-IF
   END-IF.

BACKUP-TARGET-FILE.
*>   Unloads the file in key order behind a header stamped with
*>   the date and time, closes with a count trailer, and appends
*>   the matching marker to the journal. FIBJBKUP.DAT is rewritten
*>   each run; operations copies it away with the file name and
*>   stamp the header carries.
   PERFORM OPEN-TARGET-INPUT.
   OPEN OUTPUT BACKUP-FILE.
   IF WS-BKUP-STATUS NOT = "00"
       DISPLAY "FIBJRNLRECOVER: FIBJBKUP.DAT NOT AVAILABLE - "
           "STATUS " WS-BKUP-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM OPEN-JOURNAL-EXTEND.
   MOVE WS-FULL-DATE TO WS-BKUP-DATE.
   ACCEPT WS-BKUP-TIME FROM TIME.
   MOVE SPACES TO WS-BACKUP-RECORD.
   MOVE "H" TO BKUP-TYPE.
   MOVE WS-TARGET-FILE TO BKUPH-FILE.
   MOVE WS-BACKUP-STAMP TO BKUPH-STAMP.
   MOVE WS-BACKUP-RECORD TO BACKUP-LINE.
   WRITE BACKUP-LINE.
   PERFORM PRINT-RECOVER-HEADER.
   PERFORM START-TARGET-FILE.
   PERFORM UNTIL WS-TARGET-EOF = "Y"
       PERFORM READ-TARGET-NEXT
       IF WS-TARGET-EOF = "N"
           MOVE SPACES TO WS-BACKUP-RECORD
           MOVE "D" TO BKUP-TYPE
           MOVE WS-IMAGE-LEN TO BKUPD-LEN
           MOVE WS-TARGET-IMAGE TO BKUPD-IMAGE
           MOVE WS-BACKUP-RECORD TO BACKUP-LINE
           WRITE BACKUP-LINE
           ADD 1 TO WS-TOTAL-UNLOADED
       END-IF
   END-PERFORM.
   MOVE SPACES TO WS-BACKUP-RECORD.
   MOVE "T" TO BKUP-TYPE.
   MOVE WS-TOTAL-UNLOADED TO BKUPT-COUNT.
   MOVE WS-BACKUP-RECORD TO BACKUP-LINE.
   WRITE BACKUP-LINE.
   CLOSE BACKUP-FILE.
   PERFORM CLOSE-TARGET-FILE.
   MOVE WS-BKUP-DATE TO JRNL-DATE.
   MOVE WS-BKUP-TIME TO JRNL-TIME.
   MOVE WS-TARGET-FILE TO JRNL-FILE.
   MOVE "B" TO JRNL-ACTION.
   MOVE SPACES TO JRNL-KEY.
   MOVE 0 TO JRNL-BEFORE-LEN.
   MOVE 0 TO JRNL-AFTER-LEN.
   MOVE SPACES TO JRNL-BEFORE-IMAGE.
   MOVE SPACES TO JRNL-AFTER-IMAGE.
   MOVE WS-JOURNAL-RECORD TO JOURNAL-LINE.
   WRITE JOURNAL-LINE.
   CLOSE JOURNAL-FILE.
   MOVE "RECORDS UNLOADED" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-UNLOADED TO WS-TOT-COUNT.
   MOVE WS-RECOVER-TOTAL-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 2 LINES.

OPEN-JOURNAL-EXTEND.
*>   The marker goes on the same journal the updating programs
*>   append to, opened the same way - EXTEND, created on first
*>   use - and a backup that cannot mark the journal stops, since
*>   an unmarked backup could never be rolled forward.
   OPEN EXTEND JOURNAL-FILE.
   IF WS-JRNL-STATUS = "35"
       OPEN OUTPUT JOURNAL-FILE
   END-IF.
   IF WS-JRNL-STATUS NOT = "00"
       DISPLAY "FIBJRNLRECOVER: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

RECOVER-TARGET-FILE.
*>   Everything that can stop a recovery is checked before the live
*>   file is touched: the backup must be of the file on the card,
*>   the recovery point must not be before it, and its marker must
*>   be on the journal. Only then is the file rebuilt from the
*>   backup and the journal rolled forward onto it.
   OPEN INPUT BACKUP-FILE.
   IF WS-BKUP-STATUS NOT = "00"
       DISPLAY "FIBJRNLRECOVER: FIBJBKUP.DAT NOT AVAILABLE - "
           "STATUS " WS-BKUP-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   READ BACKUP-FILE
       AT END
           MOVE SPACES TO BACKUP-LINE
   END-READ.
   MOVE BACKUP-LINE TO WS-BACKUP-RECORD.
   IF BKUP-TYPE NOT = "H"
       DISPLAY "FIBJRNLRECOVER: FIBJBKUP.DAT HAS NO HEADER"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   IF BKUPH-FILE NOT = WS-TARGET-FILE
       DISPLAY "FIBJRNLRECOVER: FIBJBKUP.DAT IS A BACKUP OF "
           BKUPH-FILE " NOT " WS-TARGET-FILE
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE BKUPH-STAMP TO WS-BACKUP-STAMP.
   IF WS-POINT-STAMP < WS-BACKUP-STAMP
       DISPLAY "FIBJRNLRECOVER: RECOVERY POINT IS BEFORE THE BACKUP"
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM FIND-BACKUP-MARKER.
   PERFORM PRINT-RECOVER-HEADER.
   PERFORM RELOAD-FROM-BACKUP.
   PERFORM ROLL-JOURNAL-FORWARD.
   PERFORM COUNT-RECORDS-ON-FILE.
   PERFORM PRINT-RECOVER-TOTALS.

FIND-BACKUP-MARKER.
*>   A first pass over the journal for the marker BACKUP wrote with
*>   this backup's stamp. Without it there is no telling which
*>   journal records the backup already holds, so the run stops
*>   with the live file untouched.
   OPEN INPUT JOURNAL-FILE.
   IF WS-JRNL-STATUS NOT = "00"
       DISPLAY "FIBJRNLRECOVER: FIBJRNL.DAT NOT AVAILABLE - STATUS "
           WS-JRNL-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   PERFORM UNTIL WS-JRNL-EOF = "Y" OR WS-MARKER-FOUND = "Y"
       READ JOURNAL-FILE
           AT END
               MOVE "Y" TO WS-JRNL-EOF
           NOT AT END
               MOVE JOURNAL-LINE TO WS-JOURNAL-RECORD
               IF JRNL-FILE = WS-TARGET-FILE
                   AND JRNL-ACTION = "B"
                   AND JRNL-STAMP = WS-BACKUP-STAMP
                   MOVE "Y" TO WS-MARKER-FOUND
               END-IF
       END-READ
   END-PERFORM.
   CLOSE JOURNAL-FILE.
   IF WS-MARKER-FOUND = "N"
       DISPLAY "FIBJRNLRECOVER: NO JOURNAL MARKER FOR BACKUP "
           WS-BKUP-DATE " " WS-BKUP-TIME
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   MOVE "N" TO WS-JRNL-EOF.
   MOVE "N" TO WS-MARKER-FOUND.

RELOAD-FROM-BACKUP.
*>   The damaged file is replaced outright - opened OUTPUT, which
*>   empties it - and every detail image written back at its own
*>   length. The trailer count must equal the images loaded; a
*>   short or truncated backup is reported out of balance.
   PERFORM OPEN-TARGET-OUTPUT.
   PERFORM UNTIL WS-BKUP-EOF = "Y"
       READ BACKUP-FILE
           AT END
               MOVE "Y" TO WS-BKUP-EOF
           NOT AT END
               MOVE BACKUP-LINE TO WS-BACKUP-RECORD
               EVALUATE BKUP-TYPE
                   WHEN "D"
                       MOVE BKUPD-LEN TO WS-IMAGE-LEN
                       MOVE BKUPD-IMAGE TO WS-TARGET-IMAGE
                       PERFORM WRITE-TARGET-RECORD
                       IF WS-APPLY-OK = "Y"
                           ADD 1 TO WS-TOTAL-LOADED
                       ELSE
                           MOVE "Y" TO WS-OUT-OF-BALANCE
                       END-IF
                   WHEN "T"
                       MOVE BKUPT-COUNT TO WS-TRAILER-COUNT
                       MOVE "Y" TO WS-TRAILER-SEEN
               END-EVALUATE
       END-READ
   END-PERFORM.
   CLOSE BACKUP-FILE.
   PERFORM CLOSE-TARGET-FILE.
   IF WS-TRAILER-SEEN = "N"
       OR WS-TRAILER-COUNT NOT = WS-TOTAL-LOADED
       MOVE "Y" TO WS-OUT-OF-BALANCE
   END-IF.

ROLL-JOURNAL-FORWARD.
*>   The second pass over the journal, in the order the updates
*>   were made. Records for other files are only counted. For this
*>   file everything up to the backup's marker is already in the
*>   backup; after it, each record is applied until the first one
*>   stamped past the recovery point, and that one and all after it
*>   are counted as past the point. Later markers for the file are
*>   counted and passed over.
   PERFORM OPEN-TARGET-I-O.
   OPEN INPUT JOURNAL-FILE.
   MOVE "P" TO WS-JRNL-PHASE.
   PERFORM UNTIL WS-JRNL-EOF = "Y"
       READ JOURNAL-FILE
           AT END
               MOVE "Y" TO WS-JRNL-EOF
           NOT AT END
               ADD 1 TO WS-JRNL-READ
               MOVE JOURNAL-LINE TO WS-JOURNAL-RECORD
               PERFORM SORT-ONE-JOURNAL-RECORD
       END-READ
   END-PERFORM.
   CLOSE JOURNAL-FILE.
   PERFORM CLOSE-TARGET-FILE.

SORT-ONE-JOURNAL-RECORD.
*>   Decides which count a journal record falls in, and applies it
*>   when it falls between the marker and the recovery point.
   IF JRNL-FILE NOT = WS-TARGET-FILE
       ADD 1 TO WS-JRNL-OTHER
   ELSE
       IF JRNL-ACTION = "B"
           ADD 1 TO WS-JRNL-MARKERS
           IF WS-JRNL-PHASE = "P"
               AND JRNL-STAMP = WS-BACKUP-STAMP
               MOVE "F" TO WS-JRNL-PHASE
           END-IF
       ELSE
           IF WS-JRNL-PHASE = "F"
               AND JRNL-STAMP > WS-POINT-STAMP
               MOVE "X" TO WS-JRNL-PHASE
           END-IF
           EVALUATE WS-JRNL-PHASE
               WHEN "P"
                   ADD 1 TO WS-JRNL-PRIOR
               WHEN "F"
                   ADD 1 TO WS-JRNL-FORWARD
                   PERFORM APPLY-JOURNAL-RECORD
               WHEN "X"
                   ADD 1 TO WS-JRNL-PAST
           END-EVALUATE
       END-IF
   END-IF.

APPLY-JOURNAL-RECORD.
*>   An add is written from its after image and is out of step if
*>   the key is already on file. A change or delete first reads the
*>   record by the key at the front of its before image - out of
*>   step if it is missing - and compares what is on file with the
*>   before image; a difference is reported but the update still
*>   goes on, because the after image is what the file held once
*>   the update was made.
   EVALUATE JRNL-ACTION
       WHEN "A"
           MOVE JRNL-AFTER-LEN TO WS-IMAGE-LEN
           MOVE JRNL-AFTER-IMAGE TO WS-TARGET-IMAGE
           PERFORM WRITE-TARGET-RECORD
           IF WS-APPLY-OK = "Y"
               ADD 1 TO WS-APPLIED-ADD
           ELSE
               MOVE "ADD KEY ALREADY ON FILE" TO WS-STEP-REASON
               PERFORM REPORT-OUT-OF-STEP
           END-IF
       WHEN "C"
           PERFORM READ-TARGET-BEFORE
           IF WS-TARGET-FOUND = "N"
               MOVE "CHANGE KEY NOT ON FILE" TO WS-STEP-REASON
               PERFORM REPORT-OUT-OF-STEP
           ELSE
               MOVE JRNL-AFTER-LEN TO WS-IMAGE-LEN
               MOVE JRNL-AFTER-IMAGE TO WS-TARGET-IMAGE
               PERFORM REWRITE-TARGET-RECORD
               IF WS-APPLY-OK = "Y"
                   ADD 1 TO WS-APPLIED-CHANGE
               ELSE
                   MOVE "CHANGE NOT REWRITTEN" TO WS-STEP-REASON
                   PERFORM REPORT-OUT-OF-STEP
               END-IF
           END-IF
       WHEN "D"
           PERFORM READ-TARGET-BEFORE
           IF WS-TARGET-FOUND = "N"
               MOVE "DELETE KEY NOT ON FILE" TO WS-STEP-REASON
               PERFORM REPORT-OUT-OF-STEP
           ELSE
               PERFORM DELETE-TARGET-RECORD
               IF WS-APPLY-OK = "Y"
                   ADD 1 TO WS-APPLIED-DELETE
               ELSE
                   MOVE "DELETE NOT APPLIED" TO WS-STEP-REASON
                   PERFORM REPORT-OUT-OF-STEP
               END-IF
           END-IF
       WHEN OTHER
           MOVE "UNKNOWN JOURNAL ACTION" TO WS-STEP-REASON
           PERFORM REPORT-OUT-OF-STEP
   END-EVALUATE.

READ-TARGET-BEFORE.
*>   Reads the record the before image describes and checks the two
*>   agree, length and all.
   MOVE JRNL-BEFORE-LEN TO WS-IMAGE-LEN.
   MOVE JRNL-BEFORE-IMAGE TO WS-TARGET-IMAGE.
   PERFORM READ-TARGET-BY-KEY.
   IF WS-TARGET-FOUND = "Y"
       IF WS-IMAGE-LEN NOT = JRNL-BEFORE-LEN
           OR WS-TARGET-IMAGE NOT = JRNL-BEFORE-IMAGE
           ADD 1 TO WS-IMAGE-MISMATCH
           MOVE "  IMAGE MISMATCH" TO WS-STEP-LABEL
           MOVE "BEFORE IMAGE DIFFERS - APPLIED" TO WS-STEP-TEXT
           PERFORM PRINT-STEP-LINE
       END-IF
   END-IF.

REPORT-OUT-OF-STEP.
*>   A journal record that could not be applied: the backup and the
*>   journal disagree about this key, and the report says which
*>   program's update it was so it can be put right by hand.
   ADD 1 TO WS-OUT-OF-STEP.
   MOVE "  OUT OF STEP   " TO WS-STEP-LABEL.
   MOVE WS-STEP-REASON TO WS-STEP-TEXT.
   PERFORM PRINT-STEP-LINE.

PRINT-STEP-LINE.
*>   One detail line naming the journal record the caller flagged.
   MOVE JRNL-ACTION TO WS-STEP-ACTION.
   MOVE JRNL-PROGRAM TO WS-STEP-PROGRAM.
   MOVE JRNL-DATE TO WS-STEP-DATE.
   MOVE JRNL-TIME TO WS-STEP-TIME.
   MOVE JRNL-KEY TO WS-STEP-KEY.
   MOVE WS-STEP-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 1 LINE.

COUNT-RECORDS-ON-FILE.
*>   Reads the recovered file end to end for the closing count the
*>   file balance is proved against.
   PERFORM OPEN-TARGET-INPUT.
   MOVE "N" TO WS-TARGET-EOF.
   PERFORM START-TARGET-FILE.
   PERFORM UNTIL WS-TARGET-EOF = "Y"
       PERFORM READ-TARGET-NEXT
       IF WS-TARGET-EOF = "N"
           ADD 1 TO WS-RECORDS-ON-FILE
       END-IF
   END-PERFORM.
   PERFORM CLOSE-TARGET-FILE.

OPEN-TARGET-INPUT.
*>   The file named on the card, opened read-only for an unload or
*>   the closing count.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           OPEN INPUT TERMS-FILE
           MOVE WS-TERMS-STATUS TO WS-TARGET-STATUS
       WHEN "FIBLUSE"
           OPEN INPUT USAGE-FILE
           MOVE WS-LUSE-STATUS TO WS-TARGET-STATUS
       WHEN "FIBRQSTR"
           OPEN INPUT REQUESTER-FILE
           MOVE WS-RQSTR-STATUS TO WS-TARGET-STATUS
       WHEN "FIBSEQCT"
           OPEN INPUT SEQCAT-FILE
           MOVE WS-SEQC-STATUS TO WS-TARGET-STATUS
   END-EVALUATE.
   PERFORM CHECK-TARGET-OPEN.

OPEN-TARGET-OUTPUT.
*>   The file named on the card, emptied for the reload.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           OPEN OUTPUT TERMS-FILE
           MOVE WS-TERMS-STATUS TO WS-TARGET-STATUS
       WHEN "FIBLUSE"
           OPEN OUTPUT USAGE-FILE
           MOVE WS-LUSE-STATUS TO WS-TARGET-STATUS
       WHEN "FIBRQSTR"
           OPEN OUTPUT REQUESTER-FILE
           MOVE WS-RQSTR-STATUS TO WS-TARGET-STATUS
       WHEN "FIBSEQCT"
           OPEN OUTPUT SEQCAT-FILE
           MOVE WS-SEQC-STATUS TO WS-TARGET-STATUS
   END-EVALUATE.
   PERFORM CHECK-TARGET-OPEN.

OPEN-TARGET-I-O.
*>   The reloaded file, reopened for the roll forward.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           OPEN I-O TERMS-FILE
           MOVE WS-TERMS-STATUS TO WS-TARGET-STATUS
       WHEN "FIBLUSE"
           OPEN I-O USAGE-FILE
           MOVE WS-LUSE-STATUS TO WS-TARGET-STATUS
       WHEN "FIBRQSTR"
           OPEN I-O REQUESTER-FILE
           MOVE WS-RQSTR-STATUS TO WS-TARGET-STATUS
       WHEN "FIBSEQCT"
           OPEN I-O SEQCAT-FILE
           MOVE WS-SEQC-STATUS TO WS-TARGET-STATUS
   END-EVALUATE.
   PERFORM CHECK-TARGET-OPEN.

CHECK-TARGET-OPEN.
*>   Any open of the file on the card that fails stops the run.
   IF WS-TARGET-STATUS NOT = "00"
       DISPLAY "FIBJRNLRECOVER: " WS-TARGET-FILE
           ".DAT NOT AVAILABLE - STATUS " WS-TARGET-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.

CLOSE-TARGET-FILE.
*>   Closes whichever of the four files the card named.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           CLOSE TERMS-FILE
       WHEN "FIBLUSE"
           CLOSE USAGE-FILE
       WHEN "FIBRQSTR"
           CLOSE REQUESTER-FILE
       WHEN "FIBSEQCT"
           CLOSE SEQCAT-FILE
   END-EVALUATE.

START-TARGET-FILE.
*>   Positions ahead of the first key, the way the terms sweeps do.
   MOVE "N" TO WS-TARGET-EOF.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           MOVE LOW-VALUES TO TERM-KEY
           START TERMS-FILE KEY IS GREATER THAN TERM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-EOF
           END-START
       WHEN "FIBLUSE"
           MOVE LOW-VALUES TO LUSE-KEY
           START USAGE-FILE KEY IS GREATER THAN LUSE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-EOF
           END-START
       WHEN "FIBRQSTR"
           MOVE LOW-VALUES TO RQST-REQUESTER-ID
           START REQUESTER-FILE KEY IS GREATER THAN RQST-REQUESTER-ID
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-EOF
           END-START
       WHEN "FIBSEQCT"
           MOVE LOW-VALUES TO SEQC-NAME
           START SEQCAT-FILE KEY IS GREATER THAN SEQC-NAME
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-EOF
           END-START
   END-EVALUATE.

READ-TARGET-NEXT.
*>   The next record in key order, left in WS-TARGET-IMAGE with its
*>   length.
   IF WS-TARGET-EOF = "N"
       EVALUATE WS-TARGET-FILE
           WHEN "FIBTERMS"
               READ TERMS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-EOF
               END-READ
           WHEN "FIBLUSE"
               READ USAGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-EOF
               END-READ
           WHEN "FIBRQSTR"
               READ REQUESTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-EOF
               END-READ
           WHEN "FIBSEQCT"
               READ SEQCAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-EOF
               END-READ
       END-EVALUATE
   END-IF.
   IF WS-TARGET-EOF = "N"
       PERFORM TAKE-TARGET-IMAGE
   END-IF.

READ-TARGET-BY-KEY.
*>   Every one of the four layouts starts with its key, so the image
*>   in WS-TARGET-IMAGE, moved into the record area, positions the
*>   keyed read. The record found replaces it.
   MOVE "Y" TO WS-TARGET-FOUND.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           MOVE WS-TARGET-IMAGE TO TERM-EXT-RECORD
           READ TERMS-FILE
               KEY IS TERM-KEY
               INVALID KEY
                   MOVE "N" TO WS-TARGET-FOUND
           END-READ
       WHEN "FIBLUSE"
           MOVE WS-TARGET-IMAGE TO LUSE-RECORD
           READ USAGE-FILE
               KEY IS LUSE-KEY
               INVALID KEY
                   MOVE "N" TO WS-TARGET-FOUND
           END-READ
       WHEN "FIBRQSTR"
           MOVE WS-TARGET-IMAGE TO REQUESTER-RECORD
           READ REQUESTER-FILE
               KEY IS RQST-REQUESTER-ID
               INVALID KEY
                   MOVE "N" TO WS-TARGET-FOUND
           END-READ
       WHEN "FIBSEQCT"
           MOVE WS-TARGET-IMAGE TO SEQCAT-RECORD
           READ SEQCAT-FILE
               KEY IS SEQC-NAME
               INVALID KEY
                   MOVE "N" TO WS-TARGET-FOUND
           END-READ
   END-EVALUATE.
   IF WS-TARGET-FOUND = "Y"
       PERFORM TAKE-TARGET-IMAGE
   END-IF.

TAKE-TARGET-IMAGE.
*>   The record just read, as an image and a length - a terms
*>   record at the length it was read at, the others at their fixed
*>   sizes.
   MOVE SPACES TO WS-TARGET-IMAGE.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           MOVE WS-TERMS-REC-LEN TO WS-IMAGE-LEN
           MOVE TERM-EXT-RECORD (1:WS-TERMS-REC-LEN)
               TO WS-TARGET-IMAGE
       WHEN "FIBLUSE"
           MOVE 105 TO WS-IMAGE-LEN
           MOVE LUSE-RECORD TO WS-TARGET-IMAGE
       WHEN "FIBRQSTR"
           MOVE 103 TO WS-IMAGE-LEN
           MOVE REQUESTER-RECORD TO WS-TARGET-IMAGE
       WHEN "FIBSEQCT"
           MOVE 75 TO WS-IMAGE-LEN
           MOVE SEQCAT-RECORD TO WS-TARGET-IMAGE
   END-EVALUATE.

WRITE-TARGET-RECORD.
*>   Writes WS-TARGET-IMAGE at WS-IMAGE-LEN as a new record.
   MOVE "Y" TO WS-APPLY-OK.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           MOVE WS-TARGET-IMAGE TO TERM-EXT-RECORD
           MOVE WS-IMAGE-LEN TO WS-TERMS-REC-LEN
           WRITE TERM-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-WRITE
       WHEN "FIBLUSE"
           MOVE WS-TARGET-IMAGE TO LUSE-RECORD
           WRITE LUSE-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-WRITE
       WHEN "FIBRQSTR"
           MOVE WS-TARGET-IMAGE TO REQUESTER-RECORD
           WRITE REQUESTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-WRITE
       WHEN "FIBSEQCT"
           MOVE WS-TARGET-IMAGE TO SEQCAT-RECORD
           WRITE SEQCAT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-WRITE
   END-EVALUATE.

REWRITE-TARGET-RECORD.
*>   Replaces the record just read with WS-TARGET-IMAGE.
   MOVE "Y" TO WS-APPLY-OK.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           MOVE WS-TARGET-IMAGE TO TERM-EXT-RECORD
           MOVE WS-IMAGE-LEN TO WS-TERMS-REC-LEN
           REWRITE TERM-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-REWRITE
       WHEN "FIBLUSE"
           MOVE WS-TARGET-IMAGE TO LUSE-RECORD
           REWRITE LUSE-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-REWRITE
       WHEN "FIBRQSTR"
           MOVE WS-TARGET-IMAGE TO REQUESTER-RECORD
           REWRITE REQUESTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-REWRITE
       WHEN "FIBSEQCT"
           MOVE WS-TARGET-IMAGE TO SEQCAT-RECORD
           REWRITE SEQCAT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-REWRITE
   END-EVALUATE.

DELETE-TARGET-RECORD.
*>   Deletes the record just read.
   MOVE "Y" TO WS-APPLY-OK.
   EVALUATE WS-TARGET-FILE
       WHEN "FIBTERMS"
           DELETE TERMS-FILE
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-DELETE
       WHEN "FIBLUSE"
           DELETE USAGE-FILE
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-DELETE
       WHEN "FIBRQSTR"
           DELETE REQUESTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-DELETE
       WHEN "FIBSEQCT"
           DELETE SEQCAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK
           END-DELETE
   END-EVALUATE.

PRINT-RECOVER-HEADER.
*>   Dated header naming the function, the file, the backup's stamp
*>   and the recovery point, so a filed report says exactly what
*>   state the file was brought back to.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-RECOVER-HEADER-1 TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE WS-FUNCTION TO WS-HDR-FUNCTION.
   MOVE WS-TARGET-FILE TO WS-HDR-FILE.
   MOVE WS-BKUP-DATE TO WS-HDR-BKUP-DATE.
   MOVE WS-BKUP-TIME TO WS-HDR-BKUP-TIME.
   IF WS-FUNCTION = "BACKUP"
       MOVE SPACES TO WS-HDR-POINT
   ELSE
       IF WS-POINT-DATE = 99999999
           MOVE "END OF JOURNAL" TO WS-HDR-POINT
       ELSE
           MOVE WS-POINT-DATE TO WS-PT-DATE
           MOVE WS-POINT-TIME TO WS-PT-TIME
           MOVE WS-POINT-EDIT TO WS-HDR-POINT
       END-IF
   END-IF.
   MOVE WS-RECOVER-HEADER-2 TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE SPACES TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-RECOVER-TOTALS.
*>   The control block. The journal balances when journal records
*>   read = other files + already in the backup + markers + rolled
*>   forward + past the point, and rolled forward = adds + changes
*>   + deletes applied + out of step; the file balances when
*>   records reloaded + adds - deletes = records on file, with the
*>   reload itself proved against the backup trailer.
   MOVE "BACKUP TRAILER COUNT" TO WS-TOT-LABEL.
   MOVE WS-TRAILER-COUNT TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "RECORDS RELOADED FROM BACKUP" TO WS-TOT-LABEL.
   MOVE WS-TOTAL-LOADED TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "JOURNAL RECORDS READ" TO WS-TOT-LABEL.
   MOVE WS-JRNL-READ TO WS-TOT-COUNT.
   MOVE WS-RECOVER-TOTAL-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "  FOR OTHER FILES" TO WS-TOT-LABEL.
   MOVE WS-JRNL-OTHER TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "  ALREADY IN BACKUP" TO WS-TOT-LABEL.
   MOVE WS-JRNL-PRIOR TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "  BACKUP MARKERS" TO WS-TOT-LABEL.
   MOVE WS-JRNL-MARKERS TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "  ROLLED FORWARD" TO WS-TOT-LABEL.
   MOVE WS-JRNL-FORWARD TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "    ADDS APPLIED" TO WS-TOT-LABEL.
   MOVE WS-APPLIED-ADD TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "    CHANGES APPLIED" TO WS-TOT-LABEL.
   MOVE WS-APPLIED-CHANGE TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "    DELETES APPLIED" TO WS-TOT-LABEL.
   MOVE WS-APPLIED-DELETE TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "    OUT OF STEP - NOT APPLIED" TO WS-TOT-LABEL.
   MOVE WS-OUT-OF-STEP TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "  PAST RECOVERY POINT" TO WS-TOT-LABEL.
   MOVE WS-JRNL-PAST TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   MOVE "BEFORE IMAGES NOT MATCHING" TO WS-TOT-LABEL.
   MOVE WS-IMAGE-MISMATCH TO WS-TOT-COUNT.
   MOVE WS-RECOVER-TOTAL-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "RECORDS ON FILE AFTER RECOVERY" TO WS-TOT-LABEL.
   MOVE WS-RECORDS-ON-FILE TO WS-TOT-COUNT.
   PERFORM PRINT-TOTAL-LINE.
   COMPUTE WS-BALANCE-CHECK = WS-JRNL-READ - WS-JRNL-OTHER
       - WS-JRNL-PRIOR - WS-JRNL-MARKERS - WS-JRNL-FORWARD
       - WS-JRNL-PAST.
   IF WS-BALANCE-CHECK NOT = 0
       OR WS-JRNL-FORWARD NOT = WS-APPLIED-ADD + WS-APPLIED-CHANGE
           + WS-APPLIED-DELETE + WS-OUT-OF-STEP
       MOVE "Y" TO WS-OUT-OF-BALANCE
       MOVE "*** OUT OF BALANCE ***" TO WS-BAL-RESULT
   ELSE
       MOVE "IN BALANCE" TO WS-BAL-RESULT
   END-IF.
   MOVE "JOURNAL BALANCE" TO WS-BAL-LABEL.
   MOVE WS-BALANCE-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 2 LINES.
   COMPUTE WS-BALANCE-CHECK = WS-TOTAL-LOADED + WS-APPLIED-ADD
       - WS-APPLIED-DELETE - WS-RECORDS-ON-FILE.
   IF WS-BALANCE-CHECK NOT = 0
       OR WS-TRAILER-SEEN = "N"
       OR WS-TRAILER-COUNT NOT = WS-TOTAL-LOADED
       MOVE "Y" TO WS-OUT-OF-BALANCE
       MOVE "*** OUT OF BALANCE ***" TO WS-BAL-RESULT
   ELSE
       MOVE "IN BALANCE" TO WS-BAL-RESULT
   END-IF.
   MOVE "FILE BALANCE" TO WS-BAL-LABEL.
   MOVE WS-BALANCE-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-TOTAL-LINE.
*>   One single-spaced line of the control block.
   MOVE WS-RECOVER-TOTAL-LINE TO RECOVER-REPORT-LINE.
   WRITE RECOVER-REPORT-LINE AFTER ADVANCING 1 LINE.
