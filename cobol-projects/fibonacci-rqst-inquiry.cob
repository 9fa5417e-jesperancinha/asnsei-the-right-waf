IDENTIFICATION DIVISION.
PROGRAM-ID. FibRqstInquiry.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INQUIRY-CARD-FILE ASSIGN TO "FIBRQIIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.
    SELECT STATUS-FILE ASSIGN TO "FIBRQSTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQS-TRACKING-NO
        ALTERNATE RECORD KEY IS RQS-REQUESTER-ID WITH DUPLICATES
        FILE STATUS IS WS-RQSTS-STATUS.
    SELECT INQUIRY-REPORT-FILE ASSIGN TO "FIBRQINQ.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  INQUIRY-CARD-FILE
    LABEL RECORDS ARE STANDARD.
01  INQUIRY-CARD.
    05  RQI-TYPE                 PIC X(1).
    05  RQI-TRACKING-NO          PIC X(14).
    05  RQI-REQUESTER-ID         PIC X(10).
    05  RQI-DATE-FROM-X          PIC X(8).
    05  RQI-DATE-FROM            REDEFINES RQI-DATE-FROM-X PIC 9(8).
    05  RQI-DATE-TO-X            PIC X(8).
    05  RQI-DATE-TO              REDEFINES RQI-DATE-TO-X PIC 9(8).
    05  FILLER                   PIC X(39).
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
FD  INQUIRY-REPORT-FILE
    LABEL RECORDS ARE STANDARD.
01  INQUIRY-REPORT-LINE        PIC X(132).
WORKING-STORAGE SECTION.
01  WS-CARD-STATUS       PIC XX.
01  WS-RQSTS-STATUS      PIC XX.
01  WS-CARD-EOF          PIC X(1) VALUE "N".
01  WS-WALK-DONE         PIC X(1).
01  WS-CARD-OK           PIC X(1).
01  WS-RANGE-FROM        PIC 9(8).
01  WS-RANGE-TO          PIC 9(8).
01  WS-RANGE-FOUND       PIC 9(5).
01  WS-STAGE-IX          PIC 9(2).
01  WS-STAGE-TEXT-CODE   PIC X(4).
01  WS-STAGE-TEXT        PIC X(30).
01  WS-INQUIRY-COUNT     PIC 9(5) VALUE 0.
01  WS-LISTED-COUNT      PIC 9(5) VALUE 0.
01  WS-STAGES-COUNT      PIC 9(5) VALUE 0.
01  WS-NOTFOUND-COUNT    PIC 9(5) VALUE 0.
01  WS-BADCARD-COUNT     PIC 9(5) VALUE 0.
01  WS-TIME-SPLIT.
    05  WS-TIME-HHMMSS       PIC 9(6).
    05  WS-TIME-HUNDREDTHS   PIC 9(2).

01  WS-CURRENT-DATE.
    05  WS-CD-YY             PIC 9(2).
    05  WS-CD-MM             PIC 9(2).
    05  WS-CD-DD             PIC 9(2).

01  WS-INQUIRY-HEADER.
    05  FILLER               PIC X(30)
        VALUE "REQUEST STATUS INQUIRY REPORT".
    05  FILLER               PIC X(8) VALUE " DATE: ".
    05  WS-HDR-MM            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-DD            PIC 99.
    05  FILLER               PIC X(1) VALUE "/".
    05  WS-HDR-YY            PIC 99.
01  WS-CARD-TRACK-LINE.
    05  FILLER               PIC X(19) VALUE "INQUIRY: TRACKING  ".
    05  WS-CT-TRACKING       PIC X(14).
01  WS-CARD-RANGE-LINE.
    05  FILLER               PIC X(19) VALUE "INQUIRY: REQUESTER ".
    05  WS-CR-REQUESTER      PIC X(10).
    05  FILLER               PIC X(7) VALUE "  FROM ".
    05  WS-CR-FROM           PIC 9(8).
    05  FILLER               PIC X(4) VALUE " TO ".
    05  WS-CR-TO             PIC 9(8).
01  WS-CARD-ANSWER-LINE.
    05  FILLER               PIC X(4) VALUE SPACES.
    05  WS-CA-ANSWER         PIC X(40).
01  WS-REQUEST-LINE.
    05  FILLER               PIC X(4) VALUE SPACES.
    05  FILLER               PIC X(10) VALUE "TRACKING: ".
    05  WS-RQL-TRACKING      PIC X(14).
    05  FILLER               PIC X(13) VALUE "  REQUESTER: ".
    05  WS-RQL-REQUESTER     PIC X(10).
    05  FILLER               PIC X(5) VALUE "  N: ".
    05  WS-RQL-N             PIC X(5).
    05  FILLER               PIC X(12) VALUE "  PRIORITY: ".
    05  WS-RQL-PRIORITY      PIC X(1).
    05  FILLER               PIC X(11) VALUE "  CURRENT: ".
    05  WS-RQL-CURRENT       PIC X(30).
01  WS-STAGE-LINE.
    05  FILLER               PIC X(8) VALUE SPACES.
    05  WS-STL-DATE          PIC 9(8).
    05  FILLER               PIC X(1) VALUE SPACES.
    05  WS-STL-TIME          PIC 9(6).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-STL-CODE          PIC X(4).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-STL-TEXT          PIC X(30).
    05  FILLER               PIC X(2) VALUE SPACES.
    05  WS-STL-INFO          PIC X(8).
01  WS-INQUIRY-TOTAL-LINE.
    05  WS-TOT-LABEL         PIC X(30).
    05  WS-TOT-COUNT         PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
*>   Answers "what happened to my request" from the request-status
*>   master FIBRQSTS.DAT that FibTransEdit, FibRejectRecycle and
*>   the batch job add a stage to as each request moves through the
*>   window - so the question is one card here instead of reading
*>   the edit, recycle, batch and exception printouts side by side.
*>   One card per question on FIBRQIIN.DAT, type T with a tracking
*>   number or type R with a requester and an intake date range, as
*>   ANSWER-ONE-INQUIRY describes. Read-only: nothing here changes
*>   a request's status.
   ACCEPT WS-CURRENT-DATE FROM DATE.
   OPEN INPUT INQUIRY-CARD-FILE.
   IF WS-CARD-STATUS NOT = "00"
       DISPLAY "FIBRQSTINQUIRY: FIBRQIIN.DAT NOT AVAILABLE - "
           "STATUS " WS-CARD-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN INPUT STATUS-FILE.
   IF WS-RQSTS-STATUS NOT = "00"
       DISPLAY "FIBRQSTINQUIRY: FIBRQSTS.DAT NOT AVAILABLE - "
           "STATUS " WS-RQSTS-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
   END-IF.
   OPEN OUTPUT INQUIRY-REPORT-FILE.
   PERFORM PRINT-INQUIRY-HEADER.
   PERFORM UNTIL WS-CARD-EOF = "Y"
       READ INQUIRY-CARD-FILE
           AT END
               MOVE "Y" TO WS-CARD-EOF
           NOT AT END
               ADD 1 TO WS-INQUIRY-COUNT
               PERFORM ANSWER-ONE-INQUIRY
       END-READ
   END-PERFORM.
   PERFORM PRINT-INQUIRY-TOTALS.
   CLOSE INQUIRY-CARD-FILE.
   CLOSE STATUS-FILE.
   CLOSE INQUIRY-REPORT-FILE.
   STOP RUN.

ANSWER-ONE-INQUIRY.
*>   T asks about one request by its tracking number - one keyed
*>   read. R asks about every request a requester put in between
*>   two intake dates, walking the requester alternate key; a blank
*>   from-date means from the beginning and a blank to-date means
*>   up to today, so "everything of mine" is an R card with the
*>   requester alone. An unknown type, a blank requester or a bad
*>   date range rejects the card with a message rather than
*>   guessing at what was meant.
   EVALUATE RQI-TYPE
       WHEN "T"
           PERFORM ANSWER-TRACKING-INQUIRY
       WHEN "R"
           PERFORM ANSWER-REQUESTER-INQUIRY
       WHEN OTHER
           ADD 1 TO WS-BADCARD-COUNT
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "INQUIRY: TYPE " RQI-TYPE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE "UNKNOWN REQUEST TYPE" TO WS-CA-ANSWER
           MOVE WS-CARD-ANSWER-LINE TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
   END-EVALUATE.

ANSWER-TRACKING-INQUIRY.
*>   One keyed read; the request and its stages, or NOT ON FILE.
   MOVE RQI-TRACKING-NO TO WS-CT-TRACKING.
   MOVE WS-CARD-TRACK-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE RQI-TRACKING-NO TO RQS-TRACKING-NO.
   MOVE "Y" TO WS-CARD-OK.
   READ STATUS-FILE
       KEY IS RQS-TRACKING-NO
       INVALID KEY
           MOVE "N" TO WS-CARD-OK
       NOT INVALID KEY
           PERFORM LIST-ONE-REQUEST
   END-READ.
   IF WS-CARD-OK = "N"
       ADD 1 TO WS-NOTFOUND-COUNT
       MOVE "TRACKING NUMBER NOT ON FILE" TO WS-CA-ANSWER
       MOVE WS-CARD-ANSWER-LINE TO INQUIRY-REPORT-LINE
       WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
   END-IF.

ANSWER-REQUESTER-INQUIRY.
*>   Walks the requester's status records on the alternate key from
*>   the first to the first record for another requester, listing
*>   those whose intake date - the date part of the tracking
*>   number - falls inside the card's range. A requester with no
*>   request in the range answers NO REQUESTS IN RANGE.
   PERFORM EDIT-RANGE-CARD.
   MOVE RQI-REQUESTER-ID TO WS-CR-REQUESTER.
   MOVE WS-RANGE-FROM TO WS-CR-FROM.
   MOVE WS-RANGE-TO TO WS-CR-TO.
   MOVE WS-CARD-RANGE-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 2 LINES.
   IF WS-CARD-OK = "N"
       ADD 1 TO WS-BADCARD-COUNT
       MOVE WS-CARD-ANSWER-LINE TO INQUIRY-REPORT-LINE
       WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
   ELSE
       MOVE 0 TO WS-RANGE-FOUND
       MOVE "N" TO WS-WALK-DONE
       MOVE RQI-REQUESTER-ID TO RQS-REQUESTER-ID
       START STATUS-FILE KEY IS EQUAL TO RQS-REQUESTER-ID
           INVALID KEY
               MOVE "Y" TO WS-WALK-DONE
       END-START
       PERFORM UNTIL WS-WALK-DONE = "Y"
           READ STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WALK-DONE
               NOT AT END
                   IF RQS-REQUESTER-ID = RQI-REQUESTER-ID
                       IF RQS-TRACK-DATE NOT < WS-RANGE-FROM
                           AND RQS-TRACK-DATE NOT > WS-RANGE-TO
                           ADD 1 TO WS-RANGE-FOUND
                           PERFORM LIST-ONE-REQUEST
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-WALK-DONE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-RANGE-FOUND = 0
           ADD 1 TO WS-NOTFOUND-COUNT
           MOVE "NO REQUESTS IN RANGE" TO WS-CA-ANSWER
           MOVE WS-CARD-ANSWER-LINE TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE
       END-IF
   END-IF.

EDIT-RANGE-CARD.
*>   Resolves the R card's dates - blank from is zero, blank to is
*>   all nines - and fails a blank requester, a punched date that
*>   is not numeric, or a from-date after the to-date.
   MOVE "Y" TO WS-CARD-OK.
   MOVE 0 TO WS-RANGE-FROM.
   MOVE 99999999 TO WS-RANGE-TO.
   IF RQI-DATE-FROM-X NOT = SPACES
       IF RQI-DATE-FROM IS NUMERIC
           MOVE RQI-DATE-FROM TO WS-RANGE-FROM
       ELSE
           MOVE "N" TO WS-CARD-OK
       END-IF
   END-IF.
   IF RQI-DATE-TO-X NOT = SPACES
       IF RQI-DATE-TO IS NUMERIC
           MOVE RQI-DATE-TO TO WS-RANGE-TO
       ELSE
           MOVE "N" TO WS-CARD-OK
       END-IF
   END-IF.
   IF WS-CARD-OK = "Y" AND WS-RANGE-FROM > WS-RANGE-TO
       MOVE "N" TO WS-CARD-OK
   END-IF.
   IF WS-CARD-OK = "N"
       MOVE "BAD DATE RANGE ON CARD" TO WS-CA-ANSWER
   END-IF.
   IF RQI-REQUESTER-ID = SPACES
       MOVE "N" TO WS-CARD-OK
       MOVE "REQUESTER ID BLANK" TO WS-CA-ANSWER
   END-IF.

LIST-ONE-REQUEST.
*>   The request as it now stands - requester and N after any
*>   correction, the priority class it ran under, its current
*>   stage - then one line per stage in the order it happened,
*>   with the stage's detail (reject reason, recycle cycle, cutoff
*>   type, batch exception reason) where there is one.
   ADD 1 TO WS-LISTED-COUNT.
   MOVE RQS-TRACKING-NO TO WS-RQL-TRACKING.
   MOVE RQS-REQUESTER-ID TO WS-RQL-REQUESTER.
   MOVE RQS-N TO WS-RQL-N.
   MOVE RQS-PRIORITY TO WS-RQL-PRIORITY.
   MOVE RQS-CURRENT-STAGE TO WS-STAGE-TEXT-CODE.
   PERFORM DESCRIBE-STAGE.
   MOVE WS-STAGE-TEXT TO WS-RQL-CURRENT.
   MOVE WS-REQUEST-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   IF RQS-STAGE-COUNT IS NUMERIC
       PERFORM VARYING WS-STAGE-IX FROM 1 BY 1
           UNTIL WS-STAGE-IX > RQS-STAGE-COUNT OR WS-STAGE-IX > 12
           PERFORM LIST-ONE-STAGE
       END-PERFORM
   END-IF.

LIST-ONE-STAGE.
*>   One stage of the trail, time shown to the second.
   MOVE RQS-STAGE-DATE (WS-STAGE-IX) TO WS-STL-DATE.
   MOVE RQS-STAGE-TIME (WS-STAGE-IX) TO WS-TIME-SPLIT.
   MOVE WS-TIME-HHMMSS TO WS-STL-TIME.
   MOVE RQS-STAGE-CODE (WS-STAGE-IX) TO WS-STL-CODE.
   MOVE RQS-STAGE-CODE (WS-STAGE-IX) TO WS-STAGE-TEXT-CODE.
   PERFORM DESCRIBE-STAGE.
   MOVE WS-STAGE-TEXT TO WS-STL-TEXT.
   MOVE RQS-STAGE-INFO (WS-STAGE-IX) TO WS-STL-INFO.
   MOVE WS-STAGE-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   ADD 1 TO WS-STAGES-COUNT.

DESCRIBE-STAGE.
*>   Plain words for each stage code the window's programs record.
   EVALUATE WS-STAGE-TEXT-CODE
       WHEN "EDIT"
           MOVE "ACCEPTED BY INTAKE EDIT" TO WS-STAGE-TEXT
       WHEN "REJE"
           MOVE "REJECTED BY INTAKE EDIT" TO WS-STAGE-TEXT
       WHEN "RCYC"
           MOVE "RECYCLED CLEAN TO THE BATCH" TO WS-STAGE-TEXT
       WHEN "RCIR"
           MOVE "FAILED RE-EDIT, RECIRCULATED" TO WS-STAGE-TEXT
       WHEN "SUSP"
           MOVE "HELD IN SUSPENSE FOR REVIEW" TO WS-STAGE-TEXT
       WHEN "CARY"
           MOVE "CARRIED OVER TO NEXT WINDOW" TO WS-STAGE-TEXT
       WHEN "SRVC"
           MOVE "SERVED FROM CACHE" TO WS-STAGE-TEXT
       WHEN "SRVE"
           MOVE "SERVED BY CACHE CONTINUATION" TO WS-STAGE-TEXT
       WHEN "SRVF"
           MOVE "SERVED BY FRESH COMPUTE" TO WS-STAGE-TEXT
       WHEN "BREJ"
           MOVE "REJECTED IN THE BATCH" TO WS-STAGE-TEXT
       WHEN OTHER
           MOVE "UNKNOWN STAGE" TO WS-STAGE-TEXT
   END-EVALUATE.

PRINT-INQUIRY-HEADER.
*>   Dated header; the inquiry list is short by nature, one page
*>   serves.
   MOVE WS-CD-MM TO WS-HDR-MM.
   MOVE WS-CD-DD TO WS-HDR-DD.
   MOVE WS-CD-YY TO WS-HDR-YY.
   MOVE WS-INQUIRY-HEADER TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.

PRINT-INQUIRY-TOTALS.
*>   Inquiries read = answered + not found + rejected cards is the
*>   quick check that every card got an answer.
   MOVE "INQUIRIES READ" TO WS-TOT-LABEL.
   MOVE WS-INQUIRY-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 2 LINES.
   MOVE "REQUESTS LISTED" TO WS-TOT-LABEL.
   MOVE WS-LISTED-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "STAGES LISTED" TO WS-TOT-LABEL.
   MOVE WS-STAGES-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "NOT FOUND" TO WS-TOT-LABEL.
   MOVE WS-NOTFOUND-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
   MOVE "CARDS REJECTED" TO WS-TOT-LABEL.
   MOVE WS-BADCARD-COUNT TO WS-TOT-COUNT.
   MOVE WS-INQUIRY-TOTAL-LINE TO INQUIRY-REPORT-LINE.
   WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
