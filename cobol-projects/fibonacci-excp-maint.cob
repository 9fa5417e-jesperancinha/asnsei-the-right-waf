01  EXCEPTION-RECORD           PIC X(80).
FD  AUDIT-FILE
    LABEL RECORDS ARE STANDARD.
01  AUDIT-LINE                 PIC X(180).
FD  EXCP-MASTER-FILE
    LABEL RECORDS ARE STANDARD.
01  EXCM-RECORD.
    05  AUDM-N               PIC X(5).
    05  FILLER               PIC X(57).
    05  AUDM-PATH            PIC X(1).
    05  FILLER               PIC X(7).
    05  AUDM-TRACKING-NO     PIC X(14).
    05  FILLER               PIC X(32).

01  WS-MASTER-IMAGE      PIC X(51).
01  WS-WINDOW-DATE       PIC 9(8).
*>   successfully processed (path C, F or E); CLOSE closes one
*>   entry by its full key - the only way a MISM ever closes,
*>   because a reconciliation mismatch needs a human sign-off, not
*>   a lucky rerun, and likewise the CORR FibTermsVerify raises for
*>   a term it quarantined (requester FIBTERMS, N the term's I).
*>   The run ends with the aging report: open
*>   entries oldest first, bucketed 1-7, 8-30 and over 30 days, so
*>   supervisors chase the chronic ones first.
   ACCEPT WS-CURRENT-DATE FROM DATE.
