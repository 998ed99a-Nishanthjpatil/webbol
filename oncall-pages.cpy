*> One page as ONCALL-PAGE keeps it in ONCALL-PAGES.DAT: the alert
*> that raised it, who holds it now and since when. ONCALL-PAGE
*> alone rewrites the file; ONCALL-ACK only reads it (an
*> acknowledgement is an ONCALL.LOG line the next run folds in), so
*> the two never race over a rewrite
       01  OP-RECORD.
           05 OP-ID                PIC 9(6).
           05 OP-SEP-1             PIC X.
*> OPEN, ACKED, CLEARED (the alert's own CLEARED line came first) or
*> UNACKED (escalation ran out of people)
           05 OP-STATUS            PIC X(8).
           05 OP-SEP-2             PIC X.
*> 1 primary, 2 secondary, 3 duty manager
           05 OP-LEVEL             PIC 9.
           05 OP-SEP-3             PIC X.
           05 OP-FIRST-WHEN        PIC X(19).
           05 OP-SEP-4             PIC X.
           05 OP-LEVEL-WHEN        PIC X(19).
           05 OP-SEP-5             PIC X.
           05 OP-TARGET            PIC X(32).
           05 OP-SEP-6             PIC X.
*> Further ALERT lines of the same type the open page absorbed
           05 OP-REPEATS           PIC 9(4).
           05 OP-SEP-7             PIC X.
           05 OP-ALERT-TYPE        PIC X(24).
           05 OP-SEP-8             PIC X.
           05 OP-ALERT-LINE        PIC X(160).
