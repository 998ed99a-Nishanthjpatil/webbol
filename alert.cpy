*> Parameter block for ALERT-MANAGER, which stands between the
*> monitoring jobs and WEBHOOK-NOTIFY / MAIL-SEND. Producers still
*> write their own ALERTS.LOG line, then set ALERT-OP and the fields
*> it reads and CALL "ALERT-MANAGER" USING ALERT-PARAMS instead of
*> notifying directly:
*>   RAISE   ALERT-KEY ("TYPE:what", e.g. "JOB-FAILED:nightly"),
*>           ALERT-CHANNEL, ALERT-CLEARS, ALERT-EVENT, ALERT-DETAIL
*>   CLEAR   ALERT-KEY, ALERT-EVENT and ALERT-DETAIL for the single
*>           resolved message
*>   QUERY   ALERT-KEY (or a bare TYPE) - should it page?
*> ALERT-VERDICT comes back as N (notified), F (folded into the open
*> alert), G (grouped under an open root cause), Q (suppressed by an
*> operator window), R (resolved message sent) or C (cleared quietly);
*> QUERY answers G, Q or space (nothing holding it back)
       01  ALERT-PARAMS.
           05 ALERT-OP             PIC X(8).
           05 ALERT-KEY            PIC X(48).
*> W: webhooks and mail (WEBHOOK-NOTIFY), M: mail only (MAIL-SEND),
*> -: recorded for folding and grouping but never sent
           05 ALERT-CHANNEL        PIC X(1).
*> Y when the producer writes a CLEARED for this key; N for one-shot
*> alerts, which lapse after ALERT-RULES.CFG's STALE_MINUTES of quiet
           05 ALERT-CLEARS         PIC X(1).
           05 ALERT-EVENT          PIC X(32).
           05 ALERT-DETAIL         PIC X(128).
           05 ALERT-VERDICT        PIC X(1).
