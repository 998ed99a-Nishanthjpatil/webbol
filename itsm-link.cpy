*> The ITSM ticket an incident is tracked under, as ITSM-SYNC keeps
*> it in ITSM-LINKS.DAT - one record per incident, beside (not in)
*> its INCIDENTS.DAT record, whose sealed narrative runs to the end
*> of the line. ITSM-SYNC alone rewrites the file; INCIDENT-ADMIN
*> LIST reads it to show each incident's ticket
       01  IL-RECORD.
           05 IL-INCIDENT          PIC 9(6).
           05 IL-SEP-1             PIC X.
*> The ITSM's own ticket number; spaces until the create is accepted
           05 IL-TICKET            PIC X(20).
           05 IL-SEP-2             PIC X.
*> The ticket's state as the ITSM last reported it, upper-cased
*> (NEW, IN PROGRESS, RESOLVED, CLOSED ...)
           05 IL-TICKET-STATE      PIC X(16).
           05 IL-SEP-3             PIC X.
*> Where each push stands: N not needed yet, Q queued in
*> ITSM-OUTBOX.DAT, S delivered
           05 IL-CREATE-SENT       PIC X(1).
           05 IL-SEP-4             PIC X.
           05 IL-ESCALATE-SENT     PIC X(1).
           05 IL-SEP-5             PIC X.
           05 IL-RESOLVE-SENT      PIC X(1).
           05 IL-SEP-6             PIC X.
*> When the ticket was raised and when its state was last pulled,
*> "YYYY-MM-DD HH:MM:SS"
           05 IL-LINKED-AT         PIC X(19).
           05 IL-SEP-7             PIC X.
           05 IL-PULLED-AT         PIC X(19).
           05 IL-SEP-8             PIC X.
*> The resolution note the ITSM holds, once there is one
           05 IL-NOTE              PIC X(160).
