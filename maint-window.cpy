*> One planned maintenance window as MAINT-CAL keeps it in
*> MAINT-CALENDAR.DAT. MAINT-CAL alone rewrites the file; SLA-REPORT
*> and TENANT-SLA read the actual start and end recorded here to
*> take the window out of the statement
       01  MW-RECORD.
           05 MW-ID                PIC 9(6).
           05 MW-SEP-1             PIC X.
*> SCHEDULED, ANNOUNCED (banner up), ACTIVE (maintenance mode on),
*> DONE, CANCELLED, or MISSED (its end passed before MAINT-CAL ever
*> saw it start - nothing was switched, nothing is excluded)
           05 MW-STATE             PIC X(9).
           05 MW-SEP-2             PIC X.
*> The booked window, "YYYY-MM-DD HH:MM"
           05 MW-START             PIC X(16).
           05 MW-SEP-3             PIC X.
           05 MW-END               PIC X(16).
           05 MW-SEP-4             PIC X.
*> ALL for the whole server, else the vhost name as VHOSTS.CFG (and
*> the access log's vhost= field) has it
           05 MW-SCOPE             PIC X(32).
           05 MW-SEP-5             PIC X.
           05 MW-CHANGE-REF        PIC X(16).
           05 MW-SEP-6             PIC X.
*> When maintenance mode actually went on and off, "YYYY-MM-DD
*> HH:MM:SS"; spaces until it happens
           05 MW-ACT-START         PIC X(19).
           05 MW-SEP-7             PIC X.
           05 MW-ACT-END           PIC X(19).
           05 MW-SEP-8             PIC X.
*> Y when MAINT-CAL raised MAINTENANCE.FLAG itself, so it only takes
*> down a flag it put up (an operator's own flag is left alone)
           05 MW-FLAG-OWNED        PIC X(1).
           05 MW-SEP-9             PIC X.
           05 MW-REASON            PIC X(120).
