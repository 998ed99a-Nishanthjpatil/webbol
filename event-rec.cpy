*> One event on the calendar as the /api/events resource keeps it in
*> EVENTS.DAT, one line per event in start order. HTTP-HANDLER alone
*> writes the file; EVENT-PUBLISH builds the calendar pages and the
*> iCalendar feeds from it and moves past events out to
*> EVENTS-ARCHIVE.DAT in the same layout
       01  EV-RECORD.
*> "E" and the creation time to the hundredth, YYMMDDHHMMSSss
           05 EV-ID                PIC X(16).
           05 EV-SEP-1             PIC X.
*> The owning department, one upper-case token ("HR", "FACILITIES");
*> EVENT-EDITORS.CFG says which group may edit it
           05 EV-DEPT              PIC X(16).
           05 EV-SEP-2             PIC X.
*> TRAINING, TOWNHALL, CLOSURE, MEETING, SOCIAL or OTHER
           05 EV-KIND              PIC X(8).
           05 EV-SEP-3             PIC X.
*> "YYYY-MM-DD HH:MM", or "YYYY-MM-DD" alone for an all-day event;
*> the end is inclusive and is the same shape as the start
           05 EV-START             PIC X(16).
           05 EV-SEP-4             PIC X.
           05 EV-END               PIC X(16).
           05 EV-SEP-5             PIC X.
           05 EV-LOCATION          PIC X(60).
           05 EV-SEP-6             PIC X.
*> Who last created or changed it, and when ("YYYY-MM-DD HH:MM:SS")
           05 EV-UPDATED-BY        PIC X(32).
           05 EV-SEP-7             PIC X.
           05 EV-UPDATED-AT        PIC X(19).
           05 EV-SEP-8             PIC X.
           05 EV-TITLE             PIC X(80).
           05 EV-SEP-9             PIC X.
           05 EV-DETAIL            PIC X(200).
