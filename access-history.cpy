*> One access-log line as HIST-LOAD files it in ACCESS-HISTORY.DAT:
*> keyed by date, time and request id, with the line's fields
*> already parsed out and the original line kept alongside, so a
*> report reading the store tallies exactly what it would have read
*> out of the text archive
       01  AH-RECORD.
*> Primary key - YYYYMMDD, HHMMSS, rid= (or "L" and the archive line
*> number for a line that carries no rid)
           05 AH-KEY.
              10 AH-DATE           PIC X(8).
              10 AH-TIME           PIC X(6).
              10 AH-RID            PIC X(24).
*> Alternate keys: each field is followed by the line's date and
*> time, so a START on field-plus-from-date reads one vhost's (one
*> status class's, one user's) range in time order
           05 AH-VHOST-KEY.
              10 AH-VHOST          PIC X(32).
              10 AH-VHOST-WHEN     PIC X(14).
           05 AH-CLASS-KEY.
              10 AH-STATUS-CLASS   PIC X(1).
              10 AH-CLASS-WHEN     PIC X(14).
           05 AH-USER-KEY.
              10 AH-AUTHUSER       PIC X(32).
              10 AH-USER-WHEN      PIC X(14).
*> Alternate key (duplicates): the YYYYMMDD of the ACCESS-*.LOG the
*> line was filed from. A line's own date can fall either side of
*> its archive's name around midnight, so a reload or a retention
*> drop clears exactly what one archive filed by this key, never by
*> AH-DATE
           05 AH-ARCHIVE-DATE      PIC X(8).
*> The parsed fields
           05 AH-CLIENT-ADDR       PIC X(46).
           05 AH-METHOD            PIC X(8).
           05 AH-PATH              PIC X(256).
           05 AH-STATUS            PIC X(3).
           05 AH-BYTES             PIC 9(9).
           05 AH-MS                PIC 9(7).
           05 AH-VARIANT           PIC X(16).
           05 AH-NET               PIC X(24).
           05 AH-USER-AGENT        PIC X(96).
           05 AH-REFERER           PIC X(80).
*> The archive line itself
           05 AH-LINE              PIC X(512).
