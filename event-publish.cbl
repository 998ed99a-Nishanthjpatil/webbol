*> Standalone batch job: the events calendar's published side. The
*> events themselves are kept through the /api/events resource in
*> http-handler.cbl (EVENTS.DAT, see event-rec.cpy); this job turns
*> them into what staff actually look at, under the document root's
*> events/ folder (DOC_ROOT from WEBSERVER.CFG):
*>
*>   index.html      - every department's coming events, with links
*>                     to each department's page and feed
*>   <dept>.html     - one department's coming events
*>   <dept>.ics      - the same department as an iCalendar feed a
*>                     mail client can subscribe to
*>   all.ics         - the site-wide feed
*>
*> (file names are the department in lower case). A page or feed is
*> written for every department with an event on file and every
*> department EVENT-EDITORS.CFG names, so a subscribed feed stays
*> put while a department has nothing coming. Each file is written
*> to a scratch copy and renamed into place.
*>
*> Past events age out: one whose last day is more than the keep
*> period ago (default 30 days) is moved from EVENTS.DAT to the end
*> of EVENTS-ARCHIVE.DAT, same layout. Until then it stays in the
*> feeds, so a subscriber's calendar keeps the recent past, but the
*> pages show only what has not finished yet.
*>
*>   event-publish [KEEP-DAYS]
*>
*> Feed times are local (floating) times as entered; all-day events
*> are DATE values. UIDs are the event id at SITEMAP_BASE's host,
*> and each event links back to its department's page when
*> SITEMAP_BASE is set. Run hourly from JOB-TABLE.CFG. The run is
*> audited, and ends with return code 8 when the folder could not be
*> written.
IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-PUBLISH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT EDITORS-FILE ASSIGN TO "EVENT-EDITORS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITORS-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT EVENTS-TMP ASSIGN TO "EVENTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "EVENTS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PAGE-OUT ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  EDITORS-FILE.
       01  EDITORS-RECORD       PIC X(128).
       FD  EVENTS-FILE.
       COPY "event-rec.cpy".
       FD  EVENTS-TMP.
       01  EVENTS-TMP-RECORD    PIC X(472).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(472).
       FD  PAGE-OUT.
       01  OUT-RECORD           PIC X(2048).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-CFG-STATUS         PIC XX.
       01 WS-EDITORS-STATUS     PIC XX.
       01 WS-EVENTS-STATUS      PIC XX.
       01 WS-TMP-STATUS         PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE SPACES.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-EOF                PIC 9.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
*> The absolute-URL prefix the links are built on, as SITEMAP-GEN
*> uses it - empty means no links in the feeds - and the host part
*> of it the UIDs are qualified with
       01 WS-BASE-URL           PIC X(128) VALUE SPACES.
       01 WS-UID-HOST           PIC X(64) VALUE "intranet".
       01 WS-HOST-POS           PIC 9(4) COMP.
       01 WS-HOST-LEN           PIC 9(4) COMP.

       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-KEEP-DAYS          PIC 9(4) VALUE 30.

*> Dates: today, the archive cutoff, and the feed's DTSTAMP (this
*> run's time in UTC)
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC X(10).
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8) COMP.
       01 WS-CUTOFF             PIC X(10).
       01 WS-CUTOFF-YMD         PIC 9(8).
       01 WS-DTSTAMP            PIC X(16).
       01 WS-NOW-SECS           PIC S9(12) COMP.
       01 WS-OFFSET-SECS        PIC S9(8) COMP.
       01 WS-UTC-DAY            PIC 9(8) COMP.
       01 WS-UTC-SECS           PIC 9(8) COMP.
       01 WS-UTC-YMD            PIC 9(8).
       01 WS-UTC-HH             PIC 99.
       01 WS-UTC-MI             PIC 99.
       01 WS-UTC-SS             PIC 99.
       01 WS-DAY-YMD            PIC 9(8).
       01 WS-DAY-YMD-X REDEFINES WS-DAY-YMD PIC X(8).
       01 WS-DAY-INT            PIC 9(8) COMP.

*> EVENTS.DAT as kept after archiving, in its start order
       01 WS-EV-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-EV-MAX             PIC 9(4) COMP VALUE 2000.
       01 EV-TABLE.
          05 EVT-ENTRY OCCURS 2000 TIMES.
             10 EVT-ID            PIC X(16).
             10 EVT-DEPT          PIC X(16).
             10 EVT-KIND          PIC X(8).
             10 EVT-START         PIC X(16).
             10 EVT-END           PIC X(16).
             10 EVT-LAST-DAY      PIC X(10).
             10 EVT-LOCATION      PIC X(60).
             10 EVT-TITLE         PIC X(80).
             10 EVT-DETAIL        PIC X(200).
       01 WS-EV-IDX             PIC 9(4) COMP.
       01 WS-LAST-DAY           PIC X(10).
       01 WS-ARCHIVED           PIC 9(5) VALUE 0.
       01 WS-NOT-SHOWN          PIC 9(5) VALUE 0.

*> The departments a page and feed are written for
       01 WS-DEPT-COUNT         PIC 9(3) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 200 TIMES.
             10 DEPT-NAME         PIC X(16).
             10 DEPT-FILE         PIC X(16).
       01 WS-DEPT-IDX           PIC 9(3) COMP.
       01 WS-NEW-DEPT           PIC X(16).
       01 WS-CFG-DEPT           PIC X(16).

*> Output: the events/ folder, the file being written and its
*> scratch copy
       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-OUT-DIR            PIC X(300).
       01 WS-OUT-DIR-LEN        PIC 9(4) COMP.
       01 WS-OUT-FILE           PIC X(24).
       01 WS-OUT-NAME           PIC X(340).
       01 WS-FINAL-NAME         PIC X(340).
       01 WS-OUT-FAILED         PIC 9 VALUE 0.
       01 WS-FILES-WRITTEN      PIC 9(4) VALUE 0.
       01 WS-OUT-PTR            PIC 9(4) COMP.
       01 WS-MKDIR-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> One page or feed: which department (spaces for the whole site)
       01 WS-PAGE-DEPT          PIC X(16).
       01 WS-PAGE-FILE          PIC X(16).
       01 WS-PAGE-ROWS          PIC 9(4) COMP.
       01 WS-WHEN-TEXT          PIC X(48).
       01 WS-KIND-TEXT          PIC X(12).

*> One iCalendar content line, folded at 75 octets on the way out,
*> and the raw file the feed is written through
       01 WS-ICS-LINE           PIC X(1600).
       01 WS-ICS-LEN            PIC 9(4) COMP.
       01 WS-ICS-POS            PIC 9(4) COMP.
       01 WS-ICS-CHUNK          PIC 9(4) COMP.
       01 WS-ICS-DATE           PIC X(16).
       01 WS-ICS-VALUE          PIC X(24).
       01 WS-ICS-NAME           PIC X(16).
       01 WS-ICS-OUT            PIC X(80).
       01 WS-FILE-HANDLE        PIC 9(8) COMP-5.
       01 WS-CREATE-RC          PIC S9(9) COMP-5.
       01 WS-WRITE-RC           PIC S9(9) COMP-5.
       01 WS-CLOSE-RC           PIC S9(9) COMP-5.
       01 WS-WRITE-OFFSET       PIC 9(18) COMP VALUE 0.
       01 WS-WRITE-LEN          PIC 9(9) COMP.

*> Escaping for text written into a page or a feed
       01 WS-ESC-SRC            PIC X(256).
       01 WS-ESC-SRC-LEN        PIC 9(4) COMP.
       01 WS-ESC-DST            PIC X(1536).
       01 WS-ESC-DST-LEN        PIC 9(4) COMP.
       01 WS-ESC-PTR            PIC 9(4) COMP.
       01 WS-ESC-IDX            PIC 9(4) COMP.
       01 WS-ESC-CHAR           PIC X(1).

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-RESULT       PIC X(10).
       01 WS-LINE-PTR           PIC 9(4) COMP.
       01 WS-COUNT-DISPLAY      PIC Z(4)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(4)9.
       01 WS-COUNT-DISPLAY-3    PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:1) NUMERIC
               COMPUTE WS-KEEP-DAYS =
                   FUNCTION NUMVAL(WS-COMMAND-LINE(1:4))
           END-IF

           PERFORM SET-DATES
           PERFORM READ-CONFIG-FILE
           PERFORM SET-OUTPUT-DIR
           PERFORM LOAD-EDITOR-DEPTS
           PERFORM ARCHIVE-AND-LOAD-EVENTS

           IF WS-OUT-FAILED = 0
               MOVE SPACES TO WS-PAGE-DEPT
               MOVE "index" TO WS-PAGE-FILE
               PERFORM WRITE-EVENTS-PAGE
               MOVE "all" TO WS-PAGE-FILE
               PERFORM WRITE-EVENTS-FEED
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   MOVE DEPT-NAME(WS-DEPT-IDX) TO WS-PAGE-DEPT
                   MOVE DEPT-FILE(WS-DEPT-IDX) TO WS-PAGE-FILE
                   PERFORM WRITE-EVENTS-PAGE
                   PERFORM WRITE-EVENTS-FEED
               END-PERFORM
           END-IF

           IF WS-OUT-FAILED = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "APPLIED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-EV-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ARCHIVED TO WS-COUNT-DISPLAY-2
           MOVE WS-FILES-WRITTEN TO WS-COUNT-DISPLAY-3
           DISPLAY "EVENT-PUBLISH: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " event(s) on the calendar, "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2) " archived, "
               FUNCTION TRIM(WS-COUNT-DISPLAY-3) " file(s) written"
           IF WS-NOT-SHOWN > 0
               MOVE WS-NOT-SHOWN TO WS-COUNT-DISPLAY
               DISPLAY "EVENT-PUBLISH: calendar full - "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " event(s) kept but not published"
           END-IF
           STOP RUN.

       SET-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING
           MOVE WS-TIMESTAMP(1:10) TO WS-TODAY
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)

           COMPUTE WS-CUTOFF-YMD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-KEEP-DAYS)
           MOVE SPACES TO WS-CUTOFF
           STRING WS-CUTOFF-YMD(1:4) "-" WS-CUTOFF-YMD(5:2) "-"
                  WS-CUTOFF-YMD(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF
           END-STRING

*> DTSTAMP is UTC: the local time less the offset CURRENT-DATE
*> reports (none reported is taken as UTC already)
           COMPUTE WS-NOW-SECS = WS-TODAY-INT * 86400
               + FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE(13:2))
           MOVE 0 TO WS-OFFSET-SECS
           IF WS-CURRENT-DATE(18:4) NUMERIC
               COMPUTE WS-OFFSET-SECS =
                   FUNCTION NUMVAL(WS-CURRENT-DATE(18:2)) * 3600
                   + FUNCTION NUMVAL(WS-CURRENT-DATE(20:2)) * 60
               IF WS-CURRENT-DATE(17:1) = "-"
                   COMPUTE WS-OFFSET-SECS = 0 - WS-OFFSET-SECS
               END-IF
           END-IF
           COMPUTE WS-NOW-SECS = WS-NOW-SECS - WS-OFFSET-SECS
           COMPUTE WS-UTC-DAY = WS-NOW-SECS / 86400
           COMPUTE WS-UTC-SECS = WS-NOW-SECS - WS-UTC-DAY * 86400
           COMPUTE WS-UTC-YMD = FUNCTION DATE-OF-INTEGER(WS-UTC-DAY)
           COMPUTE WS-UTC-HH = WS-UTC-SECS / 3600
           COMPUTE WS-UTC-MI = (WS-UTC-SECS - WS-UTC-HH * 3600) / 60
           COMPUTE WS-UTC-SS = WS-UTC-SECS - WS-UTC-HH * 3600
               - WS-UTC-MI * 60
           MOVE SPACES TO WS-DTSTAMP
           STRING WS-UTC-YMD "T" WS-UTC-HH WS-UTC-MI WS-UTC-SS "Z"
               DELIMITED BY SIZE INTO WS-DTSTAMP
           END-STRING
           .

       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       APPLY-CONFIG-LINE.
           MOVE 0 TO WS-CFG-LEN
           INSPECT CFG-RECORD TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF CFG-RECORD(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           EVALUATE WS-CFG-KEY
               WHEN "DOC_ROOT"
                   MOVE WS-CFG-VALUE TO DOC-ROOT
               WHEN "SITEMAP_BASE"
                   MOVE WS-CFG-VALUE TO WS-BASE-URL
           END-EVALUATE
           .

*> <DOC_ROOT>/events, created when missing; and the UID host, the
*> part of SITEMAP_BASE between "//" and the next "/" or ":"
       SET-OUTPUT-DIR.
           MOVE 0 TO WS-ROOT-LEN
           INSPECT DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-OUT-DIR
           IF WS-ROOT-LEN = 0 OR DOC-ROOT(1:WS-ROOT-LEN) = "."
               MOVE "events" TO WS-OUT-DIR
           ELSE
               STRING DOC-ROOT(1:WS-ROOT-LEN) "/events"
                   DELIMITED BY SIZE INTO WS-OUT-DIR
               END-STRING
           END-IF
           MOVE 0 TO WS-OUT-DIR-LEN
           INSPECT WS-OUT-DIR TALLYING WS-OUT-DIR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           CALL "CBL_CREATE_DIR" USING WS-OUT-DIR
               RETURNING WS-MKDIR-RC
           END-CALL

           MOVE 0 TO WS-HOST-POS
           PERFORM VARYING WS-HOST-POS FROM 1 BY 1
               UNTIL WS-HOST-POS > 120
               IF WS-BASE-URL(WS-HOST-POS:2) = "//"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HOST-POS > 120
               EXIT PARAGRAPH
           END-IF
           ADD 2 TO WS-HOST-POS
           MOVE 0 TO WS-HOST-LEN
           INSPECT WS-BASE-URL(WS-HOST-POS:) TALLYING WS-HOST-LEN
               FOR CHARACTERS BEFORE INITIAL "/"
           IF WS-HOST-LEN > 0
               MOVE SPACES TO WS-UID-HOST
               MOVE WS-BASE-URL(WS-HOST-POS:WS-HOST-LEN)
                   TO WS-UID-HOST
               INSPECT WS-UID-HOST REPLACING CHARACTERS BY SPACE
                   AFTER INITIAL ":"
               INSPECT WS-UID-HOST REPLACING ALL ":" BY SPACE
           END-IF
           IF WS-UID-HOST = SPACES
               MOVE "intranet" TO WS-UID-HOST
           END-IF
           .

*> Every department EVENT-EDITORS.CFG names ("DEPT GROUP" lines;
*> ALL is the editors' wildcard, not a department)
       LOAD-EDITOR-DEPTS.
           OPEN INPUT EDITORS-FILE
           IF WS-EDITORS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EDITORS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-EDITOR-DEPT
               END-READ
           END-PERFORM
           CLOSE EDITORS-FILE
           .

       NOTE-EDITOR-DEPT.
           IF EDITORS-RECORD(1:1) = SPACE OR
              EDITORS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-DEPT
           UNSTRING EDITORS-RECORD DELIMITED BY ALL SPACE
               INTO WS-CFG-DEPT
           END-UNSTRING
           INSPECT WS-CFG-DEPT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CFG-DEPT NOT = "ALL"
               MOVE WS-CFG-DEPT TO WS-NEW-DEPT
               PERFORM NOTE-DEPARTMENT
           END-IF
           .

       NOTE-DEPARTMENT.
           IF WS-NEW-DEPT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-NEW-DEPT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-NEW-DEPT TO DEPT-NAME(WS-DEPT-COUNT)
           MOVE WS-NEW-DEPT TO DEPT-FILE(WS-DEPT-COUNT)
           INSPECT DEPT-FILE(WS-DEPT-COUNT) CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           .

*> One pass over EVENTS.DAT: what ended before the cutoff goes to
*> the archive, the rest to the table and a scratch copy that
*> replaces EVENTS.DAT - only when something did move, so a run
*> with nothing to archive never rewrites the file under the API
       ARCHIVE-AND-LOAD-EVENTS.
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EVENTS-TMP
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EVENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM SORT-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           CLOSE EVENTS-TMP
           IF WS-ARCHIVE-STATUS NOT = SPACES
               CLOSE ARCHIVE-FILE
           END-IF

           IF WS-ARCHIVED > 0
               CALL "CBL_DELETE_FILE" USING "EVENTS.DAT"
                   RETURNING WS-DELETE-RC
               END-CALL
               CALL "CBL_RENAME_FILE" USING "EVENTS.TMP" "EVENTS.DAT"
                   RETURNING WS-RENAME-RC
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING "EVENTS.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF
           .

       SORT-ONE-EVENT.
           IF EV-ID = SPACES OR EV-ID(1:1) = "*"
               WRITE EVENTS-TMP-RECORD FROM EV-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE EV-END(1:10) TO WS-LAST-DAY
           IF WS-LAST-DAY = SPACES
               MOVE EV-START(1:10) TO WS-LAST-DAY
           END-IF

           IF WS-LAST-DAY < WS-CUTOFF
               IF WS-ARCHIVE-STATUS = SPACES
                   OPEN EXTEND ARCHIVE-FILE
                   IF WS-ARCHIVE-STATUS = "35" OR
                      WS-ARCHIVE-STATUS = "05"
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF
               END-IF
               WRITE ARCHIVE-RECORD FROM EV-RECORD
               ADD 1 TO WS-ARCHIVED
               EXIT PARAGRAPH
           END-IF

           WRITE EVENTS-TMP-RECORD FROM EV-RECORD
           MOVE EV-DEPT TO WS-NEW-DEPT
           PERFORM NOTE-DEPARTMENT
           IF WS-EV-COUNT >= WS-EV-MAX
               ADD 1 TO WS-NOT-SHOWN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE EV-ID TO EVT-ID(WS-EV-COUNT)
           MOVE EV-DEPT TO EVT-DEPT(WS-EV-COUNT)
           MOVE EV-KIND TO EVT-KIND(WS-EV-COUNT)
           MOVE EV-START TO EVT-START(WS-EV-COUNT)
           MOVE EV-END TO EVT-END(WS-EV-COUNT)
           IF EVT-END(WS-EV-COUNT) = SPACES
               MOVE EV-START TO EVT-END(WS-EV-COUNT)
           END-IF
           MOVE WS-LAST-DAY TO EVT-LAST-DAY(WS-EV-COUNT)
           MOVE EV-LOCATION TO EVT-LOCATION(WS-EV-COUNT)
           MOVE EV-TITLE TO EVT-TITLE(WS-EV-COUNT)
           MOVE EV-DETAIL TO EVT-DETAIL(WS-EV-COUNT)
           .

*> ----------------------------------------------------------------
*> Output files: written to "<name>.tmp" and renamed into place
*> ----------------------------------------------------------------
       SET-OUT-NAMES.
           MOVE SPACES TO WS-FINAL-NAME
           STRING WS-OUT-DIR(1:WS-OUT-DIR-LEN) "/" DELIMITED BY SIZE
                  WS-OUT-FILE DELIMITED BY SPACE
               INTO WS-FINAL-NAME
           END-STRING
           MOVE SPACES TO WS-OUT-NAME
           STRING WS-FINAL-NAME DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
               INTO WS-OUT-NAME
           END-STRING
           .

       OPEN-OUT-FILE.
           PERFORM SET-OUT-NAMES
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "EVENT-PUBLISH: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           .

       CLOSE-OUT-FILE.
           CLOSE PAGE-OUT
           PERFORM PLACE-OUT-FILE
           .

       PLACE-OUT-FILE.
           CALL "CBL_DELETE_FILE" USING WS-FINAL-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-OUT-NAME WS-FINAL-NAME
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "EVENT-PUBLISH: cannot replace "
                   FUNCTION TRIM(WS-FINAL-NAME)
               MOVE 1 TO WS-OUT-FAILED
           ELSE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF
           .

*> ----------------------------------------------------------------
*> The calendar page: one department's coming events, or with
*> WS-PAGE-DEPT blank every department's and the list of pages and
*> feeds (index.html)
*> ----------------------------------------------------------------
       WRITE-EVENTS-PAGE.
           MOVE SPACES TO WS-OUT-FILE
           STRING WS-PAGE-FILE DELIMITED BY SPACE
                  ".html" DELIMITED BY SIZE
               INTO WS-OUT-FILE
           END-STRING
           PERFORM OPEN-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUT-RECORD
           IF WS-PAGE-DEPT = SPACES
               STRING "<!DOCTYPE html><html lang=" '"en"' "><head>"
                      "<meta charset=" '"utf-8"' "><title>Events"
                      "</title></head><body><h1>Events</h1>"
                      "<p>Subscribe to every department's events: "
                      "<a href=" '"all.ics"' ">iCalendar feed</a>"
                      "</p>" DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           ELSE
               STRING "<!DOCTYPE html><html lang=" '"en"' "><head>"
                      "<meta charset=" '"utf-8"' "><title>Events - "
                      DELIMITED BY SIZE
                      WS-PAGE-DEPT DELIMITED BY SPACE
                      "</title></head><body><h1>Events - "
                      DELIMITED BY SIZE
                      WS-PAGE-DEPT DELIMITED BY SPACE
                      "</h1><p>Subscribe: <a href=" '"'
                      DELIMITED BY SIZE
                      WS-PAGE-FILE DELIMITED BY SPACE
                      '.ics"' ">iCalendar feed</a> | <a href="
                      '"index.html"' ">All departments</a></p>"
                      DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           END-IF
           WRITE OUT-RECORD

           MOVE 0 TO WS-PAGE-ROWS
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               IF EVT-LAST-DAY(WS-EV-IDX) NOT < WS-TODAY AND
                  (WS-PAGE-DEPT = SPACES OR
                   EVT-DEPT(WS-EV-IDX) = WS-PAGE-DEPT)
                   IF WS-PAGE-ROWS = 0
                       PERFORM WRITE-PAGE-TABLE-HEAD
                   END-IF
                   PERFORM WRITE-PAGE-ROW
                   ADD 1 TO WS-PAGE-ROWS
               END-IF
           END-PERFORM
           IF WS-PAGE-ROWS = 0
               MOVE "<p>No upcoming events.</p>" TO OUT-RECORD
           ELSE
               MOVE "</tbody></table>" TO OUT-RECORD
           END-IF
           WRITE OUT-RECORD

           IF WS-PAGE-DEPT = SPACES AND WS-DEPT-COUNT > 0
               MOVE "<h2>Departments</h2><ul>" TO OUT-RECORD
               WRITE OUT-RECORD
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   MOVE SPACES TO OUT-RECORD
                   STRING "<li><a href=" '"' DELIMITED BY SIZE
                          DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                          '.html"' ">" DELIMITED BY SIZE
                          DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SPACE
                          "</a> (<a href=" '"' DELIMITED BY SIZE
                          DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                          '.ics"' ">feed</a>)</li>" DELIMITED BY SIZE
                       INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
               END-PERFORM
               MOVE "</ul>" TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF

           MOVE SPACES TO OUT-RECORD
           STRING "<p>Updated " WS-TIMESTAMP "</p></body></html>"
               DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           PERFORM CLOSE-OUT-FILE
           .

       WRITE-PAGE-TABLE-HEAD.
           MOVE SPACES TO OUT-RECORD
           IF WS-PAGE-DEPT = SPACES
               STRING "<table><thead><tr><th>When</th><th>Event</th>"
                      "<th>Kind</th><th>Where</th><th>Department</th>"
                      "</tr></thead><tbody>" DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           ELSE
               STRING "<table><thead><tr><th>When</th><th>Event</th>"
                      "<th>Kind</th><th>Where</th>"
                      "</tr></thead><tbody>" DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           END-IF
           WRITE OUT-RECORD
           .

*> One event as a table row, a record per cell
       WRITE-PAGE-ROW.
           PERFORM SET-WHEN-TEXT
           PERFORM SET-KIND-TEXT
           MOVE SPACES TO OUT-RECORD
           STRING "<tr><td>" DELIMITED BY SIZE
                  WS-WHEN-TEXT DELIMITED BY "  "
                  "</td>" DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD

           MOVE EVT-TITLE(WS-EV-IDX) TO WS-ESC-SRC
           PERFORM ESCAPE-HTML-ENTITIES
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<td><strong>" DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  "</strong>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           IF EVT-DETAIL(WS-EV-IDX) NOT = SPACES
               MOVE EVT-DETAIL(WS-EV-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-HTML-ENTITIES
               STRING "<br>" DELIMITED BY SIZE
                      WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING "</td><td>" DELIMITED BY SIZE
                  WS-KIND-TEXT DELIMITED BY "  "
                  "</td>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD

           MOVE EVT-LOCATION(WS-EV-IDX) TO WS-ESC-SRC
           PERFORM ESCAPE-HTML-ENTITIES
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<td>" DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  "</td>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-PAGE-DEPT = SPACES
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF DEPT-NAME(WS-DEPT-IDX) = EVT-DEPT(WS-EV-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DEPT-IDX > WS-DEPT-COUNT
                   STRING "<td>" DELIMITED BY SIZE
                          EVT-DEPT(WS-EV-IDX) DELIMITED BY SPACE
                          "</td>" DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               ELSE
                   STRING "<td><a href=" '"' DELIMITED BY SIZE
                          DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                          '.html"' ">" DELIMITED BY SIZE
                          EVT-DEPT(WS-EV-IDX) DELIMITED BY SPACE
                          "</a></td>" DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-IF
           STRING "</tr>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD
           .

*> "2026-10-20 (all day)", "2026-10-20 to 2026-10-24",
*> "2026-10-20 09:00-10:30" or "2026-10-20 09:00 to 2026-10-21 17:00"
       SET-WHEN-TEXT.
           MOVE SPACES TO WS-WHEN-TEXT
           EVALUATE TRUE
               WHEN EVT-START(WS-EV-IDX)(11:6) = SPACES AND
                    EVT-END(WS-EV-IDX)(1:10) =
                        EVT-START(WS-EV-IDX)(1:10)
                   STRING EVT-START(WS-EV-IDX)(1:10) " (all day)"
                       DELIMITED BY SIZE INTO WS-WHEN-TEXT
                   END-STRING
               WHEN EVT-START(WS-EV-IDX)(11:6) = SPACES
                   STRING EVT-START(WS-EV-IDX)(1:10) " to "
                          EVT-END(WS-EV-IDX)(1:10)
                       DELIMITED BY SIZE INTO WS-WHEN-TEXT
                   END-STRING
               WHEN EVT-END(WS-EV-IDX)(1:10) =
                        EVT-START(WS-EV-IDX)(1:10)
                   STRING EVT-START(WS-EV-IDX) "-"
                          EVT-END(WS-EV-IDX)(12:5)
                       DELIMITED BY SIZE INTO WS-WHEN-TEXT
                   END-STRING
               WHEN OTHER
                   STRING EVT-START(WS-EV-IDX) " to "
                          EVT-END(WS-EV-IDX)
                       DELIMITED BY SIZE INTO WS-WHEN-TEXT
                   END-STRING
           END-EVALUATE
           .

       SET-KIND-TEXT.
           EVALUATE EVT-KIND(WS-EV-IDX)
               WHEN "TRAINING"
                   MOVE "Training" TO WS-KIND-TEXT
               WHEN "TOWNHALL"
                   MOVE "Town hall" TO WS-KIND-TEXT
               WHEN "CLOSURE"
                   MOVE "Closure" TO WS-KIND-TEXT
               WHEN "MEETING"
                   MOVE "Meeting" TO WS-KIND-TEXT
               WHEN "SOCIAL"
                   MOVE "Social" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "Other" TO WS-KIND-TEXT
           END-EVALUATE
           .

*> ----------------------------------------------------------------
*> The iCalendar feed (RFC 5545): one department's events, or with
*> WS-PAGE-DEPT blank the whole site's (all.ics). The standard's
*> lines end CRLF, which a LINE SEQUENTIAL record cannot carry, so
*> the feed goes out through the raw CBL_CREATE_FILE/CBL_WRITE_FILE
*> sequence CGI-EXEC uses for a byte-exact write
*> ----------------------------------------------------------------
       WRITE-EVENTS-FEED.
           MOVE SPACES TO WS-OUT-FILE
           STRING WS-PAGE-FILE DELIMITED BY SPACE
                  ".ics" DELIMITED BY SIZE
               INTO WS-OUT-FILE
           END-STRING
           PERFORM SET-OUT-NAMES
           CALL "CBL_CREATE_FILE" USING WS-OUT-NAME 2 0 0
               WS-FILE-HANDLE
               RETURNING WS-CREATE-RC
           END-CALL
           IF WS-CREATE-RC NOT = 0
               DISPLAY "EVENT-PUBLISH: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WRITE-OFFSET
           MOVE 0 TO WS-WRITE-RC

           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "PRODID:-//Intranet//Events calendar//EN"
               TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "METHOD:PUBLISH" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           IF WS-PAGE-DEPT = SPACES
               MOVE "X-WR-CALNAME:Intranet events" TO WS-ICS-LINE
           ELSE
               STRING "X-WR-CALNAME:" DELIMITED BY SIZE
                      WS-PAGE-DEPT DELIMITED BY SPACE
                      " events" DELIMITED BY SIZE
                   INTO WS-ICS-LINE
               END-STRING
           END-IF
           PERFORM WRITE-ICS-LINE

           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-PAGE-DEPT = SPACES OR
                  EVT-DEPT(WS-EV-IDX) = WS-PAGE-DEPT
                   PERFORM WRITE-FEED-EVENT
               END-IF
           END-PERFORM

           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
               RETURNING WS-CLOSE-RC
           END-CALL
           IF WS-WRITE-RC NOT = 0
               DISPLAY "EVENT-PUBLISH: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
               MOVE 1 TO WS-OUT-FAILED
               CALL "CBL_DELETE_FILE" USING WS-OUT-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM PLACE-OUT-FILE
           .

       WRITE-FEED-EVENT.
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" DELIMITED BY SIZE
                  EVT-ID(WS-EV-IDX) DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  WS-UID-HOST DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-DTSTAMP DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE

           MOVE "DTSTART" TO WS-ICS-NAME
           MOVE EVT-START(WS-EV-IDX) TO WS-ICS-DATE
           PERFORM WRITE-ICS-DATE-LINE
*> An all-day event's DTEND is the day after its last, the
*> standard's exclusive end
           MOVE "DTEND" TO WS-ICS-NAME
           MOVE EVT-END(WS-EV-IDX) TO WS-ICS-DATE
           IF WS-ICS-DATE(11:6) = SPACES
               MOVE WS-ICS-DATE(1:4) TO WS-DAY-YMD-X(1:4)
               MOVE WS-ICS-DATE(6:2) TO WS-DAY-YMD-X(5:2)
               MOVE WS-ICS-DATE(9:2) TO WS-DAY-YMD-X(7:2)
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DAY-YMD) + 1
               COMPUTE WS-DAY-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE SPACES TO WS-ICS-DATE
               STRING WS-DAY-YMD-X(1:4) "-" WS-DAY-YMD-X(5:2) "-"
                      WS-DAY-YMD-X(7:2)
                   DELIMITED BY SIZE INTO WS-ICS-DATE
               END-STRING
           END-IF
           PERFORM WRITE-ICS-DATE-LINE

           MOVE "SUMMARY:" TO WS-ICS-NAME
           MOVE EVT-TITLE(WS-EV-IDX) TO WS-ESC-SRC
           PERFORM WRITE-ICS-TEXT-LINE
           IF EVT-LOCATION(WS-EV-IDX) NOT = SPACES
               MOVE "LOCATION:" TO WS-ICS-NAME
               MOVE EVT-LOCATION(WS-EV-IDX) TO WS-ESC-SRC
               PERFORM WRITE-ICS-TEXT-LINE
           END-IF
           IF EVT-DETAIL(WS-EV-IDX) NOT = SPACES
               MOVE "DESCRIPTION:" TO WS-ICS-NAME
               MOVE EVT-DETAIL(WS-EV-IDX) TO WS-ESC-SRC
               PERFORM WRITE-ICS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-ICS-LINE
           STRING "CATEGORIES:" DELIMITED BY SIZE
                  EVT-KIND(WS-EV-IDX) DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE
           IF WS-BASE-URL NOT = SPACES
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF DEPT-NAME(WS-DEPT-IDX) = EVT-DEPT(WS-EV-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DEPT-IDX NOT > WS-DEPT-COUNT
                   MOVE SPACES TO WS-ICS-LINE
                   STRING "URL:" DELIMITED BY SIZE
                          WS-BASE-URL DELIMITED BY SPACE
                          "/events/" DELIMITED BY SIZE
                          DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                          ".html" DELIMITED BY SIZE
                       INTO WS-ICS-LINE
                   END-STRING
                   PERFORM WRITE-ICS-LINE
               END-IF
           END-IF
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           .

*> WS-ICS-NAME with WS-ICS-DATE ("YYYY-MM-DD[ HH:MM]") as a DATE
*> value or a local DATE-TIME
       WRITE-ICS-DATE-LINE.
           MOVE SPACES TO WS-ICS-VALUE
           IF WS-ICS-DATE(11:6) = SPACES
               STRING ";VALUE=DATE:" WS-ICS-DATE(1:4) WS-ICS-DATE(6:2)
                      WS-ICS-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-ICS-VALUE
               END-STRING
           ELSE
               STRING ":" WS-ICS-DATE(1:4) WS-ICS-DATE(6:2)
                      WS-ICS-DATE(9:2) "T" WS-ICS-DATE(12:2)
                      WS-ICS-DATE(15:2) "00"
                   DELIMITED BY SIZE INTO WS-ICS-VALUE
               END-STRING
           END-IF
           MOVE SPACES TO WS-ICS-LINE
           STRING WS-ICS-NAME DELIMITED BY SPACE
                  WS-ICS-VALUE DELIMITED BY SPACE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE
           .

*> WS-ICS-NAME (the property and its colon) with WS-ESC-SRC as an
*> escaped TEXT value
       WRITE-ICS-TEXT-LINE.
           PERFORM ESCAPE-ICS-TEXT
           MOVE SPACES TO WS-ICS-LINE
           STRING WS-ICS-NAME DELIMITED BY SPACE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
               INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE
           .

*> WS-ICS-LINE out as one content line: 75 octets to a physical
*> line, each continuation starting with a space, never cutting a
*> UTF-8 character in two
       WRITE-ICS-LINE.
           PERFORM VARYING WS-ICS-LEN FROM 1600 BY -1
               UNTIL WS-ICS-LEN < 1
               IF WS-ICS-LINE(WS-ICS-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 1 TO WS-ICS-POS
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               IF WS-ICS-POS = 1
                   MOVE 75 TO WS-ICS-CHUNK
               ELSE
                   MOVE 74 TO WS-ICS-CHUNK
               END-IF
               IF WS-ICS-POS + WS-ICS-CHUNK > WS-ICS-LEN
                   COMPUTE WS-ICS-CHUNK = WS-ICS-LEN - WS-ICS-POS + 1
               ELSE
                   PERFORM UNTIL WS-ICS-CHUNK < 2 OR
                       WS-ICS-LINE(WS-ICS-POS + WS-ICS-CHUNK:1)
                           < X"80" OR
                       WS-ICS-LINE(WS-ICS-POS + WS-ICS-CHUNK:1)
                           > X"BF"
                       SUBTRACT 1 FROM WS-ICS-CHUNK
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-ICS-OUT
               MOVE 1 TO WS-OUT-PTR
               IF WS-ICS-POS > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-ICS-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               STRING WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                      X"0D0A" DELIMITED BY SIZE
                   INTO WS-ICS-OUT WITH POINTER WS-OUT-PTR
               END-STRING
               COMPUTE WS-WRITE-LEN = WS-OUT-PTR - 1
               IF WS-WRITE-RC = 0
                   CALL "CBL_WRITE_FILE" USING WS-FILE-HANDLE
                       WS-WRITE-OFFSET WS-WRITE-LEN 0
                       WS-ICS-OUT(1:WS-WRITE-LEN)
                       RETURNING WS-WRITE-RC
                   END-CALL
               END-IF
               ADD WS-WRITE-LEN TO WS-WRITE-OFFSET
               ADD WS-ICS-CHUNK TO WS-ICS-POS
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> Escaping
*> ----------------------------------------------------------------
*> WS-ESC-SRC's length up to its last non-space
       MEASURE-ESC-SRC.
           PERFORM VARYING WS-ESC-SRC-LEN FROM 256 BY -1
               UNTIL WS-ESC-SRC-LEN < 1
               IF WS-ESC-SRC(WS-ESC-SRC-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> HTML-entity-escape WS-ESC-SRC into WS-ESC-DST/WS-ESC-DST-LEN, as
*> STATUS-PUBLISH does for text it writes into its page
       ESCAPE-HTML-ENTITIES.
           PERFORM MEASURE-ESC-SRC
           MOVE 1 TO WS-ESC-PTR
           MOVE SPACES TO WS-ESC-DST
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
               PERFORM APPEND-ESCAPED-CHAR
           END-PERFORM
           COMPUTE WS-ESC-DST-LEN = WS-ESC-PTR - 1
           IF WS-ESC-DST-LEN = 0
               MOVE 1 TO WS-ESC-DST-LEN
           END-IF
           .

       APPEND-ESCAPED-CHAR.
           MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CHAR
           EVALUATE WS-ESC-CHAR
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN QUOTE
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "'"
                   STRING "&#39;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN OTHER
                   STRING WS-ESC-CHAR DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
           END-EVALUATE
           .

*> The same for an iCalendar TEXT value: backslash, semicolon and
*> comma escaped with a backslash, control characters dropped
       ESCAPE-ICS-TEXT.
           PERFORM MEASURE-ESC-SRC
           MOVE 1 TO WS-ESC-PTR
           MOVE SPACES TO WS-ESC-DST
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
               MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = "\" OR WS-ESC-CHAR = ";" OR
                        WS-ESC-CHAR = ","
                       STRING "\" WS-ESC-CHAR DELIMITED BY SIZE
                           INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                       END-STRING
                   WHEN WS-ESC-CHAR < SPACE
                       CONTINUE
                   WHEN OTHER
                       STRING WS-ESC-CHAR DELIMITED BY SIZE
                           INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-ESC-DST-LEN = WS-ESC-PTR - 1
           IF WS-ESC-DST-LEN = 0
               MOVE 1 TO WS-ESC-DST-LEN
           END-IF
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-EV-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ARCHIVED TO WS-COUNT-DISPLAY-2
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISPLAY-3
           STRING "[" WS-TIMESTAMP "] console event-publish"
                  " event=EVENT_PUBLISH user=scheduler result="
                  DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " events=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " archived=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " departments=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
