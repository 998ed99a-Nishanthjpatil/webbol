*> Standalone batch job: the public service status page, so that in
*> an outage the service desk can point callers at one URL instead
*> of answering "is the intranet down?" a hundred times. Run every
*> few minutes from JOB-TABLE.CFG; HA-MONITOR also runs it on the
*> standby box (see STATUS_COMMAND in HA.CFG), so the page there is
*> already current the moment the standby takes over.
*>
*> Each run rebuilds three files in the working directory, each
*> written to a scratch copy and renamed into place:
*>
*>   STATUS.HTML  - the page itself (GET /status)
*>   STATUS.JSON  - the same facts for machines (GET /status.json)
*>   STATUS.CSS   - its stylesheet (GET /status.css), kept out of the
*>                  page so the site's default-src 'self' policy
*>                  applies to it unchanged
*>
*> HTTP-HANDLER serves all three ahead of the maintenance gate, so
*> the page stays up while the rest of the site is answering 503s.
*>
*> Components and how each one's current state is decided:
*>
*>   web      the intranet website - a /healthz probe through
*>            HTTP-CLIENT: 200 is OPERATIONAL, 503 (or a
*>            MAINTENANCE.FLAG here) is MAINTENANCE, no answer at all
*>            is OUTAGE, any other status DEGRADED
*>   writes   uploads and editing - DEGRADED while DEGRADED.FLAG is
*>            up or DISK-STATUS.DAT's PCT_USED is at DISK-MONITOR.CFG's
*>            CRIT_PCT (default 95); otherwise follows the website
*>   backend:<host>:<port>
*>            one per PROXY-STATE.DAT line, DOWN being OUTAGE
*>
*> The 90-day bars come from STATUS-HISTORY.DAT, one line per day and
*> component ("YYYY-MM-DD|key|checks|bad"), pruned to 90 days as it
*> is rewritten. The website's days are measured the way SLA-REPORT
*> measures its month - STATS-SAMPLE's minutes in STATS-HISTORY.LOG,
*> each gap wider than two minutes being unplanned downtime - and are
*> re-measured every run; every other component gets one check per
*> run, counted bad unless it was OPERATIONAL or in MAINTENANCE
*> (planned work is not downtime, as in the SLA). A day is green at
*> or above SLA.CFG's SLA_TARGET_PERMILLE (default 995), amber down
*> to 95%, red below that, and grey with no figures.
*>
*> Incidents: the open (not RESOLVED) INCIDENTS.DAT entries that an
*> operator has written at least one public update for with
*> "incident-admin PUBLIC <id> <text>" (STATUS-UPDATES.DAT), newest
*> update first. The reporter's own narrative is never published -
*> it is sealed personal data - only what the operator wrote.
*>
*> STATUS.CFG (optional; "*" comments and blank lines skipped):
*>
*>   TITLE <text>                  - page heading (default "Intranet
*>                                   service status")
*>   TARGET <host> <port>          - where the website is probed
*>                                   (default 127.0.0.1 and the
*>                                   server's own port)
*>   COMPONENT <key> <name...>     - display name for a component,
*>                                   e.g. "COMPONENT backend:10.1.2.3:
*>                                   8080 Expenses application"
*>
*> "status-publish <host> <port>" probes that address instead of
*> TARGET - HA-MONITOR's standby passes the primary it is watching.
IDENTIFICATION DIVISION.
       PROGRAM-ID. STATUS-PUBLISH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "STATUS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT SLA-CFG-FILE ASSIGN TO "SLA.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CFG-STATUS.
           SELECT DISK-CFG-FILE ASSIGN TO "DISK-MONITOR.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISK-CFG-STATUS.
           SELECT DISK-STATUS-DAT ASSIGN TO "DISK-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISKST-STATUS.
           SELECT PROXY-STATE-FILE ASSIGN TO "PROXY-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROXY-STATUS.
           SELECT STATS-HISTORY ASSIGN TO "STATS-HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STATUS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-TMP ASSIGN TO "STATUS-HISTORY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTMP-STATUS.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT UPDATES-FILE ASSIGN TO "STATUS-UPDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPD-STATUS.
           SELECT PAGE-OUT ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  SLA-CFG-FILE.
       01  SLA-CFG-RECORD       PIC X(256).
       FD  DISK-CFG-FILE.
       01  DISK-CFG-RECORD      PIC X(256).
       FD  DISK-STATUS-DAT.
       01  DISK-STATUS-REC      PIC X(64).
       FD  PROXY-STATE-FILE.
       01  PROXY-STATE-RECORD   PIC X(96).
       FD  STATS-HISTORY.
       01  STATS-RECORD         PIC X(112).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(80).
       FD  HISTORY-TMP.
       01  HISTORY-TMP-RECORD   PIC X(80).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  UPDATES-FILE.
       01  UPDATES-RECORD       PIC X(256).
       FD  PAGE-OUT.
       01  OUT-RECORD           PIC X(2048).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-CFG-STATUS         PIC XX.
       01 WS-SLA-CFG-STATUS     PIC XX.
       01 WS-DISK-CFG-STATUS    PIC XX.
       01 WS-DISKST-STATUS      PIC XX.
       01 WS-PROXY-STATUS       PIC XX.
       01 WS-STATS-STATUS       PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-HTMP-STATUS        PIC XX.
       01 WS-INC-STATUS         PIC XX.
       01 WS-UPD-STATUS         PIC XX.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-OUT-NAME           PIC X(32).
       01 WS-EOF                PIC 9.

*> STATUS.CFG values and their defaults
       01 STATUS-TITLE          PIC X(64)
                                VALUE "Intranet service status".
       01 STATUS-HOST           PIC X(64) VALUE "127.0.0.1".
       01 STATUS-PORT           PIC 9(5).
       01 SLA-TARGET-PERMILLE   PIC 9(4) VALUE 995.
       01 CRIT-PCT              PIC 9(3) VALUE 95.

       01 WS-TOK-1              PIC X(16).
       01 WS-TOK-2              PIC X(64).
       01 WS-TOK-3              PIC X(64).
       01 WS-TOK-PTR            PIC 9(4) COMP.
       01 WS-REST               PIC X(256).
       01 WS-COMMAND-LINE       PIC X(128).
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

*> COMPONENT display names from STATUS.CFG
       01 WS-CN-COUNT           PIC 9(2) COMP VALUE 0.
       01 WS-NAME-TABLE.
          05 CN-ENTRY OCCURS 16 TIMES.
             10 CN-KEY             PIC X(32).
             10 CN-NAME            PIC X(64).
       01 WS-CN-IDX             PIC 9(2) COMP.

*> The components on this run's page, in display order
       01 WS-CP-COUNT           PIC 9(2) COMP VALUE 0.
       01 WS-COMPONENT-TABLE.
          05 CP-ENTRY OCCURS 12 TIMES.
             10 CP-KEY             PIC X(32).
             10 CP-NAME            PIC X(64).
             10 CP-STATE           PIC X(11).
             10 CP-NOTE            PIC X(64).
             10 CP-SUM-CHECKS      PIC 9(9).
             10 CP-SUM-BAD         PIC 9(9).
       01 WS-CP-IDX             PIC 9(2) COMP.
       01 WS-NEW-KEY            PIC X(32).
       01 WS-NEW-NAME           PIC X(64).
       01 WS-NEW-STATE          PIC X(11).
       01 WS-NEW-NOTE           PIC X(64).
       01 WS-WEB-STATE          PIC X(11).
       01 WS-OVERALL            PIC X(32).
       01 WS-OVERALL-CLASS      PIC X(1).

*> Website probe through HTTP-CLIENT
       01 WS-HC-METHOD          PIC X(10) VALUE "GET".
       01 WS-HC-PATH            PIC X(256) VALUE "/healthz".
       01 WS-HC-CT              PIC X(64) VALUE "text/plain".
       01 WS-HC-BODY            PIC X(65536).
       01 WS-HC-BODY-LEN        PIC 9(8) COMP-5 VALUE 0.
       01 WS-HC-TIMEOUT         PIC 9(4) VALUE 5.
       01 WS-HC-STATUS          PIC 9(3).
       01 WS-HC-HEADERS         PIC X(2048).
       01 WS-HC-RESP-BODY       PIC X(65536).
       01 WS-HC-RESP-LEN        PIC 9(8) COMP-5.
       01 WS-HC-RC              PIC 9.

       01 WS-FLAG-PATH          PIC X(512).
       01 WS-FLAG-EXISTS        PIC 9.
       01 WS-DISK-PCT           PIC 9(3) VALUE 0.
       01 WS-BE-HOST            PIC X(64).
       01 WS-BE-PORT            PIC X(8).
       01 WS-BE-PORT-N          PIC 9(5).
       01 WS-BE-PORT-D          PIC Z(4)9.
       01 WS-BE-STATE           PIC X(8).

*> Dates: today, the first of the 90 days shown, and one day's
*> text form while walking them
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC X(10).
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-FIRST-INT          PIC 9(8).
       01 WS-FIRST-DAY          PIC X(10).
       01 WS-DAY-INT            PIC 9(8).
       01 WS-DAY-YMD            PIC 9(8).
       01 WS-DAY-YMD-X REDEFINES WS-DAY-YMD PIC X(8).
       01 WS-DAY-STR            PIC X(10).
       01 WS-DAY-NO             PIC 9(3) COMP.

*> STATUS-HISTORY.DAT, held whole while this run's figures go in
       01 WS-HS-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-HISTORY-TABLE.
          05 HS-ENTRY OCCURS 1500 TIMES.
             10 HS-DATE            PIC X(10).
             10 HS-KEY             PIC X(32).
             10 HS-CHECKS          PIC 9(6).
             10 HS-BAD             PIC 9(6).
       01 WS-HS-IDX             PIC 9(4) COMP.
       01 WS-HS-DATE            PIC X(10).
       01 WS-HS-KEY             PIC X(32).
       01 WS-HS-CHECKS-X        PIC X(8).
       01 WS-HS-BAD-X           PIC X(8).
       01 WS-HS-CHECKS-D        PIC 9(6).
       01 WS-HS-BAD-D           PIC 9(6).

*> One day of STATS-HISTORY.LOG while it is walked: the gap measure
       01 WS-WEB-MEASURED       PIC 9 VALUE 0.
       01 WS-SAMPLE-DAY         PIC X(10) VALUE SPACES.
       01 WS-TS-MINUTE          PIC 9(4) COMP.
       01 WS-FIRST-MINUTE       PIC 9(4) COMP.
       01 WS-PREV-MINUTE        PIC 9(4) COMP.
       01 WS-UNPLANNED          PIC 9(6).
       01 WS-GAP                PIC 9(4) COMP.

*> Open incidents and their public updates
       01 WS-INC-COUNT          PIC 9(2) COMP VALUE 0.
       01 WS-INCIDENT-TABLE.
          05 INC-ENTRY OCCURS 32 TIMES.
             10 INC-ID             PIC X(6).
             10 INC-STATUS         PIC X(10).
             10 INC-SEV            PIC X(1).
             10 INC-OPENED         PIC X(19).
             10 INC-UPDATES        PIC 9(3) COMP.
       01 WS-INC-IDX            PIC 9(2) COMP.
       01 WS-INC-SHOWN          PIC 9(2) COMP VALUE 0.
       01 WS-INC-WORD           PIC X(16).
       01 WS-INC-FIELD-1        PIC X(10).
       01 WS-INC-FIELD-2        PIC X(10).
       01 WS-INC-FIELD-3        PIC X(10).
       01 WS-INC-FIELD-4        PIC X(19).
       01 WS-UP-COUNT           PIC 9(3) COMP VALUE 0.
       01 WS-UPDATE-TABLE.
          05 UP-ENTRY OCCURS 200 TIMES.
             10 UP-INC             PIC 9(2) COMP.
             10 UP-AT              PIC X(19).
             10 UP-TEXT            PIC X(224).
       01 WS-UP-IDX             PIC 9(3) COMP.
       01 WS-UP-ID              PIC X(6).
       01 WS-UP-AT              PIC X(19).
       01 WS-UP-TEXT            PIC X(224).
       01 WS-UP-FIRST           PIC 9 VALUE 0.

*> One line of output and one day's cell on the bar
       01 WS-OUT-PTR            PIC 9(4) COMP.
       01 WS-CELL-CLASS         PIC X(1).
       01 WS-PERMILLE           PIC 9(4).
       01 WS-PERMILLE-D         PIC Z(3)9.
       01 WS-PCT                PIC 9(3)V99.
       01 WS-PCT-D              PIC ZZ9.99.
       01 WS-DAY-PCT            PIC 9(3)V9.
       01 WS-DAY-PCT-D          PIC ZZ9.9.
       01 WS-STATE-LABEL        PIC X(20).
       01 WS-STATE-CLASS        PIC X(1).
       01 WS-FIRST-ITEM         PIC 9.

*> Escaping for text written into the page or the JSON
       01 WS-ESC-SRC            PIC X(256).
       01 WS-ESC-SRC-LEN        PIC 9(4) COMP.
       01 WS-ESC-DST            PIC X(1536).
       01 WS-ESC-DST-LEN        PIC 9(4) COMP.
       01 WS-ESC-PTR            PIC 9(4) COMP.
       01 WS-ESC-IDX            PIC 9(4) COMP.
       01 WS-ESC-CHAR           PIC X(1).

       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SERVER-PORT TO STATUS-PORT
           PERFORM LOAD-STATUS-CONFIG
           PERFORM LOAD-SLA-TARGET
           PERFORM LOAD-DISK-THRESHOLD

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE SPACES TO WS-TOK-2 WS-TOK-3
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOK-2 WS-TOK-3
               END-UNSTRING
               MOVE WS-TOK-2 TO STATUS-HOST
               IF WS-TOK-3(1:1) NUMERIC
                   COMPUTE STATUS-PORT = FUNCTION NUMVAL(WS-TOK-3)
               END-IF
           END-IF

           PERFORM SET-DATES

           PERFORM ASSESS-WEBSITE
           PERFORM ASSESS-WRITES
           PERFORM ASSESS-BACKENDS

           PERFORM LOAD-HISTORY
           PERFORM MEASURE-WEBSITE-DAYS
           PERFORM COUNT-THIS-RUN
           PERFORM SAVE-HISTORY

           PERFORM LOAD-INCIDENTS
           PERFORM LOAD-PUBLIC-UPDATES
           PERFORM DECIDE-OVERALL

           PERFORM WRITE-STATUS-CSS
           PERFORM WRITE-STATUS-HTML
           PERFORM WRITE-STATUS-JSON

           DISPLAY "STATUS-PUBLISH: " FUNCTION TRIM(WS-OVERALL)
               " - " WS-CP-COUNT " component(s), " WS-INC-SHOWN
               " incident(s) published"
           STOP RUN.

*> ----------------------------------------------------------------
*> Configuration
*> ----------------------------------------------------------------
       LOAD-STATUS-CONFIG.
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
                       PERFORM APPLY-STATUS-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       APPLY-STATUS-CONFIG-LINE.
           IF CFG-RECORD = SPACES OR CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3
           MOVE 1 TO WS-TOK-PTR
           UNSTRING CFG-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2
               WITH POINTER WS-TOK-PTR
           END-UNSTRING
           MOVE SPACES TO WS-REST
           IF WS-TOK-PTR <= 256
               MOVE CFG-RECORD(WS-TOK-PTR:) TO WS-REST
           END-IF

           EVALUATE WS-TOK-1
               WHEN "TITLE"
                   MOVE SPACES TO STATUS-TITLE
                   MOVE CFG-RECORD(7:) TO STATUS-TITLE
               WHEN "TARGET"
                   IF WS-TOK-2 NOT = SPACES
                       MOVE WS-TOK-2 TO STATUS-HOST
                   END-IF
                   UNSTRING WS-REST DELIMITED BY ALL SPACE
                       INTO WS-TOK-3
                   END-UNSTRING
                   IF WS-TOK-3(1:1) NUMERIC
                       COMPUTE STATUS-PORT = FUNCTION NUMVAL(WS-TOK-3)
                   END-IF
               WHEN "COMPONENT"
                   IF WS-TOK-2 NOT = SPACES AND WS-REST NOT = SPACES
                      AND WS-CN-COUNT < 16
                       ADD 1 TO WS-CN-COUNT
                       MOVE WS-TOK-2 TO CN-KEY(WS-CN-COUNT)
                       MOVE FUNCTION TRIM(WS-REST)
                           TO CN-NAME(WS-CN-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> SLA.CFG's SLA_TARGET_PERMILLE, read the way SLA-REPORT reads it
       LOAD-SLA-TARGET.
           OPEN INPUT SLA-CFG-FILE
           IF WS-SLA-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SLA-CFG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SLA-CFG-RECORD TO CFG-RECORD
                       PERFORM SPLIT-KEY-VALUE
                       IF WS-CFG-KEY = "SLA_TARGET_PERMILLE" AND
                          WS-CFG-VALUE(1:1) NUMERIC
                           COMPUTE SLA-TARGET-PERMILLE =
                               FUNCTION NUMVAL(WS-CFG-VALUE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLA-CFG-FILE
           .

*> DISK-MONITOR.CFG's CRIT_PCT - the level DISK-MONITOR stops
*> writes at
       LOAD-DISK-THRESHOLD.
           OPEN INPUT DISK-CFG-FILE
           IF WS-DISK-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DISK-CFG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DISK-CFG-RECORD TO CFG-RECORD
                       PERFORM SPLIT-KEY-VALUE
                       IF WS-CFG-KEY = "CRIT_PCT" AND
                          WS-CFG-VALUE(1:1) NUMERIC
                           COMPUTE CRIT-PCT =
                               FUNCTION NUMVAL(WS-CFG-VALUE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISK-CFG-FILE
           .

*> "KEY=VALUE" in CFG-RECORD into WS-CFG-KEY / WS-CFG-VALUE
       SPLIT-KEY-VALUE.
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
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
           IF WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           .

       SET-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           MOVE WS-TIMESTAMP(1:10) TO WS-TODAY
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           COMPUTE WS-FIRST-INT = WS-TODAY-INT - 89
           MOVE WS-FIRST-INT TO WS-DAY-INT
           PERFORM FORMAT-DAY
           MOVE WS-DAY-STR TO WS-FIRST-DAY
           .

*> WS-DAY-INT (integer date) as "YYYY-MM-DD" in WS-DAY-STR
       FORMAT-DAY.
           COMPUTE WS-DAY-YMD = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACES TO WS-DAY-STR
           STRING WS-DAY-YMD-X(1:4) "-" WS-DAY-YMD-X(5:2) "-"
                  WS-DAY-YMD-X(7:2) DELIMITED BY SIZE
               INTO WS-DAY-STR
           END-STRING
           .

*> ----------------------------------------------------------------
*> Current state of each component
*> ----------------------------------------------------------------
       ASSESS-WEBSITE.
           CALL "HTTP-CLIENT" USING STATUS-HOST STATUS-PORT
               WS-HC-METHOD WS-HC-PATH WS-HC-CT WS-HC-BODY
               WS-HC-BODY-LEN WS-HC-TIMEOUT WS-HC-STATUS
               WS-HC-HEADERS WS-HC-RESP-BODY WS-HC-RESP-LEN WS-HC-RC
           END-CALL

           MOVE "MAINTENANCE.FLAG" TO WS-FLAG-PATH
           MOVE 0 TO WS-FLAG-EXISTS
           CALL "FILE-EXISTS" USING WS-FLAG-PATH WS-FLAG-EXISTS

           MOVE SPACES TO WS-NEW-NOTE
           EVALUATE TRUE
               WHEN WS-FLAG-EXISTS = 1
                   MOVE "MAINTENANCE" TO WS-NEW-STATE
                   MOVE "Planned maintenance is in progress"
                       TO WS-NEW-NOTE
               WHEN WS-HC-RC = 1
                   MOVE "OUTAGE" TO WS-NEW-STATE
                   MOVE "The website is not responding" TO WS-NEW-NOTE
               WHEN WS-HC-STATUS = 200
                   MOVE "OPERATIONAL" TO WS-NEW-STATE
               WHEN WS-HC-STATUS = 503
                   MOVE "MAINTENANCE" TO WS-NEW-STATE
                   MOVE "Planned maintenance is in progress"
                       TO WS-NEW-NOTE
               WHEN OTHER
                   MOVE "DEGRADED" TO WS-NEW-STATE
                   MOVE "The website is responding with errors"
                       TO WS-NEW-NOTE
           END-EVALUATE
           MOVE WS-NEW-STATE TO WS-WEB-STATE
           MOVE "web" TO WS-NEW-KEY
           MOVE "Intranet website" TO WS-NEW-NAME
           PERFORM ADD-COMPONENT
           .

*> Uploads and editing: refused by the handler while DISK-MONITOR
*> holds the box in degraded-write mode
       ASSESS-WRITES.
           MOVE 0 TO WS-DISK-PCT
           OPEN INPUT DISK-STATUS-DAT
           IF WS-DISKST-STATUS = "00"
               READ DISK-STATUS-DAT
                   NOT AT END
                       IF DISK-STATUS-REC(1:9) = "PCT_USED=" AND
                          DISK-STATUS-REC(10:3) NUMERIC
                           MOVE DISK-STATUS-REC(10:3) TO WS-DISK-PCT
                       END-IF
               END-READ
               CLOSE DISK-STATUS-DAT
           END-IF
           MOVE "DEGRADED.FLAG" TO WS-FLAG-PATH
           MOVE 0 TO WS-FLAG-EXISTS
           CALL "FILE-EXISTS" USING WS-FLAG-PATH WS-FLAG-EXISTS

           MOVE SPACES TO WS-NEW-NOTE
           EVALUATE TRUE
               WHEN WS-WEB-STATE = "OUTAGE" OR
                    WS-WEB-STATE = "MAINTENANCE"
                   MOVE WS-WEB-STATE TO WS-NEW-STATE
               WHEN WS-FLAG-EXISTS = 1 OR WS-DISK-PCT >= CRIT-PCT
                   MOVE "DEGRADED" TO WS-NEW-STATE
                   MOVE "Read-only: uploads and edits are paused"
                       TO WS-NEW-NOTE
               WHEN OTHER
                   MOVE "OPERATIONAL" TO WS-NEW-STATE
           END-EVALUATE
           MOVE "writes" TO WS-NEW-KEY
           MOVE "Uploads and editing" TO WS-NEW-NAME
           PERFORM ADD-COMPONENT
           .

*> PROXY-PROBE's verdicts, "HOST PORT UP|DOWN" per backend
       ASSESS-BACKENDS.
           OPEN INPUT PROXY-STATE-FILE
           IF WS-PROXY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PROXY-STATE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM ASSESS-ONE-BACKEND
               END-READ
           END-PERFORM
           CLOSE PROXY-STATE-FILE
           .

       ASSESS-ONE-BACKEND.
           MOVE SPACES TO WS-BE-HOST WS-BE-PORT WS-BE-STATE
           UNSTRING PROXY-STATE-RECORD DELIMITED BY ALL SPACE
               INTO WS-BE-HOST WS-BE-PORT WS-BE-STATE
           END-UNSTRING
           IF WS-BE-HOST = SPACES OR WS-BE-PORT(1:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BE-PORT-N = FUNCTION NUMVAL(WS-BE-PORT)
           MOVE WS-BE-PORT-N TO WS-BE-PORT-D

           MOVE SPACES TO WS-NEW-KEY
           STRING "backend:" WS-BE-HOST DELIMITED BY SPACE
                  ":" FUNCTION TRIM(WS-BE-PORT-D) DELIMITED BY SIZE
               INTO WS-NEW-KEY
           END-STRING
           MOVE SPACES TO WS-NEW-NAME
           STRING "Application service " WS-NEW-KEY(9:24)
                  DELIMITED BY SIZE
               INTO WS-NEW-NAME
           END-STRING
           MOVE SPACES TO WS-NEW-NOTE
           IF WS-BE-STATE = "DOWN"
               MOVE "OUTAGE" TO WS-NEW-STATE
               MOVE "The application is not responding" TO WS-NEW-NOTE
           ELSE
               MOVE "OPERATIONAL" TO WS-NEW-STATE
           END-IF
           PERFORM ADD-COMPONENT
           .

*> WS-NEW-* onto the page, under its STATUS.CFG name if it has one
       ADD-COMPONENT.
           IF WS-CP-COUNT >= 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE WS-NEW-KEY TO CP-KEY(WS-CP-COUNT)
           MOVE WS-NEW-NAME TO CP-NAME(WS-CP-COUNT)
           MOVE WS-NEW-STATE TO CP-STATE(WS-CP-COUNT)
           MOVE WS-NEW-NOTE TO CP-NOTE(WS-CP-COUNT)
           MOVE 0 TO CP-SUM-CHECKS(WS-CP-COUNT)
           MOVE 0 TO CP-SUM-BAD(WS-CP-COUNT)
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               IF CN-KEY(WS-CN-IDX) = WS-NEW-KEY
                   MOVE CN-NAME(WS-CN-IDX) TO CP-NAME(WS-CP-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> The 90-day history
*> ----------------------------------------------------------------
       LOAD-HISTORY.
           MOVE 0 TO WS-HS-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

*> Days that have dropped out of the 90 are left behind here
       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-HS-DATE WS-HS-KEY WS-HS-CHECKS-X
               WS-HS-BAD-X
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HS-DATE WS-HS-KEY WS-HS-CHECKS-X WS-HS-BAD-X
           END-UNSTRING
           IF WS-HS-DATE < WS-FIRST-DAY OR WS-HS-KEY = SPACES OR
              WS-HS-CHECKS-X(1:6) NOT NUMERIC OR
              WS-HS-BAD-X(1:6) NOT NUMERIC OR
              WS-HS-COUNT >= 1500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE WS-HS-DATE TO HS-DATE(WS-HS-COUNT)
           MOVE WS-HS-KEY TO HS-KEY(WS-HS-COUNT)
           MOVE WS-HS-CHECKS-X(1:6) TO HS-CHECKS(WS-HS-COUNT)
           MOVE WS-HS-BAD-X(1:6) TO HS-BAD(WS-HS-COUNT)
           .

*> WS-HS-DATE / WS-HS-KEY's entry in WS-HS-IDX, made (at zero) when
*> there is none yet and room for it; 0 when the table is full
       FIND-HISTORY-ENTRY.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               IF HS-DATE(WS-HS-IDX) = WS-HS-DATE AND
                  HS-KEY(WS-HS-IDX) = WS-HS-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-HS-COUNT >= 1500
               MOVE 0 TO WS-HS-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE WS-HS-COUNT TO WS-HS-IDX
           MOVE WS-HS-DATE TO HS-DATE(WS-HS-IDX)
           MOVE WS-HS-KEY TO HS-KEY(WS-HS-IDX)
           MOVE 0 TO HS-CHECKS(WS-HS-IDX)
           MOVE 0 TO HS-BAD(WS-HS-IDX)
           .

*> The website's days, re-measured from the sampler's minutes: per
*> day, the window from its first to its last sample, and every gap
*> wider than two minutes inside it unplanned downtime
       MEASURE-WEBSITE-DAYS.
           OPEN INPUT STATS-HISTORY
           IF WS-STATS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WEB-MEASURED
           MOVE SPACES TO WS-SAMPLE-DAY
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ STATS-HISTORY
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-SAMPLE
               END-READ
           END-PERFORM
           CLOSE STATS-HISTORY
           PERFORM CLOSE-SAMPLE-DAY
           .

       TALLY-ONE-SAMPLE.
*> "[YYYY-MM-DD HH:MM:SS] requests=..."
           IF STATS-RECORD(1:1) NOT = "[" OR
              STATS-RECORD(2:10) < WS-FIRST-DAY OR
              STATS-RECORD(13:2) NOT NUMERIC OR
              STATS-RECORD(16:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-MINUTE =
               FUNCTION NUMVAL(STATS-RECORD(13:2)) * 60 +
               FUNCTION NUMVAL(STATS-RECORD(16:2))

           IF STATS-RECORD(2:10) NOT = WS-SAMPLE-DAY
               PERFORM CLOSE-SAMPLE-DAY
               MOVE STATS-RECORD(2:10) TO WS-SAMPLE-DAY
               MOVE WS-TS-MINUTE TO WS-FIRST-MINUTE
               MOVE 0 TO WS-UNPLANNED
           ELSE
               IF WS-TS-MINUTE > WS-PREV-MINUTE
                   COMPUTE WS-GAP = WS-TS-MINUTE - WS-PREV-MINUTE
                   IF WS-GAP > 2
                       COMPUTE WS-UNPLANNED = WS-UNPLANNED + WS-GAP - 1
                   END-IF
               END-IF
           END-IF
           MOVE WS-TS-MINUTE TO WS-PREV-MINUTE
           .

       CLOSE-SAMPLE-DAY.
           IF WS-SAMPLE-DAY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SAMPLE-DAY TO WS-HS-DATE
           MOVE "web" TO WS-HS-KEY
           PERFORM FIND-HISTORY-ENTRY
           IF WS-HS-IDX > 0
               COMPUTE HS-CHECKS(WS-HS-IDX) =
                   WS-PREV-MINUTE - WS-FIRST-MINUTE + 1
               MOVE WS-UNPLANNED TO HS-BAD(WS-HS-IDX)
           END-IF
           MOVE SPACES TO WS-SAMPLE-DAY
           .

*> One check each for today, bad unless up or in planned work; the
*> website too when there is no sampler history to measure it by
       COUNT-THIS-RUN.
           MOVE WS-TODAY TO WS-HS-DATE
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF CP-KEY(WS-CP-IDX) NOT = "web" OR
                  WS-WEB-MEASURED = 0
                   MOVE CP-KEY(WS-CP-IDX) TO WS-HS-KEY
                   PERFORM FIND-HISTORY-ENTRY
                   IF WS-HS-IDX > 0 AND HS-CHECKS(WS-HS-IDX) < 999999
                       ADD 1 TO HS-CHECKS(WS-HS-IDX)
                       IF CP-STATE(WS-CP-IDX) NOT = "OPERATIONAL" AND
                          CP-STATE(WS-CP-IDX) NOT = "MAINTENANCE"
                           ADD 1 TO HS-BAD(WS-HS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       SAVE-HISTORY.
           OPEN OUTPUT HISTORY-TMP
           IF WS-HTMP-STATUS NOT = "00"
               DISPLAY "STATUS-PUBLISH: cannot write STATUS-HISTORY.TMP"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               MOVE SPACES TO HISTORY-TMP-RECORD
               STRING HS-DATE(WS-HS-IDX) "|" DELIMITED BY SIZE
                      HS-KEY(WS-HS-IDX) DELIMITED BY SPACE
                      "|" HS-CHECKS(WS-HS-IDX) "|" HS-BAD(WS-HS-IDX)
                      DELIMITED BY SIZE
                   INTO HISTORY-TMP-RECORD
               END-STRING
               WRITE HISTORY-TMP-RECORD
           END-PERFORM
           CLOSE HISTORY-TMP
           CALL "CBL_DELETE_FILE" USING "STATUS-HISTORY.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "STATUS-HISTORY.TMP"
               "STATUS-HISTORY.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> ----------------------------------------------------------------
*> Incidents and their public updates
*> ----------------------------------------------------------------
       LOAD-INCIDENTS.
           OPEN INPUT INCIDENTS-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ INCIDENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-INCIDENT
               END-READ
           END-PERFORM
           CLOSE INCIDENTS-FILE
           .

*> "ID|STATUS|SEV|TIMESTAMP|..." - only the open ones, and nothing
*> past the timestamp (the reporter and the sealed text stay put)
       LOAD-ONE-INCIDENT.
           IF INCIDENTS-RECORD(1:6) NOT NUMERIC OR
              INCIDENTS-RECORD(7:1) NOT = "|" OR WS-INC-COUNT >= 32
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INC-FIELD-1 WS-INC-FIELD-2 WS-INC-FIELD-3
               WS-INC-FIELD-4
           UNSTRING INCIDENTS-RECORD(1:64) DELIMITED BY "|"
               INTO WS-INC-FIELD-1 WS-INC-FIELD-2 WS-INC-FIELD-3
                    WS-INC-FIELD-4
           END-UNSTRING
           IF WS-INC-FIELD-2 = "RESOLVED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-COUNT
           MOVE WS-INC-FIELD-1(1:6) TO INC-ID(WS-INC-COUNT)
           MOVE WS-INC-FIELD-2 TO INC-STATUS(WS-INC-COUNT)
           MOVE WS-INC-FIELD-3(1:1) TO INC-SEV(WS-INC-COUNT)
           MOVE WS-INC-FIELD-4 TO INC-OPENED(WS-INC-COUNT)
           MOVE 0 TO INC-UPDATES(WS-INC-COUNT)
           .

*> STATUS-UPDATES.DAT ("ID|TIMESTAMP|TEXT", oldest first) for the
*> open incidents; a full table gives up its oldest update
       LOAD-PUBLIC-UPDATES.
           IF WS-INC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UPDATES-FILE
           IF WS-UPD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ UPDATES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-UPDATE
               END-READ
           END-PERFORM
           CLOSE UPDATES-FILE

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               IF INC-UPDATES(WS-INC-IDX) > 0
                   ADD 1 TO WS-INC-SHOWN
               END-IF
           END-PERFORM
           .

       LOAD-ONE-UPDATE.
           MOVE SPACES TO WS-UP-ID WS-UP-AT WS-UP-TEXT
           UNSTRING UPDATES-RECORD DELIMITED BY "|"
               INTO WS-UP-ID WS-UP-AT WS-UP-TEXT
           END-UNSTRING
           IF WS-UP-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               IF INC-ID(WS-INC-IDX) = WS-UP-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INC-IDX > WS-INC-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-UP-COUNT >= 200
               SUBTRACT 1 FROM INC-UPDATES(UP-INC(1))
               PERFORM VARYING WS-UP-IDX FROM 1 BY 1
                   UNTIL WS-UP-IDX >= 200
                   MOVE UP-ENTRY(WS-UP-IDX + 1) TO UP-ENTRY(WS-UP-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-UP-COUNT
           END-IF
           ADD 1 TO WS-UP-COUNT
           MOVE WS-INC-IDX TO UP-INC(WS-UP-COUNT)
           MOVE WS-UP-AT TO UP-AT(WS-UP-COUNT)
           MOVE WS-UP-TEXT TO UP-TEXT(WS-UP-COUNT)
           ADD 1 TO INC-UPDATES(WS-INC-IDX)
           .

*> The headline: the website down is a major outage, anything else
*> down a partial one
       DECIDE-OVERALL.
           MOVE "All systems operational" TO WS-OVERALL
           MOVE "o" TO WS-OVERALL-CLASS
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               EVALUATE TRUE
                   WHEN CP-STATE(WS-CP-IDX) = "OUTAGE" AND
                        CP-KEY(WS-CP-IDX) = "web"
                       MOVE "Major outage" TO WS-OVERALL
                       MOVE "x" TO WS-OVERALL-CLASS
                   WHEN CP-STATE(WS-CP-IDX) = "OUTAGE" AND
                        WS-OVERALL NOT = "Major outage"
                       MOVE "Partial outage" TO WS-OVERALL
                       MOVE "x" TO WS-OVERALL-CLASS
                   WHEN CP-STATE(WS-CP-IDX) = "MAINTENANCE" AND
                        WS-OVERALL-CLASS NOT = "x"
                       MOVE "Planned maintenance in progress"
                           TO WS-OVERALL
                       MOVE "m" TO WS-OVERALL-CLASS
                   WHEN CP-STATE(WS-CP-IDX) = "DEGRADED" AND
                        WS-OVERALL-CLASS = "o"
                       MOVE "Some services degraded" TO WS-OVERALL
                       MOVE "d" TO WS-OVERALL-CLASS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> STATUS.CSS
*> ----------------------------------------------------------------
       WRITE-STATUS-CSS.
           MOVE "STATUS-CSS.TMP" TO WS-OUT-NAME
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "STATUS-PUBLISH: cannot write STATUS-CSS.TMP"
               EXIT PARAGRAPH
           END-IF
           MOVE "body{font-family:sans-serif;max-width:60em;"
               & "margin:1em auto;padding:0 1em;color:#222}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE ".ov{padding:.8em;color:#fff;font-weight:bold}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE ".ov.o{background:#2e7d32}.ov.d{background:#ef6c00}"
               & ".ov.m{background:#1565c0}.ov.x{background:#c62828}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE ".st.o{color:#2e7d32}.st.d{color:#ef6c00}"
               & ".st.m{color:#1565c0}.st.x{color:#c62828}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE ".bar{display:flex;gap:1px;height:2em}"
               & ".bar i{flex:1;background:#ccc}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE ".bar i.g{background:#43a047}.bar i.a{background:"
               & "#fb8c00}.bar i.r{background:#e53935}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE ".c{margin-bottom:1.5em}.u,.m{color:#666;"
               & "font-size:.9em}"
               TO OUT-RECORD
           WRITE OUT-RECORD
           CLOSE PAGE-OUT
           CALL "CBL_DELETE_FILE" USING "STATUS.CSS"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "STATUS-CSS.TMP" "STATUS.CSS"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> ----------------------------------------------------------------
*> STATUS.HTML
*> ----------------------------------------------------------------
       WRITE-STATUS-HTML.
           MOVE "STATUS-HTML.TMP" TO WS-OUT-NAME
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "STATUS-PUBLISH: cannot write STATUS-HTML.TMP"
               EXIT PARAGRAPH
           END-IF

           MOVE STATUS-TITLE TO WS-ESC-SRC
           PERFORM ESCAPE-HTML-ENTITIES
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<!DOCTYPE html><html lang=" '"en"' "><head>"
                  "<meta charset=" '"utf-8"' ">"
                  "<meta http-equiv=" '"refresh"' " content="
                  '"60"' "><title>" DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  "</title><link rel=" '"stylesheet"' " href="
                  '"/status.css"' "></head><body><h1>"
                  DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  "</h1>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD

           MOVE SPACES TO OUT-RECORD
           STRING "<p class=" '"ov ' WS-OVERALL-CLASS '"' ">"
                  DELIMITED BY SIZE
                  WS-OVERALL DELIMITED BY "  "
                  "</p><p class=" '"m"' ">Updated " WS-TIMESTAMP
                  "</p><h2>Services</h2>" DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM WRITE-HTML-COMPONENT
           END-PERFORM

           MOVE "<h2>Incidents</h2>" TO OUT-RECORD
           WRITE OUT-RECORD
           IF WS-INC-SHOWN = 0
               MOVE "<p>No incidents reported.</p>" TO OUT-RECORD
               WRITE OUT-RECORD
           ELSE
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INC-COUNT
                   IF INC-UPDATES(WS-INC-IDX) > 0
                       PERFORM WRITE-HTML-INCIDENT
                   END-IF
               END-PERFORM
           END-IF

           MOVE "</body></html>" TO OUT-RECORD
           WRITE OUT-RECORD
           CLOSE PAGE-OUT
           CALL "CBL_DELETE_FILE" USING "STATUS.HTML"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "STATUS-HTML.TMP" "STATUS.HTML"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       WRITE-HTML-COMPONENT.
           PERFORM SET-STATE-LABEL
           MOVE CP-NAME(WS-CP-IDX) TO WS-ESC-SRC
           PERFORM ESCAPE-HTML-ENTITIES
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<div class=" '"c"' "><h3>" DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  " <span class=" '"st ' WS-STATE-CLASS '"' ">"
                  DELIMITED BY SIZE
                  WS-STATE-LABEL DELIMITED BY "  "
                  "</span></h3>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           IF CP-NOTE(WS-CP-IDX) NOT = SPACES
               STRING "<p>" CP-NOTE(WS-CP-IDX) DELIMITED BY "  "
                      "</p>" DELIMITED BY SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING "<div class=" '"bar"' ">" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD

           MOVE CP-KEY(WS-CP-IDX) TO WS-HS-KEY
           MOVE WS-FIRST-INT TO WS-DAY-INT
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1 UNTIL WS-DAY-NO > 90
               PERFORM WRITE-HTML-DAY
               ADD 1 TO WS-DAY-INT
           END-PERFORM

           MOVE SPACES TO OUT-RECORD
           IF CP-SUM-CHECKS(WS-CP-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   (CP-SUM-CHECKS(WS-CP-IDX) - CP-SUM-BAD(WS-CP-IDX))
                   * 100 / CP-SUM-CHECKS(WS-CP-IDX)
               MOVE WS-PCT TO WS-PCT-D
               STRING "</div><p class=" '"u"' ">90 days: "
                      FUNCTION TRIM(WS-PCT-D) "% available</p></div>"
                      DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           ELSE
               STRING "</div><p class=" '"u"' ">90 days: "
                      "no figures yet</p></div>"
                      DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           END-IF
           WRITE OUT-RECORD
           .

*> One day's cell: coloured against the SLA target, the day and its
*> figure on hover, and the 90-day totals added up on the way
       WRITE-HTML-DAY.
           PERFORM FORMAT-DAY
           PERFORM DAY-PERMILLE
           MOVE SPACES TO OUT-RECORD
           IF WS-CELL-CLASS = SPACE
               MOVE "<i></i>" TO OUT-RECORD
           ELSE
               ADD WS-HS-CHECKS-D TO CP-SUM-CHECKS(WS-CP-IDX)
               ADD WS-HS-BAD-D TO CP-SUM-BAD(WS-CP-IDX)
               COMPUTE WS-DAY-PCT = WS-PERMILLE / 10
               MOVE WS-DAY-PCT TO WS-DAY-PCT-D
               STRING "<i class=" WS-CELL-CLASS " title=" '"'
                      WS-DAY-STR " " FUNCTION TRIM(WS-DAY-PCT-D) "%"
                      '"' "></i>" DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
           END-IF
           WRITE OUT-RECORD
           .

*> WS-DAY-STR's figure for WS-HS-KEY: WS-PERMILLE and WS-CELL-CLASS
*> (g, a, r, or space for no figures), with the day's checks and bad
*> ones for the component's totals
       DAY-PERMILLE.
           MOVE SPACE TO WS-CELL-CLASS
           MOVE 0 TO WS-PERMILLE
           MOVE 0 TO WS-HS-CHECKS-D
           MOVE 0 TO WS-HS-BAD-D
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               IF HS-DATE(WS-HS-IDX) = WS-DAY-STR AND
                  HS-KEY(WS-HS-IDX) = WS-HS-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HS-IDX > WS-HS-COUNT
               EXIT PARAGRAPH
           END-IF
           IF HS-CHECKS(WS-HS-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HS-CHECKS(WS-HS-IDX) TO WS-HS-CHECKS-D
           MOVE HS-BAD(WS-HS-IDX) TO WS-HS-BAD-D
           IF WS-HS-BAD-D > WS-HS-CHECKS-D
               MOVE WS-HS-CHECKS-D TO WS-HS-BAD-D
           END-IF
           COMPUTE WS-PERMILLE =
               (WS-HS-CHECKS-D - WS-HS-BAD-D) * 1000 / WS-HS-CHECKS-D
           EVALUATE TRUE
               WHEN WS-PERMILLE >= SLA-TARGET-PERMILLE
                   MOVE "g" TO WS-CELL-CLASS
               WHEN WS-PERMILLE >= 950
                   MOVE "a" TO WS-CELL-CLASS
               WHEN OTHER
                   MOVE "r" TO WS-CELL-CLASS
           END-EVALUATE
           .

       SET-STATE-LABEL.
           EVALUATE CP-STATE(WS-CP-IDX)
               WHEN "OPERATIONAL"
                   MOVE "Operational" TO WS-STATE-LABEL
                   MOVE "o" TO WS-STATE-CLASS
               WHEN "DEGRADED"
                   MOVE "Degraded" TO WS-STATE-LABEL
                   MOVE "d" TO WS-STATE-CLASS
               WHEN "MAINTENANCE"
                   MOVE "Under maintenance" TO WS-STATE-LABEL
                   MOVE "m" TO WS-STATE-CLASS
               WHEN OTHER
                   MOVE "Outage" TO WS-STATE-LABEL
                   MOVE "x" TO WS-STATE-CLASS
           END-EVALUATE
           .

*> NEW is still being looked at; ACKED has an owner working on it
       SET-INCIDENT-WORD.
           IF INC-STATUS(WS-INC-IDX) = "NEW"
               MOVE "Investigating" TO WS-INC-WORD
           ELSE
               MOVE "Identified" TO WS-INC-WORD
           END-IF
           .

       WRITE-HTML-INCIDENT.
           PERFORM SET-INCIDENT-WORD
           MOVE SPACES TO OUT-RECORD
           STRING "<div class=" '"c"' "><h3>Incident "
                  INC-ID(WS-INC-IDX) " - " DELIMITED BY SIZE
                  WS-INC-WORD DELIMITED BY SPACE
                  "</h3><p class=" '"m"' ">Opened "
                  INC-OPENED(WS-INC-IDX) "</p><ul>" DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           PERFORM VARYING WS-UP-IDX FROM WS-UP-COUNT BY -1
               UNTIL WS-UP-IDX < 1
               IF UP-INC(WS-UP-IDX) = WS-INC-IDX
                   MOVE UP-TEXT(WS-UP-IDX) TO WS-ESC-SRC
                   PERFORM ESCAPE-HTML-ENTITIES
                   MOVE SPACES TO OUT-RECORD
                   STRING "<li><b>" UP-AT(WS-UP-IDX) "</b> "
                          WS-ESC-DST(1:WS-ESC-DST-LEN) "</li>"
                          DELIMITED BY SIZE
                       INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
               END-IF
           END-PERFORM
           MOVE "</ul></div>" TO OUT-RECORD
           WRITE OUT-RECORD
           .

*> ----------------------------------------------------------------
*> STATUS.JSON
*> ----------------------------------------------------------------
       WRITE-STATUS-JSON.
           MOVE "STATUS-JSON.TMP" TO WS-OUT-NAME
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "STATUS-PUBLISH: cannot write STATUS-JSON.TMP"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUT-RECORD
           STRING '{"generated":"' WS-TIMESTAMP '","overall":"'
                  DELIMITED BY SIZE
                  WS-OVERALL DELIMITED BY "  "
                  '","first_day":"' WS-FIRST-DAY '","components":['
                  DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM WRITE-JSON-COMPONENT
           END-PERFORM

           MOVE '],"incidents":[' TO OUT-RECORD
           WRITE OUT-RECORD
           MOVE 1 TO WS-FIRST-ITEM
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               IF INC-UPDATES(WS-INC-IDX) > 0
                   PERFORM WRITE-JSON-INCIDENT
               END-IF
           END-PERFORM
           MOVE "]}" TO OUT-RECORD
           WRITE OUT-RECORD

           CLOSE PAGE-OUT
           CALL "CBL_DELETE_FILE" USING "STATUS.JSON"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "STATUS-JSON.TMP" "STATUS.JSON"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> One component: its state and the 90 days as permille, null for a
*> day with no figures, first_day first
       WRITE-JSON-COMPONENT.
           MOVE CP-NAME(WS-CP-IDX) TO WS-ESC-SRC
           PERFORM ESCAPE-JSON-STRING
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           IF WS-CP-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING '{"key":"' DELIMITED BY SIZE
                  CP-KEY(WS-CP-IDX) DELIMITED BY SPACE
                  '","name":"' DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  '","state":"' DELIMITED BY SIZE
                  CP-STATE(WS-CP-IDX) DELIMITED BY SPACE
                  '","note":"' DELIMITED BY SIZE
                  CP-NOTE(WS-CP-IDX) DELIMITED BY "  "
                  '","uptime_permille":[' DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING

           MOVE CP-KEY(WS-CP-IDX) TO WS-HS-KEY
           MOVE WS-FIRST-INT TO WS-DAY-INT
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1 UNTIL WS-DAY-NO > 90
               PERFORM FORMAT-DAY
               PERFORM DAY-PERMILLE
               IF WS-DAY-NO > 1
                   STRING "," DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               IF WS-CELL-CLASS = SPACE
                   STRING "null" DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               ELSE
                   MOVE WS-PERMILLE TO WS-PERMILLE-D
                   STRING FUNCTION TRIM(WS-PERMILLE-D)
                       DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM
           STRING "]}" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD
           .

       WRITE-JSON-INCIDENT.
           PERFORM SET-INCIDENT-WORD
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           IF WS-FIRST-ITEM = 0
               STRING "," DELIMITED BY SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           MOVE 0 TO WS-FIRST-ITEM
           STRING '{"id":"' INC-ID(WS-INC-IDX) '","status":"'
                  DELIMITED BY SIZE
                  WS-INC-WORD DELIMITED BY SPACE
                  '","severity":' INC-SEV(WS-INC-IDX)
                  ',"opened":"' INC-OPENED(WS-INC-IDX)
                  '","updates":[' DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD
           MOVE 1 TO WS-UP-FIRST
           PERFORM VARYING WS-UP-IDX FROM WS-UP-COUNT BY -1
               UNTIL WS-UP-IDX < 1
               IF UP-INC(WS-UP-IDX) = WS-INC-IDX
                   MOVE UP-TEXT(WS-UP-IDX) TO WS-ESC-SRC
                   PERFORM ESCAPE-JSON-STRING
                   MOVE SPACES TO OUT-RECORD
                   MOVE 1 TO WS-OUT-PTR
                   IF WS-UP-FIRST = 0
                       STRING "," DELIMITED BY SIZE
                           INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                       END-STRING
                   END-IF
                   MOVE 0 TO WS-UP-FIRST
                   STRING '{"at":"' UP-AT(WS-UP-IDX) '","text":"'
                          WS-ESC-DST(1:WS-ESC-DST-LEN) '"}'
                          DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
                   WRITE OUT-RECORD
               END-IF
           END-PERFORM
           MOVE "]}" TO OUT-RECORD
           WRITE OUT-RECORD
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
*> DIR-LIST does for names it writes into a listing
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

*> The same for a JSON string value: quote and backslash escaped,
*> control characters dropped
       ESCAPE-JSON-STRING.
           PERFORM MEASURE-ESC-SRC
           MOVE 1 TO WS-ESC-PTR
           MOVE SPACES TO WS-ESC-DST
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
               MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = QUOTE OR WS-ESC-CHAR = "\"
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
