*> End-of-day balancing: several records each claim to know how
*> much traffic the box took for the business day, and nothing
*> checked that they agree until a quarter's standby traffic went
*> missing unnoticed. This job computes a control total from each
*> source and holds them against one another:
*>
*>   - the day's access archive (ACCESS-YYYYMMDD.LOG, or the live
*>     ACCESS.LOG when today's has not rotated yet): line count,
*>     less what LOG-MERGE folded in from the peer, is what this box
*>     served itself
*>   - SERVER.STATS: the lifetime request counter's movement since
*>     the previous business day's close (each run records the close
*>     in BALANCE-STATE.DAT, "YYYYMMDD NNNNNNNN")
*>   - STATS-HISTORY.LOG: the per-minute requests= samples' movement
*>     across the day
*>   - LOG-SHIP: lines the peer acknowledged for the day - expected
*>     to cover everything served locally whenever HA.CFG names a
*>     peer
*>   - LOG-MERGE: peer lines merged into the archive, and duplicates
*>     dropped (both from CONTROL-TOTALS.LOG)
*>   - AUDIT.LOG: the day's events, and how many of the requests
*>     they name (by rid=) actually made it into the access archive
*>
*> BALANCE.RPT shows each figure, the figure it was held against,
*> the variance and a verdict. Counter and sampler figures are
*> allowed BALANCE_TOLERANCE_PCT percent of drift (WEBSERVER.CFG,
*> default 1) for the minute or so between the sampler, the
*> rotation and this run; an audited request missing from the
*> archive is never tolerated. Any failed check writes one
*> ALERTS.LOG line.
*>
*> Run as the last job of the business day, after LOG-ROTATE and
*> LOG-MERGE, with no argument; "balance-run YYYYMMDD" re-balances an
*> earlier day (the SERVER.STATS figure then comes from the recorded
*> closes).
IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT HA-CFG-FILE ASSIGN TO "HA.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HACFG-STATUS.
           SELECT ACCESS-LOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT STATS-FILE ASSIGN TO "SERVER.STATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "STATS-HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL-TOTALS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STATE-FILE ASSIGN TO "BALANCE-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RID-FILE ASSIGN TO "BALANCE-RIDS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.
           SELECT MATCH-FILE ASSIGN TO "BALANCE-MATCH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  HA-CFG-FILE.
       01  HA-CFG-RECORD        PIC X(256).
       FD  ACCESS-LOG.
       01  ACCESS-LOG-RECORD    PIC X(512).
       FD  STATS-FILE.
       01  STATS-RECORD         PIC X(64).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(112).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD       PIC X(80).
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(32).
       FD  AUDIT-LOG.
       01  AUDIT-RECORD         PIC X(512).
       FD  RID-FILE.
       01  RID-RECORD           PIC X(40).
       FD  MATCH-FILE.
       01  MATCH-RECORD         PIC X(32).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(100).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-HACFG-STATUS       PIC XX.
       01 WS-LOG-STATUS         PIC XX.
       01 WS-STATS-STATUS       PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-CONTROL-STATUS     PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-RID-STATUS         PIC XX.
       01 WS-MATCH-STATUS       PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-EOF                PIC 9 VALUE 0.

       01 BALANCE-TOLERANCE-PCT PIC 9(3) VALUE 1.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC X(8).
       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-LOG-NAME           PIC X(32).
       01 WS-ARCHIVE-FILE-INFO  PIC X(16).
       01 WS-ARCHIVE-STAT-RC    PIC S9(9) COMP-5.

*> The business day, both as YYYYMMDD (archive names, control
*> totals, recorded closes) and as YYYY-MM-DD (log timestamps)
       01 WS-BAL-DAY            PIC X(8).
       01 WS-BAL-DAY-DASH       PIC X(10).

*> Control totals, one per source
       01 WS-ARCHIVE-LINES      PIC 9(9) VALUE 0.
       01 WS-MERGED             PIC 9(9) VALUE 0.
       01 WS-DUPES              PIC 9(9) VALUE 0.
       01 WS-LOCAL-LINES        PIC 9(9) VALUE 0.
       01 WS-STATS-MOVE         PIC 9(9) VALUE 0.
       01 WS-HISTORY-MOVE       PIC 9(9) VALUE 0.
       01 WS-SHIPPED            PIC 9(9) VALUE 0.
       01 WS-AUDIT-EVENTS       PIC 9(9) VALUE 0.
       01 WS-AUDIT-RIDS         PIC 9(9) VALUE 0.
       01 WS-AUDIT-MATCHED      PIC 9(9) VALUE 0.
       01 WS-ARCHIVE-FOUND      PIC 9 VALUE 0.
       01 WS-STATS-KNOWN        PIC 9 VALUE 0.
       01 WS-HISTORY-KNOWN      PIC 9 VALUE 0.
       01 WS-SHIP-EXPECTED      PIC 9 VALUE 0.
       01 WS-AUDIT-KNOWN        PIC 9 VALUE 0.

*> SERVER.STATS closes recorded by earlier runs, oldest first
       01 WS-STATS-NOW          PIC 9(8) VALUE 0.
       01 WS-CLOSE-COUNT        PIC 9(4) COMP VALUE 0.
       01 CLOSE-TABLE.
          05 CLOSE-ENTRY OCCURS 400 TIMES.
             10 CLOSE-DATE         PIC X(8).
             10 CLOSE-COUNTER      PIC 9(8).
       01 WS-CLOSE-IDX          PIC 9(4) COMP.
       01 WS-CLOSE-DAY-IDX      PIC 9(4) COMP.
       01 WS-CLOSE-PRIOR-IDX    PIC 9(4) COMP.
       01 WS-CLOSE-FIRST        PIC 9(4) COMP.

*> STATS-HISTORY.LOG walk
       01 WS-SAMPLE-DATE        PIC X(10).
       01 WS-SAMPLE-VALUE       PIC 9(8).
       01 WS-PREV-SAMPLE        PIC 9(8) VALUE 0.
       01 WS-HAVE-PREV          PIC 9 VALUE 0.

*> The variance line under construction
       01 WS-CHECK-NAME         PIC X(30).
       01 WS-CHECK-FIGURE       PIC 9(9).
       01 WS-CHECK-EXPECTED     PIC 9(9).
       01 WS-CHECK-VARIANCE     PIC S9(9).
       01 WS-CHECK-ABS          PIC 9(9).
       01 WS-CHECK-TOLERANCE    PIC 9(9).
       01 WS-CHECK-VERDICT      PIC X(16).
       01 WS-OUT-COUNT          PIC 9(4) VALUE 0.
       01 WS-FIGURE-D           PIC ZZZ,ZZZ,ZZ9.
       01 WS-EXPECTED-D         PIC ZZZ,ZZZ,ZZ9.
       01 WS-VARIANCE-D         PIC ---,---,--9.
       01 WS-OUT-D              PIC ZZZ9.

       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-RID                PIC X(24).
       01 WS-RID-LEN            PIC 9(4) COMP.
       01 WS-SHELL-CMD          PIC X(400).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-MATCH-LINE         PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           PERFORM PICK-BUSINESS-DAY

           PERFORM COUNT-ARCHIVE-LINES
           PERFORM READ-CONTROL-TOTALS
           IF WS-ARCHIVE-LINES > WS-MERGED
               COMPUTE WS-LOCAL-LINES = WS-ARCHIVE-LINES - WS-MERGED
           END-IF
           PERFORM READ-STATS-COUNTER
           PERFORM READ-STATS-HISTORY
           PERFORM READ-HA-CONFIG
           PERFORM COUNT-AUDIT-EVENTS
           IF WS-AUDIT-RIDS > 0 AND WS-ARCHIVE-FOUND = 1
               PERFORM MATCH-AUDIT-RIDS
           END-IF
           CALL "CBL_DELETE_FILE" USING "BALANCE-RIDS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM WRITE-BALANCE-REPORT

           IF WS-OUT-COUNT > 0
               PERFORM RAISE-BALANCE-ALERT
               MOVE WS-OUT-COUNT TO WS-OUT-D
               DISPLAY "BALANCE-RUN: " WS-BAL-DAY " OUT OF BALANCE - "
                   WS-OUT-D " check(s) failed"
           ELSE
               DISPLAY "BALANCE-RUN: " WS-BAL-DAY " in balance"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-CFG-EOF
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

           IF WS-CFG-KEY = "BALANCE_TOLERANCE_PCT"
               COMPUTE BALANCE-TOLERANCE-PCT =
                   FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           .

*> A YYYYMMDD argument names the day; otherwise today. The archive
*> is that day's ACCESS-YYYYMMDD.LOG, falling back to the live
*> ACCESS.LOG only for today (not yet rotated)
       PICK-BUSINESS-DAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
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

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:8) NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-BAL-DAY
           ELSE
               MOVE WS-TODAY TO WS-BAL-DAY
           END-IF
           MOVE SPACES TO WS-BAL-DAY-DASH
           STRING WS-BAL-DAY(1:4) "-" WS-BAL-DAY(5:2) "-"
                  WS-BAL-DAY(7:2) DELIMITED BY SIZE
               INTO WS-BAL-DAY-DASH
           END-STRING

           MOVE SPACES TO WS-LOG-NAME
           STRING "ACCESS-" WS-BAL-DAY ".LOG" DELIMITED BY SIZE
               INTO WS-LOG-NAME
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LOG-NAME
               WS-ARCHIVE-FILE-INFO
               RETURNING WS-ARCHIVE-STAT-RC
           END-CALL
           IF WS-ARCHIVE-STAT-RC NOT = 0 AND WS-BAL-DAY = WS-TODAY
               MOVE "ACCESS.LOG" TO WS-LOG-NAME
           END-IF
           .

       COUNT-ARCHIVE-LINES.
           OPEN INPUT ACCESS-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "BALANCE-RUN: no access archive for "
                   WS-BAL-DAY
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ARCHIVE-FOUND
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACCESS-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACCESS-LOG-RECORD NOT = SPACES
                           ADD 1 TO WS-ARCHIVE-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG
           .

*> LOG-SHIP and LOG-MERGE each append one line per date per pass;
*> the day's figures are the sums of its lines
       READ-CONTROL-TOTALS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-CONTROL-LINE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           .

*> "YYYYMMDD LOG-SHIP shipped=NNNNNNNNN" or
*> "YYYYMMDD LOG-MERGE merged=NNNNNNNNN dupes=NNNNNNNNN"
       APPLY-CONTROL-LINE.
           IF CONTROL-RECORD(1:8) NOT = WS-BAL-DAY
               EXIT PARAGRAPH
           END-IF
           IF CONTROL-RECORD(10:17) = "LOG-SHIP shipped=" AND
              CONTROL-RECORD(27:9) NUMERIC
               ADD FUNCTION NUMVAL(CONTROL-RECORD(27:9)) TO WS-SHIPPED
           END-IF
           IF CONTROL-RECORD(10:17) = "LOG-MERGE merged=" AND
              CONTROL-RECORD(27:9) NUMERIC
               ADD FUNCTION NUMVAL(CONTROL-RECORD(27:9)) TO WS-MERGED
               IF CONTROL-RECORD(37:6) = "dupes=" AND
                  CONTROL-RECORD(43:9) NUMERIC
                   ADD FUNCTION NUMVAL(CONTROL-RECORD(43:9))
                       TO WS-DUPES
               END-IF
           END-IF
           .

*> The counter's movement is this day's close less the previous
*> recorded close. Balancing today reads the close off SERVER.STATS
*> now (the same 15:8 position GATHER-STATS-BODY reads) and records
*> it; an earlier day can only use what was recorded at the time
       READ-STATS-COUNTER.
           PERFORM LOAD-CLOSES

           IF WS-BAL-DAY = WS-TODAY
               OPEN INPUT STATS-FILE
               IF WS-STATS-STATUS = "00"
                   READ STATS-FILE
                       NOT AT END
                           IF STATS-RECORD(15:8) NUMERIC
                               MOVE STATS-RECORD(15:8) TO WS-STATS-NOW
                           END-IF
                   END-READ
                   CLOSE STATS-FILE
                   PERFORM RECORD-TODAYS-CLOSE
               END-IF
           END-IF

           MOVE 0 TO WS-CLOSE-DAY-IDX
           MOVE 0 TO WS-CLOSE-PRIOR-IDX
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               IF CLOSE-DATE(WS-CLOSE-IDX) = WS-BAL-DAY
                   MOVE WS-CLOSE-IDX TO WS-CLOSE-DAY-IDX
               END-IF
               IF CLOSE-DATE(WS-CLOSE-IDX) < WS-BAL-DAY
                   IF WS-CLOSE-PRIOR-IDX = 0
                       MOVE WS-CLOSE-IDX TO WS-CLOSE-PRIOR-IDX
                   ELSE
                       IF CLOSE-DATE(WS-CLOSE-IDX) >
                          CLOSE-DATE(WS-CLOSE-PRIOR-IDX)
                           MOVE WS-CLOSE-IDX TO WS-CLOSE-PRIOR-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLOSE-DAY-IDX = 0 OR WS-CLOSE-PRIOR-IDX = 0
               EXIT PARAGRAPH
           END-IF

*> A counter below the prior close was reset (SERVER.STATS lost):
*> everything on it now is the day's
           MOVE 1 TO WS-STATS-KNOWN
           IF CLOSE-COUNTER(WS-CLOSE-DAY-IDX) >=
              CLOSE-COUNTER(WS-CLOSE-PRIOR-IDX)
               COMPUTE WS-STATS-MOVE =
                   CLOSE-COUNTER(WS-CLOSE-DAY-IDX) -
                   CLOSE-COUNTER(WS-CLOSE-PRIOR-IDX)
           ELSE
               MOVE CLOSE-COUNTER(WS-CLOSE-DAY-IDX) TO WS-STATS-MOVE
           END-IF
           .

       LOAD-CLOSES.
           MOVE 0 TO WS-CLOSE-COUNT
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ STATE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF STATE-RECORD(1:8) NUMERIC AND
                          STATE-RECORD(10:8) NUMERIC AND
                          WS-CLOSE-COUNT < 400
                           ADD 1 TO WS-CLOSE-COUNT
                           MOVE STATE-RECORD(1:8)
                               TO CLOSE-DATE(WS-CLOSE-COUNT)
                           MOVE STATE-RECORD(10:8)
                               TO CLOSE-COUNTER(WS-CLOSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           .

*> Today's close replaces any earlier reading for today; the file
*> keeps the most recent 366 closes
       RECORD-TODAYS-CLOSE.
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               IF CLOSE-DATE(WS-CLOSE-IDX) = WS-TODAY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CLOSE-IDX > WS-CLOSE-COUNT
               IF WS-CLOSE-COUNT >= 400
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLOSE-COUNT
               MOVE WS-CLOSE-COUNT TO WS-CLOSE-IDX
               MOVE WS-TODAY TO CLOSE-DATE(WS-CLOSE-IDX)
           END-IF
           MOVE WS-STATS-NOW TO CLOSE-COUNTER(WS-CLOSE-IDX)

           MOVE 1 TO WS-CLOSE-FIRST
           IF WS-CLOSE-COUNT > 366
               COMPUTE WS-CLOSE-FIRST = WS-CLOSE-COUNT - 365
           END-IF
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLOSE-IDX FROM WS-CLOSE-FIRST BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               MOVE SPACES TO STATE-RECORD
               STRING CLOSE-DATE(WS-CLOSE-IDX) " "
                      CLOSE-COUNTER(WS-CLOSE-IDX)
                      DELIMITED BY SIZE
                   INTO STATE-RECORD
               END-STRING
               WRITE STATE-RECORD
           END-PERFORM
           CLOSE STATE-FILE
           .

*> "[YYYY-MM-DD HH:MM:SS] requests=NNNNNNNN ..." - the movement is
*> summed sample to sample from the last one before the day, so a
*> counter reset mid-day costs only the requests before the reset
       READ-STATS-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HAVE-PREV
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-HISTORY-SAMPLE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       APPLY-HISTORY-SAMPLE.
           IF HISTORY-RECORD(1:1) NOT = "[" OR
              HISTORY-RECORD(22:10) NOT = " requests=" OR
              HISTORY-RECORD(32:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE HISTORY-RECORD(2:10) TO WS-SAMPLE-DATE
           MOVE HISTORY-RECORD(32:8) TO WS-SAMPLE-VALUE
           IF WS-SAMPLE-DATE > WS-BAL-DAY-DASH
               EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-DATE = WS-BAL-DAY-DASH
               MOVE 1 TO WS-HISTORY-KNOWN
               IF WS-HAVE-PREV = 1
                   IF WS-SAMPLE-VALUE >= WS-PREV-SAMPLE
                       COMPUTE WS-HISTORY-MOVE = WS-HISTORY-MOVE +
                           WS-SAMPLE-VALUE - WS-PREV-SAMPLE
                   ELSE
                       ADD WS-SAMPLE-VALUE TO WS-HISTORY-MOVE
                   END-IF
               END-IF
           END-IF
           MOVE WS-SAMPLE-VALUE TO WS-PREV-SAMPLE
           MOVE 1 TO WS-HAVE-PREV
           .

*> Shipping is only expected of a box with a peer to ship to
       READ-HA-CONFIG.
           OPEN INPUT HA-CFG-FILE
           IF WS-HACFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HA-CFG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HA-CFG-RECORD(1:10) = "PEER_HOST=" AND
                          HA-CFG-RECORD(11:1) NOT = SPACE
                           MOVE 1 TO WS-SHIP-EXPECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HA-CFG-FILE
           .

*> The day's audit events; those raised by a request carry its rid=,
*> written out one "rid=X" per line for the archive cross-check
       COUNT-AUDIT-EVENTS.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AUDIT-KNOWN
           OPEN OUTPUT RID-FILE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ AUDIT-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AUDIT-RECORD(1:1) = "[" AND
                          AUDIT-RECORD(2:10) = WS-BAL-DAY-DASH
                           ADD 1 TO WS-AUDIT-EVENTS
                           PERFORM NOTE-AUDIT-RID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RID-FILE
           CLOSE AUDIT-LOG
           .

       NOTE-AUDIT-RID.
           MOVE SPACES TO WS-RID
           MOVE 0 TO WS-RID-LEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 480
               IF AUDIT-RECORD(WS-SCAN-POS:5) = " rid="
                   COMPUTE WS-SCAN-POS = WS-SCAN-POS + 5
                   PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS
                       BY 1 UNTIL WS-SCAN-POS > 500 OR
                             WS-RID-LEN >= 24 OR
                             AUDIT-RECORD(WS-SCAN-POS:1) = SPACE
                       ADD 1 TO WS-RID-LEN
                       MOVE AUDIT-RECORD(WS-SCAN-POS:1)
                           TO WS-RID(WS-RID-LEN:1)
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RID-LEN = 0 OR WS-RID = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RID-RECORD
           STRING "rid=" WS-RID(1:WS-RID-LEN) DELIMITED BY SIZE
               INTO RID-RECORD
           END-STRING
           WRITE RID-RECORD
           ADD 1 TO WS-AUDIT-RIDS
           .

*> Distinct audited requests, and how many of them the archive
*> carries: both rid lists sorted unique, comm keeps the common
*> ones. Two counts come back in BALANCE-MATCH.TMP
       MATCH-AUDIT-RIDS.
           DISPLAY "BALANCE_LOG" UPON ENVIRONMENT-NAME
           DISPLAY WS-LOG-NAME UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "LC_ALL=C sort -u -o BALANCE-RIDS.TMP "
                  "BALANCE-RIDS.TMP && "
                  "wc -l < BALANCE-RIDS.TMP > BALANCE-MATCH.TMP && "
                  "grep -o ' rid=[^ ]*' " '"$BALANCE_LOG" '
                  "| cut -c2- | LC_ALL=C sort -u "
                  "| LC_ALL=C comm -12 BALANCE-RIDS.TMP - "
                  "| wc -l >> BALANCE-MATCH.TMP"
                  DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS = "00"
               MOVE 0 TO WS-MATCH-LINE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MATCH-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-MATCH-LINE
                           IF WS-MATCH-LINE = 1
                               COMPUTE WS-AUDIT-RIDS =
                                   FUNCTION NUMVAL(MATCH-RECORD)
                           ELSE
                               COMPUTE WS-AUDIT-MATCHED =
                                   FUNCTION NUMVAL(MATCH-RECORD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATCH-FILE
           END-IF

           CALL "CBL_DELETE_FILE" USING "BALANCE-MATCH.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

       WRITE-BALANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "END-OF-DAY CONTROL TOTALS - business day "
                  WS-BAL-DAY-DASH "  (run " WS-TIMESTAMP ")"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Archive: " WS-LOG-NAME DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "SOURCE" TO REPORT-RECORD
           MOVE "FIGURE" TO REPORT-RECORD(38:6)
           MOVE "HELD AGAINST" TO REPORT-RECORD(45:12)
           MOVE "VARIANCE" TO REPORT-RECORD(63:8)
           MOVE "VERDICT" TO REPORT-RECORD(73:7)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD(1:90)
           WRITE REPORT-RECORD

*> The archive itself, broken into what the peer sent and what this
*> box served - the served-locally figure is what the rest answer to
           MOVE "Access archive lines" TO WS-CHECK-NAME
           MOVE WS-ARCHIVE-LINES TO WS-CHECK-FIGURE
           PERFORM WRITE-FIGURE-LINE
           MOVE "  merged from peer" TO WS-CHECK-NAME
           MOVE WS-MERGED TO WS-CHECK-FIGURE
           PERFORM WRITE-FIGURE-LINE
           MOVE "  served locally" TO WS-CHECK-NAME
           MOVE WS-LOCAL-LINES TO WS-CHECK-FIGURE
           PERFORM WRITE-FIGURE-LINE
           MOVE "  peer duplicates dropped" TO WS-CHECK-NAME
           MOVE WS-DUPES TO WS-CHECK-FIGURE
           PERFORM WRITE-FIGURE-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-ARCHIVE-FOUND = 0
               MOVE "Access archive" TO WS-CHECK-NAME
               MOVE "MISSING" TO WS-CHECK-VERDICT
               PERFORM WRITE-UNCHECKED-LINE
               ADD 1 TO WS-OUT-COUNT
           END-IF

           MOVE "SERVER.STATS movement" TO WS-CHECK-NAME
           IF WS-STATS-KNOWN = 1
               MOVE WS-STATS-MOVE TO WS-CHECK-FIGURE
               MOVE WS-LOCAL-LINES TO WS-CHECK-EXPECTED
               PERFORM COMPUTE-TOLERANCE
               PERFORM WRITE-CHECK-LINE
           ELSE
               MOVE "NO PRIOR CLOSE" TO WS-CHECK-VERDICT
               PERFORM WRITE-UNCHECKED-LINE
           END-IF

           MOVE "STATS-HISTORY.LOG movement" TO WS-CHECK-NAME
           IF WS-HISTORY-KNOWN = 1
               MOVE WS-HISTORY-MOVE TO WS-CHECK-FIGURE
               MOVE WS-LOCAL-LINES TO WS-CHECK-EXPECTED
               PERFORM COMPUTE-TOLERANCE
               PERFORM WRITE-CHECK-LINE
           ELSE
               MOVE "NO SAMPLES" TO WS-CHECK-VERDICT
               PERFORM WRITE-UNCHECKED-LINE
               ADD 1 TO WS-OUT-COUNT
           END-IF

           MOVE "LOG-SHIP lines acknowledged" TO WS-CHECK-NAME
           IF WS-SHIP-EXPECTED = 1
               MOVE WS-SHIPPED TO WS-CHECK-FIGURE
               MOVE WS-LOCAL-LINES TO WS-CHECK-EXPECTED
               PERFORM COMPUTE-TOLERANCE
               PERFORM WRITE-CHECK-LINE
           ELSE
               MOVE "NO HA PEER" TO WS-CHECK-VERDICT
               PERFORM WRITE-UNCHECKED-LINE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Audit events" TO WS-CHECK-NAME
           MOVE WS-AUDIT-EVENTS TO WS-CHECK-FIGURE
           PERFORM WRITE-FIGURE-LINE
           MOVE "Audited requests in archive" TO WS-CHECK-NAME
           IF WS-AUDIT-KNOWN = 1
               MOVE WS-AUDIT-MATCHED TO WS-CHECK-FIGURE
               MOVE WS-AUDIT-RIDS TO WS-CHECK-EXPECTED
               MOVE 0 TO WS-CHECK-TOLERANCE
               PERFORM WRITE-CHECK-LINE
           ELSE
               MOVE "NO AUDIT.LOG" TO WS-CHECK-VERDICT
               PERFORM WRITE-UNCHECKED-LINE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-OUT-COUNT > 0
               MOVE WS-OUT-COUNT TO WS-OUT-D
               STRING "DAY IS OUT OF BALANCE - " WS-OUT-D
                      " check(s) failed" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE "DAY IS IN BALANCE" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE BALANCE-TOLERANCE-PCT TO WS-OUT-D
           STRING "Counter and sampler tolerance: " WS-OUT-D
                  "% of lines served locally" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

*> Drift allowed on a check: the configured percentage of what the
*> figure is held against
       COMPUTE-TOLERANCE.
           COMPUTE WS-CHECK-TOLERANCE =
               WS-CHECK-EXPECTED * BALANCE-TOLERANCE-PCT / 100
           .

       WRITE-CHECK-LINE.
           COMPUTE WS-CHECK-VARIANCE =
               WS-CHECK-FIGURE - WS-CHECK-EXPECTED
           IF WS-CHECK-VARIANCE < 0
               COMPUTE WS-CHECK-ABS = 0 - WS-CHECK-VARIANCE
           ELSE
               MOVE WS-CHECK-VARIANCE TO WS-CHECK-ABS
           END-IF
           IF WS-CHECK-ABS > WS-CHECK-TOLERANCE
               MOVE "OUT OF BALANCE" TO WS-CHECK-VERDICT
               ADD 1 TO WS-OUT-COUNT
           ELSE
               MOVE "IN BALANCE" TO WS-CHECK-VERDICT
           END-IF
           MOVE WS-CHECK-FIGURE TO WS-FIGURE-D
           MOVE WS-CHECK-EXPECTED TO WS-EXPECTED-D
           MOVE WS-CHECK-VARIANCE TO WS-VARIANCE-D
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CHECK-NAME TO REPORT-RECORD(1:30)
           MOVE WS-FIGURE-D TO REPORT-RECORD(33:11)
           MOVE WS-EXPECTED-D TO REPORT-RECORD(46:11)
           MOVE WS-VARIANCE-D TO REPORT-RECORD(59:12)
           MOVE WS-CHECK-VERDICT TO REPORT-RECORD(73:16)
           WRITE REPORT-RECORD
           .

       WRITE-FIGURE-LINE.
           MOVE WS-CHECK-FIGURE TO WS-FIGURE-D
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CHECK-NAME TO REPORT-RECORD(1:30)
           MOVE WS-FIGURE-D TO REPORT-RECORD(33:11)
           WRITE REPORT-RECORD
           .

       WRITE-UNCHECKED-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CHECK-NAME TO REPORT-RECORD(1:30)
           MOVE "-" TO REPORT-RECORD(43:1)
           MOVE "-" TO REPORT-RECORD(56:1)
           MOVE WS-CHECK-VERDICT TO REPORT-RECORD(73:16)
           WRITE REPORT-RECORD
           .

       RAISE-BALANCE-ALERT.
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE WS-OUT-COUNT TO WS-OUT-D
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ALERT OUT-OF-BALANCE day="
                  WS-BAL-DAY " failed_checks=" WS-OUT-D
                  " see BALANCE.RPT" DELIMITED BY SIZE
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG
           .
