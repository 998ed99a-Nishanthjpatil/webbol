*> Disaster-recovery drill: proves a BACKUP-RUN snapshot really
*> brings the site back, and how fast, without going near the live
*> tree. Run from JOB-TABLE.CFG (e.g. "DRDRILL dr-drill DAILY:0400
*> N", enabled for the drill night) or by hand:
*>
*>   dr-drill                   - drill the newest BACKUPS/SNAP-*
*>   dr-drill SNAP-YYYYMMDD     - drill that snapshot
*>
*> The drill:
*>   1. restores the snapshot into a scratch root (DR_ROOT, wiped
*>      first) and verifies every file against the snapshot's
*>      CHECKSUMS, the way RESTORE-RUN does for a real restore;
*>   2. points the restored WEBSERVER.CFG at the drill port alone -
*>      PORT=DR_PORT, no TLS, admin or extra listeners, and an
*>      absolute DOC_ROOT taken under the scratch root - and starts
*>      a test WEBSERVER there;
*>   3. asks it the first GET/HEAD request CAPTURE.LOG holds (GET /
*>      expecting 200 with no capture) once a second until it gets
*>      the answer production gave, for up to DR_READY_SECS;
*>   4. replays all of CAPTURE.LOG against it, as REPLAY-RUN does
*>      against staging, and stops the test instance again.
*>
*> Measured recovery time runs from the start of the restore to
*> that first correct answer. The recovery point is the age, at the
*> start of the drill, of the newest file in the snapshot. The drill
*> passes when the restore verifies clean, the instance answers
*> correctly in time and no replayed request differs from
*> production.
*>
*> Every drill is appended to DR-DRILL-YYYYMMDD.TXT - the snapshot,
*> both measurements, each checksum mismatch and each request whose
*> replay differed, and the verdict - and audited (event=DR_DRILL);
*> EVIDENCE-PACK carries the dated files into the auditors' pack.
*> The scratch root is left in place for inspection until the next
*> drill. A failed drill ends with return code 8.
*>
*> DR-DRILL.CFG, KEY=VALUE per line ("*" comments skipped):
*>   DR_ROOT=        scratch root (DR-SCRATCH); never "." or the
*>                   live DOC_ROOT
*>   DR_PORT=        the test instance's port (18080)
*>   DR_SERVER=      the server program (webserver, beside this job)
*>   DR_READY_SECS=  how long to wait for a correct answer (60)
*>   DR_TIMEOUT=     seconds per replayed request (10)
IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-DRILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRILL-CFG ASSIGN TO "DR-DRILL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-CFG-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT SNAP-LIST ASSIGN TO "DR-SNAPS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPLIST-STATUS.
           SELECT RESTORE-INFO ASSIGN TO "DR-RESTORE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFO-STATUS.
           SELECT MISMATCH-FILE ASSIGN TO "DR-MISMATCH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISMATCH-STATUS.
           SELECT SCRATCH-CFG ASSIGN TO DYNAMIC WS-SCRATCH-CFG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-STATUS.
           SELECT SCRATCH-CFG-TMP ASSIGN TO DYNAMIC WS-SCRATCH-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMP-STATUS.
           SELECT CAPTURE-LOG ASSIGN TO "CAPTURE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT DIFF-FILE ASSIGN TO "DR-DIFF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRILL-CFG.
       01  DRILL-CFG-RECORD     PIC X(256).
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  SNAP-LIST.
       01  SNAP-LIST-RECORD     PIC X(64).
       FD  RESTORE-INFO.
       01  RESTORE-INFO-RECORD  PIC X(80).
       FD  MISMATCH-FILE.
       01  MISMATCH-RECORD      PIC X(300).
       FD  SCRATCH-CFG.
       01  SCRATCH-CFG-RECORD   PIC X(256).
       FD  SCRATCH-CFG-TMP.
       01  SCRATCH-TMP-RECORD   PIC X(256).
       FD  CAPTURE-LOG.
       01  CAPTURE-LOG-RECORD   PIC X(400).
       FD  DIFF-FILE.
       01  DIFF-RECORD          PIC X(400).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-DRILL-CFG-STATUS   PIC XX.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-SNAPLIST-STATUS    PIC XX.
       01 WS-INFO-STATUS        PIC XX.
       01 WS-MISMATCH-STATUS    PIC XX.
       01 WS-SCFG-STATUS        PIC XX.
       01 WS-STMP-STATUS        PIC XX.
       01 WS-CAP-STATUS         PIC XX.
       01 WS-DIFF-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-SHELL-CMD          PIC X(700).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-STAT-RC            PIC S9(9) COMP-5.
       01 WS-FILE-INFO.
          05 WS-FILE-SIZE      PIC 9(18) COMP.
          05 FILLER            PIC X(8).
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-COMMAND-LINE       PIC X(256).

*> KEY=VALUE parsing, shared by DR-DRILL.CFG and WEBSERVER.CFG
       01 WS-CFG-LINE           PIC X(256).
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

*> DR-DRILL.CFG
       01 DR-ROOT               PIC X(128) VALUE "DR-SCRATCH".
       01 DR-PORT               PIC 9(5) VALUE 18080.
       01 DR-SERVER             PIC X(128) VALUE "webserver".
       01 DR-READY-SECS         PIC 9(4) VALUE 60.
       01 DR-TIMEOUT            PIC 9(4) VALUE 10.
       01 DR-HOST               PIC X(64) VALUE "127.0.0.1".
       01 WS-LIVE-DOC-ROOT      PIC X(192) VALUE ".".

*> The snapshot and the scratch copy of its configuration
       01 WS-SNAP-NAME          PIC X(32).
       01 WS-SNAP-DIR           PIC X(48).
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-SCRATCH-CFG-NAME   PIC X(160).
       01 WS-SCRATCH-TMP-NAME   PIC X(160).
       01 WS-ROOT-MOVED         PIC 9 VALUE 0.

*> Clock readings, in hundredths of a second from day 1 of the
*> calendar, so a drill running across midnight still measures
       01 WS-CLOCK-CS           PIC 9(15).
       01 WS-RESTORE-START-CS   PIC 9(15).
       01 WS-RTO-CS             PIC 9(15) VALUE 0.
       01 WS-RTO-D              PIC Z(6)9.99.

*> What the restore put back
       01 WS-FILES-RESTORED     PIC 9(8) VALUE 0.
       01 WS-RPO-SECS           PIC 9(10) VALUE 0.
       01 WS-RPO-HOURS-D        PIC Z(6)9.9.
       01 WS-NEWEST-DATE        PIC X(10).
       01 WS-NEWEST-TIME        PIC X(8).
       01 WS-INFO-TOK-1         PIC X(16).
       01 WS-INFO-TOK-2         PIC X(16).
       01 WS-MISMATCH-COUNT     PIC 9(6) VALUE 0.
       01 WS-RESTORE-OK         PIC 9 VALUE 0.

*> The readiness probe and its wait
       01 WS-PROBE-METHOD       PIC X(10) VALUE "GET".
       01 WS-PROBE-PATH         PIC X(256) VALUE "/".
       01 WS-PROBE-STATUS       PIC 9(3) VALUE 200.
       01 WS-PROBE-TIMEOUT      PIC 9(4) VALUE 2.
       01 WS-WAITED             PIC 9(4) VALUE 0.
       01 WS-READY              PIC 9 VALUE 0.
       01 WS-STARTED            PIC 9 VALUE 0.

*> One captured line's fields - "METHOD PATH HOST STATUS"
       01 WS-CAP-METHOD         PIC X(10).
       01 WS-CAP-PATH           PIC X(256).
       01 WS-CAP-STATUS-REC     PIC 9(3).
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.
       01 WS-TOKENS.
          05 WS-TOKEN OCCURS 4 TIMES PIC X(256).
       01 WS-CAP-USABLE         PIC 9.

*> HTTP-CLIENT plumbing
       01 WS-HC-CT              PIC X(64) VALUE "text/plain".
       01 WS-HC-BODY            PIC X(65536).
       01 WS-HC-BODY-LEN        PIC 9(8) COMP-5 VALUE 0.
       01 WS-HC-STATUS          PIC 9(3).
       01 WS-HC-HEADERS         PIC X(2048).
       01 WS-HC-RESP-BODY       PIC X(65536).
       01 WS-HC-RESP-LEN        PIC 9(8) COMP-5.
       01 WS-HC-RC              PIC 9.

       01 WS-REPLAYED           PIC 9(6) VALUE 0.
       01 WS-MATCHED            PIC 9(6) VALUE 0.
       01 WS-DIVERGED           PIC 9(6) VALUE 0.
       01 WS-SKIPPED            PIC 9(6) VALUE 0.

       01 WS-REPORT-NAME        PIC X(32).
       01 WS-RESULT             PIC X(4).
       01 WS-FAIL-REASON        PIC X(80) VALUE SPACES.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-COUNT-D2           PIC ZZZ,ZZ9.
       01 WS-COUNT-D3           PIC ZZZ,ZZ9.
       01 WS-COUNT-D4           PIC ZZZ,ZZ9.
       01 WS-PORT-D             PIC Z(4)9.
       01 WS-SECS-D             PIC Z(9)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-TIMESTAMP
           PERFORM READ-DRILL-CONFIG
           PERFORM READ-LIVE-CONFIG
           IF DR-ROOT = SPACES OR DR-ROOT = "." OR DR-ROOT = "./"
              OR DR-ROOT = "/" OR DR-ROOT(1:2) = ".." OR
              DR-ROOT(1:7) = "BACKUPS" OR DR-ROOT = WS-LIVE-DOC-ROOT
               DISPLAY "DR-DRILL: DR_ROOT must be a scratch directory "
                   "of its own, not the live tree or the backups"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHOOSE-SNAPSHOT
           IF WS-SNAP-NAME = SPACES
               DISPLAY "DR-DRILL: no snapshot to drill - BACKUPS/ "
                   "holds no SNAP-YYYYMMDD directory"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SNAP-DIR
           STRING "BACKUPS/" WS-SNAP-NAME DELIMITED BY SPACE
               INTO WS-SNAP-DIR
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SNAP-DIR WS-FILE-INFO
               RETURNING WS-STAT-RC
           END-CALL
           IF WS-STAT-RC NOT = 0
               DISPLAY "DR-DRILL: " FUNCTION TRIM(WS-SNAP-DIR)
                   " not found"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DR-DRILL: drilling " FUNCTION TRIM(WS-SNAP-DIR)
               " into " FUNCTION TRIM(DR-ROOT)

           DISPLAY "DR_SNAP" UPON ENVIRONMENT-NAME
           DISPLAY WS-SNAP-DIR UPON ENVIRONMENT-VALUE
           DISPLAY "DR_ROOT" UPON ENVIRONMENT-NAME
           DISPLAY DR-ROOT UPON ENVIRONMENT-VALUE

           PERFORM READ-CLOCK
           MOVE WS-CLOCK-CS TO WS-RESTORE-START-CS
           PERFORM RESTORE-SNAPSHOT
           IF WS-RESTORE-OK = 1
               PERFORM VERIFY-RESTORE
               PERFORM PREPARE-SCRATCH-CONFIG
               PERFORM START-TEST-INSTANCE
               IF WS-STARTED = 1
                   PERFORM CHOOSE-PROBE
                   PERFORM AWAIT-FIRST-ANSWER
                   IF WS-READY = 1
                       PERFORM REPLAY-CAPTURE
                   END-IF
                   PERFORM STOP-TEST-INSTANCE
               END-IF
           END-IF

           PERFORM DECIDE-RESULT
           PERFORM WRITE-DRILL-REPORT
           PERFORM WRITE-AUDIT-ENTRY
           CALL "CBL_DELETE_FILE" USING "DR-MISMATCH.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "DR-DIFF.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           COMPUTE WS-RTO-D = WS-RTO-CS / 100
           DISPLAY "DR-DRILL: " WS-RESULT " - recovery time "
               FUNCTION TRIM(WS-RTO-D) " s, report in "
               FUNCTION TRIM(WS-REPORT-NAME)
           IF WS-RESULT NOT = "PASS"
               DISPLAY "DR-DRILL: " FUNCTION TRIM(WS-FAIL-REASON)
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-TIMESTAMP.
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
           MOVE SPACES TO WS-REPORT-NAME
           STRING "DR-DRILL-" WS-CURRENT-DATE(1:8) ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-NAME
           END-STRING
           .

       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-CLOCK-CS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) * 8640000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(15:2))
           .

*> ----------------------------------------------------------------
*> Configuration
*> ----------------------------------------------------------------
       READ-DRILL-CONFIG.
           OPEN INPUT DRILL-CFG
           IF WS-DRILL-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DRILL-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DRILL-CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       EVALUATE WS-CFG-KEY
                           WHEN "DR_ROOT"
                               MOVE WS-CFG-VALUE(1:128) TO DR-ROOT
                           WHEN "DR_PORT"
                               COMPUTE DR-PORT =
                                   FUNCTION NUMVAL(WS-CFG-VALUE)
                           WHEN "DR_SERVER"
                               MOVE WS-CFG-VALUE(1:128) TO DR-SERVER
                           WHEN "DR_READY_SECS"
                               COMPUTE DR-READY-SECS =
                                   FUNCTION NUMVAL(WS-CFG-VALUE)
                           WHEN "DR_TIMEOUT"
                               COMPUTE DR-TIMEOUT =
                                   FUNCTION NUMVAL(WS-CFG-VALUE)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DRILL-CFG
           .

*> Only the live DOC_ROOT, so the scratch root can never be it
       READ-LIVE-CONFIG.
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
                       MOVE CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       IF WS-CFG-KEY = "DOC_ROOT"
                           MOVE WS-CFG-VALUE TO WS-LIVE-DOC-ROOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

*> "KEY=VALUE" in WS-CFG-LINE into WS-CFG-KEY / WS-CFG-VALUE; both
*> come back blank for a comment or a line without "="
       SPLIT-CONFIG-LINE.
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE 0 TO WS-CFG-LEN
           INSPECT WS-CFG-LINE TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF WS-CFG-LINE(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-LINE(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE WS-CFG-LINE(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           .

*> The snapshot named on the command line, else the newest one -
*> snapshot names sort by their date
       CHOOSE-SNAPSHOT.
           MOVE SPACES TO WS-SNAP-NAME
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE 0 TO WS-SP-POS
               INSPECT WS-COMMAND-LINE TALLYING WS-SP-POS
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-SP-POS > 0 AND WS-SP-POS <= 32
                   MOVE WS-COMMAND-LINE(1:WS-SP-POS) TO WS-SNAP-NAME
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -d BACKUPS/SNAP-* 2>/dev/null | sort | tail -1 "
                  "> DR-SNAPS.TMP" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           OPEN INPUT SNAP-LIST
           IF WS-SNAPLIST-STATUS = "00"
               READ SNAP-LIST
                   NOT AT END
                       IF SNAP-LIST-RECORD(1:13) = "BACKUPS/SNAP-"
                           MOVE SNAP-LIST-RECORD(9:32) TO WS-SNAP-NAME
                       END-IF
               END-READ
               CLOSE SNAP-LIST
           END-IF
           CALL "CBL_DELETE_FILE" USING "DR-SNAPS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

*> ----------------------------------------------------------------
*> Restore into the scratch root
*> ----------------------------------------------------------------
*> Everything in the snapshot bar its CHECKSUMS, relative paths
*> preserved, into a freshly emptied scratch root; then the file
*> count, and the newest file's age against the clock now
       RESTORE-SNAPSHOT.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'rm -rf "$DR_ROOT" && mkdir -p "$DR_ROOT" && '
                      DELIMITED BY SIZE
                  't=$(cd "$DR_ROOT" && pwd) && '
                      DELIMITED BY SIZE
                  '(cd "$DR_SNAP" && find . -type f ! -name CHECKSUMS '
                      DELIMITED BY SIZE
                  '-exec cp --parents {} "$t/" \;)'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               MOVE "restore copy into the scratch root failed"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RESTORE-OK

           MOVE SPACES TO WS-SHELL-CMD
           STRING 'n=$(date +%s); m=$(find "$DR_SNAP" -type f '
                      DELIMITED BY SIZE
                  '! -name CHECKSUMS -printf "%T@\n" | sort -n | '
                      DELIMITED BY SIZE
                  'tail -1 | cut -d. -f1); [ -n "$m" ] || m=$n; '
                      DELIMITED BY SIZE
                  'c=$(find "$DR_ROOT" -type f | wc -l); '
                      DELIMITED BY SIZE
                  'echo "$c $((n - m)) '
                      DELIMITED BY SIZE
                  '$(date -d @$m "+%Y-%m-%d %H:%M:%S")" '
                      DELIMITED BY SIZE
                  "> DR-RESTORE.TMP" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE SPACES TO WS-NEWEST-DATE WS-NEWEST-TIME
           OPEN INPUT RESTORE-INFO
           IF WS-INFO-STATUS = "00"
               READ RESTORE-INFO
                   NOT AT END
                       MOVE SPACES TO WS-INFO-TOK-1 WS-INFO-TOK-2
                       UNSTRING RESTORE-INFO-RECORD
                           DELIMITED BY ALL SPACE
                           INTO WS-INFO-TOK-1 WS-INFO-TOK-2
                                WS-NEWEST-DATE WS-NEWEST-TIME
                       END-UNSTRING
                       COMPUTE WS-FILES-RESTORED =
                           FUNCTION NUMVAL(WS-INFO-TOK-1)
                       COMPUTE WS-RPO-SECS =
                           FUNCTION NUMVAL(WS-INFO-TOK-2)
               END-READ
               CLOSE RESTORE-INFO
           END-IF
           CALL "CBL_DELETE_FILE" USING "DR-RESTORE.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

*> Each restored file's checksum against the snapshot's manifest;
*> every disagreement (or a missing manifest) is one line
       VERIFY-RESTORE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING '{ [ -f "$DR_SNAP/CHECKSUMS" ] || '
                      DELIMITED BY SIZE
                  'echo "(snapshot has no CHECKSUMS manifest)"; '
                      DELIMITED BY SIZE
                  '[ -f "$DR_SNAP/CHECKSUMS" ] && while read c s p; '
                      DELIMITED BY SIZE
                  'do r="${p#$DR_SNAP/}"; '
                      DELIMITED BY SIZE
                  'e=$(cksum "$DR_ROOT/$r" 2>/dev/null | '
                      DELIMITED BY SIZE
                  'cut -d" " -f1); [ "$c" = "$e" ] || echo "$r"; '
                      DELIMITED BY SIZE
                  'done < "$DR_SNAP/CHECKSUMS"; } > DR-MISMATCH.TMP'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE 0 TO WS-MISMATCH-COUNT
           OPEN INPUT MISMATCH-FILE
           IF WS-MISMATCH-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MISMATCH-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF MISMATCH-RECORD NOT = SPACES
                               ADD 1 TO WS-MISMATCH-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MISMATCH-FILE
           END-IF
           .

*> The restored WEBSERVER.CFG, rewritten to listen on the drill port
*> alone: the production listeners are dropped (PORT=DR_PORT is
*> appended), and an absolute document root - which would otherwise
*> serve the live tree - is taken relative to the scratch root,
*> where the snapshot holds it
       PREPARE-SCRATCH-CONFIG.
           MOVE SPACES TO WS-SCRATCH-CFG-NAME WS-SCRATCH-TMP-NAME
           STRING DR-ROOT DELIMITED BY SPACE
                  "/WEBSERVER.CFG" DELIMITED BY SIZE
               INTO WS-SCRATCH-CFG-NAME
           END-STRING
           STRING DR-ROOT DELIMITED BY SPACE
                  "/WEBSERVER.DRL" DELIMITED BY SIZE
               INTO WS-SCRATCH-TMP-NAME
           END-STRING

           OPEN OUTPUT SCRATCH-CFG-TMP
           OPEN INPUT SCRATCH-CFG
           IF WS-SCFG-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SCRATCH-CFG
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM COPY-SCRATCH-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE SCRATCH-CFG
           END-IF
           MOVE DR-PORT TO WS-PORT-D
           MOVE SPACES TO SCRATCH-TMP-RECORD
           STRING "PORT=" FUNCTION TRIM(WS-PORT-D) DELIMITED BY SIZE
               INTO SCRATCH-TMP-RECORD
           END-STRING
           WRITE SCRATCH-TMP-RECORD
           CLOSE SCRATCH-CFG-TMP

           CALL "CBL_DELETE_FILE" USING WS-SCRATCH-CFG-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-SCRATCH-TMP-NAME
               WS-SCRATCH-CFG-NAME
               RETURNING WS-RENAME-RC
           END-CALL
           .

       COPY-SCRATCH-CONFIG-LINE.
           MOVE SCRATCH-CFG-RECORD TO WS-CFG-LINE
           PERFORM SPLIT-CONFIG-LINE
           EVALUATE WS-CFG-KEY
               WHEN "PORT"
               WHEN "TLS_PORT"
               WHEN "TLS_ADMIN_PORT"
               WHEN "EXTRA_LISTEN"
               WHEN "EXTRA_LISTEN6"
                   EXIT PARAGRAPH
               WHEN "DOC_ROOT"
               WHEN "DOC_ROOT_A"
               WHEN "DOC_ROOT_B"
                   IF WS-CFG-VALUE(1:1) = "/"
                       MOVE SPACES TO SCRATCH-TMP-RECORD
                       STRING WS-CFG-KEY DELIMITED BY SPACE
                              "=." WS-CFG-VALUE DELIMITED BY SIZE
                           INTO SCRATCH-TMP-RECORD
                       END-STRING
                       WRITE SCRATCH-TMP-RECORD
                       MOVE 1 TO WS-ROOT-MOVED
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE SCRATCH-CFG-RECORD TO SCRATCH-TMP-RECORD
           WRITE SCRATCH-TMP-RECORD
           .

*> ----------------------------------------------------------------
*> The test instance
*> ----------------------------------------------------------------
*> Started in its own process group inside the scratch root, so
*> STOP-TEST-INSTANCE's negated-PID kill takes its forked workers
*> down with it, the same way WEBSERVER stops its TLS loop
       START-TEST-INSTANCE.
           CALL "CBL_CHECK_FILE_EXIST" USING DR-SERVER WS-FILE-INFO
               RETURNING WS-STAT-RC
           END-CALL
           IF WS-STAT-RC NOT = 0
               MOVE SPACES TO WS-FAIL-REASON
               STRING "test instance not started - server program "
                      DELIMITED BY SIZE
                      DR-SERVER DELIMITED BY SPACE
                      " not found" DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DR_SERVER" UPON ENVIRONMENT-NAME
           DISPLAY DR-SERVER UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'h=$(pwd); case "$DR_SERVER" in /*) s="$DR_SERVER";; '
                      DELIMITED BY SIZE
                  '*) s="$h/$DR_SERVER";; esac; cd "$DR_ROOT" && '
                      DELIMITED BY SIZE
                  '{ setsid "$s" > DR-SERVER.OUT 2>&1 & '
                      DELIMITED BY SIZE
                  'echo $! > "$h/DR-SERVER.PID"; }'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               MOVE "test instance failed to start" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STARTED
           .

*> SIGTERM first, so it drains and shuts down as it would in
*> production, then the whole group and any CGI pool it left
       STOP-TEST-INSTANCE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'p=$(cat DR-SERVER.PID 2>/dev/null); '
                      DELIMITED BY SIZE
                  'if [ -n "$p" ]; then kill -TERM "$p" 2>/dev/null; '
                      DELIMITED BY SIZE
                  'sleep 2; kill -9 -"$p" 2>/dev/null; fi; '
                      DELIMITED BY SIZE
                  '[ -f "$DR_ROOT/CGIPOOL.PID" ] && while read q; '
                      DELIMITED BY SIZE
                  'do kill -9 -$q 2>/dev/null; done '
                      DELIMITED BY SIZE
                  '< "$DR_ROOT/CGIPOOL.PID"; rm -f DR-SERVER.PID'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> The first replayable captured request stands as the test of a
*> correct answer; with no capture, the home page must answer 200
       CHOOSE-PROBE.
           OPEN INPUT CAPTURE-LOG
           IF WS-CAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CAPTURE-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-CAPTURE-LINE
                       IF WS-CAP-USABLE = 1 AND
                          (WS-CAP-METHOD = "GET" OR
                           WS-CAP-METHOD = "HEAD")
                           MOVE WS-CAP-METHOD TO WS-PROBE-METHOD
                           MOVE WS-CAP-PATH TO WS-PROBE-PATH
                           MOVE WS-CAP-STATUS-REC TO WS-PROBE-STATUS
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPTURE-LOG
           .

*> Asked once a second; the clock stops at the first answer that
*> matches what production gave
       AWAIT-FIRST-ANSWER.
           MOVE 0 TO WS-WAITED
           PERFORM UNTIL WS-READY = 1 OR WS-WAITED > DR-READY-SECS
               CALL "HTTP-CLIENT" USING DR-HOST DR-PORT
                   WS-PROBE-METHOD WS-PROBE-PATH WS-HC-CT WS-HC-BODY
                   WS-HC-BODY-LEN WS-PROBE-TIMEOUT WS-HC-STATUS
                   WS-HC-HEADERS WS-HC-RESP-BODY WS-HC-RESP-LEN
                   WS-HC-RC
               END-CALL
               IF WS-HC-RC NOT = 1 AND WS-HC-STATUS = WS-PROBE-STATUS
                   PERFORM READ-CLOCK
                   COMPUTE WS-RTO-CS =
                       WS-CLOCK-CS - WS-RESTORE-START-CS
                   MOVE 1 TO WS-READY
               ELSE
                   ADD 1 TO WS-WAITED
                   CALL "SYSTEM" USING "sleep 1"
                       RETURNING WS-SHELL-RC
                   END-CALL
               END-IF
           END-PERFORM
           IF WS-READY = 0
               MOVE DR-READY-SECS TO WS-SECS-D
               MOVE SPACES TO WS-FAIL-REASON
               STRING "restored service gave no correct answer within "
                      FUNCTION TRIM(WS-SECS-D) " s"
                      DELIMITED BY SIZE INTO WS-FAIL-REASON
               END-STRING
           END-IF
           .

*> ----------------------------------------------------------------
*> Replay
*> ----------------------------------------------------------------
*> All of CAPTURE.LOG against the restored instance, REPLAY-RUN's
*> way: GET/HEAD replayed, anything else counted as skipped, each
*> difference from production noted for the report
       REPLAY-CAPTURE.
           OPEN OUTPUT DIFF-FILE
           OPEN INPUT CAPTURE-LOG
           IF WS-CAP-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CAPTURE-LOG
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-LOG
           END-IF
           CLOSE DIFF-FILE
           .

       REPLAY-ONE-LINE.
           PERFORM SPLIT-CAPTURE-LINE
           IF WS-CAP-USABLE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP-METHOD NOT = "GET" AND WS-CAP-METHOD NOT = "HEAD"
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           CALL "HTTP-CLIENT" USING DR-HOST DR-PORT
               WS-CAP-METHOD WS-CAP-PATH WS-HC-CT WS-HC-BODY
               WS-HC-BODY-LEN DR-TIMEOUT WS-HC-STATUS
               WS-HC-HEADERS WS-HC-RESP-BODY WS-HC-RESP-LEN
               WS-HC-RC
           END-CALL
           ADD 1 TO WS-REPLAYED

           IF WS-HC-RC = 1
               ADD 1 TO WS-DIVERGED
               MOVE SPACES TO DIFF-RECORD
               STRING "  UNREACHABLE " DELIMITED BY SIZE
                      WS-CAP-METHOD DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-CAP-PATH DELIMITED BY SPACE
                      " (production served " WS-CAP-STATUS-REC ")"
                      DELIMITED BY SIZE
                   INTO DIFF-RECORD
               END-STRING
               WRITE DIFF-RECORD
           ELSE
               IF WS-HC-STATUS = WS-CAP-STATUS-REC
                   ADD 1 TO WS-MATCHED
               ELSE
                   ADD 1 TO WS-DIVERGED
                   MOVE SPACES TO DIFF-RECORD
                   STRING "  DIFFERED " DELIMITED BY SIZE
                          WS-CAP-METHOD DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-CAP-PATH DELIMITED BY SPACE
                          " production=" WS-CAP-STATUS-REC
                          " restored=" WS-HC-STATUS
                          DELIMITED BY SIZE
                       INTO DIFF-RECORD
                   END-STRING
                   WRITE DIFF-RECORD
               END-IF
           END-IF
           .

*> Four space-separated tokens: METHOD PATH HOST STATUS
       SPLIT-CAPTURE-LINE.
           MOVE 0 TO WS-CAP-USABLE
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 400 OR WS-TOK-NUM >= 4
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 400 OR
                         CAPTURE-LOG-RECORD(WS-TOK-START:1)
                             NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 400
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 400 OR
                         CAPTURE-LOG-RECORD(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOK-NUM
               MOVE CAPTURE-LOG-RECORD(WS-TOK-START:
                   WS-TOK-END - WS-TOK-START)
                   TO WS-TOKEN(WS-TOK-NUM)
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           IF WS-TOK-NUM < 4 OR WS-TOKEN(4)(1:3) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN(1)(1:10) TO WS-CAP-METHOD
           MOVE WS-TOKEN(2)(1:256) TO WS-CAP-PATH
           MOVE WS-TOKEN(4)(1:3) TO WS-CAP-STATUS-REC
           MOVE 1 TO WS-CAP-USABLE
           .

*> ----------------------------------------------------------------
*> The evidence
*> ----------------------------------------------------------------
       DECIDE-RESULT.
           MOVE "PASS" TO WS-RESULT
           EVALUATE TRUE
               WHEN WS-RESTORE-OK = 0 OR WS-STARTED = 0 OR
                    WS-READY = 0
                   MOVE "FAIL" TO WS-RESULT
               WHEN WS-MISMATCH-COUNT > 0
                   MOVE "FAIL" TO WS-RESULT
                   MOVE WS-MISMATCH-COUNT TO WS-COUNT-D
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING FUNCTION TRIM(WS-COUNT-D)
                          " restored file(s) failed checksum "
                          "verification" DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               WHEN WS-DIVERGED > 0
                   MOVE "FAIL" TO WS-RESULT
                   MOVE WS-DIVERGED TO WS-COUNT-D
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING FUNCTION TRIM(WS-COUNT-D)
                          " replayed request(s) differed from "
                          "production" DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
           END-EVALUATE
           .

*> Appended, so a second drill the same day keeps the first one's
*> evidence
       WRITE-DRILL-REPORT.
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS = "35" OR WS-REPORT-STATUS = "05"
               OPEN OUTPUT REPORT-FILE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "==== Disaster-recovery drill " WS-TIMESTAMP " ===="
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Snapshot        : " WS-SNAP-DIR
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE DR-PORT TO WS-PORT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Scratch root    : " DELIMITED BY SIZE
                  DR-ROOT DELIMITED BY SPACE
                  "  (test instance on port " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PORT-D) ")" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-ROOT-MOVED = 1
               MOVE SPACES TO REPORT-RECORD
               STRING "                  absolute document root taken "
                      "under the scratch root" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           MOVE WS-FILES-RESTORED TO WS-COUNT-D
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-D2
           MOVE SPACES TO REPORT-RECORD
           IF WS-RESTORE-OK = 1
               STRING "Restore         : " FUNCTION TRIM(WS-COUNT-D)
                      " file(s) restored, " FUNCTION TRIM(WS-COUNT-D2)
                      " checksum mismatch(es)"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Restore         : FAILED - no usable copy in "
                      "the scratch root" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF WS-MISMATCH-COUNT > 0
               PERFORM COPY-MISMATCHES-TO-REPORT
           END-IF

           MOVE WS-RPO-SECS TO WS-SECS-D
           COMPUTE WS-RPO-HOURS-D ROUNDED = WS-RPO-SECS / 3600
           MOVE SPACES TO REPORT-RECORD
           STRING "Recovery point  : newest content "
                  WS-NEWEST-DATE " " WS-NEWEST-TIME ", "
                  FUNCTION TRIM(WS-SECS-D) " s ("
                  FUNCTION TRIM(WS-RPO-HOURS-D)
                  " h) old at the start of the drill"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           IF WS-READY = 1
               COMPUTE WS-RTO-D = WS-RTO-CS / 100
               STRING "Recovery time   : " FUNCTION TRIM(WS-RTO-D)
                      " s from start of restore to first correct "
                      "response (" DELIMITED BY SIZE
                      WS-PROBE-METHOD DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-PROBE-PATH DELIMITED BY SPACE
                      " " WS-PROBE-STATUS ")" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Recovery time   : not reached - "
                      DELIMITED BY SIZE
                      WS-FAIL-REASON DELIMITED BY "  "
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD

           IF WS-READY = 1
               MOVE WS-REPLAYED TO WS-COUNT-D
               MOVE WS-MATCHED TO WS-COUNT-D2
               MOVE WS-DIVERGED TO WS-COUNT-D3
               MOVE WS-SKIPPED TO WS-COUNT-D4
               MOVE SPACES TO REPORT-RECORD
               STRING "Replay          : " FUNCTION TRIM(WS-COUNT-D)
                      " replayed, " FUNCTION TRIM(WS-COUNT-D2)
                      " matched, " FUNCTION TRIM(WS-COUNT-D3)
                      " differed, " FUNCTION TRIM(WS-COUNT-D4)
                      " skipped (not GET/HEAD)"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF WS-DIVERGED > 0
                   PERFORM COPY-DIFFS-TO-REPORT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-RECORD
           IF WS-RESULT = "PASS"
               STRING "Result          : PASS - the restored service "
                      "answered correctly" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Result          : FAIL - " DELIMITED BY SIZE
                      WS-FAIL-REASON DELIMITED BY "  "
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

       COPY-MISMATCHES-TO-REPORT.
           OPEN INPUT MISMATCH-FILE
           IF WS-MISMATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ MISMATCH-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MISMATCH-RECORD NOT = SPACES
                           MOVE SPACES TO REPORT-RECORD
                           STRING "  MISMATCH " MISMATCH-RECORD
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           END-STRING
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MISMATCH-FILE
           .

       COPY-DIFFS-TO-REPORT.
           OPEN INPUT DIFF-FILE
           IF WS-DIFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DIFF-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DIFF-RECORD TO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE DIFF-FILE
           .

       WRITE-AUDIT-ENTRY.
           COMPUTE WS-RTO-D = WS-RTO-CS / 100
           MOVE WS-RPO-SECS TO WS-SECS-D
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] dr-drill " DELIMITED BY SIZE
                  WS-SNAP-NAME DELIMITED BY SPACE
                  " event=DR_DRILL user=scheduler result="
                  WS-RESULT " rto=" FUNCTION TRIM(WS-RTO-D)
                  " rpo=" FUNCTION TRIM(WS-SECS-D)
                  DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
