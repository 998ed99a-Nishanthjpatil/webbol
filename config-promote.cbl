*> Operator tool: configuration promotion between environments
*> (test, staging, production - whatever PROMOTE.CFG names). Each
*> environment's .CFG set is no longer kept by hand: it is a common
*> base plus that environment's overlay of the values that differ,
*> merged here, checked, and written in one step.
*>
*>   config-promote DIFF <source> <target>
*>       - build the set <target> would get and show exactly what
*>         would change in it, validated, writing nothing
*>   config-promote PROMOTE <source> <target> <by>
*>       - the same, then (only if validation passes) write the
*>         changed files into <target> and hot-reload it
*>
*> <source> is BASE - the base as edited now - or an environment,
*> meaning the base version that environment runs: "PROMOTE BASE
*> TEST", then "PROMOTE TEST STAGING", then "PROMOTE STAGING PROD"
*> carries one tested version through, each environment keeping its
*> own overlay. The first PROMOTE of an edited base freezes it as the
*> next version (V000001, V000002, ...), so what reaches production
*> is exactly what test ran.
*>
*> Under CONFIG_ROOT:
*>   BASE/<file>.CFG     the common base, one file per .CFG
*>   <ENV>/<file>.CFG    the environment's overlay - only the lines
*>                       that differ; a file with no overlay is the
*>                       base as-is, a file only here is taken whole
*>   V000001/ ...        frozen base versions, never edited
*>   <ENV>.VER           the version the environment runs
*>   <ENV>.NEW/          the set last built for the environment
*>   PROMOTE.LOG         one line per promotion: when, who, source
*>                       and target versions, files written, result
*>
*> Overlay lines are matched to base lines by key, the way each
*> file's parser reads its lines: "KEY=" for a KEY=VALUE line, else
*> the line's first word (a PROXY.CFG prefix, a VHOSTS.CFG host, an
*> IP-ACL.CFG ALLOW/DENY). Every base line with a key the overlay
*> has is replaced by the overlay's line(s) for it, in the first
*> one's place; a key the base lacks is added at the end; a "-KEY"
*> line drops the key. "*" comments in an overlay are its own notes.
*> Files the set does not name are never touched, so state the admin
*> API keeps in a .CFG stays the environment's own - but a set that
*> does name one shows its overwrite in the diff.
*>
*> Validation runs before anything is written, on a scratch mirror
*> of the target (CHECK.TMP - its files linked, the promoted set and
*> its other .CFG files copied in): WEBSERVER --check on CHECK_PORT
*> in place of the target's listeners, then CONFIG-XREF. A failing
*> check or any CONFIG-XREF finding refuses the promotion. Written
*> files replace the old ones by rename, RELOAD.FLAG is dropped in
*> the target for the hot reload (listener changes still take a
*> restart, which the report points out), and the promotion is
*> logged and audited (CONFIG_PROMOTE, plus the CONFIG_RELOAD that
*> lets FIM-CHECK account for the changed files). Everything - the
*> diff, both checks' output, the verdict - lands in
*> CONFIG-PROMOTE.RPT. A refused or failed promotion ends with
*> return code 8.
*>
*> A PROMOTE that would change the target also needs a change number
*> approved for CONFIG and open now on the change register
*> (CHANGE-ADMIN), given as CHANGE_REF=<number> in the environment,
*> or CHANGE_EMERGENCY=<reason> when it cannot wait. Without one the
*> validated set is not written (result BLOCKED, return code 8); the
*> number is carried into PROMOTE.LOG and the audit entries. DIFF
*> and an UNCHANGED promotion need neither.
*>
*> PROMOTE.CFG, KEY=VALUE per line ("*" comments skipped):
*>   ENV_<name>=     an environment and its server directory, e.g.
*>                   ENV_TEST=/srv/web-test, ENV_PROD=. (up to 10)
*>   CONFIG_ROOT=    where the base, overlays and versions live
*>                   (CONFIG)
*>   CHECK_PORT=     the port the --check dry run binds (18081)
*>   SERVER=         the server program (webserver, beside this job)
IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-PROMOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTE-CFG ASSIGN TO "PROMOTE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOTE-CFG-STATUS.
           SELECT SCRATCH-LIST ASSIGN TO "PROMOTE-LIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT OVERLAY-FILE ASSIGN TO DYNAMIC WS-OVERLAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERLAY-STATUS.
           SELECT MERGED-FILE ASSIGN TO DYNAMIC WS-MERGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT CHECK-CFG ASSIGN TO DYNAMIC WS-CHECK-CFG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CFG-STATUS.
           SELECT CHECK-CFG-TMP ASSIGN TO DYNAMIC WS-CHECK-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TMP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONFIG-PROMOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTE-CFG.
       01  PROMOTE-CFG-RECORD   PIC X(256).
       FD  SCRATCH-LIST.
       01  SCRATCH-LIST-RECORD  PIC X(256).
       FD  BASE-FILE.
       01  BASE-RECORD          PIC X(512).
       FD  OVERLAY-FILE.
       01  OVERLAY-RECORD       PIC X(512).
       FD  MERGED-FILE.
       01  MERGED-RECORD        PIC X(512).
       FD  CHECK-CFG.
       01  CHECK-CFG-RECORD     PIC X(256).
       FD  CHECK-CFG-TMP.
       01  CHECK-TMP-RECORD     PIC X(256).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-PROMOTE-CFG-STATUS PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-BASE-STATUS        PIC XX.
       01 WS-OVERLAY-STATUS     PIC XX.
       01 WS-MERGED-STATUS      PIC XX.
       01 WS-CHECK-CFG-STATUS   PIC XX.
       01 WS-CHECK-TMP-STATUS   PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-LIST-EOF           PIC 9 VALUE 0.

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-RESULT       PIC X(12).

       01 WS-SHELL-CMD          PIC X(800).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-STAT-RC            PIC S9(9) COMP-5.
       01 WS-FILE-INFO.
          05 WS-INFO-SIZE       PIC 9(18) COMP.
          05 WS-INFO-DATE       PIC 9(8) COMP.
          05 WS-INFO-TIME       PIC 9(8) COMP.
       01 WS-FLAG-HANDLE        PIC X(4).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> KEY=VALUE parsing
       01 WS-CFG-LINE           PIC X(256).
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

*> PROMOTE.CFG
       01 PROMOTE-ROOT          PIC X(128) VALUE "CONFIG".
       01 PROMOTE-CHECK-PORT    PIC 9(5) VALUE 18081.
       01 PROMOTE-SERVER        PIC X(128) VALUE "webserver".
       01 WS-ENV-COUNT          PIC 9(2) COMP VALUE 0.
       01 ENV-TABLE.
          05 ENV-ENTRY OCCURS 10 TIMES.
             10 ENV-NAME        PIC X(16).
             10 ENV-DIR         PIC X(128).
       01 WS-ENV-IDX            PIC 9(2) COMP.

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(16).
       01 WS-SOURCE             PIC X(16).
       01 WS-TARGET             PIC X(16).
       01 WS-BY                 PIC X(32).
       01 WS-TARGET-DIR         PIC X(128).
       01 WS-SOURCE-KNOWN       PIC 9 VALUE 0.

*> Versions: what the source brings, what the target runs now
       01 WS-SOURCE-VERSION     PIC X(16) VALUE SPACES.
       01 WS-TARGET-VERSION     PIC X(16) VALUE SPACES.
       01 WS-LATEST-VERSION     PIC X(16) VALUE SPACES.
       01 WS-VERSION-NO         PIC 9(6).
       01 WS-BASE-DIR           PIC X(160).
       01 WS-NEW-DIR            PIC X(160).
       01 WS-CHECK-DIR          PIC X(160).
       01 WS-VER-FILE-NAME      PIC X(160).

*> The promoted set
       01 WS-FILE-NAME          PIC X(64).
       01 WS-BASE-NAME          PIC X(256).
       01 WS-OVERLAY-NAME       PIC X(256).
       01 WS-MERGED-NAME        PIC X(256).
       01 WS-CHECK-CFG-NAME     PIC X(256).
       01 WS-CHECK-TMP-NAME     PIC X(256).
       01 WS-HISTORY-NAME       PIC X(256).
       01 WS-SET-FILES          PIC 9(4) VALUE 0.
       01 WS-CHANGED-FILES      PIC 9(4) VALUE 0.
       01 WS-WRITTEN-FILES      PIC 9(4) VALUE 0.
       01 WS-WRITE-FAILED       PIC 9 VALUE 0.
       01 WS-LISTENER-CHANGE    PIC 9 VALUE 0.

*> One overlay file in memory while its base is merged
       01 WS-OVL-COUNT          PIC 9(4) COMP VALUE 0.
       01 OVERLAY-TABLE.
          05 OVL-ENTRY OCCURS 500 TIMES.
             10 OVL-LINE        PIC X(512).
             10 OVL-KEY         PIC X(128).
             10 OVL-DROP        PIC 9.
             10 OVL-DONE        PIC 9.
       01 WS-OVL-IDX            PIC 9(4) COMP.
       01 WS-OVL-HIT            PIC 9(4) COMP.
       01 WS-LINE-TEXT          PIC X(512).
       01 WS-LINE-KEY           PIC X(128).
       01 WS-KEY-LEN            PIC 9(4) COMP.
       01 WS-KEY-EQ             PIC 9(4) COMP.

*> Validation
       01 WS-CHECK-PASSED       PIC 9 VALUE 0.
       01 WS-XREF-PASSED        PIC 9 VALUE 0.
       01 WS-VALID              PIC 9 VALUE 0.
       01 WS-RESULT             PIC X(12).
       01 WS-REPORT-LINE        PIC X(256).
       01 WS-REPORT-PTR         PIC 9(4) COMP.
       01 WS-PORT-D             PIC Z(4)9.
       01 WS-COUNT-D            PIC Z(3)9.
       01 WS-COUNT-D2           PIC Z(3)9.

*> The change gate (CHANGE-CHECK)
       01 WS-CHANGE-REF         PIC X(16) VALUE SPACES.
       01 WS-CHANGE-EMERGENCY   PIC X(120).
       01 WS-CHANGE-COMPONENT   PIC X(16) VALUE "CONFIG".
       01 WS-CHANGE-OK          PIC 9 VALUE 1.
       01 WS-CHANGE-REASON      PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ACTION WS-SOURCE WS-TARGET WS-BY
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-SOURCE WS-TARGET WS-BY
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-SOURCE) TO WS-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-TARGET) TO WS-TARGET

           IF (WS-ACTION NOT = "DIFF" AND WS-ACTION NOT = "PROMOTE")
              OR WS-SOURCE = SPACES OR WS-TARGET = SPACES
              OR (WS-ACTION = "PROMOTE" AND WS-BY = SPACES)
               DISPLAY "Usage: config-promote DIFF <source> <target>"
               DISPLAY "       config-promote PROMOTE <source> "
                   "<target> <by>"
               DISPLAY "  <source> is BASE or an environment named in"
                   " PROMOTE.CFG"
               STOP RUN
           END-IF

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

           PERFORM READ-PROMOTE-CONFIG
           PERFORM FIND-ENVIRONMENTS
           IF WS-TARGET-DIR = SPACES
               DISPLAY "CONFIG-PROMOTE: no environment " WS-TARGET
                   " in PROMOTE.CFG (ENV_" FUNCTION TRIM(WS-TARGET)
                   "=<directory>)"
               STOP RUN
           END-IF
           IF WS-SOURCE NOT = "BASE" AND WS-SOURCE-KNOWN = 0
               DISPLAY "CONFIG-PROMOTE: source must be BASE or an "
                   "environment in PROMOTE.CFG, not " WS-SOURCE
               STOP RUN
           END-IF
           IF WS-SOURCE = WS-TARGET
               DISPLAY "CONFIG-PROMOTE: source and target are both "
                   WS-TARGET
               STOP RUN
           END-IF

           DISPLAY "PROMOTE_ROOT" UPON ENVIRONMENT-NAME
           DISPLAY PROMOTE-ROOT UPON ENVIRONMENT-VALUE
           DISPLAY "PROMOTE_TARGET" UPON ENVIRONMENT-NAME
           DISPLAY WS-TARGET-DIR UPON ENVIRONMENT-VALUE
           DISPLAY "PROMOTE_ENV" UPON ENVIRONMENT-NAME
           DISPLAY WS-TARGET UPON ENVIRONMENT-VALUE

           PERFORM RESOLVE-VERSIONS
           IF WS-BASE-DIR = SPACES
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           CLOSE REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM BUILD-PROMOTED-SET
           IF WS-SET-FILES = 0
               DISPLAY "CONFIG-PROMOTE: the set for " WS-TARGET
                   " is empty - nothing under "
                   FUNCTION TRIM(WS-BASE-DIR) " or the overlay"
               STOP RUN
           END-IF
           PERFORM DIFF-AGAINST-TARGET
           PERFORM VALIDATE-PROMOTED-SET

           IF WS-ACTION = "DIFF"
               PERFORM REPORT-DRY-RUN
               CALL "SYSTEM" USING 'rm -rf "$PROMOTE_ROOT/CHECK.TMP"'
                   RETURNING WS-SHELL-RC
               END-CALL
               CALL "CBL_DELETE_FILE" USING "PROMOTE-LIST.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
               STOP RUN
           END-IF

           IF WS-VALID = 1 AND WS-CHANGED-FILES > 0
               PERFORM CHECK-CHANGE-GATE
           END-IF
           EVALUATE TRUE
               WHEN WS-VALID = 0
                   MOVE "REFUSED" TO WS-RESULT
               WHEN WS-CHANGED-FILES = 0
                   MOVE "UNCHANGED" TO WS-RESULT
                   PERFORM RECORD-TARGET-VERSION
               WHEN WS-CHANGE-OK = 0
                   MOVE "BLOCKED" TO WS-RESULT
               WHEN OTHER
                   PERFORM WRITE-PROMOTED-FILES
                   IF WS-WRITE-FAILED = 1
                       MOVE "FAILED" TO WS-RESULT
                   ELSE
                       MOVE "PROMOTED" TO WS-RESULT
                       PERFORM RECORD-TARGET-VERSION
                       PERFORM REQUEST-RELOAD
                   END-IF
           END-EVALUATE
           PERFORM RECORD-PROMOTION
           PERFORM REPORT-PROMOTION
           CALL "SYSTEM" USING 'rm -rf "$PROMOTE_ROOT/CHECK.TMP"'
               RETURNING WS-SHELL-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "PROMOTE-LIST.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-RESULT = "REFUSED" OR WS-RESULT = "FAILED" OR
              WS-RESULT = "BLOCKED"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

*> A validated set that changes the target goes in only under an
*> approved change (or a declared emergency)
       CHECK-CHANGE-GATE.
           MOVE SPACES TO WS-CHANGE-REF WS-CHANGE-EMERGENCY
           ACCEPT WS-CHANGE-REF FROM ENVIRONMENT "CHANGE_REF"
           ACCEPT WS-CHANGE-EMERGENCY
               FROM ENVIRONMENT "CHANGE_EMERGENCY"
           MOVE 0 TO WS-CHANGE-OK
           CALL "CHANGE-CHECK" USING WS-CHANGE-REF
               WS-CHANGE-EMERGENCY WS-CHANGE-COMPONENT
               WS-BY WS-CHANGE-OK WS-CHANGE-REASON
           END-CALL
           .

*> ----------------------------------------------------------------
*> Configuration
*> ----------------------------------------------------------------
       READ-PROMOTE-CONFIG.
           OPEN INPUT PROMOTE-CFG
           IF WS-PROMOTE-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PROMOTE-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE PROMOTE-CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       PERFORM APPLY-PROMOTE-SETTING
               END-READ
           END-PERFORM
           CLOSE PROMOTE-CFG
           .

       APPLY-PROMOTE-SETTING.
           EVALUATE TRUE
               WHEN WS-CFG-KEY = "CONFIG_ROOT"
                   MOVE WS-CFG-VALUE(1:128) TO PROMOTE-ROOT
               WHEN WS-CFG-KEY = "CHECK_PORT"
                   COMPUTE PROMOTE-CHECK-PORT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN WS-CFG-KEY = "SERVER"
                   MOVE WS-CFG-VALUE(1:128) TO PROMOTE-SERVER
               WHEN WS-CFG-KEY(1:4) = "ENV_"
                   IF WS-ENV-COUNT < 10 AND WS-CFG-KEY(5:1) NOT = SPACE
                       ADD 1 TO WS-ENV-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-CFG-KEY(5:16))
                           TO ENV-NAME(WS-ENV-COUNT)
                       MOVE WS-CFG-VALUE(1:128) TO ENV-DIR(WS-ENV-COUNT)
                   END-IF
           END-EVALUATE
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

       FIND-ENVIRONMENTS.
           MOVE SPACES TO WS-TARGET-DIR
           MOVE 0 TO WS-SOURCE-KNOWN
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF ENV-NAME(WS-ENV-IDX) = WS-TARGET
                   MOVE ENV-DIR(WS-ENV-IDX) TO WS-TARGET-DIR
               END-IF
               IF ENV-NAME(WS-ENV-IDX) = WS-SOURCE
                   MOVE 1 TO WS-SOURCE-KNOWN
               END-IF
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> Versions
*> ----------------------------------------------------------------
*> The target's version comes from its .VER file. An environment
*> source brings the version it runs; BASE brings the newest frozen
*> version if the base still matches it, else - on PROMOTE - a newly
*> frozen one, or - on DIFF - the base itself, marked unfrozen
       RESOLVE-VERSIONS.
           MOVE SPACES TO WS-BASE-DIR
           MOVE WS-TARGET TO WS-FILE-NAME
           PERFORM READ-VERSION-FILE
           MOVE WS-LATEST-VERSION TO WS-TARGET-VERSION
           IF WS-TARGET-VERSION = SPACES
               MOVE "none" TO WS-TARGET-VERSION
           END-IF

           IF WS-SOURCE NOT = "BASE"
               MOVE WS-SOURCE TO WS-FILE-NAME
               PERFORM READ-VERSION-FILE
               IF WS-LATEST-VERSION = SPACES
                   DISPLAY "CONFIG-PROMOTE: " FUNCTION TRIM(WS-SOURCE)
                       " has had no promotion yet - promote BASE to "
                       "it first"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LATEST-VERSION TO WS-SOURCE-VERSION
               PERFORM SET-BASE-DIR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING 'ls -d "$PROMOTE_ROOT"/V[0-9][0-9][0-9][0-9][0-9]'
                      DELIMITED BY SIZE
                  '[0-9] 2>/dev/null | tail -1 | xargs -r basename '
                      DELIMITED BY SIZE
                  '> PROMOTE-LIST.TMP' DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE SPACES TO WS-LATEST-VERSION
           OPEN INPUT SCRATCH-LIST
           IF WS-LIST-STATUS = "00"
               READ SCRATCH-LIST
                   NOT AT END
                       MOVE SCRATCH-LIST-RECORD(1:16)
                           TO WS-LATEST-VERSION
               END-READ
               CLOSE SCRATCH-LIST
           END-IF
           CALL "CBL_DELETE_FILE" USING "PROMOTE-LIST.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           IF WS-LATEST-VERSION NOT = SPACES
               DISPLAY "PROMOTE_VER" UPON ENVIRONMENT-NAME
               DISPLAY WS-LATEST-VERSION UPON ENVIRONMENT-VALUE
               MOVE SPACES TO WS-SHELL-CMD
               STRING 'diff -r -q "$PROMOTE_ROOT/BASE" '
                          DELIMITED BY SIZE
                      '"$PROMOTE_ROOT/$PROMOTE_VER" > /dev/null 2>&1'
                          DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
               IF WS-SHELL-RC = 0
                   MOVE WS-LATEST-VERSION TO WS-SOURCE-VERSION
                   PERFORM SET-BASE-DIR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-VERSION-NO =
                   FUNCTION NUMVAL(WS-LATEST-VERSION(2:6)) + 1
           ELSE
               MOVE 1 TO WS-VERSION-NO
           END-IF

           IF WS-ACTION = "DIFF"
               MOVE "BASE-unfrozen" TO WS-SOURCE-VERSION
               STRING FUNCTION TRIM(PROMOTE-ROOT) "/BASE"
                   DELIMITED BY SIZE INTO WS-BASE-DIR
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SOURCE-VERSION
           STRING "V" WS-VERSION-NO DELIMITED BY SIZE
               INTO WS-SOURCE-VERSION
           END-STRING
           DISPLAY "PROMOTE_VER" UPON ENVIRONMENT-NAME
           DISPLAY WS-SOURCE-VERSION UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING '[ -d "$PROMOTE_ROOT/BASE" ] && '
                      DELIMITED BY SIZE
                  'cp -rp "$PROMOTE_ROOT/BASE" '
                      DELIMITED BY SIZE
                  '"$PROMOTE_ROOT/$PROMOTE_VER"' DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "CONFIG-PROMOTE: could not freeze "
                   FUNCTION TRIM(PROMOTE-ROOT) "/BASE as "
                   WS-SOURCE-VERSION
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIG-PROMOTE: base frozen as "
               FUNCTION TRIM(WS-SOURCE-VERSION)
           PERFORM SET-BASE-DIR
           .

       SET-BASE-DIR.
           MOVE SPACES TO WS-BASE-DIR
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/"
                  FUNCTION TRIM(WS-SOURCE-VERSION)
               DELIMITED BY SIZE INTO WS-BASE-DIR
           END-STRING
           .

*> <CONFIG_ROOT>/<WS-FILE-NAME>.VER's version into WS-LATEST-VERSION
       READ-VERSION-FILE.
           MOVE SPACES TO WS-LATEST-VERSION
           MOVE SPACES TO WS-VER-FILE-NAME
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/"
                  FUNCTION TRIM(WS-FILE-NAME) ".VER"
               DELIMITED BY SIZE INTO WS-VER-FILE-NAME
           END-STRING
           MOVE WS-VER-FILE-NAME TO WS-BASE-NAME
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BASE-FILE
               NOT AT END
                   MOVE BASE-RECORD(1:16) TO WS-LATEST-VERSION
           END-READ
           CLOSE BASE-FILE
           .

*> ----------------------------------------------------------------
*> The promoted set
*> ----------------------------------------------------------------
*> Every .CFG in the base version or the target's overlay, merged
*> into <CONFIG_ROOT>/<target>.NEW
       BUILD-PROMOTED-SET.
           MOVE SPACES TO WS-NEW-DIR
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/"
                  FUNCTION TRIM(WS-TARGET) ".NEW"
               DELIMITED BY SIZE INTO WS-NEW-DIR
           END-STRING
           DISPLAY "PROMOTE_BASE" UPON ENVIRONMENT-NAME
           DISPLAY WS-BASE-DIR UPON ENVIRONMENT-VALUE
           DISPLAY "PROMOTE_NEW" UPON ENVIRONMENT-NAME
           DISPLAY WS-NEW-DIR UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'rm -rf "$PROMOTE_NEW" && mkdir -p "$PROMOTE_NEW" '
                      DELIMITED BY SIZE
                  '&& (cd "$PROMOTE_BASE" 2>/dev/null && ls *.CFG; '
                      DELIMITED BY SIZE
                  'cd "$PROMOTE_ROOT/$PROMOTE_ENV" 2>/dev/null && '
                      DELIMITED BY SIZE
                  'ls *.CFG) 2>/dev/null | sort -u > PROMOTE-LIST.TMP'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE 0 TO WS-SET-FILES
           OPEN INPUT SCRATCH-LIST
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = 1
               READ SCRATCH-LIST
                   AT END
                       MOVE 1 TO WS-LIST-EOF
                   NOT AT END
                       IF SCRATCH-LIST-RECORD NOT = SPACES
                           MOVE SCRATCH-LIST-RECORD(1:64)
                               TO WS-FILE-NAME
                           PERFORM MERGE-ONE-FILE
                           ADD 1 TO WS-SET-FILES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCRATCH-LIST
           .

       MERGE-ONE-FILE.
           MOVE SPACES TO WS-BASE-NAME WS-OVERLAY-NAME WS-MERGED-NAME
           STRING FUNCTION TRIM(WS-BASE-DIR) "/"
                  FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-BASE-NAME
           END-STRING
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/"
                  FUNCTION TRIM(WS-TARGET) "/"
                  FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-OVERLAY-NAME
           END-STRING
           STRING FUNCTION TRIM(WS-NEW-DIR) "/"
                  FUNCTION TRIM(WS-FILE-NAME)
               DELIMITED BY SIZE INTO WS-MERGED-NAME
           END-STRING

           MOVE 0 TO WS-OVL-COUNT
           OPEN INPUT OVERLAY-FILE
           IF WS-OVERLAY-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OVERLAY-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-OVERLAY-LINE
                   END-READ
               END-PERFORM
               CLOSE OVERLAY-FILE
           END-IF

           OPEN OUTPUT MERGED-FILE
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ BASE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM MERGE-BASE-LINE
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
           END-IF
*> Keys the base never had go on the end, in overlay order
           PERFORM VARYING WS-OVL-IDX FROM 1 BY 1
               UNTIL WS-OVL-IDX > WS-OVL-COUNT
               IF OVL-DONE(WS-OVL-IDX) = 0 AND OVL-DROP(WS-OVL-IDX) = 0
                   MOVE WS-OVL-IDX TO WS-OVL-HIT
                   PERFORM EMIT-OVERLAY-KEY
               END-IF
           END-PERFORM
           CLOSE MERGED-FILE
           .

       LOAD-OVERLAY-LINE.
           IF OVERLAY-RECORD = SPACES OR OVERLAY-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-OVL-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVL-COUNT
           MOVE 0 TO OVL-DROP(WS-OVL-COUNT) OVL-DONE(WS-OVL-COUNT)
           IF OVERLAY-RECORD(1:1) = "-"
               MOVE 1 TO OVL-DROP(WS-OVL-COUNT)
               MOVE OVERLAY-RECORD(2:511) TO WS-LINE-TEXT
           ELSE
               MOVE OVERLAY-RECORD TO WS-LINE-TEXT
           END-IF
           MOVE WS-LINE-TEXT TO OVL-LINE(WS-OVL-COUNT)
           PERFORM FIND-LINE-KEY
           MOVE WS-LINE-KEY TO OVL-KEY(WS-OVL-COUNT)
           .

*> WS-LINE-TEXT's key: "KEY=" when its first word is KEY=VALUE,
*> else the first word; blank for a comment or an empty line
       FIND-LINE-KEY.
           MOVE SPACES TO WS-LINE-KEY
           IF WS-LINE-TEXT = SPACES OR WS-LINE-TEXT(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-KEY-LEN
           INSPECT WS-LINE-TEXT TALLYING WS-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEY-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-LEN > 128
               MOVE 128 TO WS-KEY-LEN
           END-IF
           MOVE 0 TO WS-KEY-EQ
           INSPECT WS-LINE-TEXT(1:WS-KEY-LEN) TALLYING WS-KEY-EQ
               FOR CHARACTERS BEFORE INITIAL "="
           IF WS-KEY-EQ < WS-KEY-LEN
               MOVE WS-LINE-TEXT(1:WS-KEY-EQ + 1) TO WS-LINE-KEY
           ELSE
               MOVE WS-LINE-TEXT(1:WS-KEY-LEN) TO WS-LINE-KEY
           END-IF
           .

*> A base line the overlay has no key for goes through as it is;
*> the first with a key it has is replaced by the overlay's lines
*> for that key, and any later one with the same key is dropped
       MERGE-BASE-LINE.
           MOVE BASE-RECORD TO WS-LINE-TEXT
           PERFORM FIND-LINE-KEY
           MOVE 0 TO WS-OVL-HIT
           IF WS-LINE-KEY NOT = SPACES
               PERFORM VARYING WS-OVL-IDX FROM 1 BY 1
                   UNTIL WS-OVL-IDX > WS-OVL-COUNT OR WS-OVL-HIT > 0
                   IF OVL-KEY(WS-OVL-IDX) = WS-LINE-KEY
                       MOVE WS-OVL-IDX TO WS-OVL-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OVL-HIT = 0
               MOVE BASE-RECORD TO MERGED-RECORD
               WRITE MERGED-RECORD
               EXIT PARAGRAPH
           END-IF
           IF OVL-DONE(WS-OVL-HIT) = 0
               PERFORM EMIT-OVERLAY-KEY
           END-IF
           .

*> Write every overlay line with WS-OVL-HIT's key (a "-KEY" entry
*> writes nothing) and mark them all used
       EMIT-OVERLAY-KEY.
           MOVE OVL-KEY(WS-OVL-HIT) TO WS-LINE-KEY
           PERFORM VARYING WS-OVL-IDX FROM WS-OVL-HIT BY 1
               UNTIL WS-OVL-IDX > WS-OVL-COUNT
               IF OVL-KEY(WS-OVL-IDX) = WS-LINE-KEY
                   MOVE 1 TO OVL-DONE(WS-OVL-IDX)
                   IF OVL-DROP(WS-OVL-IDX) = 0
                       MOVE OVL-LINE(WS-OVL-IDX) TO MERGED-RECORD
                       WRITE MERGED-RECORD
                   END-IF
               END-IF
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> What would change
*> ----------------------------------------------------------------
       DIFF-AGAINST-TARGET.
           MOVE "Changes (- now in the target, + promoted):"
               TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           MOVE 0 TO WS-CHANGED-FILES
           OPEN INPUT SCRATCH-LIST
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = 1
               READ SCRATCH-LIST
                   AT END
                       MOVE 1 TO WS-LIST-EOF
                   NOT AT END
                       IF SCRATCH-LIST-RECORD NOT = SPACES
                           MOVE SCRATCH-LIST-RECORD(1:64)
                               TO WS-FILE-NAME
                           PERFORM DIFF-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCRATCH-LIST
           IF WS-CHANGED-FILES = 0
               MOVE "  none - the target already has this set"
                   TO WS-REPORT-LINE
               PERFORM APPEND-REPORT-LINE
           END-IF
           .

       DIFF-ONE-FILE.
           DISPLAY "PROMOTE_FILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-FILE-NAME UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'o="$PROMOTE_TARGET/$PROMOTE_FILE"; '
                      DELIMITED BY SIZE
                  '[ -f "$o" ] || o=/dev/null; '
                      DELIMITED BY SIZE
                  'diff -u --label "$PROMOTE_ENV/$PROMOTE_FILE (now)" '
                      DELIMITED BY SIZE
                  '--label "$PROMOTE_ENV/$PROMOTE_FILE (promoted)" '
                      DELIMITED BY SIZE
                  '"$o" "$PROMOTE_NEW/$PROMOTE_FILE" '
                      DELIMITED BY SIZE
                  '>> CONFIG-PROMOTE.RPT' DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGED-FILES
*> Listener settings are read at startup only
           IF WS-FILE-NAME = "WEBSERVER.CFG"
               MOVE SPACES TO WS-SHELL-CMD
               STRING 'o="$PROMOTE_TARGET/WEBSERVER.CFG"; '
                          DELIMITED BY SIZE
                      '[ -f "$o" ] || o=/dev/null; '
                          DELIMITED BY SIZE
                      'diff "$o" "$PROMOTE_NEW/WEBSERVER.CFG" | grep -q '
                          DELIMITED BY SIZE
                      '-E "^[<>] (PORT|TLS_PORT|TLS_ADMIN_PORT|'
                          DELIMITED BY SIZE
                      'EXTRA_LISTEN6?|CGI_WORKERS)="'
                          DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
               CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
               IF WS-SHELL-RC = 0
                   MOVE 1 TO WS-LISTENER-CHANGE
               END-IF
           END-IF
           .

*> ----------------------------------------------------------------
*> Validation, on a scratch mirror of the target
*> ----------------------------------------------------------------
*> Everything in the target is linked in except its .CFG files,
*> which are copied (the set's own over the rest), and
*> journal-recover, so the dry run's startup leaves the target's
*> journal alone
       VALIDATE-PROMOTED-SET.
           MOVE 0 TO WS-CHECK-PASSED WS-XREF-PASSED WS-VALID
           MOVE SPACES TO WS-CHECK-DIR
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/CHECK.TMP"
               DELIMITED BY SIZE INTO WS-CHECK-DIR
           END-STRING
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'c="$PROMOTE_ROOT/CHECK.TMP"; rm -rf "$c" && '
                      DELIMITED BY SIZE
                  'mkdir -p "$c" && t=$(cd "$PROMOTE_TARGET" && pwd) '
                      DELIMITED BY SIZE
                  '&& n=$(cd "$PROMOTE_NEW" && pwd) && cd "$c" && '
                      DELIMITED BY SIZE
                  'for f in "$t"/*; do b=$(basename "$f"); case "$b" '
                      DELIMITED BY SIZE
                  'in *.CFG) cp "$f" .;; journal-recover) ;; *) '
                      DELIMITED BY SIZE
                  'ln -s "$f" "$b";; esac; done; cp "$n"/*.CFG .'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               MOVE "Validation: the scratch mirror could not be built"
                   TO WS-REPORT-LINE
               PERFORM APPEND-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM POINT-CHECK-AT-SPARE-PORT

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           MOVE "WEBSERVER --check on the promoted set:"
               TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           DISPLAY "PROMOTE_SERVER" UPON ENVIRONMENT-NAME
           DISPLAY PROMOTE-SERVER UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'h=$(pwd); case "$PROMOTE_SERVER" in '
                      DELIMITED BY SIZE
                  '/*) s="$PROMOTE_SERVER";; *) '
                      DELIMITED BY SIZE
                  's="$h/$PROMOTE_SERVER";; esac; '
                      DELIMITED BY SIZE
                  '(cd "$PROMOTE_ROOT/CHECK.TMP" && "$s" --check) '
                      DELIMITED BY SIZE
                  '> PROMOTE-CHECK.TMP 2>&1; r=$?; sed "s/^/  /" '
                      DELIMITED BY SIZE
                  'PROMOTE-CHECK.TMP >> CONFIG-PROMOTE.RPT; '
                      DELIMITED BY SIZE
                  'rm -f PROMOTE-CHECK.TMP; exit $r'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               MOVE 1 TO WS-CHECK-PASSED
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           MOVE "CONFIG-XREF on the promoted set:" TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'h=$(pwd); (cd "$PROMOTE_ROOT/CHECK.TMP" && '
                      DELIMITED BY SIZE
                  'rm -f CONFIG-XREF.RPT && "$h/config-xref" '
                      DELIMITED BY SIZE
                  '> /dev/null 2>&1; r=$?; sed "s/^/  /" '
                      DELIMITED BY SIZE
                  'CONFIG-XREF.RPT; exit $r) >> CONFIG-PROMOTE.RPT'
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               MOVE 1 TO WS-XREF-PASSED
           END-IF

           IF WS-CHECK-PASSED = 1 AND WS-XREF-PASSED = 1
               MOVE 1 TO WS-VALID
           END-IF
           .

*> The dry run binds CHECK_PORT instead of the target's listeners,
*> which the running target holds - as DR-DRILL does for its
*> test instance
       POINT-CHECK-AT-SPARE-PORT.
           MOVE SPACES TO WS-CHECK-CFG-NAME WS-CHECK-TMP-NAME
           STRING FUNCTION TRIM(WS-CHECK-DIR) "/WEBSERVER.CFG"
               DELIMITED BY SIZE INTO WS-CHECK-CFG-NAME
           END-STRING
           STRING FUNCTION TRIM(WS-CHECK-DIR) "/WEBSERVER.TMP"
               DELIMITED BY SIZE INTO WS-CHECK-TMP-NAME
           END-STRING
           OPEN OUTPUT CHECK-CFG-TMP
           OPEN INPUT CHECK-CFG
           IF WS-CHECK-CFG-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-CFG
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE CHECK-CFG-RECORD TO WS-CFG-LINE
                           PERFORM SPLIT-CONFIG-LINE
                           EVALUATE WS-CFG-KEY
                               WHEN "PORT"
                               WHEN "TLS_PORT"
                               WHEN "TLS_ADMIN_PORT"
                               WHEN "EXTRA_LISTEN"
                               WHEN "EXTRA_LISTEN6"
                                   CONTINUE
                               WHEN OTHER
                                   MOVE CHECK-CFG-RECORD
                                       TO CHECK-TMP-RECORD
                                   WRITE CHECK-TMP-RECORD
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CHECK-CFG
           END-IF
           MOVE PROMOTE-CHECK-PORT TO WS-PORT-D
           MOVE SPACES TO CHECK-TMP-RECORD
           STRING "PORT=" FUNCTION TRIM(WS-PORT-D) DELIMITED BY SIZE
               INTO CHECK-TMP-RECORD
           END-STRING
           WRITE CHECK-TMP-RECORD
           CLOSE CHECK-CFG-TMP
           CALL "CBL_DELETE_FILE" USING WS-CHECK-CFG-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-CHECK-TMP-NAME
               WS-CHECK-CFG-NAME
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> ----------------------------------------------------------------
*> Writing the promotion
*> ----------------------------------------------------------------
*> Each changed file is copied in beside the old one and renamed
*> over it, so the server never reads half a file
       WRITE-PROMOTED-FILES.
           MOVE 0 TO WS-WRITTEN-FILES
           MOVE 0 TO WS-WRITE-FAILED
           OPEN INPUT SCRATCH-LIST
           IF WS-LIST-STATUS NOT = "00"
               MOVE 1 TO WS-WRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = 1
               READ SCRATCH-LIST
                   AT END
                       MOVE 1 TO WS-LIST-EOF
                   NOT AT END
                       IF SCRATCH-LIST-RECORD NOT = SPACES
                           MOVE SCRATCH-LIST-RECORD(1:64)
                               TO WS-FILE-NAME
                           PERFORM WRITE-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCRATCH-LIST
           .

       WRITE-ONE-FILE.
           DISPLAY "PROMOTE_FILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-FILE-NAME UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'cmp -s "$PROMOTE_NEW/$PROMOTE_FILE" '
                      DELIMITED BY SIZE
                  '"$PROMOTE_TARGET/$PROMOTE_FILE"' DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'o="$PROMOTE_TARGET/$PROMOTE_FILE"; '
                      DELIMITED BY SIZE
                  'cp "$PROMOTE_NEW/$PROMOTE_FILE" "$o.PROMOTE" && '
                      DELIMITED BY SIZE
                  'mv "$o.PROMOTE" "$o"' DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               ADD 1 TO WS-WRITTEN-FILES
           ELSE
               MOVE 1 TO WS-WRITE-FAILED
               DISPLAY "CONFIG-PROMOTE: could not write "
                   FUNCTION TRIM(WS-FILE-NAME) " into "
                   FUNCTION TRIM(WS-TARGET-DIR)
           END-IF
           .

       RECORD-TARGET-VERSION.
           MOVE SPACES TO WS-VER-FILE-NAME
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/"
                  FUNCTION TRIM(WS-TARGET) ".VER"
               DELIMITED BY SIZE INTO WS-VER-FILE-NAME
           END-STRING
           MOVE WS-VER-FILE-NAME TO WS-MERGED-NAME
           OPEN OUTPUT MERGED-FILE
           MOVE WS-SOURCE-VERSION TO MERGED-RECORD
           WRITE MERGED-RECORD
           CLOSE MERGED-FILE
           .

*> The same flag the admin API's reload drops; the target's accept
*> loop picks it up between connections
       REQUEST-RELOAD.
           MOVE SPACES TO WS-MERGED-NAME
           STRING FUNCTION TRIM(WS-TARGET-DIR) "/RELOAD.FLAG"
               DELIMITED BY SIZE INTO WS-MERGED-NAME
           END-STRING
           CALL "CBL_CREATE_FILE" USING WS-MERGED-NAME 2 0 0
               WS-FLAG-HANDLE
               RETURNING WS-STAT-RC
           END-CALL
           IF WS-STAT-RC = 0
               CALL "CBL_CLOSE_FILE" USING WS-FLAG-HANDLE
                   RETURNING WS-STAT-RC
               END-CALL
           END-IF
           .

*> PROMOTE.LOG and the audit trail: who, when, from what to what
       RECORD-PROMOTION.
           IF WS-CHANGE-REF = SPACES
               MOVE "-" TO WS-CHANGE-REF
           END-IF
           MOVE SPACES TO WS-HISTORY-NAME
           STRING FUNCTION TRIM(PROMOTE-ROOT) "/PROMOTE.LOG"
               DELIMITED BY SIZE INTO WS-HISTORY-NAME
           END-STRING
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35" OR WS-HISTORY-STATUS = "05"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE WS-SET-FILES TO WS-COUNT-D
           MOVE WS-WRITTEN-FILES TO WS-COUNT-D2
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-TIMESTAMP " by=" DELIMITED BY SIZE
                  WS-BY DELIMITED BY SPACE
                  " source=" DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  WS-SOURCE-VERSION DELIMITED BY SPACE
                  " target=" DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  WS-TARGET-VERSION DELIMITED BY SPACE
                  " files=" FUNCTION TRIM(WS-COUNT-D)
                  " written=" FUNCTION TRIM(WS-COUNT-D2)
                  " result=" DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  WS-CHANGE-REF DELIMITED BY SPACE
               INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE

           MOVE "CONFIG_PROMOTE" TO WS-AUDIT-EVENT
           MOVE WS-RESULT TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY
           IF WS-RESULT = "PROMOTED"
               MOVE "CONFIG_RELOAD" TO WS-AUDIT-EVENT
               MOVE "REQUESTED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-BY DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " from=" DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SPACE
                  "@" DELIMITED BY SIZE
                  WS-SOURCE-VERSION DELIMITED BY SPACE
                  " was=" DELIMITED BY SIZE
                  WS-TARGET-VERSION DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  WS-CHANGE-REF DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> ----------------------------------------------------------------
*> CONFIG-PROMOTE.RPT
*> ----------------------------------------------------------------
       APPEND-REPORT-LINE.
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS = "35" OR WS-REPORT-STATUS = "05"
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Configuration promotion " DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SPACE
                  ") - " WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM APPEND-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Source version " DELIMITED BY SIZE
                  WS-SOURCE-VERSION DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-BASE-DIR DELIMITED BY SPACE
                  "); target " DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY SPACE
                  " runs " DELIMITED BY SIZE
                  WS-TARGET-VERSION DELIMITED BY SPACE
                  " in " DELIMITED BY SIZE
                  WS-TARGET-DIR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM APPEND-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           .

       REPORT-VERDICT-LINES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           MOVE WS-SET-FILES TO WS-COUNT-D
           MOVE WS-CHANGED-FILES TO WS-COUNT-D2
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-REPORT-PTR
           STRING "Set: " FUNCTION TRIM(WS-COUNT-D) " file(s), "
                  FUNCTION TRIM(WS-COUNT-D2) " changed; validation "
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
           END-STRING
           IF WS-VALID = 1
               STRING "passed" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-STRING
           ELSE
               STRING "FAILED (" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-STRING
               IF WS-CHECK-PASSED = 0
                   STRING "--check " DELIMITED BY SIZE
                       INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
                   END-STRING
               END-IF
               IF WS-XREF-PASSED = 0
                   STRING "CONFIG-XREF " DELIMITED BY SIZE
                       INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
                   END-STRING
               END-IF
               SUBTRACT 1 FROM WS-REPORT-PTR
               STRING ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF
           PERFORM APPEND-REPORT-LINE
           DISPLAY "CONFIG-PROMOTE: " FUNCTION TRIM(WS-REPORT-LINE)
           IF WS-LISTENER-CHANGE = 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Listener settings change in WEBSERVER.CFG - "
                      "they take a restart of the target, not a reload"
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM APPEND-REPORT-LINE
               DISPLAY "CONFIG-PROMOTE: " FUNCTION TRIM(WS-REPORT-LINE)
           END-IF
           .

       REPORT-DRY-RUN.
           PERFORM REPORT-VERDICT-LINES
           MOVE "Dry run - nothing written; see CONFIG-PROMOTE.RPT"
               TO WS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           DISPLAY "CONFIG-PROMOTE: " FUNCTION TRIM(WS-REPORT-LINE)
           .

       REPORT-PROMOTION.
           PERFORM REPORT-VERDICT-LINES
           MOVE WS-WRITTEN-FILES TO WS-COUNT-D
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-RESULT
               WHEN "PROMOTED"
                   STRING "PROMOTED: " FUNCTION TRIM(WS-COUNT-D)
                          " file(s) written to " DELIMITED BY SIZE
                          WS-TARGET DELIMITED BY SPACE
                          ", now at " DELIMITED BY SIZE
                          WS-SOURCE-VERSION DELIMITED BY SPACE
                          "; reload requested" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN "UNCHANGED"
                   STRING "UNCHANGED: " DELIMITED BY SIZE
                          WS-TARGET DELIMITED BY SPACE
                          " already has this set; recorded at "
                              DELIMITED BY SIZE
                          WS-SOURCE-VERSION DELIMITED BY SPACE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN "BLOCKED"
                   STRING "BLOCKED: " DELIMITED BY SIZE
                          WS-CHANGE-REASON DELIMITED BY "  "
                          " - nothing written to " DELIMITED BY SIZE
                          WS-TARGET DELIMITED BY SPACE
                          " (CHANGE_REF or CHANGE_EMERGENCY)"
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN "REFUSED"
                   STRING "REFUSED: validation failed - nothing "
                          "written to " DELIMITED BY SIZE
                          WS-TARGET DELIMITED BY SPACE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "FAILED: " FUNCTION TRIM(WS-COUNT-D)
                          " file(s) written before a write failed - "
                          "no reload requested; re-run to finish"
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM APPEND-REPORT-LINE
           DISPLAY "CONFIG-PROMOTE: " FUNCTION TRIM(WS-REPORT-LINE)
           .
