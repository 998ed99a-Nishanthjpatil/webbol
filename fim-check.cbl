*> File integrity monitoring for the server's own programs and
*> configuration - the part of the install MANIFEST-GEN and the
*> startup manifest check never look at. A SHA-256 baseline of
*> every watched file is kept in FIM-BASELINE.DAT (sha256sum's own
*> format, so "sha256sum -c FIM-BASELINE.DAT" reads it too), and
*> each scheduled run compares the files against it:
*>
*>   fim-check [CHECK]                   - the scheduled pass (a
*>       JOB-TABLE.CFG line such as "FIM fim-check EVERY:15 Y")
*>   fim-check APPROVE <file> <ref> <by> - record an approved change
*>       (change ticket <ref>) about to be made to <file>; it covers
*>       a change found that day or the next, once
*>   fim-check BASELINE <by> <reason>    - take the files as they
*>       stand now as the new baseline, closing every outstanding
*>       alert; the reason is mandatory and goes into AUDIT.LOG
*>
*> Watched: every *.CFG file and every executable in the run
*> directory (where JOB-RUN starts the programs from), plus the
*> patterns FIM.CFG adds:
*>
*>   WATCH <pattern>              - more files, shell wildcards
*>                                  allowed (e.g. TLS-CLIENTS-CA.PEM)
*>   IGNORE <file>                - leave one alone
*>   ALLOW <file> <event>...      - audited events (a name, or the
*>                                  prefix of one) that account for a
*>                                  change to <file>
*>
*> "*" comments and blank lines are skipped; the built-in ALLOW
*> rules below always apply, and MANIFEST.CFG (MANIFEST-GEN's, with
*> its own drift report) and REDIRECTS-DRAFT.CFG (a draft, never
*> served) are ignored.
*>
*> A change (file modified, added or removed) is accounted for by,
*> in order: an APPROVE on file for it; an AUDIT.LOG entry since the
*> previous run from an admin API action or operator tool that
*> writes that file (its ALLOW rules); or, for a .CFG file, an
*> audited CONFIG_RELOAD - the operator edited it and hot-reloaded.
*> An entry whose result was a refusal accounts for nothing. An
*> accounted-for change is folded into the baseline. Anything else
*> is raised: an ALERTS.LOG line and a webhook per file, and one
*> severity-1 incident in INCIDENTS.DAT per run - and it stays out
*> of the baseline, reported on every run but alerted only once,
*> until the file is put back, an APPROVE covers it, or a BASELINE
*> is taken. FIM-CHECK.RPT shows the latest run; every run that
*> accepts or raises something is audited.
IDENTIFICATION DIVISION.
       PROGRAM-ID. FIM-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIM-CFG-FILE ASSIGN TO "FIM.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIMCFG-STATUS.
           SELECT CURRENT-LIST ASSIGN TO "FIM-CURRENT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.
           SELECT BASELINE-FILE ASSIGN TO "FIM-BASELINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT BASELINE-TMP ASSIGN TO "FIM-BASELINE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASETMP-STATUS.
           SELECT ALERTED-FILE ASSIGN TO "FIM-ALERTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTED-STATUS.
           SELECT APPROVED-FILE ASSIGN TO "FIM-APPROVED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.
           SELECT STATE-FILE ASSIGN TO "FIM-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FIM-CHECK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT INCIDENT-SEQ ASSIGN TO "INCIDENT.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIM-CFG-FILE.
       01  FIM-CFG-RECORD       PIC X(256).
       FD  CURRENT-LIST.
       01  CURRENT-RECORD       PIC X(256).
       FD  BASELINE-FILE.
       01  BASELINE-RECORD      PIC X(256).
       FD  BASELINE-TMP.
       01  BASELINE-TMP-RECORD  PIC X(256).
       FD  ALERTED-FILE.
       01  ALERTED-RECORD       PIC X(256).
       FD  APPROVED-FILE.
       01  APPROVED-RECORD      PIC X(256).
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(32).
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD     PIC X(240).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  INCIDENT-SEQ.
       01  INCIDENT-SEQ-RECORD  PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-FIMCFG-STATUS      PIC XX.
       01 WS-CURRENT-STATUS     PIC XX.
       01 WS-BASELINE-STATUS    PIC XX.
       01 WS-BASETMP-STATUS     PIC XX.
       01 WS-ALERTED-STATUS     PIC XX.
       01 WS-APPROVED-STATUS    PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-AUDITLOG-STATUS    PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-INC-STATUS         PIC XX.
       01 WS-INC-SEQ-STATUS     PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(8).
       01 WS-ARG-1              PIC X(128).
       01 WS-ARG-2              PIC X(32).
       01 WS-ARG-3              PIC X(32).
*> Where the third word starts - BASELINE's reason is the rest of
*> the line from there
       01 WS-ARG-3-START        PIC 9(4) COMP VALUE 0.
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.
       01 WS-REASON             PIC X(200).

*> The built-in ALLOW rules: which audited events are the normal
*> way each file gets written - the admin API's ACL and redirect
*> appends, the handler's automatic bans, and the operator tools
*> that rewrite the auth, certificate and server configuration
       01 FIM-DEFAULT-RULES.
          05 FILLER PIC X(120) VALUE
             "IP-ACL.CFG ACL_APPEND".
          05 FILLER PIC X(120) VALUE
             "IP-ACL-AUTO.CFG AUTO_BAN UNBAN".
          05 FILLER PIC X(120) VALUE
             "REDIRECTS.CFG REDIRECT_APPEND".
          05 FILLER PIC X(120) VALUE
             "AUTH-REALMS.CFG ADD RESET DISABLE ENABLE FORCECHANGE "
           & "AUTOLOCK ACCOUNT_SYNC_DISABLE ACCOUNT_AGE_FORCECHANGE".
          05 FILLER PIC X(120) VALUE
             "AUTH-GROUPS.CFG GROUP".
          05 FILLER PIC X(120) VALUE
             "AUTH-TOTP.CFG TOTP".
          05 FILLER PIC X(120) VALUE
             "TLS-CLIENTS.CFG CLIENTCERT_".
          05 FILLER PIC X(120) VALUE
             "WEBSERVER.CFG TLS_ROTATE RELEASE_FLIP".
       01 FILLER REDEFINES FIM-DEFAULT-RULES.
          05 DEFAULT-RULE OCCURS 8 TIMES PIC X(120).
       01 WS-DEFAULT-IDX        PIC 9(2) COMP.

*> The rules in force, one event (or event prefix) per entry
       01 WS-RULE-COUNT         PIC 9(4) COMP VALUE 0.
       01 RULE-TABLE.
          05 RULE-ENTRY OCCURS 120 TIMES.
             10 RULE-FILE         PIC X(128).
             10 RULE-EVENT        PIC X(32).
       01 WS-RULE-IDX           PIC 9(4) COMP.
       01 WS-RULE-LINE          PIC X(256).
       01 WS-RULE-PTR           PIC 9(4) COMP.
       01 WS-RULE-WORD          PIC X(128).
       01 WS-RULE-FILE          PIC X(128).
       01 WS-EVENT-LEN          PIC 9(4) COMP.

       01 WS-IGNORE-COUNT       PIC 9(4) COMP VALUE 0.
       01 IGNORE-TABLE.
          05 IGNORE-NAME OCCURS 40 TIMES PIC X(128).
       01 WS-IGNORE-IDX         PIC 9(4) COMP.
       01 WS-IGNORED            PIC 9.

*> FIM.CFG WATCH patterns, handed to the shell's own wildcarding -
*> so only characters a file name or a wildcard needs get through
       01 WS-WATCH-LIST         PIC X(600) VALUE SPACES.
       01 WS-WATCH-PTR          PIC 9(4) COMP VALUE 1.
       01 WS-WATCH-OK           PIC 9.
       01 WS-CHAR-IDX           PIC 9(4) COMP.
       01 WS-CHAR               PIC X.

       01 WS-CFG-WORD-1         PIC X(16).
       01 WS-CFG-WORD-2         PIC X(128).

*> The baseline, and this run's view of it
       01 WS-BASE-COUNT         PIC 9(4) COMP VALUE 0.
       01 BASE-TABLE.
          05 BASE-ENTRY OCCURS 1000 TIMES.
             10 BASE-SUM          PIC X(64).
             10 BASE-NAME         PIC X(128).
*> 0 not yet found this run, 1 found, 9 gone for good (removal
*> accounted for)
             10 BASE-STATE        PIC 9.
       01 WS-BASE-IDX           PIC 9(4) COMP.
       01 WS-BASE-FULL          PIC 9 VALUE 0.

       01 WS-CUR-SUM            PIC X(64).
       01 WS-CUR-NAME           PIC X(128).
       01 WS-CUR-COUNT          PIC 9(6) VALUE 0.

*> The changes found, and what (if anything) accounts for each
       01 WS-CHG-COUNT          PIC 9(4) COMP VALUE 0.
       01 CHANGE-TABLE.
          05 CHANGE-ENTRY OCCURS 200 TIMES.
             10 CHG-NAME          PIC X(128).
             10 CHG-KIND          PIC X(8).
             10 CHG-SUM           PIC X(64).
             10 CHG-BASE-IDX      PIC 9(4) COMP.
             10 CHG-HOW           PIC X(64).
       01 WS-CHG-IDX            PIC 9(4) COMP.
       01 WS-CHG-DROPPED        PIC 9(6) VALUE 0.
       01 WS-NAME-LEN           PIC 9(4) COMP.

*> Alerts already raised, so a change still outstanding is not
*> raised again on every run
       01 WS-ALR-COUNT          PIC 9(4) COMP VALUE 0.
       01 ALERTED-TABLE.
          05 ALERTED-ENTRY OCCURS 200 TIMES.
             10 ALR-SUM           PIC X(64).
             10 ALR-NAME          PIC X(128).
             10 ALR-KEEP          PIC 9.
             10 ALR-NEW           PIC 9.
       01 WS-ALR-IDX            PIC 9(4) COMP.
       01 WS-ALR-FOUND          PIC 9.

*> Approved changes: DATE FILE REF BY
       01 WS-APR-COUNT          PIC 9(4) COMP VALUE 0.
       01 APPROVAL-TABLE.
          05 APPROVAL-ENTRY OCCURS 100 TIMES.
             10 APR-DATE          PIC 9(8).
             10 APR-NAME          PIC X(128).
             10 APR-REF           PIC X(32).
             10 APR-BY            PIC X(32).
             10 APR-USED          PIC 9.
       01 WS-APR-IDX            PIC 9(4) COMP.
       01 WS-APR-DATE-X         PIC X(8).
       01 WS-YESTERDAY          PIC 9(8).
       01 WS-DATE-INT           PIC 9(8) COMP.

*> AUDIT.LOG entries since the previous run
       01 WS-SINCE              PIC X(19).
       01 WS-AUD-TS             PIC X(19).
       01 WS-AUD-EVENT          PIC X(32).
       01 WS-AUD-RESULT         PIC X(32).
       01 WS-AUD-REST           PIC X(240).
       01 WS-AUD-JUNK           PIC X(240).
       01 WS-REFUSALS           PIC 9(4) COMP.

*> Run totals
       01 WS-ACCEPTED           PIC 9(4) COMP VALUE 0.
       01 WS-NEW-ALERTS         PIC 9(4) COMP VALUE 0.
       01 WS-OUTSTANDING        PIC 9(4) COMP VALUE 0.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-ACCEPTED-N         PIC 9(4).
       01 WS-OUTSTANDING-N      PIC 9(4).

       01 WS-INC-NUMBER         PIC 9(6).
       01 WS-INC-TEXT           PIC X(600).
       01 WS-INC-PTR            PIC 9(4) COMP.

       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       COPY "alert.cpy".

       01 WS-SHELL-CMD          PIC X(1000).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC 9(8).

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-OVERFLOW     PIC 9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM SPLIT-COMMAND-LINE

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

           PERFORM LOAD-RULES

           EVALUATE WS-ACTION
               WHEN SPACES
               WHEN "CHECK"
                   PERFORM RUN-CHECK
               WHEN "APPROVE"
                   PERFORM RECORD-APPROVAL
               WHEN "BASELINE"
                   PERFORM TAKE-BASELINE
               WHEN OTHER
                   DISPLAY "FIM-CHECK: usage: [CHECK] | APPROVE <file> "
                       "<ref> <by> | BASELINE <by> <reason>"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE SPACES TO WS-ARG-3
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 256 OR WS-TOK-NUM >= 4
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 256 OR
                         WS-COMMAND-LINE(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 256
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 256 OR
                         WS-COMMAND-LINE(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOK-NUM
               EVALUATE WS-TOK-NUM
                   WHEN 1
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ACTION
                       MOVE FUNCTION UPPER-CASE(WS-ACTION)
                           TO WS-ACTION
                   WHEN 2
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-1
                   WHEN 3
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-2
                       MOVE WS-TOK-START TO WS-ARG-3-START
                   WHEN 4
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-3
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> What is watched and what accounts for a change: the built-ins,
*> then FIM.CFG
*> ----------------------------------------------------------------
       LOAD-RULES.
           PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
               UNTIL WS-DEFAULT-IDX > 8
               MOVE DEFAULT-RULE(WS-DEFAULT-IDX) TO WS-RULE-LINE
               PERFORM ADD-ALLOW-LINE
           END-PERFORM
           MOVE 2 TO WS-IGNORE-COUNT
           MOVE "MANIFEST.CFG" TO IGNORE-NAME(1)
           MOVE "REDIRECTS-DRAFT.CFG" TO IGNORE-NAME(2)

           OPEN INPUT FIM-CFG-FILE
           IF WS-FIMCFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ FIM-CFG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-FIM-CFG-LINE
               END-READ
           END-PERFORM
           CLOSE FIM-CFG-FILE
           .

       APPLY-FIM-CFG-LINE.
           IF FIM-CFG-RECORD = SPACES OR FIM-CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-WORD-1
           MOVE SPACES TO WS-CFG-WORD-2
           MOVE 1 TO WS-RULE-PTR
           UNSTRING FIM-CFG-RECORD DELIMITED BY ALL SPACE
               INTO WS-CFG-WORD-1 WS-CFG-WORD-2
               WITH POINTER WS-RULE-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CFG-WORD-1) TO WS-CFG-WORD-1
           IF WS-CFG-WORD-2 = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CFG-WORD-1
               WHEN "ALLOW"
                   MOVE SPACES TO WS-RULE-LINE
                   MOVE FUNCTION TRIM(FIM-CFG-RECORD(6:) LEADING)
                       TO WS-RULE-LINE
                   PERFORM ADD-ALLOW-LINE
               WHEN "IGNORE"
                   IF WS-IGNORE-COUNT < 40
                       ADD 1 TO WS-IGNORE-COUNT
                       MOVE WS-CFG-WORD-2 TO IGNORE-NAME(WS-IGNORE-COUNT)
                   END-IF
               WHEN "WATCH"
                   PERFORM ADD-WATCH-PATTERN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> "<file> <event> <event>..." - one rule per event
       ADD-ALLOW-LINE.
           MOVE SPACES TO WS-RULE-FILE
           MOVE 1 TO WS-RULE-PTR
           UNSTRING WS-RULE-LINE DELIMITED BY ALL SPACE
               INTO WS-RULE-FILE WITH POINTER WS-RULE-PTR
           END-UNSTRING
           PERFORM UNTIL WS-RULE-PTR > 256 OR WS-RULE-COUNT >= 120
               MOVE SPACES TO WS-RULE-WORD
               UNSTRING WS-RULE-LINE DELIMITED BY ALL SPACE
                   INTO WS-RULE-WORD WITH POINTER WS-RULE-PTR
               END-UNSTRING
               IF WS-RULE-WORD = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-FILE TO RULE-FILE(WS-RULE-COUNT)
               MOVE WS-RULE-WORD TO RULE-EVENT(WS-RULE-COUNT)
           END-PERFORM
           .

       ADD-WATCH-PATTERN.
           MOVE 1 TO WS-WATCH-OK
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 128
               MOVE WS-CFG-WORD-2(WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE AND
                  WS-CHAR NOT ALPHABETIC AND
                  WS-CHAR NOT NUMERIC AND
                  WS-CHAR NOT = "." AND WS-CHAR NOT = "-" AND
                  WS-CHAR NOT = "_" AND WS-CHAR NOT = "/" AND
                  WS-CHAR NOT = "*" AND WS-CHAR NOT = "?"
                   MOVE 0 TO WS-WATCH-OK
               END-IF
           END-PERFORM
           IF WS-WATCH-OK = 0
               DISPLAY "FIM-CHECK: FIM.CFG WATCH pattern skipped - "
                   "unexpected character: " WS-CFG-WORD-2(1:60)
               EXIT PARAGRAPH
           END-IF
           STRING " " DELIMITED BY SIZE
                  WS-CFG-WORD-2 DELIMITED BY SPACE
               INTO WS-WATCH-LIST WITH POINTER WS-WATCH-PTR
               ON OVERFLOW
                   DISPLAY "FIM-CHECK: too many FIM.CFG WATCH "
                       "patterns - the rest are not watched"
           END-STRING
           .

*> FIM-CURRENT.TMP: "SUM  NAME" for every watched file as it is now
       LIST-CURRENT-FILES.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "{ ls -1 *.CFG; find . -maxdepth 1 -type f "
                  "-perm -u+x | sed 's|^\./||'; "
                  DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           IF WS-WATCH-LIST NOT = SPACES
               MOVE 0 TO WS-NAME-LEN
               INSPECT WS-SHELL-CMD TALLYING WS-NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL "  "
               STRING " ls -1d" DELIMITED BY SIZE
                      WS-WATCH-LIST(1:WS-WATCH-PTR - 1)
                          DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD(WS-NAME-LEN + 1:)
               END-STRING
           END-IF
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-SHELL-CMD TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL "  "
           STRING " } 2>/dev/null | sort -u | while IFS= read -r f; "
                  'do [ -f "$f" ] && sha256sum "$f"; done '
                  "> FIM-CURRENT.TMP 2>/dev/null"
                  DELIMITED BY SIZE
               INTO WS-SHELL-CMD(WS-NAME-LEN + 1:)
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> The name on a "SUM  NAME" line, and whether it is ignored
       SPLIT-SUM-LINE.
           MOVE SPACES TO WS-CUR-SUM
           MOVE SPACES TO WS-CUR-NAME
           MOVE 1 TO WS-IGNORED
           IF WS-RULE-LINE(65:2) NOT = "  "
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-LINE(1:64) TO WS-CUR-SUM
           MOVE WS-RULE-LINE(67:128) TO WS-CUR-NAME
           IF WS-CUR-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IGNORED
           PERFORM VARYING WS-IGNORE-IDX FROM 1 BY 1
               UNTIL WS-IGNORE-IDX > WS-IGNORE-COUNT
               IF IGNORE-NAME(WS-IGNORE-IDX) = WS-CUR-NAME
                   MOVE 1 TO WS-IGNORED
               END-IF
           END-PERFORM
           IF WS-CUR-NAME(1:4) = "FIM-"
               MOVE 1 TO WS-IGNORED
           END-IF
           .

*> ----------------------------------------------------------------
*> CHECK
*> ----------------------------------------------------------------
       RUN-CHECK.
           PERFORM LOAD-BASELINE
           IF WS-BASE-COUNT = 0
               DISPLAY "FIM-CHECK: no baseline on file - take one "
                   "first with BASELINE <by> <reason>"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STATE
           PERFORM LOAD-ALERTED
           PERFORM LOAD-APPROVALS

           PERFORM LIST-CURRENT-FILES
           PERFORM COMPARE-WITH-BASELINE

           IF WS-CHG-COUNT > 0
               PERFORM MATCH-APPROVALS
               PERFORM MATCH-AUDIT-LOG
               PERFORM SETTLE-CHANGES
           END-IF

           PERFORM WRITE-BASELINE
           PERFORM WRITE-ALERTED
           PERFORM WRITE-APPROVALS
           PERFORM WRITE-STATE
           PERFORM WRITE-CHECK-REPORT

           IF WS-NEW-ALERTS > 0
               PERFORM RAISE-INCIDENT
           END-IF
           IF WS-ACCEPTED > 0 OR WS-NEW-ALERTS > 0
               PERFORM AUDIT-CHECK-RUN
           END-IF

           MOVE WS-CUR-COUNT TO WS-COUNT-D
           DISPLAY "FIM-CHECK: " FUNCTION TRIM(WS-COUNT-D)
               " file(s) checked"
           MOVE WS-ACCEPTED TO WS-COUNT-D
           DISPLAY "FIM-CHECK: " FUNCTION TRIM(WS-COUNT-D)
               " change(s) accounted for and taken into the baseline"
           MOVE WS-OUTSTANDING TO WS-COUNT-D
           DISPLAY "FIM-CHECK: " FUNCTION TRIM(WS-COUNT-D)
               " unexplained change(s) outstanding"
           IF WS-OUTSTANDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOAD-BASELINE.
           MOVE 0 TO WS-BASE-COUNT
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ BASELINE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BASELINE-RECORD TO WS-RULE-LINE
                       PERFORM SPLIT-SUM-LINE
                       IF WS-CUR-NAME NOT = SPACES
                           IF WS-BASE-COUNT < 1000
                               ADD 1 TO WS-BASE-COUNT
                               MOVE WS-CUR-SUM
                                   TO BASE-SUM(WS-BASE-COUNT)
                               MOVE WS-CUR-NAME
                                   TO BASE-NAME(WS-BASE-COUNT)
                               MOVE 0 TO BASE-STATE(WS-BASE-COUNT)
                           ELSE
                               MOVE 1 TO WS-BASE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASELINE-FILE
           .

*> The previous run's start; with none on file, the whole log
       LOAD-STATE.
           MOVE SPACES TO WS-SINCE
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               NOT AT END
                   MOVE STATE-RECORD(1:19) TO WS-SINCE
           END-READ
           CLOSE STATE-FILE
           .

       LOAD-ALERTED.
           MOVE 0 TO WS-ALR-COUNT
           OPEN INPUT ALERTED-FILE
           IF WS-ALERTED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ALERTED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-ALR-COUNT < 200 AND
                          ALERTED-RECORD(65:2) = "  "
                           ADD 1 TO WS-ALR-COUNT
                           MOVE ALERTED-RECORD(1:64)
                               TO ALR-SUM(WS-ALR-COUNT)
                           MOVE ALERTED-RECORD(67:128)
                               TO ALR-NAME(WS-ALR-COUNT)
                           MOVE 0 TO ALR-KEEP(WS-ALR-COUNT)
                           MOVE 0 TO ALR-NEW(WS-ALR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERTED-FILE
           .

       LOAD-APPROVALS.
           MOVE 0 TO WS-APR-COUNT
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN INPUT APPROVED-FILE
           IF WS-APPROVED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ APPROVED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-APPROVAL
               END-READ
           END-PERFORM
           CLOSE APPROVED-FILE
           .

*> An approval covers the day it was given and the next; older
*> ones are dropped when the file is written back
       LOAD-ONE-APPROVAL.
           IF WS-APR-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APR-COUNT
           MOVE SPACES TO WS-APR-DATE-X
           MOVE SPACES TO APR-NAME(WS-APR-COUNT)
           MOVE SPACES TO APR-REF(WS-APR-COUNT)
           MOVE SPACES TO APR-BY(WS-APR-COUNT)
           UNSTRING APPROVED-RECORD DELIMITED BY ALL SPACE
               INTO WS-APR-DATE-X APR-NAME(WS-APR-COUNT)
                    APR-REF(WS-APR-COUNT) APR-BY(WS-APR-COUNT)
           END-UNSTRING
           IF WS-APR-DATE-X NOT NUMERIC OR
              APR-NAME(WS-APR-COUNT) = SPACES
               SUBTRACT 1 FROM WS-APR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APR-DATE-X TO APR-DATE(WS-APR-COUNT)
           IF APR-DATE(WS-APR-COUNT) < WS-YESTERDAY
               SUBTRACT 1 FROM WS-APR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO APR-USED(WS-APR-COUNT)
           .

*> Every file now on the list against the baseline, then whatever
*> the baseline has that the list no longer does
       COMPARE-WITH-BASELINE.
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-CUR-COUNT
           OPEN INPUT CURRENT-LIST
           IF WS-CURRENT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CURRENT-LIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE CURRENT-RECORD TO WS-RULE-LINE
                           PERFORM SPLIT-SUM-LINE
                           IF WS-IGNORED = 0
                               ADD 1 TO WS-CUR-COUNT
                               PERFORM COMPARE-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-LIST
           END-IF
           CALL "CBL_DELETE_FILE" USING "FIM-CURRENT.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF BASE-STATE(WS-BASE-IDX) = 0
                   MOVE BASE-NAME(WS-BASE-IDX) TO WS-CUR-NAME
                   MOVE "REMOVED" TO WS-CUR-SUM
                   PERFORM ADD-CHANGE
                   IF WS-CHG-IDX > 0
                       MOVE "REMOVED" TO CHG-KIND(WS-CHG-IDX)
                       MOVE WS-BASE-IDX TO CHG-BASE-IDX(WS-CHG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       COMPARE-ONE-FILE.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF BASE-NAME(WS-BASE-IDX) = WS-CUR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BASE-IDX > WS-BASE-COUNT
               PERFORM ADD-CHANGE
               IF WS-CHG-IDX > 0
                   MOVE "ADDED" TO CHG-KIND(WS-CHG-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO BASE-STATE(WS-BASE-IDX)
           IF BASE-SUM(WS-BASE-IDX) NOT = WS-CUR-SUM
               PERFORM ADD-CHANGE
               IF WS-CHG-IDX > 0
                   MOVE "MODIFIED" TO CHG-KIND(WS-CHG-IDX)
                   MOVE WS-BASE-IDX TO CHG-BASE-IDX(WS-CHG-IDX)
               END-IF
           END-IF
           .

       ADD-CHANGE.
           MOVE 0 TO WS-CHG-IDX
           IF WS-CHG-COUNT >= 200
               ADD 1 TO WS-CHG-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-CHG-COUNT TO WS-CHG-IDX
           MOVE WS-CUR-NAME TO CHG-NAME(WS-CHG-IDX)
           MOVE WS-CUR-SUM TO CHG-SUM(WS-CHG-IDX)
           MOVE 0 TO CHG-BASE-IDX(WS-CHG-IDX)
           MOVE SPACES TO CHG-HOW(WS-CHG-IDX)
           .

*> An approval for the file, not yet used, covers one change
       MATCH-APPROVALS.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
                   IF APR-USED(WS-APR-IDX) = 0 AND
                      APR-NAME(WS-APR-IDX) = CHG-NAME(WS-CHG-IDX)
                       MOVE 1 TO APR-USED(WS-APR-IDX)
                       STRING "approved " DELIMITED BY SIZE
                              APR-REF(WS-APR-IDX) DELIMITED BY SPACE
                              " by " DELIMITED BY SIZE
                              APR-BY(WS-APR-IDX) DELIMITED BY SPACE
                           INTO CHG-HOW(WS-CHG-IDX)
                       END-STRING
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

*> One pass over AUDIT.LOG from the previous run's start, each
*> entry tried against every change still unaccounted for
       MATCH-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDITLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ AUDIT-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           .

       MATCH-ONE-AUDIT-ENTRY.
           IF AUDIT-LOG-RECORD(1:1) NOT = "["
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-LOG-RECORD(2:19) TO WS-AUD-TS
           IF WS-AUD-TS < WS-SINCE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-REST
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " event="
               INTO WS-AUD-JUNK WS-AUD-REST
           END-UNSTRING
           IF WS-AUD-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUD-EVENT
           UNSTRING WS-AUD-REST DELIMITED BY SPACE
               INTO WS-AUD-EVENT
           END-UNSTRING

*> A refused, denied or blocked action changed nothing
           MOVE SPACES TO WS-AUD-REST
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " result="
               INTO WS-AUD-JUNK WS-AUD-REST
           END-UNSTRING
           MOVE SPACES TO WS-AUD-RESULT
           UNSTRING WS-AUD-REST DELIMITED BY SPACE
               INTO WS-AUD-RESULT
           END-UNSTRING
           MOVE 0 TO WS-REFUSALS
           INSPECT WS-AUD-RESULT TALLYING WS-REFUSALS
               FOR ALL "DENIED" ALL "REFUSED" ALL "BLOCK" ALL "FAIL"
           IF WS-REFUSALS > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-HOW(WS-CHG-IDX) = SPACES
                   PERFORM MATCH-EVENT-TO-CHANGE
               END-IF
           END-PERFORM
           .

       MATCH-EVENT-TO-CHANGE.
           MOVE 0 TO WS-NAME-LEN
           INSPECT CHG-NAME(WS-CHG-IDX) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AUD-EVENT = "CONFIG_RELOAD" AND WS-NAME-LEN > 4
               IF CHG-NAME(WS-CHG-IDX)(WS-NAME-LEN - 3:4) = ".CFG"
                   STRING "hot reload (CONFIG_RELOAD " DELIMITED BY SIZE
                          WS-AUD-TS DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO CHG-HOW(WS-CHG-IDX)
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF RULE-FILE(WS-RULE-IDX) = CHG-NAME(WS-CHG-IDX)
                   MOVE 0 TO WS-EVENT-LEN
                   INSPECT RULE-EVENT(WS-RULE-IDX) TALLYING
                       WS-EVENT-LEN FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-EVENT-LEN > 0 AND
                      WS-AUD-EVENT(1:WS-EVENT-LEN) =
                          RULE-EVENT(WS-RULE-IDX)(1:WS-EVENT-LEN)
                       STRING "audited " DELIMITED BY SIZE
                              WS-AUD-EVENT DELIMITED BY SPACE
                              " (" WS-AUD-TS ")" DELIMITED BY SIZE
                           INTO CHG-HOW(WS-CHG-IDX)
                       END-STRING
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

*> Accounted-for changes go into the baseline; the rest are raised
*> unless already raised for this very content
       SETTLE-CHANGES.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-HOW(WS-CHG-IDX) NOT = SPACES
                   PERFORM ACCEPT-CHANGE
               ELSE
                   PERFORM FLAG-CHANGE
               END-IF
           END-PERFORM
           .

       ACCEPT-CHANGE.
           ADD 1 TO WS-ACCEPTED
           EVALUATE CHG-KIND(WS-CHG-IDX)
               WHEN "MODIFIED"
                   MOVE CHG-SUM(WS-CHG-IDX)
                       TO BASE-SUM(CHG-BASE-IDX(WS-CHG-IDX))
               WHEN "REMOVED"
                   MOVE 9 TO BASE-STATE(CHG-BASE-IDX(WS-CHG-IDX))
               WHEN "ADDED"
                   IF WS-BASE-COUNT < 1000
                       ADD 1 TO WS-BASE-COUNT
                       MOVE CHG-SUM(WS-CHG-IDX)
                           TO BASE-SUM(WS-BASE-COUNT)
                       MOVE CHG-NAME(WS-CHG-IDX)
                           TO BASE-NAME(WS-BASE-COUNT)
                       MOVE 1 TO BASE-STATE(WS-BASE-COUNT)
                   ELSE
                       MOVE 1 TO WS-BASE-FULL
                   END-IF
           END-EVALUATE
           .

       FLAG-CHANGE.
           ADD 1 TO WS-OUTSTANDING
           MOVE 0 TO WS-ALR-FOUND
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
               UNTIL WS-ALR-IDX > WS-ALR-COUNT
               IF ALR-NAME(WS-ALR-IDX) = CHG-NAME(WS-CHG-IDX) AND
                  ALR-SUM(WS-ALR-IDX) = CHG-SUM(WS-CHG-IDX)
                   MOVE 1 TO ALR-KEEP(WS-ALR-IDX)
                   MOVE 1 TO WS-ALR-FOUND
               END-IF
           END-PERFORM
           IF WS-ALR-FOUND = 1
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NEW-ALERTS
           IF WS-ALR-COUNT < 200
               ADD 1 TO WS-ALR-COUNT
               MOVE CHG-NAME(WS-CHG-IDX) TO ALR-NAME(WS-ALR-COUNT)
               MOVE CHG-SUM(WS-CHG-IDX) TO ALR-SUM(WS-ALR-COUNT)
               MOVE 1 TO ALR-KEEP(WS-ALR-COUNT)
               MOVE 1 TO ALR-NEW(WS-ALR-COUNT)
           END-IF

           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ALERT FIM-CHANGE CRITICAL "
                  "file=" DELIMITED BY SIZE
                  CHG-NAME(WS-CHG-IDX) DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  CHG-KIND(WS-CHG-IDX) DELIMITED BY SPACE
                  " unexplained" DELIMITED BY SIZE
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG
           DISPLAY "FIM-CHECK: " ALERTS-LOG-RECORD(1:110)

           MOVE "fim_change" TO WS-WEBHOOK-EVENT
           MOVE SPACES TO WS-WEBHOOK-DETAIL
           STRING CHG-NAME(WS-CHG-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CHG-KIND(WS-CHG-IDX) DELIMITED BY SPACE
                  " - no audited action, reload or approval accounts"
                  " for it" DELIMITED BY SIZE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "FIM-CHANGE:" DELIMITED BY SIZE
                  CHG-NAME(WS-CHG-IDX) DELIMITED BY SPACE
               INTO ALERT-KEY
           END-STRING
           MOVE "W" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE WS-WEBHOOK-EVENT TO ALERT-EVENT
           MOVE WS-WEBHOOK-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

*> One severity-1 incident per run that raised anything new, in the
*> queue INCIDENT-ADMIN and INCIDENT-AGE work, numbered off the same
*> INCIDENT.SEQ the handler uses
       RAISE-INCIDENT.
           PERFORM NEXT-INCIDENT-NUMBER
           MOVE SPACES TO WS-INC-TEXT
           MOVE 1 TO WS-INC-PTR
           MOVE WS-NEW-ALERTS TO WS-COUNT-D
           STRING "Unexplained change to " FUNCTION TRIM(WS-COUNT-D)
                  " watched program/configuration file(s):"
                  DELIMITED BY SIZE
               INTO WS-INC-TEXT WITH POINTER WS-INC-PTR
           END-STRING
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
               UNTIL WS-ALR-IDX > WS-ALR-COUNT OR WS-INC-PTR > 520
               IF ALR-NEW(WS-ALR-IDX) = 1
                   STRING " " DELIMITED BY SIZE
                          ALR-NAME(WS-ALR-IDX) DELIMITED BY SPACE
                       INTO WS-INC-TEXT WITH POINTER WS-INC-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING " - see FIM-CHECK.RPT" DELIMITED BY SIZE
               INTO WS-INC-TEXT WITH POINTER WS-INC-PTR
           END-STRING

           OPEN EXTEND INCIDENTS-FILE
           IF WS-INC-STATUS = "35" OR WS-INC-STATUS = "05"
               OPEN OUTPUT INCIDENTS-FILE
           END-IF
           MOVE SPACES TO INCIDENTS-RECORD
           STRING WS-INC-NUMBER "|NEW|1|" WS-TIMESTAMP
                  "|fim-check|" DELIMITED BY SIZE
                  WS-INC-TEXT DELIMITED BY "  "
               INTO INCIDENTS-RECORD
           END-STRING
           WRITE INCIDENTS-RECORD
           CLOSE INCIDENTS-FILE
           DISPLAY "FIM-CHECK: incident " WS-INC-NUMBER " raised"
           .

       NEXT-INCIDENT-NUMBER.
           MOVE 0 TO WS-INC-NUMBER
           OPEN INPUT INCIDENT-SEQ
           IF WS-INC-SEQ-STATUS = "00"
               READ INCIDENT-SEQ
                   NOT AT END
                       IF INCIDENT-SEQ-RECORD(1:6) NUMERIC
                           MOVE INCIDENT-SEQ-RECORD(1:6)
                               TO WS-INC-NUMBER
                       END-IF
               END-READ
               CLOSE INCIDENT-SEQ
           END-IF
           ADD 1 TO WS-INC-NUMBER

           OPEN OUTPUT INCIDENT-SEQ
           MOVE SPACES TO INCIDENT-SEQ-RECORD
           MOVE WS-INC-NUMBER TO INCIDENT-SEQ-RECORD(1:6)
           WRITE INCIDENT-SEQ-RECORD
           CLOSE INCIDENT-SEQ
           .

*> The baseline goes back through a scratch copy renamed into place
       WRITE-BASELINE.
           OPEN OUTPUT BASELINE-TMP
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF BASE-STATE(WS-BASE-IDX) NOT = 9
                   MOVE SPACES TO BASELINE-TMP-RECORD
                   STRING BASE-SUM(WS-BASE-IDX) "  " DELIMITED BY SIZE
                          BASE-NAME(WS-BASE-IDX) DELIMITED BY SPACE
                       INTO BASELINE-TMP-RECORD
                   END-STRING
                   WRITE BASELINE-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE BASELINE-TMP
           CALL "CBL_DELETE_FILE" USING "FIM-BASELINE.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "FIM-BASELINE.TMP"
               "FIM-BASELINE.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       WRITE-ALERTED.
           OPEN OUTPUT ALERTED-FILE
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
               UNTIL WS-ALR-IDX > WS-ALR-COUNT
               IF ALR-KEEP(WS-ALR-IDX) = 1
                   MOVE SPACES TO ALERTED-RECORD
                   STRING ALR-SUM(WS-ALR-IDX) "  " DELIMITED BY SIZE
                          ALR-NAME(WS-ALR-IDX) DELIMITED BY SPACE
                       INTO ALERTED-RECORD
                   END-STRING
                   WRITE ALERTED-RECORD
               END-IF
           END-PERFORM
           CLOSE ALERTED-FILE
           .

       WRITE-APPROVALS.
           OPEN OUTPUT APPROVED-FILE
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-COUNT
               IF APR-USED(WS-APR-IDX) = 0
                   PERFORM WRITE-ONE-APPROVAL
               END-IF
           END-PERFORM
           CLOSE APPROVED-FILE
           .

       WRITE-ONE-APPROVAL.
           MOVE SPACES TO APPROVED-RECORD
           STRING APR-DATE(WS-APR-IDX) " " DELIMITED BY SIZE
                  APR-NAME(WS-APR-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  APR-REF(WS-APR-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  APR-BY(WS-APR-IDX) DELIMITED BY SPACE
               INTO APPROVED-RECORD
           END-STRING
           WRITE APPROVED-RECORD
           .

       WRITE-STATE.
           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-RECORD
           MOVE WS-TIMESTAMP TO STATE-RECORD
           WRITE STATE-RECORD
           CLOSE STATE-FILE
           .

       WRITE-CHECK-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "FILE INTEGRITY CHECK - " WS-TIMESTAMP
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-SINCE = SPACES
               MOVE "Audit trail searched: all of AUDIT.LOG"
                   TO REPORT-RECORD
           ELSE
               STRING "Audit trail searched from: " WS-SINCE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-CHG-COUNT = 0
               MOVE "No change to any watched file." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE CHG-KIND(WS-CHG-IDX) TO REPORT-RECORD(1:8)
               MOVE CHG-NAME(WS-CHG-IDX)(1:40) TO REPORT-RECORD(11:40)
               IF CHG-HOW(WS-CHG-IDX) = SPACES
                   MOVE "UNEXPLAINED - alert raised, not in baseline"
                       TO REPORT-RECORD(53:)
               ELSE
                   STRING "accepted - " DELIMITED BY SIZE
                          CHG-HOW(WS-CHG-IDX) DELIMITED BY "  "
                       INTO REPORT-RECORD(53:)
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-CHG-DROPPED > 0
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-CHG-DROPPED TO WS-COUNT-D
               STRING "... and " FUNCTION TRIM(WS-COUNT-D)
                      " more change(s) not listed - check again once "
                      "these are dealt with" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-BASE-FULL = 1
               MOVE "Baseline table full - files past the 1000th are "
                   & "not tracked" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CUR-COUNT TO WS-COUNT-D
           STRING "Files checked: " FUNCTION TRIM(WS-COUNT-D)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACCEPTED TO WS-COUNT-D
           STRING "Accounted for: " FUNCTION TRIM(WS-COUNT-D)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OUTSTANDING TO WS-COUNT-D
           STRING "Unexplained:   " FUNCTION TRIM(WS-COUNT-D)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

       AUDIT-CHECK-RUN.
           MOVE WS-ACCEPTED TO WS-ACCEPTED-N
           MOVE WS-OUTSTANDING TO WS-OUTSTANDING-N
           MOVE SPACES TO WS-AUDIT-LINE
           IF WS-NEW-ALERTS > 0
               STRING "[" WS-TIMESTAMP "] console fim-check "
                      "event=FIM_CHECK user=scheduler result=ALERT "
                      "accepted=" WS-ACCEPTED-N
                      " unexplained=" WS-OUTSTANDING-N
                      " incident=" WS-INC-NUMBER
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
               END-STRING
           ELSE
               STRING "[" WS-TIMESTAMP "] console fim-check "
                      "event=FIM_CHECK user=scheduler result=CHECKED "
                      "accepted=" WS-ACCEPTED-N
                      " unexplained=" WS-OUTSTANDING-N
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
               END-STRING
           END-IF
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> ----------------------------------------------------------------
*> APPROVE <file> <ref> <by>
*> ----------------------------------------------------------------
       RECORD-APPROVAL.
           IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES OR
              WS-ARG-3 = SPACES
               DISPLAY "FIM-CHECK: APPROVE needs <file> <ref> <by> - "
                   "the change reference is mandatory"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-APPROVALS
           IF WS-APR-COUNT >= 100
               DISPLAY "FIM-CHECK: 100 approvals already pending - "
                   "let a check run use them first"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APR-COUNT
           MOVE WS-TODAY TO APR-DATE(WS-APR-COUNT)
           MOVE WS-ARG-1 TO APR-NAME(WS-APR-COUNT)
           MOVE WS-ARG-2 TO APR-REF(WS-APR-COUNT)
           MOVE WS-ARG-3 TO APR-BY(WS-APR-COUNT)
           MOVE 0 TO APR-USED(WS-APR-COUNT)
           PERFORM WRITE-APPROVALS

           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console fim-check "
                  "event=FIM_APPROVE user=" DELIMITED BY SIZE
                  WS-ARG-3 DELIMITED BY SPACE
                  " result=APPLIED file=" DELIMITED BY SIZE
                  WS-ARG-1 DELIMITED BY SPACE
                  " ref=" DELIMITED BY SIZE
                  WS-ARG-2 DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           DISPLAY "FIM-CHECK: change to " FUNCTION TRIM(WS-ARG-1)
               " approved under " FUNCTION TRIM(WS-ARG-2)
               " - covers one change found today or tomorrow"
           .

*> ----------------------------------------------------------------
*> BASELINE <by> <reason>
*> ----------------------------------------------------------------
       TAKE-BASELINE.
           MOVE SPACES TO WS-REASON
           IF WS-ARG-3-START > 0
               MOVE WS-COMMAND-LINE(WS-ARG-3-START:) TO WS-REASON
           END-IF
           IF WS-ARG-1 = SPACES OR WS-REASON = SPACES
               DISPLAY "FIM-CHECK: BASELINE needs <by> and a reason - "
                   "the reason is what the audit trail keeps"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ALERTED
           PERFORM LIST-CURRENT-FILES
           MOVE 0 TO WS-CUR-COUNT
           OPEN INPUT CURRENT-LIST
           OPEN OUTPUT BASELINE-TMP
           IF WS-CURRENT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CURRENT-LIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE CURRENT-RECORD TO WS-RULE-LINE
                           PERFORM SPLIT-SUM-LINE
                           IF WS-IGNORED = 0
                               ADD 1 TO WS-CUR-COUNT
                               MOVE CURRENT-RECORD
                                   TO BASELINE-TMP-RECORD
                               WRITE BASELINE-TMP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-LIST
           END-IF
           CLOSE BASELINE-TMP
           CALL "CBL_DELETE_FILE" USING "FIM-CURRENT.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-CUR-COUNT = 0
               DISPLAY "FIM-CHECK: no watched files found - baseline "
                   "left as it was"
               CALL "CBL_DELETE_FILE" USING "FIM-BASELINE.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "FIM-BASELINE.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "FIM-BASELINE.TMP"
               "FIM-BASELINE.DAT"
               RETURNING WS-RENAME-RC
           END-CALL

*> Every outstanding alert is closed by the new baseline
           MOVE WS-ALR-COUNT TO WS-COUNT-D
           MOVE 0 TO WS-ALR-COUNT
           PERFORM WRITE-ALERTED
           PERFORM WRITE-STATE

           MOVE 0 TO WS-AUDIT-OVERFLOW
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console fim-check "
                  "event=FIM_REBASELINE user=" DELIMITED BY SIZE
                  WS-ARG-1 DELIMITED BY SPACE
                  " result=APPLIED reason=" DELIMITED BY SIZE
                  WS-REASON DELIMITED BY "  "
               INTO WS-AUDIT-LINE
               ON OVERFLOW
                   MOVE 1 TO WS-AUDIT-OVERFLOW
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL

           DISPLAY "FIM-CHECK: baseline taken, "
               FUNCTION TRIM(WS-COUNT-D) " outstanding alert(s) closed"
           MOVE WS-CUR-COUNT TO WS-COUNT-D
           DISPLAY "FIM-CHECK: " FUNCTION TRIM(WS-COUNT-D)
               " file(s) in the new baseline"
           IF WS-AUDIT-OVERFLOW = 1
               DISPLAY "FIM-CHECK: the reason was longer than the "
                   "audit line holds and was cut short there"
           END-IF
           .
