*> Alert manager - the one door the monitoring jobs' notifications
*> go through on their way to WEBHOOK-NOTIFY and MAIL-SEND, so one
*> problem makes one notification instead of hundreds. Called with
*> the ALERT-PARAMS block (alert.cpy); each call:
*>
*>   - folds a repeat of an alert key that is already open into that
*>     alert's count instead of sending it again;
*>   - groups a new alert under an open root cause that ALERT-RULES.CFG
*>     says implies it (disk full implies job failures and 5xx), so
*>     only the root is sent;
*>   - holds back anything an operator has suppressed for a window;
*>   - sends one "resolved" message when a raised alert's CLEARED
*>     arrives, with how many repeats and grouped alerts it absorbed,
*>     and closes the alerts grouped under it with it.
*>
*> ALERT-RULES.CFG, one rule per line ("*" comments and blank lines
*> skipped):
*>
*>   ROOT <root-prefix> <implied-prefix>
*>       while an alert whose key starts <root-prefix> is open, new
*>       alerts whose key starts <implied-prefix> are grouped under it
*>   SUPPRESS <key-prefix> <from YYYYMMDDHHMM> <to YYYYMMDDHHMM> [why]
*>       alerts matching the prefix are recorded but not sent in the
*>       window (maintenance, a known outage being worked)
*>   STALE_MINUTES <n>
*>       a one-shot alert (one that never gets a CLEARED) lapses after
*>       this long without a repeat, so the next one is news again
*>       (default 60)
*>
*> Open alerts are kept in ALERT-STATE.DAT, rewritten through a
*> scratch copy on each call. Every decision is appended to
*> ALERT-MANAGER.LOG as "[ts] VERB key=K ... sent=Y|N", which
*> OPS-DIGEST reads for the before/after volume. ALERTS.LOG itself
*> is untouched - producers still write their own line there.
IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-MANAGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "ALERT-RULES.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT STATE-FILE ASSIGN TO "ALERT-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT STATE-TMP ASSIGN TO "ALERT-STATE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TMP-STATUS.
           SELECT MANAGER-LOG ASSIGN TO "ALERT-MANAGER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD         PIC X(200).
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(200).
       FD  STATE-TMP.
       01  STATE-TMP-RECORD     PIC X(200).
       FD  MANAGER-LOG.
       01  MANAGER-LOG-RECORD   PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-RULES-STATUS       PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-STATE-TMP-STATUS   PIC XX.
       01 WS-LOG-STATUS         PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-NOW-STAMP          PIC 9(12).
       01 WS-NOW-SECS           PIC 9(12).
       01 WS-CALC-WHEN          PIC X(19).
       01 WS-CALC-SECS          PIC 9(12).

*> ALERT-RULES.CFG
       01 WS-STALE-MINUTES      PIC 9(4) VALUE 60.
       01 WS-ROOT-COUNT         PIC 9(4) COMP VALUE 0.
       01 ROOT-TABLE.
          05 ROOT-ENTRY OCCURS 40 TIMES.
             10 ROOT-PREFIX       PIC X(48).
             10 ROOT-IMPLIES      PIC X(48).
       01 WS-SUP-COUNT          PIC 9(4) COMP VALUE 0.
       01 SUPPRESS-TABLE.
          05 SUP-ENTRY OCCURS 40 TIMES.
             10 SUP-PREFIX        PIC X(48).
             10 SUP-FROM          PIC 9(12).
             10 SUP-TO            PIC 9(12).
       01 WS-RULE-IDX           PIC 9(4) COMP.
       01 WS-TOK-1              PIC X(16).
       01 WS-TOK-2              PIC X(48).
       01 WS-TOK-3              PIC X(48).
       01 WS-TOK-4              PIC X(48).

*> Open alerts, one ALERT-STATE.DAT line each
       01 WS-ST-COUNT           PIC 9(4) COMP VALUE 0.
       01 STATE-TABLE.
          05 ST-ENTRY OCCURS 300 TIMES.
             10 ST-KEY            PIC X(48).
             10 ST-SEP-1          PIC X.
*> O open and sent, G grouped under ST-ROOT, S held by a SUPPRESS
*> window, X closed (dropped at the rewrite)
             10 ST-STATE          PIC X.
             10 ST-SEP-2          PIC X.
             10 ST-ROOT           PIC X(48).
             10 ST-SEP-3          PIC X.
             10 ST-FIRST          PIC X(19).
             10 ST-SEP-4          PIC X.
             10 ST-LAST           PIC X(19).
             10 ST-SEP-5          PIC X.
             10 ST-COUNT          PIC 9(6).
             10 ST-SEP-6          PIC X.
             10 ST-GROUPED        PIC 9(6).
             10 ST-SEP-7          PIC X.
             10 ST-CLEARS         PIC X.
             10 ST-SEP-8          PIC X.
             10 ST-CHANNEL        PIC X.
       01 WS-ST-IDX             PIC 9(4) COMP.
       01 WS-ST-FOUND           PIC 9(4) COMP.
       01 WS-ST-ROOT-IDX        PIC 9(4) COMP.
       01 WS-ST-CHILD-IDX       PIC 9(4) COMP.

*> Prefix test: does WS-MATCH-TEXT start with WS-MATCH-PREFIX?
       01 WS-MATCH-TEXT         PIC X(48).
       01 WS-MATCH-PREFIX       PIC X(48).
       01 WS-MATCH-LEN          PIC 9(4) COMP.
       01 WS-MATCHED            PIC 9.

       01 WS-SUPPRESSED         PIC 9.
       01 WS-SUP-RULE           PIC X(48).
       01 WS-LOG-VERB           PIC X(10).
       01 WS-LOG-EXTRA          PIC X(80).
       01 WS-LOG-SENT           PIC X(1).
       01 WS-LOG-PTR            PIC 9(4) COMP.
       01 WS-SEND-EVENT         PIC X(32).
       01 WS-SEND-DETAIL        PIC X(128).
       01 WS-SEND-PTR           PIC 9(4) COMP.
       01 WS-COUNT-D            PIC Z(5)9.
       01 WS-GROUPED-D          PIC Z(5)9.
       01 WS-DIRTY              PIC 9.

       LINKAGE SECTION.
       COPY "alert.cpy".

       PROCEDURE DIVISION USING ALERT-PARAMS.

       MAIN-LOGIC.
           MOVE SPACE TO ALERT-VERDICT
           IF ALERT-KEY = SPACES
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:12) TO WS-NOW-STAMP
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
           MOVE WS-TIMESTAMP TO WS-CALC-WHEN
           PERFORM WHEN-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-NOW-SECS

           PERFORM LOAD-ALERT-RULES
           PERFORM LOAD-ALERT-STATE
           MOVE 0 TO WS-DIRTY
           PERFORM LAPSE-STALE-ALERTS

           EVALUATE ALERT-OP
               WHEN "RAISE"
                   PERFORM RAISE-ALERT
               WHEN "CLEAR"
                   PERFORM CLEAR-ALERT
               WHEN "QUERY"
                   PERFORM QUERY-ALERT
           END-EVALUATE

           IF WS-DIRTY = 1
               PERFORM WRITE-ALERT-STATE
           END-IF
           GOBACK.

*> ----------------------------------------------------------------
*> ALERT-RULES.CFG and ALERT-STATE.DAT
*> ----------------------------------------------------------------
       LOAD-ALERT-RULES.
           MOVE 0 TO WS-ROOT-COUNT
           MOVE 0 TO WS-SUP-COUNT
           MOVE 60 TO WS-STALE-MINUTES
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RULES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULES-FILE
           .

       APPLY-RULE-LINE.
           IF RULES-RECORD = SPACES OR RULES-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
           UNSTRING FUNCTION TRIM(RULES-RECORD LEADING)
               DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
           END-UNSTRING
           EVALUATE WS-TOK-1
               WHEN "ROOT"
                   IF WS-TOK-3 NOT = SPACES AND WS-ROOT-COUNT < 40
                       ADD 1 TO WS-ROOT-COUNT
                       MOVE WS-TOK-2 TO ROOT-PREFIX(WS-ROOT-COUNT)
                       MOVE WS-TOK-3 TO ROOT-IMPLIES(WS-ROOT-COUNT)
                   END-IF
               WHEN "SUPPRESS"
                   IF WS-TOK-3(1:12) NUMERIC AND WS-TOK-4(1:12) NUMERIC
                      AND WS-SUP-COUNT < 40
                       ADD 1 TO WS-SUP-COUNT
                       MOVE WS-TOK-2 TO SUP-PREFIX(WS-SUP-COUNT)
                       MOVE WS-TOK-3(1:12) TO SUP-FROM(WS-SUP-COUNT)
                       MOVE WS-TOK-4(1:12) TO SUP-TO(WS-SUP-COUNT)
                   END-IF
               WHEN "STALE_MINUTES"
                   IF WS-TOK-2(1:1) NUMERIC
                       COMPUTE WS-STALE-MINUTES =
                           FUNCTION NUMVAL(WS-TOK-2)
                   END-IF
                   IF WS-STALE-MINUTES = 0
                       MOVE 60 TO WS-STALE-MINUTES
                   END-IF
           END-EVALUATE
           .

       LOAD-ALERT-STATE.
           MOVE 0 TO WS-ST-COUNT
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
                       IF STATE-RECORD NOT = SPACES AND
                          WS-ST-COUNT < 300
                           ADD 1 TO WS-ST-COUNT
                           MOVE STATE-RECORD TO ST-ENTRY(WS-ST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           .

       WRITE-ALERT-STATE.
           OPEN OUTPUT STATE-TMP
           IF WS-STATE-TMP-STATUS NOT = "00"
               DISPLAY "ALERT-MANAGER: cannot write ALERT-STATE.TMP"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-STATE(WS-ST-IDX) NOT = "X"
                   MOVE ST-ENTRY(WS-ST-IDX) TO STATE-TMP-RECORD
                   WRITE STATE-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE STATE-TMP
           CALL "CBL_DELETE_FILE" USING "ALERT-STATE.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "ALERT-STATE.TMP"
               "ALERT-STATE.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> A one-shot alert quiet for STALE_MINUTES lapses; one that will be
*> CLEARED stays open until it is
       LAPSE-STALE-ALERTS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-CLEARS(WS-ST-IDX) NOT = "Y" AND
                  ST-STATE(WS-ST-IDX) NOT = "X"
                   MOVE ST-LAST(WS-ST-IDX) TO WS-CALC-WHEN
                   PERFORM WHEN-TO-SECONDS
                   IF WS-NOW-SECS - WS-CALC-SECS >=
                      WS-STALE-MINUTES * 60
                       MOVE "X" TO ST-STATE(WS-ST-IDX)
                       MOVE 1 TO WS-DIRTY
                       MOVE ST-COUNT(WS-ST-IDX) TO WS-COUNT-D
                       MOVE SPACES TO WS-LOG-EXTRA
                       STRING "count=" FUNCTION TRIM(WS-COUNT-D)
                           DELIMITED BY SIZE INTO WS-LOG-EXTRA
                       END-STRING
                       MOVE "LAPSED" TO WS-LOG-VERB
                       MOVE "N" TO WS-LOG-SENT
                       MOVE ST-KEY(WS-ST-IDX) TO WS-MATCH-TEXT
                       PERFORM WRITE-MANAGER-LOG
                   END-IF
               END-IF
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> RAISE
*> ----------------------------------------------------------------
       RAISE-ALERT.
           MOVE ALERT-KEY TO WS-MATCH-TEXT
           PERFORM CHECK-SUPPRESSION
           PERFORM FIND-KEY-ENTRY

*> Already open: count it and say nothing - unless it was only being
*> held by a window that has since closed
           IF WS-ST-FOUND > 0
               ADD 1 TO ST-COUNT(WS-ST-FOUND)
               MOVE WS-TIMESTAMP TO ST-LAST(WS-ST-FOUND)
               MOVE 1 TO WS-DIRTY
               IF ST-STATE(WS-ST-FOUND) = "S" AND WS-SUPPRESSED = 0
                   MOVE "O" TO ST-STATE(WS-ST-FOUND)
                   MOVE ALERT-EVENT TO WS-SEND-EVENT
                   MOVE ALERT-DETAIL TO WS-SEND-DETAIL
                   PERFORM SEND-NOTIFICATION
                   MOVE "N" TO ALERT-VERDICT
                   MOVE "RAISED" TO WS-LOG-VERB
                   MOVE "after=suppression" TO WS-LOG-EXTRA
               ELSE
                   MOVE "F" TO ALERT-VERDICT
                   MOVE "FOLDED" TO WS-LOG-VERB
                   MOVE "N" TO WS-LOG-SENT
                   MOVE ST-COUNT(WS-ST-FOUND) TO WS-COUNT-D
                   MOVE SPACES TO WS-LOG-EXTRA
                   STRING "count=" FUNCTION TRIM(WS-COUNT-D)
                       DELIMITED BY SIZE INTO WS-LOG-EXTRA
                   END-STRING
               END-IF
               PERFORM WRITE-MANAGER-LOG
               EXIT PARAGRAPH
           END-IF

           IF WS-ST-COUNT >= 300
               DISPLAY "ALERT-MANAGER: state table full - "
                   FUNCTION TRIM(ALERT-KEY) " sent unmanaged"
               MOVE ALERT-EVENT TO WS-SEND-EVENT
               MOVE ALERT-DETAIL TO WS-SEND-DETAIL
               PERFORM SEND-NOTIFICATION
               MOVE "N" TO ALERT-VERDICT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE WS-ST-COUNT TO WS-ST-FOUND
           MOVE SPACES TO ST-ENTRY(WS-ST-FOUND)
           MOVE "|" TO ST-SEP-1(WS-ST-FOUND) ST-SEP-2(WS-ST-FOUND)
               ST-SEP-3(WS-ST-FOUND) ST-SEP-4(WS-ST-FOUND)
               ST-SEP-5(WS-ST-FOUND) ST-SEP-6(WS-ST-FOUND)
               ST-SEP-7(WS-ST-FOUND) ST-SEP-8(WS-ST-FOUND)
           MOVE ALERT-KEY TO ST-KEY(WS-ST-FOUND)
           MOVE WS-TIMESTAMP TO ST-FIRST(WS-ST-FOUND)
           MOVE WS-TIMESTAMP TO ST-LAST(WS-ST-FOUND)
           MOVE 1 TO ST-COUNT(WS-ST-FOUND)
           MOVE 0 TO ST-GROUPED(WS-ST-FOUND)
           MOVE ALERT-CLEARS TO ST-CLEARS(WS-ST-FOUND)
           IF ST-CLEARS(WS-ST-FOUND) NOT = "Y"
               MOVE "N" TO ST-CLEARS(WS-ST-FOUND)
           END-IF
           MOVE ALERT-CHANNEL TO ST-CHANNEL(WS-ST-FOUND)
           MOVE 1 TO WS-DIRTY

           IF WS-SUPPRESSED = 1
               MOVE "S" TO ST-STATE(WS-ST-FOUND)
               MOVE "Q" TO ALERT-VERDICT
               MOVE "SUPPRESSED" TO WS-LOG-VERB
               MOVE "N" TO WS-LOG-SENT
               MOVE SPACES TO WS-LOG-EXTRA
               STRING "rule=" FUNCTION TRIM(WS-SUP-RULE)
                   DELIMITED BY SIZE INTO WS-LOG-EXTRA
               END-STRING
               PERFORM WRITE-MANAGER-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OPEN-ROOT
           IF WS-ST-ROOT-IDX > 0
               MOVE "G" TO ST-STATE(WS-ST-FOUND)
               MOVE ST-KEY(WS-ST-ROOT-IDX) TO ST-ROOT(WS-ST-FOUND)
               ADD 1 TO ST-GROUPED(WS-ST-ROOT-IDX)
               MOVE "G" TO ALERT-VERDICT
               MOVE ALERT-KEY TO WS-MATCH-TEXT
               MOVE "GROUPED" TO WS-LOG-VERB
               MOVE "N" TO WS-LOG-SENT
               MOVE SPACES TO WS-LOG-EXTRA
               STRING "root=" FUNCTION TRIM(ST-KEY(WS-ST-ROOT-IDX))
                   DELIMITED BY SIZE INTO WS-LOG-EXTRA
               END-STRING
               PERFORM WRITE-MANAGER-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO ST-STATE(WS-ST-FOUND)
           MOVE ALERT-EVENT TO WS-SEND-EVENT
           MOVE ALERT-DETAIL TO WS-SEND-DETAIL
           PERFORM SEND-NOTIFICATION
           MOVE "N" TO ALERT-VERDICT
           MOVE ALERT-KEY TO WS-MATCH-TEXT
           MOVE "RAISED" TO WS-LOG-VERB
           MOVE SPACES TO WS-LOG-EXTRA
           PERFORM WRITE-MANAGER-LOG
           .

*> An open (sent or record-only) alert whose key a ROOT rule names
*> as implying this one
       FIND-OPEN-ROOT.
           MOVE 0 TO WS-ST-ROOT-IDX
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-ROOT-COUNT OR WS-ST-ROOT-IDX > 0
               MOVE ALERT-KEY TO WS-MATCH-TEXT
               MOVE ROOT-IMPLIES(WS-RULE-IDX) TO WS-MATCH-PREFIX
               PERFORM PREFIX-MATCH
               IF WS-MATCHED = 1
                   PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-COUNT
                       IF ST-STATE(WS-ST-IDX) = "O" AND
                          WS-ST-IDX NOT = WS-ST-FOUND
                           MOVE ST-KEY(WS-ST-IDX) TO WS-MATCH-TEXT
                           MOVE ROOT-PREFIX(WS-RULE-IDX)
                               TO WS-MATCH-PREFIX
                           PERFORM PREFIX-MATCH
                           IF WS-MATCHED = 1
                               MOVE WS-ST-IDX TO WS-ST-ROOT-IDX
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> CLEAR
*> ----------------------------------------------------------------
       CLEAR-ALERT.
           PERFORM FIND-KEY-ENTRY
           MOVE 1 TO WS-DIRTY
           MOVE "N" TO WS-LOG-SENT
           IF WS-ST-FOUND = 0
               MOVE "C" TO ALERT-VERDICT
               MOVE "CLEARED" TO WS-LOG-VERB
               MOVE "open=none" TO WS-LOG-EXTRA
               MOVE ALERT-KEY TO WS-MATCH-TEXT
               PERFORM WRITE-MANAGER-LOG
               EXIT PARAGRAPH
           END-IF

*> Grouped or suppressed alerts were never announced, so their end
*> is not either
           IF ST-STATE(WS-ST-FOUND) NOT = "O"
               MOVE "C" TO ALERT-VERDICT
               MOVE "CLEARED" TO WS-LOG-VERB
               MOVE SPACES TO WS-LOG-EXTRA
               STRING "was=" ST-STATE(WS-ST-FOUND)
                   DELIMITED BY SIZE INTO WS-LOG-EXTRA
               END-STRING
               MOVE "X" TO ST-STATE(WS-ST-FOUND)
               MOVE ALERT-KEY TO WS-MATCH-TEXT
               PERFORM WRITE-MANAGER-LOG
               EXIT PARAGRAPH
           END-IF

*> The one resolved message, and everything grouped under this root
*> closes with it
           MOVE WS-ST-FOUND TO WS-ST-ROOT-IDX
           PERFORM VARYING WS-ST-CHILD-IDX FROM 1 BY 1
               UNTIL WS-ST-CHILD-IDX > WS-ST-COUNT
               IF ST-STATE(WS-ST-CHILD-IDX) = "G" AND
                  ST-ROOT(WS-ST-CHILD-IDX) = ST-KEY(WS-ST-ROOT-IDX)
                   MOVE "X" TO ST-STATE(WS-ST-CHILD-IDX)
                   MOVE "CLEARED" TO WS-LOG-VERB
                   MOVE "N" TO WS-LOG-SENT
                   MOVE SPACES TO WS-LOG-EXTRA
                   STRING "with-root="
                          FUNCTION TRIM(ST-KEY(WS-ST-ROOT-IDX))
                       DELIMITED BY SIZE INTO WS-LOG-EXTRA
                   END-STRING
                   MOVE ST-KEY(WS-ST-CHILD-IDX) TO WS-MATCH-TEXT
                   PERFORM WRITE-MANAGER-LOG
               END-IF
           END-PERFORM

           MOVE ST-COUNT(WS-ST-ROOT-IDX) TO WS-COUNT-D
           MOVE ST-GROUPED(WS-ST-ROOT-IDX) TO WS-GROUPED-D
           MOVE ALERT-EVENT TO WS-SEND-EVENT
           MOVE SPACES TO WS-SEND-DETAIL
           MOVE 1 TO WS-SEND-PTR
           STRING "RESOLVED after " FUNCTION TRIM(WS-COUNT-D)
                  " alert(s)" DELIMITED BY SIZE
               INTO WS-SEND-DETAIL WITH POINTER WS-SEND-PTR
           END-STRING
           IF ST-GROUPED(WS-ST-ROOT-IDX) > 0
               STRING ", " FUNCTION TRIM(WS-GROUPED-D)
                      " grouped" DELIMITED BY SIZE
                   INTO WS-SEND-DETAIL WITH POINTER WS-SEND-PTR
               END-STRING
           END-IF
           STRING " since " ST-FIRST(WS-ST-ROOT-IDX) ": "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-DETAIL) DELIMITED BY SIZE
               INTO WS-SEND-DETAIL WITH POINTER WS-SEND-PTR
           END-STRING
           MOVE ST-CHANNEL(WS-ST-ROOT-IDX) TO ALERT-CHANNEL
           PERFORM SEND-NOTIFICATION
           MOVE "X" TO ST-STATE(WS-ST-ROOT-IDX)
           MOVE "R" TO ALERT-VERDICT
           MOVE "RESOLVED" TO WS-LOG-VERB
           MOVE SPACES TO WS-LOG-EXTRA
           STRING "count=" FUNCTION TRIM(WS-COUNT-D)
                  " grouped=" FUNCTION TRIM(WS-GROUPED-D)
               DELIMITED BY SIZE INTO WS-LOG-EXTRA
           END-STRING
           MOVE ALERT-KEY TO WS-MATCH-TEXT
           PERFORM WRITE-MANAGER-LOG
           .

*> ----------------------------------------------------------------
*> QUERY - for ONCALL-PAGE, which knows only the alert TYPE: page
*> unless every open alert of the type is grouped or suppressed, or a
*> window covers the type outright
*> ----------------------------------------------------------------
       QUERY-ALERT.
           MOVE SPACE TO ALERT-VERDICT
           MOVE 0 TO WS-ST-ROOT-IDX
           MOVE 0 TO WS-ST-CHILD-IDX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ALERT-KEY))
               TO WS-MATCH-LEN
           IF WS-MATCH-LEN > 47
               MOVE 47 TO WS-MATCH-LEN
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-KEY(WS-ST-IDX) = ALERT-KEY OR
                  (ST-KEY(WS-ST-IDX)(1:WS-MATCH-LEN) =
                       ALERT-KEY(1:WS-MATCH-LEN) AND
                   ST-KEY(WS-ST-IDX)(WS-MATCH-LEN + 1:1) = ":")
                   EVALUATE ST-STATE(WS-ST-IDX)
                       WHEN "O"
                           EXIT PARAGRAPH
                       WHEN "G"
                           MOVE 1 TO WS-ST-ROOT-IDX
                       WHEN "S"
                           MOVE 1 TO WS-ST-CHILD-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ST-ROOT-IDX > 0
                   MOVE "G" TO ALERT-VERDICT
               WHEN WS-ST-CHILD-IDX > 0
                   MOVE "Q" TO ALERT-VERDICT
               WHEN OTHER
                   MOVE ALERT-KEY TO WS-MATCH-TEXT
                   PERFORM CHECK-SUPPRESSION
                   IF WS-SUPPRESSED = 1
                       MOVE "Q" TO ALERT-VERDICT
                   END-IF
           END-EVALUATE
           .

*> ----------------------------------------------------------------
*> Helpers
*> ----------------------------------------------------------------
       FIND-KEY-ENTRY.
           MOVE 0 TO WS-ST-FOUND
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-KEY(WS-ST-IDX) = ALERT-KEY AND
                  ST-STATE(WS-ST-IDX) NOT = "X"
                   MOVE WS-ST-IDX TO WS-ST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Is WS-MATCH-TEXT inside a SUPPRESS window right now?
       CHECK-SUPPRESSION.
           MOVE 0 TO WS-SUPPRESSED
           MOVE SPACES TO WS-SUP-RULE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-SUP-COUNT
               IF WS-NOW-STAMP >= SUP-FROM(WS-RULE-IDX) AND
                  WS-NOW-STAMP < SUP-TO(WS-RULE-IDX)
                   MOVE SUP-PREFIX(WS-RULE-IDX) TO WS-MATCH-PREFIX
                   PERFORM PREFIX-MATCH
                   IF WS-MATCHED = 1
                       MOVE 1 TO WS-SUPPRESSED
                       MOVE SUP-PREFIX(WS-RULE-IDX) TO WS-SUP-RULE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

*> "*" matches everything; otherwise a plain leading-text match
       PREFIX-MATCH.
           MOVE 0 TO WS-MATCHED
           IF WS-MATCH-PREFIX = "*"
               MOVE 1 TO WS-MATCHED
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-PREFIX = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-PREFIX))
               TO WS-MATCH-LEN
           IF WS-MATCH-TEXT(1:WS-MATCH-LEN) =
              WS-MATCH-PREFIX(1:WS-MATCH-LEN)
               MOVE 1 TO WS-MATCHED
           END-IF
           .

*> W: WEBHOOK-NOTIFY, which passes the event on to MAIL-SEND as
*> well; M: MAIL-SEND alone; anything else is record-only
       SEND-NOTIFICATION.
           MOVE "N" TO WS-LOG-SENT
           EVALUATE ALERT-CHANNEL
               WHEN "W"
                   CALL "WEBHOOK-NOTIFY" USING WS-SEND-EVENT
                       WS-SEND-DETAIL
                   END-CALL
                   MOVE "Y" TO WS-LOG-SENT
               WHEN "M"
                   CALL "MAIL-SEND" USING WS-SEND-EVENT WS-SEND-DETAIL
                   END-CALL
                   MOVE "Y" TO WS-LOG-SENT
           END-EVALUATE
           .

*> "[ts] VERB key=K <extra> sent=Y|N" for the key in WS-MATCH-TEXT
       WRITE-MANAGER-LOG.
           OPEN EXTEND MANAGER-LOG
           IF WS-LOG-STATUS = "35" OR WS-LOG-STATUS = "05"
               OPEN OUTPUT MANAGER-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MANAGER-LOG-RECORD
           MOVE 1 TO WS-LOG-PTR
           STRING "[" WS-TIMESTAMP "] " DELIMITED BY SIZE
                  WS-LOG-VERB DELIMITED BY SPACE
                  " key=" DELIMITED BY SIZE
                  WS-MATCH-TEXT DELIMITED BY SPACE
               INTO MANAGER-LOG-RECORD WITH POINTER WS-LOG-PTR
           END-STRING
           IF WS-LOG-EXTRA NOT = SPACES
               STRING " " FUNCTION TRIM(WS-LOG-EXTRA)
                   DELIMITED BY SIZE
                   INTO MANAGER-LOG-RECORD WITH POINTER WS-LOG-PTR
               END-STRING
           END-IF
           STRING " sent=" WS-LOG-SENT DELIMITED BY SIZE
               INTO MANAGER-LOG-RECORD WITH POINTER WS-LOG-PTR
           END-STRING
           WRITE MANAGER-LOG-RECORD
           CLOSE MANAGER-LOG
           MOVE SPACES TO WS-LOG-EXTRA
           .

       WHEN-TO-SECONDS.
           MOVE 0 TO WS-CALC-SECS
           IF WS-CALC-WHEN(1:4) NOT NUMERIC OR
              WS-CALC-WHEN(6:2) NOT NUMERIC OR
              WS-CALC-WHEN(9:2) NOT NUMERIC OR
              WS-CALC-WHEN(12:2) NOT NUMERIC OR
              WS-CALC-WHEN(15:2) NOT NUMERIC OR
              WS-CALC-WHEN(18:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CALC-WHEN(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-CALC-WHEN(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-CALC-WHEN(9:2))) * 86400 +
               FUNCTION NUMVAL(WS-CALC-WHEN(12:2)) * 3600 +
               FUNCTION NUMVAL(WS-CALC-WHEN(15:2)) * 60 +
               FUNCTION NUMVAL(WS-CALC-WHEN(18:2))
           .
