*> Shared pre-publish validation: the page checks QUALITY-AUDIT and
*> LINK-CHECK run nightly over the live tree, applied to one page
*> before it is accepted - by the content PUT, by RELEASE-IMPORT
*> over a staged release, and by PUBLISH-RUN before a staged file is
*> promoted - so a page with no title, broken markup or dead links
*> is caught on the way in instead of reported the next morning.
*>
*> Which paths are gated, and how hard, comes from VALIDATE.CFG, one
*> "PREFIX MODE" line per path or tree:
*>
*>     /             WARN
*>     /news/        BLOCK
*>     /news/drafts/ OFF
*>
*> the longest matching prefix deciding. WARN lets the page through
*> with its findings; BLOCK refuses it while it has any; OFF (or no
*> matching line, or no file) skips validation altogether. The
*> check set and thresholds are QUALITY.CFG's, exactly as the
*> nightly audit applies them (CHECK_TITLE / CHECK_ALT /
*> CHECK_BALANCE Y|N, MAX_PAGE_KB), plus every internal href/src
*> resolved against LS-DOC-ROOT - or, when LS-ALT-ROOT is not blank,
*> found there instead (PUBLISH-RUN passes STAGING, so a staged page
*> may link to a sibling still waiting its turn). Only .html/.htm
*> pages are checked; anything else comes back with no findings.
*>
*> LS-PAGE-FILE is the bytes to check (a scratch twin or staged copy
*> is fine); LS-URL-PATH is the public path it will serve at, which
*> is what the prefix match and relative links work from.
*>
*> LS-MODE: "N" not validated, "W" warn, "B" block. LS-FINDING-COUNT
*> is every finding; the first twenty are worded in LS-FINDINGS.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-VALIDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-FILE ASSIGN TO "VALIDATE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "QUALITY.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-FILE.
       01  GATE-RECORD          PIC X(256).
       FD  POLICY-FILE.
       01  POLICY-RECORD        PIC X(64).
       FD  PROBE-FILE.
       01  PROBE-RECORD         PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-GATE-STATUS        PIC XX.
       01 WS-POLICY-STATUS      PIC XX.
       01 WS-PROBE-STATUS       PIC XX.
       01 WS-EOF                PIC 9.

*> The check set and thresholds - QUALITY-AUDIT's defaults
       01 CHECK-TITLE           PIC X.
       01 CHECK-ALT             PIC X.
       01 CHECK-BALANCE         PIC X.
       01 MAX-PAGE-KB           PIC 9(6).

*> VALIDATE.CFG prefix matching
       01 WS-GATE-PREFIX        PIC X(200).
       01 WS-GATE-MODE          PIC X(8).
       01 WS-GATE-PREFIX-LEN    PIC 9(4) COMP.
       01 WS-BEST-LEN           PIC 9(4) COMP.

       01 WS-FILE-LEN           PIC 9(4) COMP.
       01 WS-URL-LEN            PIC 9(4) COMP.
       01 WS-FOLDER-LEN         PIC 9(4) COMP.
       01 WS-ROOT               PIC X(256).
       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-ALT                PIC X(256).
       01 WS-ALT-LEN            PIC 9(4) COMP.
       01 WS-PROBE-NAME         PIC X(520).

       01 WS-SHELL-CMD          PIC X(1600).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.

*> The probe's first line: "TITLE IMG ALT OPENDIV CLOSEDIV KB"
       01 WS-HAS-TITLE          PIC 9(4).
       01 WS-IMG-COUNT          PIC 9(4).
       01 WS-ALT-COUNT          PIC 9(4).
       01 WS-OPEN-DIV           PIC 9(4).
       01 WS-CLOSE-DIV          PIC 9(4).
       01 WS-PAGE-KB            PIC 9(8).
       01 WS-TOKENS.
          05 WS-TOKEN OCCURS 6 TIMES PIC X(10).
       01 WS-TOKEN-COUNT        PIC 9 COMP.
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.

       01 WS-FINDING-TEXT       PIC X(100).
       01 WS-NUM-A              PIC Z(7)9.
       01 WS-NUM-B              PIC Z(7)9.
       01 WS-NUM-A-TXT          PIC X(8).
       01 WS-NUM-B-TXT          PIC X(8).
       01 WS-LEAD               PIC 9(4) COMP.

       LINKAGE SECTION.
       01 LS-PAGE-FILE          PIC X(512).
       01 LS-URL-PATH           PIC X(512).
       01 LS-DOC-ROOT           PIC X(256).
       01 LS-ALT-ROOT           PIC X(256).
       01 LS-MODE               PIC X.
       01 LS-FINDING-COUNT      PIC 9(4).
       01 LS-FINDINGS.
          05 LS-FINDING OCCURS 20 TIMES PIC X(100).

       PROCEDURE DIVISION USING LS-PAGE-FILE LS-URL-PATH LS-DOC-ROOT
                                LS-ALT-ROOT LS-MODE LS-FINDING-COUNT
                                LS-FINDINGS.

       MAIN-LOGIC.
           MOVE "N" TO LS-MODE
           MOVE 0 TO LS-FINDING-COUNT
           MOVE SPACES TO LS-FINDINGS

           MOVE 0 TO WS-FILE-LEN
           INSPECT LS-PAGE-FILE TALLYING WS-FILE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-URL-LEN
           INSPECT LS-URL-PATH TALLYING WS-URL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-FILE-LEN = 0 OR WS-URL-LEN < 2 OR
              WS-FILE-LEN > 500 OR LS-URL-PATH(1:1) NOT = "/"
               GOBACK
           END-IF

           PERFORM PICK-GATE-MODE
           IF LS-MODE = "N"
               GOBACK
           END-IF

*> Pages only - an image or a stylesheet has no title to miss
           IF WS-URL-LEN < 5
               GOBACK
           END-IF
           IF LS-URL-PATH(WS-URL-LEN - 4:5) NOT = ".html" AND
              LS-URL-PATH(WS-URL-LEN - 3:4) NOT = ".htm"
               GOBACK
           END-IF

           PERFORM READ-POLICY-FILE

           MOVE SPACES TO WS-ROOT
           MOVE 0 TO WS-ROOT-LEN
           INSPECT LS-DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ROOT-LEN > 1 AND LS-DOC-ROOT(WS-ROOT-LEN:1) = "/"
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-IF
           IF WS-ROOT-LEN = 0
               MOVE "." TO WS-ROOT
           ELSE
               MOVE LS-DOC-ROOT(1:WS-ROOT-LEN) TO WS-ROOT
           END-IF
           MOVE SPACES TO WS-ALT
           MOVE 0 TO WS-ALT-LEN
           INSPECT LS-ALT-ROOT TALLYING WS-ALT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ALT-LEN > 1 AND LS-ALT-ROOT(WS-ALT-LEN:1) = "/"
               SUBTRACT 1 FROM WS-ALT-LEN
           END-IF
           IF WS-ALT-LEN > 0
               MOVE LS-ALT-ROOT(1:WS-ALT-LEN) TO WS-ALT
           END-IF

*> The page's folder, which its relative links start from
           PERFORM VARYING WS-FOLDER-LEN FROM WS-URL-LEN BY -1
               UNTIL WS-FOLDER-LEN < 1
               IF LS-URL-PATH(WS-FOLDER-LEN:1) = "/"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PROBE-NAME
           STRING LS-PAGE-FILE(1:WS-FILE-LEN) DELIMITED BY SIZE
                  ".VAL" DELIMITED BY SIZE
               INTO WS-PROBE-NAME
           END-STRING

           PERFORM RUN-PAGE-PROBE
           PERFORM READ-PAGE-PROBE
           CALL "CBL_DELETE_FILE" USING WS-PROBE-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           GOBACK.

*> Longest VALIDATE.CFG prefix the public path falls under
       PICK-GATE-MODE.
           OPEN INPUT GATE-FILE
           IF WS-GATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BEST-LEN
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ GATE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-GATE-LINE
               END-READ
           END-PERFORM
           CLOSE GATE-FILE
           .

       APPLY-GATE-LINE.
           IF GATE-RECORD(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GATE-PREFIX
           MOVE SPACES TO WS-GATE-MODE
           UNSTRING GATE-RECORD DELIMITED BY ALL SPACE
               INTO WS-GATE-PREFIX WS-GATE-MODE
           END-UNSTRING
           MOVE 0 TO WS-GATE-PREFIX-LEN
           INSPECT WS-GATE-PREFIX TALLYING WS-GATE-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-GATE-PREFIX-LEN = 0 OR
              WS-GATE-PREFIX-LEN > WS-URL-LEN OR
              WS-GATE-PREFIX-LEN <= WS-BEST-LEN
               EXIT PARAGRAPH
           END-IF
           IF LS-URL-PATH(1:WS-GATE-PREFIX-LEN) NOT =
                  WS-GATE-PREFIX(1:WS-GATE-PREFIX-LEN)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-GATE-MODE
               WHEN "BLOCK"
                   MOVE "B" TO LS-MODE
               WHEN "WARN"
                   MOVE "W" TO LS-MODE
               WHEN "OFF"
                   MOVE "N" TO LS-MODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-GATE-PREFIX-LEN TO WS-BEST-LEN
           .

       READ-POLICY-FILE.
           MOVE "Y" TO CHECK-TITLE
           MOVE "Y" TO CHECK-ALT
           MOVE "Y" TO CHECK-BALANCE
           MOVE 512 TO MAX-PAGE-KB
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ POLICY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN POLICY-RECORD(1:12) = "CHECK_TITLE="
                               MOVE POLICY-RECORD(13:1)
                                   TO CHECK-TITLE
                           WHEN POLICY-RECORD(1:10) = "CHECK_ALT="
                               MOVE POLICY-RECORD(11:1)
                                   TO CHECK-ALT
                           WHEN POLICY-RECORD(1:14) =
                                    "CHECK_BALANCE="
                               MOVE POLICY-RECORD(15:1)
                                   TO CHECK-BALANCE
                           WHEN POLICY-RECORD(1:12) =
                                    "MAX_PAGE_KB=" AND
                                POLICY-RECORD(13:1) NUMERIC
                               COMPUTE MAX-PAGE-KB =
                                   FUNCTION NUMVAL
                                       (POLICY-RECORD(13:6))
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           .

*> One shelled-out pass: the QUALITY-AUDIT counts on the first line,
*> then "L <link>" for each distinct internal href/src whose target
*> is in neither root. Names travel in the environment, so a quote
*> in a file name can't break the command
       RUN-PAGE-PROBE.
           DISPLAY "VAL_FILE" UPON ENVIRONMENT-NAME
           DISPLAY LS-PAGE-FILE(1:WS-FILE-LEN) UPON ENVIRONMENT-VALUE
           DISPLAY "VAL_OUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-PROBE-NAME UPON ENVIRONMENT-VALUE
           DISPLAY "VAL_ROOT" UPON ENVIRONMENT-NAME
           DISPLAY WS-ROOT UPON ENVIRONMENT-VALUE
           DISPLAY "VAL_ALT" UPON ENVIRONMENT-NAME
           DISPLAY WS-ALT UPON ENVIRONMENT-VALUE
           DISPLAY "VAL_DIR" UPON ENVIRONMENT-NAME
           DISPLAY LS-URL-PATH(1:WS-FOLDER-LEN)
               UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-SHELL-CMD
           STRING 'f="$VAL_FILE"; '
                  't=$(grep -ci "<title" "$f"); '
                  'i=$(grep -oi "<img" "$f" | wc -l); '
                  "a=$(grep -oiE '<img[^>]*alt=' "
                  '"$f" | wc -l); '
                  'o=$(grep -oi "<div" "$f" | wc -l); '
                  'c=$(grep -oi "</div" "$f" | wc -l); '
                  'k=$(( ($(wc -c < "$f") + 1023) / 1024 )); '
                  'echo "$t $i $a $o $c $k" > "$VAL_OUT"; '
                  "grep -oiE '(href|src)=" QUOTE "[^" QUOTE "]*"
                  QUOTE "' " '"$f" | '
                  "sed -E 's/^[a-zA-Z]+=.//; s/.$//' | "
                  "while read -r v; do "
                  'u="${v%%#*}"; u="${u%%\?*}"; '
                  'case "$u" in ""|*:*|//*) continue;; esac; '
                  'case "$u" in /*) p="$u";; *) p="$VAL_DIR$u";; '
                  "esac; "
                  'case "$p" in */) p="${p}index.html";; esac; '
                  'p=$(realpath -ms -- "$p"); '
                  '[ -e "$VAL_ROOT$p" ] && continue; '
                  '[ -n "$VAL_ALT" ] && [ -e "$VAL_ALT$p" ] '
                  "&& continue; "
                  'echo "L $v"; done | sort -u >> "$VAL_OUT" '
                  "2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       READ-PAGE-PROBE.
           MOVE 1 TO WS-HAS-TITLE
           MOVE 0 TO WS-IMG-COUNT
           MOVE 0 TO WS-ALT-COUNT
           MOVE 0 TO WS-OPEN-DIV
           MOVE 0 TO WS-CLOSE-DIV
           MOVE 0 TO WS-PAGE-KB
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PROBE-FILE
               AT END
                   CLOSE PROBE-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM PARSE-PROBE-LINE

           IF CHECK-TITLE = "Y" AND WS-HAS-TITLE = 0
               MOVE "no <title> - the page would show untitled in "
                   & "search results" TO WS-FINDING-TEXT
               PERFORM ADD-FINDING
           END-IF
           IF CHECK-ALT = "Y" AND WS-IMG-COUNT > WS-ALT-COUNT
               COMPUTE WS-NUM-A = WS-IMG-COUNT - WS-ALT-COUNT
               PERFORM TRIM-NUMBERS
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-NUM-A-TXT DELIMITED BY SPACE
                      " <img> tag(s) without alt text"
                          DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM ADD-FINDING
           END-IF
           IF CHECK-BALANCE = "Y" AND
              WS-OPEN-DIV NOT = WS-CLOSE-DIV
               MOVE WS-OPEN-DIV TO WS-NUM-A
               MOVE WS-CLOSE-DIV TO WS-NUM-B
               PERFORM TRIM-NUMBERS
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "unbalanced markup - " DELIMITED BY SIZE
                      WS-NUM-A-TXT DELIMITED BY SPACE
                      " <div> opened, " DELIMITED BY SIZE
                      WS-NUM-B-TXT DELIMITED BY SPACE
                      " closed" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM ADD-FINDING
           END-IF
           IF WS-PAGE-KB > MAX-PAGE-KB
               MOVE WS-PAGE-KB TO WS-NUM-A
               MOVE MAX-PAGE-KB TO WS-NUM-B
               PERFORM TRIM-NUMBERS
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "page is " DELIMITED BY SIZE
                      WS-NUM-A-TXT DELIMITED BY SPACE
                      " KB, over the " DELIMITED BY SIZE
                      WS-NUM-B-TXT DELIMITED BY SPACE
                      " KB limit" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               END-STRING
               PERFORM ADD-FINDING
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PROBE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PROBE-RECORD(1:2) = "L "
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING "broken link: " DELIMITED BY SIZE
                                  PROBE-RECORD(3:87)
                                      DELIMITED BY SIZE
                               INTO WS-FINDING-TEXT
                           END-STRING
                           PERFORM ADD-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROBE-FILE
           .

       PARSE-PROBE-LINE.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 96 OR WS-TOKEN-COUNT >= 6
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 96 OR
                         PROBE-RECORD(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 96
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 96 OR
                         PROBE-RECORD(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOKEN-COUNT
               MOVE PROBE-RECORD(WS-TOK-START:
                   WS-TOK-END - WS-TOK-START)
                   TO WS-TOKEN(WS-TOKEN-COUNT)
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           IF WS-TOKEN-COUNT < 6
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN(1)(1:1) NUMERIC
               COMPUTE WS-HAS-TITLE = FUNCTION NUMVAL(WS-TOKEN(1))
           END-IF
           IF WS-TOKEN(2)(1:1) NUMERIC
               COMPUTE WS-IMG-COUNT = FUNCTION NUMVAL(WS-TOKEN(2))
           END-IF
           IF WS-TOKEN(3)(1:1) NUMERIC
               COMPUTE WS-ALT-COUNT = FUNCTION NUMVAL(WS-TOKEN(3))
           END-IF
           IF WS-TOKEN(4)(1:1) NUMERIC
               COMPUTE WS-OPEN-DIV = FUNCTION NUMVAL(WS-TOKEN(4))
           END-IF
           IF WS-TOKEN(5)(1:1) NUMERIC
               COMPUTE WS-CLOSE-DIV = FUNCTION NUMVAL(WS-TOKEN(5))
           END-IF
           IF WS-TOKEN(6)(1:1) NUMERIC
               COMPUTE WS-PAGE-KB = FUNCTION NUMVAL(WS-TOKEN(6))
           END-IF
           .

*> Every finding counts; the first twenty are kept for the caller
       ADD-FINDING.
           ADD 1 TO LS-FINDING-COUNT
           IF LS-FINDING-COUNT <= 20
               MOVE WS-FINDING-TEXT TO LS-FINDING(LS-FINDING-COUNT)
           END-IF
           .

       TRIM-NUMBERS.
           MOVE 0 TO WS-LEAD
           INSPECT WS-NUM-A TALLYING WS-LEAD FOR LEADING SPACES
           MOVE WS-NUM-A(WS-LEAD + 1:) TO WS-NUM-A-TXT
           MOVE 0 TO WS-LEAD
           INSPECT WS-NUM-B TALLYING WS-LEAD FOR LEADING SPACES
           MOVE WS-NUM-B(WS-LEAD + 1:) TO WS-NUM-B-TXT
           .
