*> Standalone batch job: translation staleness tracking for the
*> hand-maintained language trees. LANGS.CFG's "PREFIX LANG" lines
*> (the same file CHECK-LANGUAGE serves variants from) say which
*> parts of the default tree keep a /LANG/ copy; this job pairs
*> every default-language page under each prefix with its variant
*> in that language and sorts each pair into one of
*>
*>   MISSING  no /LANG/ variant at all - "behind" is the days since
*>            the source page last changed;
*>   STALE    a variant older than the source's last modification -
*>            "behind" is how many days older;
*>   CURRENT  a variant at least as new as its source (counted only).
*>
*> Every MISSING/STALE entry names the owning department through
*> OWNER-LOOKUP. TRANSLATION-STATUS.RPT has the whole picture by
*> language with a per-language summary; each language also gets
*> its own work queue, TRANSLATION-<LANG>.RPT (missing first, then
*> stale, the furthest behind leading each), which REPORT-PUBLISH
*> puts in front of the translators once REPORT-PORTAL.CFG names it:
*>
*>   TRANSLATION-FR.RPT translation-fr French translation queue
*>
*> The server side of the same test (CHECK-LANGUAGE) marks a stale
*> variant "may be out of date" when it serves one.
IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSLATION-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT LANGS-FILE ASSIGN TO "LANGS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANGS-STATUS.
           SELECT PAIR-FILE ASSIGN TO "TRANSTAT-SORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRANSLATION-STATUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  LANGS-FILE.
       01  LANGS-RECORD         PIC X(128).
       FD  PAIR-FILE.
       01  PAIR-RECORD          PIC X(600).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).
       FD  QUEUE-FILE.
       01  QUEUE-RECORD         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-LANGS-STATUS       PIC XX.
       01 WS-PAIR-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-QUEUE-STATUS       PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
       01 WS-DOCROOT-ARG        PIC X(256).

*> LANGS.CFG, parsed the way the handler's PARSE-LANG-LINE does
       01 WS-LANG-COUNT         PIC 9(2) COMP VALUE 0.
       01 LANG-TABLE.
          05 LANG-ENTRY OCCURS 8 TIMES.
             10 LANG-PREFIX       PIC X(64).
             10 LANG-PREFIX-LEN   PIC 9(4) COMP.
             10 LANG-CODE         PIC X(8).
             10 LANG-CODE-LEN     PIC 9(4) COMP.
       01 WS-LANG-IDX           PIC 9(2) COMP.
       01 WS-LANG-SCAN-POS      PIC 9(4) COMP.
       01 WS-LANG-SP-POS        PIC 9(4) COMP.

       01 WS-SHELL-CMD          PIC X(2400).
       01 WS-SHELL-PTR          PIC 9(4) COMP.
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.

*> One pair line: "LANG STATUS DAYS SRCDATE VARDATE /web/path"
       01 WS-PR-LANG            PIC X(8).
       01 WS-PR-STATUS          PIC X(8).
       01 WS-PR-DAYS-X          PIC X(8).
       01 WS-PR-DAYS            PIC 9(6).
       01 WS-PR-SRC-DATE        PIC X(10).
       01 WS-PR-VAR-DATE        PIC X(10).
       01 WS-PR-PATH            PIC X(512).
       01 WS-PR-PTR             PIC 9(4) COMP.
       01 WS-DAYS-EDIT          PIC Z(5)9.
       01 WS-DAYS-LEAD          PIC 9(4) COMP.

       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> The language whose queue is open, and the per-language tallies
       01 WS-CUR-LANG           PIC X(8) VALUE SPACES.
       01 WS-CUR-LANG-UPPER     PIC X(8).
       01 WS-QUEUE-NAME         PIC X(64).
       01 WS-QUEUE-OPEN         PIC 9 VALUE 0.
       01 WS-SUM-COUNT          PIC 9(2) COMP VALUE 0.
       01 WS-SUM-TABLE.
          05 SUM-ENTRY OCCURS 8 TIMES.
             10 SUM-LANG          PIC X(8).
             10 SUM-MISSING       PIC 9(6).
             10 SUM-STALE         PIC 9(6).
             10 SUM-CURRENT       PIC 9(6).
       01 WS-SUM-IDX            PIC 9(2) COMP.
       01 WS-TOTAL-MISSING      PIC 9(6) VALUE 0.
       01 WS-TOTAL-STALE        PIC 9(6) VALUE 0.

       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           PERFORM READ-CONFIG-FILE
           PERFORM READ-LANGS-FILE
           IF WS-LANG-COUNT = 0
               DISPLAY "TRANSLATION-STATUS: no LANGS.CFG entries - "
                   "nothing to track"
               STOP RUN
           END-IF

           CALL "CBL_DELETE_FILE" USING "TRANSTAT-PAIRS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-COUNT
               PERFORM PAIR-ONE-PREFIX
           END-PERFORM

*> One language's entries together, missing ahead of stale (CURRENT
*> sorts first and is only counted), the furthest behind leading;
*> overlapping prefixes for one language collapse to one line each
           MOVE SPACES TO WS-SHELL-CMD
           STRING "sort -u TRANSTAT-PAIRS.TMP 2>/dev/null | "
                  "sort -k1,1 -k2,2 -k3,3nr > TRANSTAT-SORTED.TMP"
                  DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSLATION STATUS - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           OPEN INPUT PAIR-FILE
           IF WS-PAIR-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PAIR-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-ONE-PAIR
                   END-READ
               END-PERFORM
               CLOSE PAIR-FILE
           END-IF
           PERFORM CLOSE-LANGUAGE-QUEUE

           PERFORM WRITE-LANGUAGE-SUMMARY
           CLOSE REPORT-FILE

           CALL "CBL_DELETE_FILE" USING "TRANSTAT-PAIRS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "TRANSTAT-SORTED.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE WS-TOTAL-MISSING TO WS-COUNT-D
           DISPLAY "TRANSLATION-STATUS: " WS-COUNT-D
               " missing translation(s)"
           MOVE WS-TOTAL-STALE TO WS-COUNT-D
           DISPLAY "TRANSLATION-STATUS: " WS-COUNT-D
               " stale translation(s) - see TRANSLATION-STATUS.RPT"
           STOP RUN.

       READ-CONFIG-FILE.
           MOVE "." TO WS-DOCROOT-ARG
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
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           IF WS-CFG-KEY = "DOC_ROOT"
               MOVE SPACES TO WS-CFG-VALUE
               MOVE CFG-RECORD(WS-EQUALS-POS + 1:
                   WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
               IF WS-CFG-VALUE NOT = SPACES
                   MOVE WS-CFG-VALUE(1:192) TO WS-DOCROOT-ARG
               END-IF
           END-IF
           .

       READ-LANGS-FILE.
           MOVE 0 TO WS-LANG-COUNT
           OPEN INPUT LANGS-FILE
           IF WS-LANGS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ LANGS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LANG-LINE
               END-READ
           END-PERFORM
           CLOSE LANGS-FILE
           .

       PARSE-LANG-LINE.
           IF LANGS-RECORD(1:1) = SPACE OR LANGS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-LANG-COUNT >= 8
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LANG-SP-POS
           PERFORM VARYING WS-LANG-SCAN-POS FROM 1 BY 1
               UNTIL WS-LANG-SCAN-POS > 128
               IF LANGS-RECORD(WS-LANG-SCAN-POS:1) = SPACE
                   MOVE WS-LANG-SCAN-POS TO WS-LANG-SP-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LANG-SP-POS = 0 OR WS-LANG-SP-POS > 65 OR
              WS-LANG-SP-POS >= 128
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LANG-COUNT
           MOVE SPACES TO LANG-PREFIX(WS-LANG-COUNT)
           MOVE LANGS-RECORD(1:WS-LANG-SP-POS - 1)
               TO LANG-PREFIX(WS-LANG-COUNT)
           COMPUTE LANG-PREFIX-LEN(WS-LANG-COUNT) = WS-LANG-SP-POS - 1
           MOVE SPACES TO LANG-CODE(WS-LANG-COUNT)
           MOVE LANGS-RECORD(WS-LANG-SP-POS + 1:8)
               TO LANG-CODE(WS-LANG-COUNT)
           MOVE 0 TO WS-LANG-SCAN-POS
           INSPECT LANG-CODE(WS-LANG-COUNT)
               TALLYING WS-LANG-SCAN-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-LANG-SCAN-POS TO LANG-CODE-LEN(WS-LANG-COUNT)
           IF LANG-CODE-LEN(WS-LANG-COUNT) = 0 OR
              LANG-PREFIX(WS-LANG-COUNT)(1:1) NOT = "/"
               SUBTRACT 1 FROM WS-LANG-COUNT
           END-IF
           .

*> One LANGS.CFG entry: every .html under DOC-ROOT + PREFIX (never
*> inside any declared /LANG/ tree itself) paired with its variant
*> at DOC-ROOT/LANG + the same path, one pair line per page, using
*> the same last-modified stamp FILE-OPS reports for conditional GET
       PAIR-ONE-PREFIX.
           MOVE SPACES TO WS-SHELL-CMD
           MOVE 1 TO WS-SHELL-PTR
           STRING "r='" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "'; find ""$r""'" DELIMITED BY SIZE
                  LANG-PREFIX(WS-LANG-IDX)
                      (1:LANG-PREFIX-LEN(WS-LANG-IDX))
                      DELIMITED BY SIZE
                  "' -type f -name '*.html'" DELIMITED BY SIZE
               INTO WS-SHELL-CMD WITH POINTER WS-SHELL-PTR
           END-STRING
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-LANG-COUNT
               STRING " ! -path ""$r/" DELIMITED BY SIZE
                      LANG-CODE(WS-SUM-IDX)
                          (1:LANG-CODE-LEN(WS-SUM-IDX))
                          DELIMITED BY SIZE
                      "/*""" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD WITH POINTER WS-SHELL-PTR
               END-STRING
           END-PERFORM
           STRING " 2>/dev/null | while read -r f; do "
                  'p="${f#$r}"; v="$r/' DELIMITED BY SIZE
                  LANG-CODE(WS-LANG-IDX)
                      (1:LANG-CODE-LEN(WS-LANG-IDX))
                      DELIMITED BY SIZE
                  '$p"; s=$(stat -c %Y "$f"); '
                  'sd=$(date -r "$f" +%Y-%m-%d); '
                  'if [ -f "$v" ]; then t=$(stat -c %Y "$v"); '
                  'td=$(date -r "$v" +%Y-%m-%d); '
                  'if [ $t -lt $s ]; then echo "' DELIMITED BY SIZE
                  LANG-CODE(WS-LANG-IDX)
                      (1:LANG-CODE-LEN(WS-LANG-IDX))
                      DELIMITED BY SIZE
                  ' STALE $(( (s - t + 86399) / 86400 )) '
                  '$sd $td $p"; else echo "' DELIMITED BY SIZE
                  LANG-CODE(WS-LANG-IDX)
                      (1:LANG-CODE-LEN(WS-LANG-IDX))
                      DELIMITED BY SIZE
                  ' CURRENT 0 $sd $td $p"; fi; else echo "'
                  DELIMITED BY SIZE
                  LANG-CODE(WS-LANG-IDX)
                      (1:LANG-CODE-LEN(WS-LANG-IDX))
                      DELIMITED BY SIZE
                  ' MISSING $(( ($(date +%s) - s) / 86400 )) '
                  '$sd - $p"; fi; done >> TRANSTAT-PAIRS.TMP'
                  DELIMITED BY SIZE
               INTO WS-SHELL-CMD WITH POINTER WS-SHELL-PTR
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       REPORT-ONE-PAIR.
           MOVE SPACES TO WS-PR-LANG WS-PR-STATUS WS-PR-DAYS-X
               WS-PR-SRC-DATE WS-PR-VAR-DATE WS-PR-PATH
           MOVE 1 TO WS-PR-PTR
           UNSTRING PAIR-RECORD DELIMITED BY ALL SPACE
               INTO WS-PR-LANG WS-PR-STATUS WS-PR-DAYS-X
                    WS-PR-SRC-DATE WS-PR-VAR-DATE
               WITH POINTER WS-PR-PTR
           END-UNSTRING
           IF WS-PR-PTR > 600 OR WS-PR-LANG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PAIR-RECORD(WS-PR-PTR:) TO WS-PR-PATH
           MOVE 0 TO WS-PR-DAYS
           IF WS-PR-DAYS-X(1:1) NUMERIC
               COMPUTE WS-PR-DAYS = FUNCTION NUMVAL(WS-PR-DAYS-X)
           END-IF

           IF WS-PR-LANG NOT = WS-CUR-LANG
               PERFORM CLOSE-LANGUAGE-QUEUE
               PERFORM OPEN-LANGUAGE-QUEUE
           END-IF

           EVALUATE WS-PR-STATUS
               WHEN "CURRENT"
                   ADD 1 TO SUM-CURRENT(WS-SUM-COUNT)
                   EXIT PARAGRAPH
               WHEN "MISSING"
                   ADD 1 TO SUM-MISSING(WS-SUM-COUNT)
                   ADD 1 TO WS-TOTAL-MISSING
               WHEN "STALE"
                   ADD 1 TO SUM-STALE(WS-SUM-COUNT)
                   ADD 1 TO WS-TOTAL-STALE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           CALL "OWNER-LOOKUP" USING WS-PR-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           MOVE WS-PR-DAYS TO WS-DAYS-EDIT
           MOVE 0 TO WS-DAYS-LEAD
           INSPECT WS-DAYS-EDIT TALLYING WS-DAYS-LEAD
               FOR LEADING SPACES

           MOVE SPACES TO REPORT-RECORD
           IF WS-PR-STATUS = "MISSING"
               STRING "  MISSING  " DELIMITED BY SIZE
                      WS-PR-PATH DELIMITED BY SPACE
                      "  source changed " WS-PR-SRC-DATE
                      " (" DELIMITED BY SIZE
                      WS-DAYS-EDIT(WS-DAYS-LEAD + 1:) DELIMITED BY SIZE
                      " days untranslated) [owner: " DELIMITED BY SIZE
                      WS-OWN-NAME DELIMITED BY SPACE
                      "]" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "  STALE    " DELIMITED BY SIZE
                      WS-PR-PATH DELIMITED BY SPACE
                      "  source changed " WS-PR-SRC-DATE
                      ", translated " WS-PR-VAR-DATE
                      " (" DELIMITED BY SIZE
                      WS-DAYS-EDIT(WS-DAYS-LEAD + 1:) DELIMITED BY SIZE
                      " days behind) [owner: " DELIMITED BY SIZE
                      WS-OWN-NAME DELIMITED BY SPACE
                      "]" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF WS-QUEUE-OPEN = 1
               MOVE REPORT-RECORD TO QUEUE-RECORD
               WRITE QUEUE-RECORD
           END-IF
           .

*> A new language: its heading in the main report, its own work
*> queue file, and its tally slot
       OPEN-LANGUAGE-QUEUE.
           MOVE WS-PR-LANG TO WS-CUR-LANG
           MOVE WS-PR-LANG TO WS-CUR-LANG-UPPER
           INSPECT WS-CUR-LANG-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-SUM-COUNT < 8
               ADD 1 TO WS-SUM-COUNT
           END-IF
           MOVE WS-PR-LANG TO SUM-LANG(WS-SUM-COUNT)
           MOVE 0 TO SUM-MISSING(WS-SUM-COUNT)
           MOVE 0 TO SUM-STALE(WS-SUM-COUNT)
           MOVE 0 TO SUM-CURRENT(WS-SUM-COUNT)

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LANGUAGE " DELIMITED BY SIZE
                  WS-CUR-LANG-UPPER DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-QUEUE-NAME
           STRING "TRANSLATION-" DELIMITED BY SIZE
               WS-CUR-LANG-UPPER DELIMITED BY SPACE
               ".RPT" DELIMITED BY SIZE
               INTO WS-QUEUE-NAME
           END-STRING
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "TRANSLATION-STATUS: cannot write "
                   WS-QUEUE-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-QUEUE-OPEN
           MOVE SPACES TO QUEUE-RECORD
           STRING "TRANSLATION WORK QUEUE - " DELIMITED BY SIZE
               WS-CUR-LANG-UPPER DELIMITED BY SPACE
               " - " WS-TODAY DELIMITED BY SIZE
               INTO QUEUE-RECORD
           END-STRING
           WRITE QUEUE-RECORD
           MOVE "Missing translations first, then stale ones; the "
               & "furthest behind lead each group." TO QUEUE-RECORD
           WRITE QUEUE-RECORD
           MOVE SPACES TO QUEUE-RECORD
           WRITE QUEUE-RECORD
           .

       CLOSE-LANGUAGE-QUEUE.
           IF WS-QUEUE-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUEUE-RECORD
           WRITE QUEUE-RECORD
           MOVE SPACES TO QUEUE-RECORD
           STRING "MISSING " SUM-MISSING(WS-SUM-COUNT)
                  "  STALE " SUM-STALE(WS-SUM-COUNT)
                  "  CURRENT " SUM-CURRENT(WS-SUM-COUNT)
               DELIMITED BY SIZE INTO QUEUE-RECORD
           END-STRING
           WRITE QUEUE-RECORD
           CLOSE QUEUE-FILE
           MOVE 0 TO WS-QUEUE-OPEN
           .

       WRITE-LANGUAGE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY BY LANGUAGE (missing / stale / current)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " SUM-LANG(WS-SUM-IDX)
                      " " SUM-MISSING(WS-SUM-IDX)
                      " / " SUM-STALE(WS-SUM-IDX)
                      " / " SUM-CURRENT(WS-SUM-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           .
