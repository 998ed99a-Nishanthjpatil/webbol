*> Standalone batch job: the nightly content dependency index.
*> Deleting or moving a shared image, stylesheet or SSI fragment
*> through the content API used to break every page using it, and
*> LINK-CHECK only found the damage the night after; this job
*> records ahead of time who depends on what. Every page (.html,
*> .htm, .shtml) and stylesheet (.css) under DOC-ROOT is scanned
*> for the three ways one file uses another:
*>
*>   LINK   href="..."                       (a link or <link> tag)
*>   EMBED  src="..." and CSS url(...)       (images, scripts, ...)
*>   SSI    <!--#include virtual|file="..."> (EXPAND-SSI-DIRECTIVES)
*>
*> Each reference is resolved the way a browser would - against the
*> site root when it starts "/", against the referring file's own
*> folder otherwise, "#fragment" and "?query" dropped, "./" and
*> "../" folded, a trailing "/" meaning that folder's index.html -
*> and anything naming a scheme (http:, mailto:, data:, ...) is
*> left out as not ours. The result is DEPENDENCY.IDX, one
*> "target|referrer|kind" line per dependency (web paths, sorted by
*> target), rebuilt whole each run through a scratch copy and one
*> rename. The content DELETE and move handlers read it before
*> removing or relocating anything.
*>
*> The same pass writes DEP-ORPHANS.RPT: every file under DOC-ROOT
*> that nothing links to, embeds or includes, with its owning
*> department, for cleanup. The site's front door (/index.html),
*> the files crawlers and browsers fetch by convention (robots.txt,
*> favicon.ico, sitemap.xml) and the server's own derivatives
*> (".gz" twins, ".thumb"/".web" renditions) are never orphans.
IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-INDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT INDEX-FILE ASSIGN TO "DEPENDENCY.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT ORPHAN-LIST ASSIGN TO "DEPIDX-ORPHANS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORPHAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEP-ORPHANS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  INDEX-FILE.
       01  INDEX-RECORD         PIC X(1100).
       FD  ORPHAN-LIST.
       01  ORPHAN-RECORD        PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-INDEX-STATUS       PIC XX.
       01 WS-ORPHAN-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
       01 WS-DOCROOT-ARG        PIC X(256).

       01 WS-SHELL-CMD          PIC X(1600).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> The reference extraction patterns, handed to the shell through
*> the environment rather than nested inside its quoting
       01 WS-DEP-GREP           PIC X(120).
       01 WS-DEP-SED            PIC X(300).

*> One candidate orphan
       01 WS-ORPHAN-PATH        PIC X(512).
       01 WS-ORPHAN-LEN         PIC 9(4) COMP.
       01 WS-ORPHAN-UPPER       PIC X(512).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-NAME-POS           PIC 9(4) COMP.
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

       01 WS-DEP-COUNT          PIC 9(8) VALUE 0.
       01 WS-ORPHAN-COUNT       PIC 9(6) VALUE 0.
       01 WS-COUNT-D            PIC ZZ,ZZZ,ZZ9.
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
           PERFORM BUILD-DEPENDENCY-INDEX
           PERFORM FIND-ORPHANS
           PERFORM WRITE-ORPHAN-REPORT

           CALL "CBL_DELETE_FILE" USING "DEPIDX-ORPHANS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE WS-DEP-COUNT TO WS-COUNT-D
           DISPLAY "DEP-INDEX: " WS-COUNT-D
               " dependencies in DEPENDENCY.IDX"
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-D
           DISPLAY "DEP-INDEX: " WS-COUNT-D
               " orphaned file(s) - see DEP-ORPHANS.RPT"
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

*> grep pulls each reference out of each scanned file, sed tags it
*> with its kind ("LINK /x", "EMBED x.png", "SSI /f.html"), and the
*> loop resolves it to a web path; "realpath -ms" folds the dot
*> segments purely textually, never touching the disk
       BUILD-DEPENDENCY-INDEX.
           MOVE SPACES TO WS-DEP-GREP
           STRING '(href|src)="[^"]*"|<!--#include +(virtual|file)='
                  '"[^"]*"|url\([^)]*\)'
               DELIMITED BY SIZE INTO WS-DEP-GREP
           END-STRING
           MOVE SPACES TO WS-DEP-SED
           STRING 's/^<!--#include +(virtual|file)="([^"]*)"$/SSI \2/I;'
                  ' s/^href="([^"]*)"$/LINK \1/I;'
                  ' s/^src="([^"]*)"$/EMBED \1/I;'
                  " s/^url\([""' ]*([^""') ]*)[""' ]*\)$/EMBED \1/I"
               DELIMITED BY SIZE INTO WS-DEP-SED
           END-STRING
           DISPLAY "DEP_GREP" UPON ENVIRONMENT-NAME
           DISPLAY WS-DEP-GREP UPON ENVIRONMENT-VALUE
           DISPLAY "DEP_SED" UPON ENVIRONMENT-NAME
           DISPLAY WS-DEP-SED UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-SHELL-CMD
           STRING "r='" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "'; find ""$r"" -type f \( -iname '*.html'"
                  " -o -iname '*.htm' -o -iname '*.shtml'"
                  " -o -iname '*.css' \) 2>/dev/null"
                  ' | while read -r f; do p="${f#$r}"; '
                  'b="${p%/*}/"; '
                  'grep -oiE "$DEP_GREP" "$f" | sed -E "$DEP_SED" '
                  '| while read -r k u; do '
                  'u="${u%%#*}"; u="${u%%\?*}"; '
                  'case "$u" in ""|*:*) continue;; esac; '
                  'case "$u" in /*) t="$u";; *) t="$b$u";; esac; '
                  't=$(realpath -ms "$t"); '
                  'case "$u" in */) t="${t%/}/index.html";; esac; '
                  '[ "$t" = "$p" ] || echo "$t|$p|$k"; '
                  'done; done | sort -u > DEPENDENCY.IDX.TMP'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           CALL "CBL_DELETE_FILE" USING "DEPENDENCY.IDX"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "DEPENDENCY.IDX.TMP"
               "DEPENDENCY.IDX"
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "DEP-INDEX: could not install DEPENDENCY.IDX"
           END-IF


           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ INDEX-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DEP-COUNT
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF
           .

*> Every file's web path, less every target the index names
       FIND-ORPHANS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "r='" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "'; find ""$r"" -type f 2>/dev/null"
                  ' | while read -r f; do echo "${f#$r}"; done'
                  " | sort -u > DEPIDX-ALL.TMP; "
                  "cut -d'|' -f1 DEPENDENCY.IDX 2>/dev/null"
                  " | sort -u > DEPIDX-USED.TMP; "
                  "comm -23 DEPIDX-ALL.TMP DEPIDX-USED.TMP"
                  " > DEPIDX-ORPHANS.TMP; "
                  "rm -f DEPIDX-ALL.TMP DEPIDX-USED.TMP"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       WRITE-ORPHAN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ORPHANED CONTENT - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "Files under the document root that no page links "
               & "to, embeds or includes." TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT ORPHAN-LIST
           IF WS-ORPHAN-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ORPHAN-LIST INTO WS-ORPHAN-PATH
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-ONE-ORPHAN
                   END-READ
               END-PERFORM
               CLOSE ORPHAN-LIST
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL ORPHANED FILES: " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

*> Skip what is reached by convention rather than by reference,
*> then list the rest with its owner
       REPORT-ONE-ORPHAN.
           MOVE 0 TO WS-ORPHAN-LEN
           PERFORM VARYING WS-ORPHAN-LEN FROM 512 BY -1
               UNTIL WS-ORPHAN-LEN < 1
               IF WS-ORPHAN-PATH(WS-ORPHAN-LEN:1) NOT = SPACE AND
                  WS-ORPHAN-PATH(WS-ORPHAN-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ORPHAN-LEN < 2 OR WS-ORPHAN-PATH(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORPHAN-PATH TO WS-ORPHAN-UPPER
           INSPECT WS-ORPHAN-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-ORPHAN-UPPER = "/INDEX.HTML" OR
              WS-ORPHAN-UPPER = "/ROBOTS.TXT" OR
              WS-ORPHAN-UPPER = "/FAVICON.ICO" OR
              WS-ORPHAN-UPPER = "/SITEMAP.XML"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORPHAN-LEN > 3
               IF WS-ORPHAN-UPPER(WS-ORPHAN-LEN - 2:3) = ".GZ"
                   EXIT PARAGRAPH
               END-IF
           END-IF

*> "name.thumb.ext" / "name.web.ext" - a rendition of an image
           MOVE 0 TO WS-NAME-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-ORPHAN-LEN BY -1
               UNTIL WS-SCAN-POS < 1
               IF WS-ORPHAN-UPPER(WS-SCAN-POS:1) = "/"
                   MOVE WS-SCAN-POS TO WS-NAME-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-POS FROM WS-NAME-POS BY 1
               UNTIL WS-SCAN-POS > WS-ORPHAN-LEN - 5
               IF WS-ORPHAN-UPPER(WS-SCAN-POS:7) = ".THUMB." OR
                  WS-ORPHAN-UPPER(WS-SCAN-POS:5) = ".WEB."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           CALL "OWNER-LOOKUP" USING WS-ORPHAN-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-ORPHAN-PATH(1:WS-ORPHAN-LEN) DELIMITED BY SIZE
                  "  [owner: " DELIMITED BY SIZE
                  WS-OWN-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
