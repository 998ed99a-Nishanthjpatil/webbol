*> Shared page assembly: wraps a body-only page in a named site
*> template so content authors never hand-copy headers, menus and
*> footers again. An author's page starts with a few metadata lines
*>
*>     title: Benefits overview
*>     section: hr
*>     order: 20
*>     template: standard
*>
*> (any of them may be left out; a blank line ends them) followed by
*> nothing but the body HTML. The template is TEMPLATES/<name>.html
*> ("default" when the page names none) and carries placeholders
*> that are filled in here:
*>
*>     {{TITLE}}        the page title
*>     {{SECTION}}      the section name
*>     {{BREADCRUMBS}}  Home > folder > ... > this page
*>     {{NAV}}          the site menu, generated from the folders
*>                      under the document root (a folder appears
*>                      once it has an index.html), then the pages of
*>                      this page's own folder
*>     {{BODY}}         the author's body
*>     {{FOOTER}}       "Last updated <date> by <department>", the
*>                      department from OWNERS.CFG via OWNER-LOOKUP
*>
*> Menu entries and crumbs take the title of the assembled page (or
*> folder index.html) they point at, in "order" order, then by
*> title; the "section" names the top menu entry marked current and
*> defaults to the page's first folder.
*>
*> The assembled page carries its own source: the body sits between
*> a "<!--page|template|order|section|updated|title-->" line and a
*> "<!--/page-->" line, so handing an assembled page back here
*> re-wraps it from scratch - that is how a template change reaches
*> every page (PUBLISH-RUN REBUILD) without anyone keeping a second
*> copy of the content. The "updated" date survives a re-wrap; only
*> a fresh body-only page stamps today's.
*>
*> LS-PAGE-FILE is rewritten in place (through a scratch twin and
*> one rename); LS-URL-PATH is its public path, which is what the
*> menus, crumbs and owner lookup work from, so a staged or scratch
*> copy assembles exactly as its live self would. LS-ONLY-TEMPLATE
*> not blank limits the call to pages using that template.
*>
*> LS-RESULT: "A" assembled, "N" not a page source or assembled page
*> (left alone - ordinary HTML, images), "S" skipped for using a
*> different template, "F" failed (template missing or the file
*> could not be rewritten - the page is left exactly as it was).
IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGE-ASSEMBLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGE-IN ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PAGE-OUT ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC WS-TPL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT PEEK-FILE ASSIGN TO DYNAMIC WS-PEEK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEEK-STATUS.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGE-IN.
       01  PAGE-IN-RECORD       PIC X(4096).
       FD  PAGE-OUT.
       01  PAGE-OUT-RECORD      PIC X(4096).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD      PIC X(4096).
       FD  PEEK-FILE.
       01  PEEK-RECORD          PIC X(4096).
       FD  LIST-FILE.
       01  LIST-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS          PIC XX.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-TPL-STATUS         PIC XX.
       01 WS-PEEK-STATUS        PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-IN-NAME            PIC X(512).
       01 WS-OUT-NAME           PIC X(520).
       01 WS-TPL-NAME           PIC X(64).
       01 WS-PEEK-NAME          PIC X(520).
       01 WS-LIST-NAME          PIC X(520).
       01 WS-EOF                PIC 9.
       01 WS-TPL-EOF            PIC 9.
       01 WS-PEEK-EOF           PIC 9.
       01 WS-LIST-EOF           PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-SHELL-CMD          PIC X(200).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).

*> The caller's paths, measured; the document root without any
*> trailing "/" ("." when none is given)
       01 WS-FILE-LEN           PIC 9(4) COMP.
       01 WS-URL-LEN            PIC 9(4) COMP.
       01 WS-ROOT               PIC X(256).
       01 WS-ROOT-LEN           PIC 9(4) COMP.
*> The page's own folder ("/" or "/hr/") and whether the page is
*> that folder's index.html
       01 WS-FOLDER-URL         PIC X(512).
       01 WS-FOLDER-LEN         PIC 9(4) COMP.
       01 WS-PAGE-IS-INDEX      PIC 9.

*> The page's metadata, whichever form it arrived in: "S" a
*> body-only source page, "A" an already assembled page, "N" neither
       01 WS-PAGE-KIND          PIC X.
       01 WS-META-TITLE         PIC X(120).
       01 WS-META-TITLE-LEN     PIC 9(4) COMP.
       01 WS-META-SECTION       PIC X(32).
       01 WS-META-SECTION-LEN   PIC 9(4) COMP.
       01 WS-META-ORDER         PIC 9(4).
       01 WS-META-TEMPLATE      PIC X(32).
       01 WS-META-TEMPLATE-LEN  PIC 9(4) COMP.
       01 WS-META-UPDATED       PIC X(10).
*> Where the body lies in the input, by line number
       01 WS-LINE-NO            PIC 9(8) COMP.
       01 WS-BODY-FIRST         PIC 9(8) COMP.
       01 WS-BODY-LAST          PIC 9(8) COMP.
       01 WS-BODY-CLOSED        PIC 9.
       01 WS-IN-HEADER          PIC 9.
*> One "key: value" metadata line
       01 WS-IS-KEY             PIC 9.
       01 WS-COLON-POS          PIC 9(4) COMP.
       01 WS-VAL-POS            PIC 9(4) COMP.
       01 WS-KEY                PIC X(10).
       01 WS-VALUE              PIC X(120).
       01 WS-VALUE-LEN          PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-TPL-OK             PIC 9.

*> One "<!--page|...-->" marker line taken apart
       01 WS-MARK-LINE          PIC X(4096).
       01 WS-MARK-LEN           PIC 9(4) COMP.
       01 WS-MARK-PTR           PIC 9(4) COMP.
       01 WS-MARK-TEMPLATE      PIC X(32).
       01 WS-MARK-ORDER         PIC X(8).
       01 WS-MARK-SECTION       PIC X(32).
       01 WS-MARK-UPDATED       PIC X(10).
       01 WS-MARK-TITLE         PIC X(120).
       01 WS-MARK-TITLE-LEN     PIC 9(4) COMP.

*> Another page looked at for its title and menu order
       01 WS-PEEK-OPENED        PIC 9.
       01 WS-PEEK-FOUND         PIC 9.
       01 WS-PEEK-TITLE         PIC X(120).
       01 WS-PEEK-ORDER         PIC 9(4).

*> Owner footer (OWNER-LOOKUP)
       01 WS-OWN-PATH           PIC X(512).
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.
       01 WS-FOOTER             PIC X(160).
       01 WS-FOOTER-LEN         PIC 9(4) COMP.

*> Breadcrumb trail
       01 WS-CRUMBS             PIC X(2048).
       01 WS-CRUMBS-PTR         PIC 9(4) COMP.
       01 WS-CRUMBS-LEN         PIC 9(4) COMP.
       01 WS-SEG-START          PIC 9(4) COMP.
       01 WS-SEG-LEN            PIC 9(4) COMP.
       01 WS-CRUMB-LABEL        PIC X(120).
       01 WS-CRUMB-LABEL-LEN    PIC 9(4) COMP.

*> One folder listed for the menu: its entries, sorted
       01 WS-LIST-FOLDER        PIC X(512).
       01 WS-LIST-FOLDER-LEN    PIC 9(4) COMP.
       01 WS-DIR-PATH           PIC X(520).
       01 WS-LIST-ITEM          PIC X(120).
       01 WS-LIST-ITEM-LEN      PIC 9(4) COMP.
       01 WS-ITEM-URL           PIC X(512).
       01 WS-ENTRY-COUNT        PIC 9(4) COMP.
       01 WS-ENTRY-TABLE.
          05 WS-ENTRY OCCURS 64 TIMES.
             10 WS-ENT-URL      PIC X(256).
             10 WS-ENT-NAME     PIC X(64).
             10 WS-ENT-TITLE    PIC X(120).
             10 WS-ENT-ORDER    PIC 9(4).
             10 WS-ENT-DIR      PIC 9.
       01 WS-ENTRY-HOLD         PIC X(445).
       01 WS-I                  PIC 9(4) COMP.
       01 WS-J                  PIC 9(4) COMP.
       01 WS-TITLE-LEN          PIC 9(4) COMP.
       01 WS-NAV-TOP            PIC 9.
       01 WS-NAV-CURRENT        PIC 9.

*> Template expansion
       01 WS-TPL-LEN            PIC 9(4) COMP.
       01 WS-TPL-POS            PIC 9(4) COMP.
       01 WS-CLOSE-POS          PIC 9(4) COMP.
       01 WS-PH-NAME            PIC X(16).
       01 WS-OUT-LINE           PIC X(4096).
       01 WS-OUT-PTR            PIC 9(4) COMP.
       01 WS-OUT-BLOCK          PIC 9.

       LINKAGE SECTION.
       01 LS-PAGE-FILE          PIC X(512).
       01 LS-DOC-ROOT           PIC X(256).
       01 LS-URL-PATH           PIC X(512).
       01 LS-ONLY-TEMPLATE      PIC X(32).
       01 LS-RESULT             PIC X.

       PROCEDURE DIVISION USING LS-PAGE-FILE LS-DOC-ROOT LS-URL-PATH
                                LS-ONLY-TEMPLATE LS-RESULT.

       MAIN-LOGIC.
           MOVE "N" TO LS-RESULT

           MOVE 0 TO WS-FILE-LEN
           INSPECT LS-PAGE-FILE TALLYING WS-FILE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-URL-LEN
           INSPECT LS-URL-PATH TALLYING WS-URL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-FILE-LEN = 0 OR WS-URL-LEN < 6 OR
              WS-FILE-LEN > 500 OR LS-URL-PATH(1:1) NOT = "/"
               GOBACK
           END-IF
*> Only web pages are assembled; a stylesheet that happens to
*> begin "order:" is left alone
           IF LS-URL-PATH(WS-URL-LEN - 4:5) NOT = ".html"
               GOBACK
           END-IF

           MOVE SPACES TO WS-ROOT
           MOVE 0 TO WS-ROOT-LEN
           INSPECT LS-DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ROOT-LEN > 1 AND LS-DOC-ROOT(WS-ROOT-LEN:1) = "/"
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-IF
           IF WS-ROOT-LEN = 0
               MOVE "." TO WS-ROOT
               MOVE 1 TO WS-ROOT-LEN
           ELSE
               MOVE LS-DOC-ROOT(1:WS-ROOT-LEN) TO WS-ROOT
           END-IF

           PERFORM VARYING WS-FOLDER-LEN FROM WS-URL-LEN BY -1
               UNTIL WS-FOLDER-LEN < 1
               IF LS-URL-PATH(WS-FOLDER-LEN:1) = "/"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FOLDER-URL
           MOVE LS-URL-PATH(1:WS-FOLDER-LEN) TO WS-FOLDER-URL
           MOVE 0 TO WS-PAGE-IS-INDEX
           IF WS-URL-LEN - WS-FOLDER-LEN = 10 AND
              LS-URL-PATH(WS-FOLDER-LEN + 1:10) = "index.html"
               MOVE 1 TO WS-PAGE-IS-INDEX
           END-IF

           PERFORM READ-PAGE-META
           IF WS-PAGE-KIND = "N"
               GOBACK
           END-IF
           PERFORM DEFAULT-PAGE-META

           IF LS-ONLY-TEMPLATE NOT = SPACES AND
              LS-ONLY-TEMPLATE NOT = WS-META-TEMPLATE
               MOVE "S" TO LS-RESULT
               GOBACK
           END-IF

*> Template names become file names - letters, digits, "-" and "_"
*> only, so a page can't point the assembler outside TEMPLATES/
           MOVE "F" TO LS-RESULT
           MOVE 1 TO WS-TPL-OK
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-META-TEMPLATE-LEN
               IF WS-META-TEMPLATE(WS-SCAN-POS:1) NOT ALPHABETIC AND
                  WS-META-TEMPLATE(WS-SCAN-POS:1) NOT NUMERIC AND
                  WS-META-TEMPLATE(WS-SCAN-POS:1) NOT = "-" AND
                  WS-META-TEMPLATE(WS-SCAN-POS:1) NOT = "_"
                   MOVE 0 TO WS-TPL-OK
               END-IF
           END-PERFORM
           IF WS-TPL-OK = 0
               GOBACK
           END-IF
           MOVE SPACES TO WS-TPL-NAME
           STRING "TEMPLATES/" DELIMITED BY SIZE
                  WS-META-TEMPLATE(1:WS-META-TEMPLATE-LEN)
                      DELIMITED BY SIZE
                  ".html" DELIMITED BY SIZE
               INTO WS-TPL-NAME
           END-STRING
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS NOT = "00"
               GOBACK
           END-IF

           PERFORM BUILD-FOOTER
           PERFORM BUILD-BREADCRUMBS

           MOVE SPACES TO WS-OUT-NAME
           STRING LS-PAGE-FILE(1:WS-FILE-LEN) DELIMITED BY SIZE
                  ".ASM" DELIMITED BY SIZE
               INTO WS-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-LIST-NAME
           STRING LS-PAGE-FILE(1:WS-FILE-LEN) DELIMITED BY SIZE
                  ".NAV" DELIMITED BY SIZE
               INTO WS-LIST-NAME
           END-STRING
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               CLOSE TEMPLATE-FILE
               GOBACK
           END-IF

           MOVE 0 TO WS-TPL-EOF
           PERFORM UNTIL WS-TPL-EOF = 1
               READ TEMPLATE-FILE
                   AT END
                       MOVE 1 TO WS-TPL-EOF
                   NOT AT END
                       PERFORM EXPAND-TEMPLATE-LINE
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           CLOSE PAGE-OUT
           CALL "CBL_DELETE_FILE" USING WS-LIST-NAME
               RETURNING WS-DELETE-RC
           END-CALL

           CALL "CBL_DELETE_FILE" USING LS-PAGE-FILE
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-OUT-NAME LS-PAGE-FILE
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               GOBACK
           END-IF
           MOVE "A" TO LS-RESULT
           GOBACK.

*> One pass over the input: a metadata line first makes it a source
*> page (the body is everything after the metadata); otherwise a
*> marker line anywhere makes it an assembled page (the body is
*> what lies between the markers)
       READ-PAGE-META.
           MOVE "N" TO WS-PAGE-KIND
           MOVE SPACES TO WS-META-TITLE
           MOVE SPACES TO WS-META-SECTION
           MOVE SPACES TO WS-META-TEMPLATE
           MOVE SPACES TO WS-META-UPDATED
           MOVE 9999 TO WS-META-ORDER
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-BODY-FIRST
           MOVE 0 TO WS-BODY-LAST
           MOVE 0 TO WS-BODY-CLOSED
           MOVE 0 TO WS-IN-HEADER

           MOVE LS-PAGE-FILE TO WS-IN-NAME
           OPEN INPUT PAGE-IN
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PAGE-IN
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM CLASSIFY-PAGE-LINE
               END-READ
           END-PERFORM
           CLOSE PAGE-IN

           IF WS-PAGE-KIND = "S"
               IF WS-IN-HEADER = 1
                   COMPUTE WS-BODY-FIRST = WS-LINE-NO + 1
               END-IF
               MOVE WS-LINE-NO TO WS-BODY-LAST
           END-IF
*> A marker without its closing line is somebody's hand edit - not
*> something to guess at
           IF WS-PAGE-KIND = "A" AND WS-BODY-CLOSED = 0
               MOVE "N" TO WS-PAGE-KIND
           END-IF
           .

       CLASSIFY-PAGE-LINE.
           EVALUATE TRUE
               WHEN WS-LINE-NO = 1
                   PERFORM PARSE-META-KEY-LINE
                   IF WS-IS-KEY = 1
                       MOVE "S" TO WS-PAGE-KIND
                       MOVE 1 TO WS-IN-HEADER
                       PERFORM APPLY-META-KEY
                   ELSE
                       PERFORM CHECK-ASSEMBLED-MARK
                   END-IF
               WHEN WS-PAGE-KIND = "S"
                   IF WS-IN-HEADER = 1
                       IF PAGE-IN-RECORD = SPACES
                           MOVE 0 TO WS-IN-HEADER
                           COMPUTE WS-BODY-FIRST = WS-LINE-NO + 1
                       ELSE
                           PERFORM PARSE-META-KEY-LINE
                           IF WS-IS-KEY = 1
                               PERFORM APPLY-META-KEY
                           ELSE
                               MOVE 0 TO WS-IN-HEADER
                               MOVE WS-LINE-NO TO WS-BODY-FIRST
                           END-IF
                       END-IF
                   END-IF
               WHEN WS-PAGE-KIND = "A"
                   IF PAGE-IN-RECORD(1:12) = "<!--/page-->"
                       COMPUTE WS-BODY-LAST = WS-LINE-NO - 1
                       MOVE 1 TO WS-BODY-CLOSED
                       MOVE 1 TO WS-EOF
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-ASSEMBLED-MARK
           END-EVALUATE
           .

       CHECK-ASSEMBLED-MARK.
           IF PAGE-IN-RECORD(1:9) NOT = "<!--page|"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-PAGE-KIND
           COMPUTE WS-BODY-FIRST = WS-LINE-NO + 1
           MOVE PAGE-IN-RECORD TO WS-MARK-LINE
           PERFORM PARSE-MARK-LINE
           MOVE WS-MARK-TEMPLATE TO WS-META-TEMPLATE
           MOVE WS-MARK-SECTION TO WS-META-SECTION
           MOVE WS-MARK-UPDATED TO WS-META-UPDATED
           MOVE WS-MARK-TITLE TO WS-META-TITLE
           IF WS-MARK-ORDER(1:4) IS NUMERIC
               MOVE WS-MARK-ORDER(1:4) TO WS-META-ORDER
           END-IF
           .

*> "title:", "section:", "order:" or "template:" (any case), the
*> value after the colon with its leading blanks dropped
       PARSE-META-KEY-LINE.
           MOVE 0 TO WS-IS-KEY
           MOVE 0 TO WS-COLON-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 10
               IF PAGE-IN-RECORD(WS-SCAN-POS:1) = ":"
                   MOVE WS-SCAN-POS TO WS-COLON-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COLON-POS < 6
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-KEY
           MOVE PAGE-IN-RECORD(1:WS-COLON-POS - 1) TO WS-KEY
           INSPECT WS-KEY CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           IF WS-KEY NOT = "title" AND WS-KEY NOT = "section" AND
              WS-KEY NOT = "order" AND WS-KEY NOT = "template"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-IS-KEY

           COMPUTE WS-VAL-POS = WS-COLON-POS + 1
           PERFORM UNTIL WS-VAL-POS > 200 OR
                   PAGE-IN-RECORD(WS-VAL-POS:1) NOT = SPACE
               ADD 1 TO WS-VAL-POS
           END-PERFORM
           MOVE SPACES TO WS-VALUE
           IF WS-VAL-POS <= 200
               MOVE PAGE-IN-RECORD(WS-VAL-POS:120) TO WS-VALUE
           END-IF
           .

       APPLY-META-KEY.
           EVALUATE WS-KEY
               WHEN "title"
                   MOVE WS-VALUE TO WS-META-TITLE
               WHEN "section"
                   MOVE WS-VALUE TO WS-META-SECTION
               WHEN "template"
                   MOVE WS-VALUE TO WS-META-TEMPLATE
               WHEN "order"
                   MOVE 0 TO WS-VALUE-LEN
                   INSPECT WS-VALUE TALLYING WS-VALUE-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-VALUE-LEN > 0 AND WS-VALUE-LEN < 5
                       IF WS-VALUE(1:WS-VALUE-LEN) IS NUMERIC
                           COMPUTE WS-META-ORDER = FUNCTION NUMVAL
                               (WS-VALUE(1:WS-VALUE-LEN))
                       END-IF
                   END-IF
           END-EVALUATE
           .

*> "<!--page|template|order|section|updated|title-->" - the title
*> goes last so it may hold anything but the closing "-->"
       PARSE-MARK-LINE.
           MOVE SPACES TO WS-MARK-TEMPLATE
           MOVE SPACES TO WS-MARK-ORDER
           MOVE SPACES TO WS-MARK-SECTION
           MOVE SPACES TO WS-MARK-UPDATED
           MOVE SPACES TO WS-MARK-TITLE
           MOVE 0 TO WS-MARK-TITLE-LEN
           MOVE 10 TO WS-MARK-PTR
           UNSTRING WS-MARK-LINE DELIMITED BY "|"
               INTO WS-MARK-TEMPLATE WS-MARK-ORDER WS-MARK-SECTION
                    WS-MARK-UPDATED
               WITH POINTER WS-MARK-PTR
           END-UNSTRING

           PERFORM VARYING WS-MARK-LEN FROM 4096 BY -1
               UNTIL WS-MARK-LEN < 1
               IF WS-MARK-LINE(WS-MARK-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MARK-LEN < WS-MARK-PTR + 3
               EXIT PARAGRAPH
           END-IF
           IF WS-MARK-LINE(WS-MARK-LEN - 2:3) NOT = "-->"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MARK-TITLE-LEN = WS-MARK-LEN - 3 - WS-MARK-PTR + 1
           IF WS-MARK-TITLE-LEN > 120
               MOVE 120 TO WS-MARK-TITLE-LEN
           END-IF
           MOVE WS-MARK-LINE(WS-MARK-PTR:WS-MARK-TITLE-LEN)
               TO WS-MARK-TITLE
           .

*> Whatever the page left out: template "default", the section its
*> first folder, the title its file name, "updated" today for a
*> fresh body
       DEFAULT-PAGE-META.
           IF WS-META-TEMPLATE = SPACES
               MOVE "default" TO WS-META-TEMPLATE
           END-IF
           MOVE 0 TO WS-META-TEMPLATE-LEN
           INSPECT WS-META-TEMPLATE TALLYING WS-META-TEMPLATE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-META-SECTION = SPACES AND WS-FOLDER-LEN > 1
               MOVE 0 TO WS-SEG-LEN
               INSPECT LS-URL-PATH(2:WS-FOLDER-LEN - 1) TALLYING
                   WS-SEG-LEN FOR CHARACTERS BEFORE INITIAL "/"
               IF WS-SEG-LEN > 0
                   MOVE LS-URL-PATH(2:WS-SEG-LEN) TO WS-META-SECTION
               END-IF
           END-IF
           PERFORM VARYING WS-META-SECTION-LEN FROM 32 BY -1
               UNTIL WS-META-SECTION-LEN < 1
               IF WS-META-SECTION(WS-META-SECTION-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-META-TITLE = SPACES
               MOVE LS-URL-PATH(WS-FOLDER-LEN + 1:
                   WS-URL-LEN - WS-FOLDER-LEN - 5) TO WS-META-TITLE
           END-IF
           PERFORM VARYING WS-META-TITLE-LEN FROM 120 BY -1
               UNTIL WS-META-TITLE-LEN < 1
               IF WS-META-TITLE(WS-META-TITLE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PAGE-KIND = "S" OR WS-META-UPDATED = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO WS-META-UPDATED
               STRING WS-CURRENT-DATE(1:4) "-"
                      WS-CURRENT-DATE(5:2) "-"
                      WS-CURRENT-DATE(7:2)
                      DELIMITED BY SIZE
                   INTO WS-META-UPDATED
               END-STRING
           END-IF
           .

*> "Last updated 2026-10-15 by HR" - the department that owns the
*> path, per OWNERS.CFG; an unowned page just gives the date
       BUILD-FOOTER.
           MOVE LS-URL-PATH TO WS-OWN-PATH
           MOVE 0 TO WS-OWN-FOUND
           CALL "OWNER-LOOKUP" USING WS-OWN-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           MOVE SPACES TO WS-FOOTER
           IF WS-OWN-FOUND = 1
               STRING "Last updated " DELIMITED BY SIZE
                      WS-META-UPDATED DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      WS-OWN-NAME DELIMITED BY SPACE
                   INTO WS-FOOTER
               END-STRING
           ELSE
               STRING "Last updated " DELIMITED BY SIZE
                      WS-META-UPDATED DELIMITED BY SIZE
                   INTO WS-FOOTER
               END-STRING
           END-IF
           PERFORM VARYING WS-FOOTER-LEN FROM 160 BY -1
               UNTIL WS-FOOTER-LEN < 1
               IF WS-FOOTER(WS-FOOTER-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Home, then each folder on the way down (labelled with its
*> index page's title, or its own name), then this page unlinked.
*> A folder's index.html stands for its folder, so it is not
*> listed twice
       BUILD-BREADCRUMBS.
           MOVE SPACES TO WS-CRUMBS
           MOVE 1 TO WS-CRUMBS-PTR
           IF WS-URL-LEN NOT = 11 OR
              LS-URL-PATH(1:11) NOT = "/index.html"
               STRING '<a href="/">Home</a>' DELIMITED BY SIZE
                   INTO WS-CRUMBS WITH POINTER WS-CRUMBS-PTR
               END-STRING
               MOVE 2 TO WS-SEG-START
               PERFORM VARYING WS-SCAN-POS FROM 2 BY 1
                   UNTIL WS-SCAN-POS > WS-FOLDER-LEN
                   IF LS-URL-PATH(WS-SCAN-POS:1) = "/"
                       PERFORM ADD-FOLDER-CRUMB
                       COMPUTE WS-SEG-START = WS-SCAN-POS + 1
                   END-IF
               END-PERFORM
               STRING " &rsaquo; " DELIMITED BY SIZE
                   INTO WS-CRUMBS WITH POINTER WS-CRUMBS-PTR
               END-STRING
           END-IF
           STRING "<span>" DELIMITED BY SIZE
                  WS-META-TITLE(1:WS-META-TITLE-LEN) DELIMITED BY SIZE
                  "</span>" DELIMITED BY SIZE
               INTO WS-CRUMBS WITH POINTER WS-CRUMBS-PTR
           END-STRING
           COMPUTE WS-CRUMBS-LEN = WS-CRUMBS-PTR - 1
           .

       ADD-FOLDER-CRUMB.
           IF WS-PAGE-IS-INDEX = 1 AND WS-SCAN-POS = WS-FOLDER-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEG-LEN = WS-SCAN-POS - WS-SEG-START
           IF WS-SEG-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PEEK-NAME
           STRING WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                  LS-URL-PATH(1:WS-SCAN-POS) DELIMITED BY SIZE
                  "index.html" DELIMITED BY SIZE
               INTO WS-PEEK-NAME
           END-STRING
           PERFORM PEEK-PAGE-META
           MOVE SPACES TO WS-CRUMB-LABEL
           IF WS-PEEK-FOUND = 1
               MOVE WS-PEEK-TITLE TO WS-CRUMB-LABEL
           ELSE
               MOVE LS-URL-PATH(WS-SEG-START:WS-SEG-LEN)
                   TO WS-CRUMB-LABEL
           END-IF
           PERFORM VARYING WS-CRUMB-LABEL-LEN FROM 120 BY -1
               UNTIL WS-CRUMB-LABEL-LEN < 1
               IF WS-CRUMB-LABEL(WS-CRUMB-LABEL-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           STRING ' &rsaquo; <a href="' DELIMITED BY SIZE
                  LS-URL-PATH(1:WS-SCAN-POS) DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  WS-CRUMB-LABEL(1:WS-CRUMB-LABEL-LEN)
                      DELIMITED BY SIZE
                  "</a>" DELIMITED BY SIZE
               INTO WS-CRUMBS WITH POINTER WS-CRUMBS-PTR
           END-STRING
           .

*> Title and menu order of another assembled page (WS-PEEK-NAME);
*> WS-PEEK-OPENED says whether the file was there at all
       PEEK-PAGE-META.
           MOVE 0 TO WS-PEEK-OPENED
           MOVE 0 TO WS-PEEK-FOUND
           MOVE SPACES TO WS-PEEK-TITLE
           MOVE 9999 TO WS-PEEK-ORDER
           OPEN INPUT PEEK-FILE
           IF WS-PEEK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PEEK-OPENED
           MOVE 0 TO WS-PEEK-EOF
           PERFORM UNTIL WS-PEEK-EOF = 1
               READ PEEK-FILE
                   AT END
                       MOVE 1 TO WS-PEEK-EOF
                   NOT AT END
                       IF PEEK-RECORD(1:9) = "<!--page|"
                           MOVE PEEK-RECORD TO WS-MARK-LINE
                           PERFORM PARSE-MARK-LINE
                           MOVE 1 TO WS-PEEK-FOUND
                           MOVE 1 TO WS-PEEK-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEEK-FILE
           IF WS-PEEK-FOUND = 1
               MOVE WS-MARK-TITLE TO WS-PEEK-TITLE
               IF WS-MARK-ORDER(1:4) IS NUMERIC
                   MOVE WS-MARK-ORDER(1:4) TO WS-PEEK-ORDER
               END-IF
           END-IF
           .

*> One template line out, placeholders filled. {{NAV}} and {{BODY}}
*> are whole blocks of lines: text before them goes out as its own
*> line, text after them starts a fresh one
       EXPAND-TEMPLATE-LINE.
           PERFORM VARYING WS-TPL-LEN FROM 4096 BY -1
               UNTIL WS-TPL-LEN < 1
               IF TEMPLATE-RECORD(WS-TPL-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 0 TO WS-OUT-BLOCK
           MOVE 1 TO WS-TPL-POS
           PERFORM UNTIL WS-TPL-POS > WS-TPL-LEN
               IF WS-TPL-POS < WS-TPL-LEN AND
                  TEMPLATE-RECORD(WS-TPL-POS:2) = "{{"
                   PERFORM EXPAND-PLACEHOLDER
               ELSE
                   STRING TEMPLATE-RECORD(WS-TPL-POS:1)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 1 TO WS-TPL-POS
               END-IF
           END-PERFORM
           IF WS-OUT-BLOCK = 0 OR WS-OUT-PTR > 1
               PERFORM EMIT-OUT-LINE
           END-IF
           .

       EXPAND-PLACEHOLDER.
           MOVE 0 TO WS-CLOSE-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-TPL-POS BY 1
               UNTIL WS-SCAN-POS >= WS-TPL-LEN OR
                     WS-SCAN-POS > WS-TPL-POS + 16
               IF WS-SCAN-POS > WS-TPL-POS + 1 AND
                  TEMPLATE-RECORD(WS-SCAN-POS:2) = "}}"
                   MOVE WS-SCAN-POS TO WS-CLOSE-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PH-NAME
           IF WS-CLOSE-POS > WS-TPL-POS + 2
               MOVE TEMPLATE-RECORD(WS-TPL-POS + 2:
                   WS-CLOSE-POS - WS-TPL-POS - 2) TO WS-PH-NAME
           END-IF

           EVALUATE WS-PH-NAME
               WHEN "TITLE"
                   STRING WS-META-TITLE(1:WS-META-TITLE-LEN)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN "SECTION"
                   IF WS-META-SECTION-LEN > 0
                       STRING WS-META-SECTION(1:WS-META-SECTION-LEN)
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                       END-STRING
                   END-IF
               WHEN "BREADCRUMBS"
                   STRING WS-CRUMBS(1:WS-CRUMBS-LEN) DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN "FOOTER"
                   STRING WS-FOOTER(1:WS-FOOTER-LEN) DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN "NAV"
                   IF WS-OUT-PTR > 1
                       PERFORM EMIT-OUT-LINE
                   END-IF
                   PERFORM WRITE-NAVIGATION
                   MOVE 1 TO WS-OUT-BLOCK
               WHEN "BODY"
                   IF WS-OUT-PTR > 1
                       PERFORM EMIT-OUT-LINE
                   END-IF
                   PERFORM WRITE-PAGE-BODY
                   MOVE 1 TO WS-OUT-BLOCK
               WHEN OTHER
*> Not one of ours - the braces go out as written
                   STRING "{{" DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 2 TO WS-TPL-POS
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-TPL-POS = WS-CLOSE-POS + 2
           .

       EMIT-OUT-LINE.
           MOVE SPACES TO PAGE-OUT-RECORD
           IF WS-OUT-PTR > 1
               MOVE WS-OUT-LINE(1:WS-OUT-PTR - 1) TO PAGE-OUT-RECORD
           END-IF
           WRITE PAGE-OUT-RECORD
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           .

*> The marker line, the body lines exactly as the author wrote
*> them, the closing marker
       WRITE-PAGE-BODY.
           STRING "<!--page|" DELIMITED BY SIZE
                  WS-META-TEMPLATE(1:WS-META-TEMPLATE-LEN)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-META-ORDER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-META-SECTION-LEN > 0
               STRING WS-META-SECTION(1:WS-META-SECTION-LEN)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING "|" DELIMITED BY SIZE
                  WS-META-UPDATED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-META-TITLE(1:WS-META-TITLE-LEN) DELIMITED BY SIZE
                  "-->" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM EMIT-OUT-LINE

           OPEN INPUT PAGE-IN
           IF WS-IN-STATUS = "00"
               MOVE 0 TO WS-LINE-NO
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PAGE-IN
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO > WS-BODY-LAST
                               MOVE 1 TO WS-EOF
                           ELSE
                               IF WS-LINE-NO >= WS-BODY-FIRST
                                   MOVE PAGE-IN-RECORD
                                       TO PAGE-OUT-RECORD
                                   WRITE PAGE-OUT-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGE-IN
           END-IF

           MOVE "<!--/page-->" TO WS-OUT-LINE
           MOVE 13 TO WS-OUT-PTR
           PERFORM EMIT-OUT-LINE
           .

*> The site menu from the top-level folders, then - for a page
*> below the top - the pages of its own folder
       WRITE-NAVIGATION.
           MOVE SPACES TO WS-LIST-FOLDER
           MOVE "/" TO WS-LIST-FOLDER
           MOVE 1 TO WS-LIST-FOLDER-LEN
           PERFORM LIST-ONE-FOLDER

           STRING '<ul class="site-nav">' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM EMIT-OUT-LINE
           IF WS-URL-LEN = 11 AND LS-URL-PATH(1:11) = "/index.html"
               STRING '<li class="current"><a href="/">Home</a></li>'
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING '<li><a href="/">Home</a></li>'
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           PERFORM EMIT-OUT-LINE
           MOVE 1 TO WS-NAV-TOP
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ENTRY-COUNT
               PERFORM WRITE-NAV-ITEM
           END-PERFORM
           STRING "</ul>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM EMIT-OUT-LINE

           IF WS-FOLDER-LEN < 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOLDER-URL TO WS-LIST-FOLDER
           MOVE WS-FOLDER-LEN TO WS-LIST-FOLDER-LEN
           PERFORM LIST-ONE-FOLDER
           STRING '<ul class="folder-nav">' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM EMIT-OUT-LINE
           MOVE 0 TO WS-NAV-TOP
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ENTRY-COUNT
               PERFORM WRITE-NAV-ITEM
           END-PERFORM
           STRING "</ul>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM EMIT-OUT-LINE
           .

*> The current page, or in the top menu the folder its section
*> names, is marked class="current"
       WRITE-NAV-ITEM.
           MOVE 0 TO WS-NAV-CURRENT
           IF WS-ENT-URL(WS-I) = LS-URL-PATH
               MOVE 1 TO WS-NAV-CURRENT
           END-IF
           IF WS-NAV-TOP = 1 AND WS-ENT-DIR(WS-I) = 1 AND
              WS-META-SECTION NOT = SPACES AND
              WS-ENT-NAME(WS-I) = WS-META-SECTION
               MOVE 1 TO WS-NAV-CURRENT
           END-IF
           PERFORM VARYING WS-TITLE-LEN FROM 120 BY -1
               UNTIL WS-TITLE-LEN < 1
               IF WS-ENT-TITLE(WS-I)(WS-TITLE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TITLE-LEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-NAV-CURRENT = 1
               STRING '<li class="current">' DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING "<li>" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING '<a href="' DELIMITED BY SIZE
                  WS-ENT-URL(WS-I) DELIMITED BY SPACE
                  '">' DELIMITED BY SIZE
                  WS-ENT-TITLE(WS-I)(1:WS-TITLE-LEN) DELIMITED BY SIZE
                  "</a></li>" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM EMIT-OUT-LINE
           .

*> The folder's sub-folders (those with an index.html) and assembled
*> pages, through the same shelled-out "find" the tree walkers use;
*> the page being assembled stands in for its own live copy, which
*> may be stale or not exist yet
       LIST-ONE-FOLDER.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE SPACES TO WS-DIR-PATH
           STRING WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                  WS-LIST-FOLDER(1:WS-LIST-FOLDER-LEN)
                      DELIMITED BY SIZE
               INTO WS-DIR-PATH
           END-STRING
           DISPLAY "ASSEMBLE_DIR" UPON ENVIRONMENT-NAME
           DISPLAY WS-DIR-PATH UPON ENVIRONMENT-VALUE
           DISPLAY "ASSEMBLE_LIST" UPON ENVIRONMENT-NAME
           DISPLAY WS-LIST-NAME UPON ENVIRONMENT-VALUE
           MOVE 'find "$ASSEMBLE_DIR" -mindepth 1 -maxdepth 1 \( -type'
               & " d -o -type f -name '*.html' \) -printf '%y %f\n' >"
               & ' "$ASSEMBLE_LIST" 2>/dev/null' TO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               MOVE 0 TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = 1
                   READ LIST-FILE
                       AT END
                           MOVE 1 TO WS-LIST-EOF
                       NOT AT END
                           PERFORM ADD-LISTED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF

           IF WS-LIST-FOLDER(1:WS-LIST-FOLDER-LEN) =
              WS-FOLDER-URL(1:WS-FOLDER-LEN) AND
              WS-LIST-FOLDER-LEN = WS-FOLDER-LEN AND
              WS-ENTRY-COUNT < 64 AND
              (WS-FOLDER-LEN > 1 OR WS-PAGE-IS-INDEX = 0)
               ADD 1 TO WS-ENTRY-COUNT
               MOVE LS-URL-PATH TO WS-ENT-URL(WS-ENTRY-COUNT)
               MOVE SPACES TO WS-ENT-NAME(WS-ENTRY-COUNT)
               MOVE WS-META-TITLE TO WS-ENT-TITLE(WS-ENTRY-COUNT)
               MOVE WS-META-ORDER TO WS-ENT-ORDER(WS-ENTRY-COUNT)
               MOVE 0 TO WS-ENT-DIR(WS-ENTRY-COUNT)
           END-IF
           PERFORM SORT-ENTRIES
           .

*> "d name" or "f name" from the listing
       ADD-LISTED-ENTRY.
           IF WS-ENTRY-COUNT >= 64
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIST-ITEM
           MOVE LIST-RECORD(3:120) TO WS-LIST-ITEM
           IF WS-LIST-ITEM(1:1) = "." OR WS-LIST-ITEM(1:1) = "_" OR
              WS-LIST-ITEM(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LIST-ITEM-LEN FROM 120 BY -1
               UNTIL WS-LIST-ITEM-LEN < 1
               IF WS-LIST-ITEM(WS-LIST-ITEM-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LIST-ITEM-LEN > 64
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ITEM-URL
           IF LIST-RECORD(1:1) = "d"
               STRING WS-LIST-FOLDER(1:WS-LIST-FOLDER-LEN)
                          DELIMITED BY SIZE
                      WS-LIST-ITEM(1:WS-LIST-ITEM-LEN)
                          DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                   INTO WS-ITEM-URL
               END-STRING
*> The folder whose index is the page being assembled
               IF WS-PAGE-IS-INDEX = 1 AND WS-ITEM-URL = WS-FOLDER-URL
                   MOVE 1 TO WS-PEEK-OPENED
                   MOVE 1 TO WS-PEEK-FOUND
                   MOVE WS-META-TITLE TO WS-PEEK-TITLE
                   MOVE WS-META-ORDER TO WS-PEEK-ORDER
               ELSE
                   MOVE SPACES TO WS-PEEK-NAME
                   STRING WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                          WS-ITEM-URL DELIMITED BY SPACE
                          "index.html" DELIMITED BY SIZE
                       INTO WS-PEEK-NAME
                   END-STRING
                   PERFORM PEEK-PAGE-META
               END-IF
               IF WS-PEEK-OPENED = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-PEEK-FOUND = 0
                   MOVE WS-LIST-ITEM TO WS-PEEK-TITLE
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE 1 TO WS-ENT-DIR(WS-ENTRY-COUNT)
           ELSE
               STRING WS-LIST-FOLDER(1:WS-LIST-FOLDER-LEN)
                          DELIMITED BY SIZE
                      WS-LIST-ITEM(1:WS-LIST-ITEM-LEN)
                          DELIMITED BY SIZE
                   INTO WS-ITEM-URL
               END-STRING
*> The page itself is added from its own metadata; the site's home
*> page is the fixed "Home" entry
               IF WS-ITEM-URL = LS-URL-PATH
                   EXIT PARAGRAPH
               END-IF
               IF WS-LIST-FOLDER-LEN = 1 AND
                  WS-LIST-ITEM(1:WS-LIST-ITEM-LEN) = "index.html"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-PEEK-NAME
               STRING WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                      WS-ITEM-URL DELIMITED BY SPACE
                   INTO WS-PEEK-NAME
               END-STRING
               PERFORM PEEK-PAGE-META
               IF WS-PEEK-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE 0 TO WS-ENT-DIR(WS-ENTRY-COUNT)
           END-IF
           MOVE WS-ITEM-URL TO WS-ENT-URL(WS-ENTRY-COUNT)
           MOVE WS-LIST-ITEM TO WS-ENT-NAME(WS-ENTRY-COUNT)
           MOVE WS-PEEK-TITLE TO WS-ENT-TITLE(WS-ENTRY-COUNT)
           MOVE WS-PEEK-ORDER TO WS-ENT-ORDER(WS-ENTRY-COUNT)
           .

*> Menu order, then title - a handful of entries, so a plain
*> exchange sort
       SORT-ENTRIES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-ENTRY-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ENTRY-COUNT - WS-I
                   IF WS-ENT-ORDER(WS-J) > WS-ENT-ORDER(WS-J + 1) OR
                      (WS-ENT-ORDER(WS-J) = WS-ENT-ORDER(WS-J + 1) AND
                       WS-ENT-TITLE(WS-J) > WS-ENT-TITLE(WS-J + 1))
                       MOVE WS-ENTRY(WS-J) TO WS-ENTRY-HOLD
                       MOVE WS-ENTRY(WS-J + 1) TO WS-ENTRY(WS-J)
                       MOVE WS-ENTRY-HOLD TO WS-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
