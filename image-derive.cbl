*> Standalone batch job: nightly image derivative pass over DOC-ROOT.
*> Pages embedding a full-size camera original cost every visitor
*> megabytes for a picture shown at a few hundred pixels; this job
*> builds each JPEG/PNG original's thumbnail and web-sized rendition
*> once (through IMAGE-RENDER, which UPLOAD-SCAN also calls for each
*> image it promotes), and the serving path hands a rendition out
*> for "?size=thumb" or "?size=web". Freshness is per file, as in
*> GZIP-PRECOMP: a rendition newer than its original is left alone,
*> an original changed since is re-rendered, and a rendition whose
*> original was deleted is removed so it can't outlive its image.
*>
*> Usage: image-derive          the whole document root
*>        image-derive <file>   just that one original
IDENTIFICATION DIVISION.
       PROGRAM-ID. IMAGE-DERIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT FILE-LIST ASSIGN TO "IMAGE-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILELIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  FILE-LIST.
       01  FILE-LIST-RECORD     PIC X(512).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".

       01 WS-CFG-STATUS         PIC XX.
       01 WS-FILELIST-STATUS    PIC XX.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-FILELIST-EOF       PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-COMMAND-LINE       PIC X(512).
       01 WS-DOCROOT-ARG        PIC X(256).
       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-SHELL-CMD          PIC X(2400).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.

       01 WS-SRC-FILE           PIC X(512).
       01 WS-RENDER-RESULT      PIC X.

       01 WS-BUILT-COUNT        PIC 9(6) VALUE 0.
       01 WS-FRESH-COUNT        PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(6) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               PERFORM DERIVE-NAMED-FILE
               STOP RUN
           END-IF

           DISPLAY "IMAGE-DERIVE: starting image derivative pass"

           PERFORM READ-CONFIG-FILE

           MOVE 0 TO WS-ROOT-LEN
           INSPECT DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ROOT-LEN = 0 OR DOC-ROOT(1:WS-ROOT-LEN) = "."
               MOVE "." TO WS-DOCROOT-ARG
           ELSE
               MOVE DOC-ROOT(1:WS-ROOT-LEN) TO WS-DOCROOT-ARG
           END-IF

*> Orphaned renditions first: "x.thumb.jpg" or "x.web.jpg" whose
*> "x.jpg" is gone must not keep being served
           MOVE SPACES TO WS-SHELL-CMD
           STRING "find '" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "' -type f -regextype posix-extended"
                  DELIMITED BY SIZE
                  " -iregex '.*\.(thumb|web)\.(jpe?g|png)'"
                  DELIMITED BY SIZE
                  " | while read g; do b=""${g%.*}""; "
                  DELIMITED BY SIZE
                  'e="${g##*.}"; '
                  DELIMITED BY SIZE
                  '[ -f "${b%.*}.$e" ] || rm -f "$g"; done'
                  DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

*> The originals - every JPEG/PNG that is not itself a rendition
           MOVE SPACES TO WS-SHELL-CMD
           STRING "find '" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "' -type f -regextype posix-extended"
                  DELIMITED BY SIZE
                  " -iregex '.*\.(jpe?g|png)'"
                  DELIMITED BY SIZE
                  " ! -iregex '.*\.(thumb|web)\.(jpe?g|png)'"
                  DELIMITED BY SIZE
                  " > IMAGE-FILES.TMP"
                  DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT FILE-LIST
           IF WS-FILELIST-STATUS = "00"
               MOVE 0 TO WS-FILELIST-EOF
               PERFORM UNTIL WS-FILELIST-EOF = 1
                   READ FILE-LIST INTO WS-SRC-FILE
                       AT END
                           MOVE 1 TO WS-FILELIST-EOF
                       NOT AT END
                           PERFORM DERIVE-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST
           END-IF

           CALL "CBL_DELETE_FILE" USING "IMAGE-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE WS-BUILT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "IMAGE-DERIVE: rendered " WS-COUNT-DISPLAY
               " image(s)"
           MOVE WS-FRESH-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "IMAGE-DERIVE: " WS-COUNT-DISPLAY
               " already fresh"
           IF WS-FAILED-COUNT > 0
               MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "IMAGE-DERIVE: " WS-COUNT-DISPLAY
                   " failed - is ImageMagick installed?"
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

           IF WS-CFG-KEY = "DOC_ROOT"
               MOVE WS-CFG-VALUE TO DOC-ROOT
           END-IF
           .

       DERIVE-ONE-FILE.
           CALL "IMAGE-RENDER" USING WS-SRC-FILE WS-RENDER-RESULT
           END-CALL
           EVALUATE WS-RENDER-RESULT
               WHEN "B"
                   ADD 1 TO WS-BUILT-COUNT
               WHEN "F"
                   ADD 1 TO WS-FRESH-COUNT
               WHEN "E"
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "IMAGE-DERIVE: could not render "
                       WS-SRC-FILE(1:80)
           END-EVALUATE
           .

*> One original named on the command line - for an operator
*> re-rendering a single replaced image without a full pass
       DERIVE-NAMED-FILE.
           MOVE WS-COMMAND-LINE TO WS-SRC-FILE
           CALL "IMAGE-RENDER" USING WS-SRC-FILE WS-RENDER-RESULT
           END-CALL
           EVALUATE WS-RENDER-RESULT
               WHEN "B"
                   DISPLAY "IMAGE-DERIVE: rendered "
                       WS-SRC-FILE(1:80)
               WHEN "F"
                   DISPLAY "IMAGE-DERIVE: already fresh: "
                       WS-SRC-FILE(1:80)
               WHEN "N"
                   DISPLAY "IMAGE-DERIVE: not a JPEG/PNG original: "
                       WS-SRC-FILE(1:80)
               WHEN OTHER
                   DISPLAY "IMAGE-DERIVE: could not render "
                       WS-SRC-FILE(1:80)
           END-EVALUATE
           .
