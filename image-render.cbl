*> Shared image rendition builder: given one JPEG or PNG original,
*> makes sure its two served renditions exist and are current -
*>
*>     <name>.thumb.<ext>   fits within THUMB_PX x THUMB_PX
*>     <name>.web.<ext>     fits within WEB_PX x WEB_PX
*>
*> both written beside the original, so "photo.jpg" gets
*> "photo.thumb.jpg" and "photo.web.jpg". The serving path hands
*> one out in place of the original for "?size=thumb" or
*> "?size=web". The scaling itself is ImageMagick's "convert"
*> (auto-oriented, metadata stripped, never enlarged), written to a
*> ".part" scratch twin and moved into place so a request never sees
*> a half-written rendition. Freshness is the same "-nt" test
*> GZIP-PRECOMP applies: a rendition newer than its original is
*> left alone.
*>
*> Sizes and JPEG quality come from IMAGE-DERIVE.CFG (read once per
*> run; THUMB_PX=200, WEB_PX=1280, QUALITY=82 when absent).
*>
*> LS-RESULT: "B" at least one rendition (re)built, "F" both already
*> fresh, "N" not an original (not .jpg/.jpeg/.png, or itself a
*> rendition), "E" the image tool failed (no rendition replaced).
*>
*> Called by IMAGE-DERIVE for the nightly pass and by UPLOAD-SCAN
*> for each image it promotes.
IDENTIFICATION DIVISION.
       PROGRAM-ID. IMAGE-RENDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIZE-CONFIG ASSIGN TO "IMAGE-DERIVE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIZECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIZE-CONFIG.
       01  SIZE-CONFIG-RECORD   PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-SIZECFG-STATUS     PIC XX.
       01 WS-SIZECFG-EOF        PIC 9 VALUE 0.
       01 WS-SIZECFG-LOADED     PIC 9 VALUE 0.

       01 WS-THUMB-PX           PIC 9(4) VALUE 200.
       01 WS-WEB-PX             PIC 9(4) VALUE 1280.
       01 WS-JPEG-QUALITY       PIC 9(3) VALUE 82.

       01 WS-SRC-FILE           PIC X(512).
       01 WS-FILE-LEN           PIC 9(4) COMP.
       01 WS-DOT-POS            PIC 9(4) COMP.
       01 WS-SLASH-POS          PIC 9(4) COMP.
       01 WS-SCAN-IDX           PIC 9(4) COMP.
       01 WS-EXT                PIC X(8).
       01 WS-EXT-LEN            PIC 9(4) COMP.
       01 WS-EXT-UPPER          PIC X(8).
       01 WS-IMAGE-FORMAT       PIC X(8).
       01 WS-STEM-UPPER         PIC X(512).

*> The original, shell-quoted the same '\''-escaped way GZIP-PRECOMP
*> quotes a filename; the stem is the quoted path up to (not
*> including) the extension's dot
       01 WS-SRC-FILE-ESC       PIC X(2100).
       01 WS-SRC-FILE-ESC-LEN   PIC 9(4) COMP.
       01 WS-STEM-ESC-LEN       PIC 9(4) COMP.
       01 WS-SQ-PTR             PIC 9(8) COMP-5.
       01 WS-SQ-IDX             PIC 9(4) COMP.

*> The rendition being worked on
       01 WS-RND-TAG            PIC X(8).
       01 WS-RND-PX             PIC 9(4).
       01 WS-NUM-EDIT           PIC Z(3)9.
       01 WS-NUM-TEXT           PIC X(4).
       01 WS-NUM-LEAD           PIC 9(4) COMP.
       01 WS-PX-TEXT            PIC X(4).
       01 WS-PX-LEN             PIC 9(4) COMP.
       01 WS-QUAL-TEXT          PIC X(4).
       01 WS-QUAL-LEN           PIC 9(4) COMP.

       01 WS-SHELL-CMD          PIC X(9000).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01 LS-SRC-PATH           PIC X(512).
       01 LS-RESULT             PIC X.

       PROCEDURE DIVISION USING LS-SRC-PATH LS-RESULT.

       MAIN-LOGIC.
           MOVE "N" TO LS-RESULT
           MOVE LS-SRC-PATH TO WS-SRC-FILE

           MOVE 0 TO WS-FILE-LEN
           PERFORM VARYING WS-FILE-LEN FROM 512 BY -1
               UNTIL WS-FILE-LEN < 1
               IF WS-SRC-FILE(WS-FILE-LEN:1) NOT = SPACE AND
                  WS-SRC-FILE(WS-FILE-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FILE-LEN = 0
               GOBACK
           END-IF

           PERFORM CLASSIFY-SOURCE
           IF WS-IMAGE-FORMAT = SPACES
               GOBACK
           END-IF

           IF WS-SIZECFG-LOADED = 0
               PERFORM READ-SIZE-CONFIG
               MOVE 1 TO WS-SIZECFG-LOADED
           END-IF

           PERFORM SHELL-QUOTE-SRC-FILE
           COMPUTE WS-STEM-ESC-LEN =
               WS-SRC-FILE-ESC-LEN - WS-EXT-LEN - 1

           MOVE WS-JPEG-QUALITY TO WS-NUM-EDIT
           PERFORM TRIM-NUMBER
           MOVE WS-NUM-TEXT TO WS-QUAL-TEXT
           COMPUTE WS-QUAL-LEN = 4 - WS-NUM-LEAD

           MOVE "F" TO LS-RESULT

           MOVE "thumb" TO WS-RND-TAG
           MOVE WS-THUMB-PX TO WS-RND-PX
           PERFORM RENDER-ONE-SIZE

           MOVE "web" TO WS-RND-TAG
           MOVE WS-WEB-PX TO WS-RND-PX
           PERFORM RENDER-ONE-SIZE

           GOBACK.

*> An original is a .jpg/.jpeg/.png (any case) whose name is not
*> itself "<name>.thumb.<ext>" or "<name>.web.<ext>" - renditions of
*> renditions would multiply without end. WS-IMAGE-FORMAT comes back
*> blank for anything else.
       CLASSIFY-SOURCE.
           MOVE SPACES TO WS-IMAGE-FORMAT
           MOVE 0 TO WS-DOT-POS
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-IDX FROM WS-FILE-LEN BY -1
               UNTIL WS-SCAN-IDX < 1
               IF WS-SRC-FILE(WS-SCAN-IDX:1) = "/"
                   MOVE WS-SCAN-IDX TO WS-SLASH-POS
                   EXIT PERFORM
               END-IF
               IF WS-SRC-FILE(WS-SCAN-IDX:1) = "." AND
                  WS-DOT-POS = 0
                   MOVE WS-SCAN-IDX TO WS-DOT-POS
               END-IF
           END-PERFORM
           IF WS-DOT-POS = 0 OR WS-DOT-POS <= WS-SLASH-POS + 1
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXT-LEN = WS-FILE-LEN - WS-DOT-POS
           IF WS-EXT-LEN < 3 OR WS-EXT-LEN > 4
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXT
           MOVE WS-SRC-FILE(WS-DOT-POS + 1:WS-EXT-LEN) TO WS-EXT
           MOVE WS-EXT TO WS-EXT-UPPER
           INSPECT WS-EXT-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-EXT-UPPER
               WHEN "JPG"
               WHEN "JPEG"
                   MOVE "JPEG" TO WS-IMAGE-FORMAT
               WHEN "PNG"
                   MOVE "PNG" TO WS-IMAGE-FORMAT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO WS-STEM-UPPER
           MOVE WS-SRC-FILE(1:WS-DOT-POS - 1) TO WS-STEM-UPPER
           INSPECT WS-STEM-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-DOT-POS > 7
               IF WS-STEM-UPPER(WS-DOT-POS - 6:6) = ".THUMB"
                   MOVE SPACES TO WS-IMAGE-FORMAT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DOT-POS > 5
               IF WS-STEM-UPPER(WS-DOT-POS - 4:4) = ".WEB"
                   MOVE SPACES TO WS-IMAGE-FORMAT
               END-IF
           END-IF
           .

       READ-SIZE-CONFIG.
           OPEN INPUT SIZE-CONFIG
           IF WS-SIZECFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SIZECFG-EOF
           PERFORM UNTIL WS-SIZECFG-EOF = 1
               READ SIZE-CONFIG
                   AT END
                       MOVE 1 TO WS-SIZECFG-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SIZE-CONFIG-RECORD(1:9) =
                                    "THUMB_PX=" AND
                                SIZE-CONFIG-RECORD(10:1) NUMERIC
                               COMPUTE WS-THUMB-PX =
                                   FUNCTION NUMVAL
                                       (SIZE-CONFIG-RECORD(10:4))
                           WHEN SIZE-CONFIG-RECORD(1:7) =
                                    "WEB_PX=" AND
                                SIZE-CONFIG-RECORD(8:1) NUMERIC
                               COMPUTE WS-WEB-PX =
                                   FUNCTION NUMVAL
                                       (SIZE-CONFIG-RECORD(8:4))
                           WHEN SIZE-CONFIG-RECORD(1:8) =
                                    "QUALITY=" AND
                                SIZE-CONFIG-RECORD(9:1) NUMERIC
                               COMPUTE WS-JPEG-QUALITY =
                                   FUNCTION NUMVAL
                                       (SIZE-CONFIG-RECORD(9:3))
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SIZE-CONFIG

           IF WS-THUMB-PX = 0
               MOVE 200 TO WS-THUMB-PX
           END-IF
           IF WS-WEB-PX = 0
               MOVE 1280 TO WS-WEB-PX
           END-IF
           IF WS-JPEG-QUALITY = 0 OR WS-JPEG-QUALITY > 100
               MOVE 82 TO WS-JPEG-QUALITY
           END-IF
           .

*> One rendition (WS-RND-TAG at WS-RND-PX): left alone when newer
*> than the original, otherwise scaled into "<stem>.<tag>.<ext>.part"
*> and moved over the old one. A failed conversion leaves the old
*> rendition (if any) where it was and clears the scratch file.
       RENDER-ONE-SIZE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "[ '" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-STEM-ESC-LEN)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RND-TAG DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-EXT(1:WS-EXT-LEN) DELIMITED BY SIZE
                  "' -nt '" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-SRC-FILE-ESC-LEN)
                      DELIMITED BY SIZE
                  "' ]" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RND-PX TO WS-NUM-EDIT
           PERFORM TRIM-NUMBER
           MOVE WS-NUM-TEXT TO WS-PX-TEXT
           COMPUTE WS-PX-LEN = 4 - WS-NUM-LEAD

           MOVE SPACES TO WS-SHELL-CMD
           STRING "convert '" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-SRC-FILE-ESC-LEN)
                      DELIMITED BY SIZE
                  "' -auto-orient -strip -resize " DELIMITED BY SIZE
                  WS-PX-TEXT(1:WS-PX-LEN) DELIMITED BY SIZE
                  "x" DELIMITED BY SIZE
                  WS-PX-TEXT(1:WS-PX-LEN) DELIMITED BY SIZE
                  "'>' -quality " DELIMITED BY SIZE
                  WS-QUAL-TEXT(1:WS-QUAL-LEN) DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  WS-IMAGE-FORMAT DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-STEM-ESC-LEN)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RND-TAG DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-EXT(1:WS-EXT-LEN) DELIMITED BY SIZE
                  ".part' 2>/dev/null && mv -f '" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-STEM-ESC-LEN)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RND-TAG DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-EXT(1:WS-EXT-LEN) DELIMITED BY SIZE
                  ".part' '" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-STEM-ESC-LEN)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RND-TAG DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-EXT(1:WS-EXT-LEN) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           IF WS-SHELL-RC = 0
               IF LS-RESULT NOT = "E"
                   MOVE "B" TO LS-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO LS-RESULT
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f '" DELIMITED BY SIZE
                  WS-SRC-FILE-ESC(1:WS-STEM-ESC-LEN)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RND-TAG DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-EXT(1:WS-EXT-LEN) DELIMITED BY SIZE
                  ".part'" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> WS-NUM-EDIT's digits, left-justified into WS-NUM-TEXT; the count
*> of leading blanks dropped is left in WS-NUM-LEAD
       TRIM-NUMBER.
           MOVE 0 TO WS-NUM-LEAD
           INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-NUM-TEXT
           MOVE WS-NUM-EDIT(WS-NUM-LEAD + 1:4 - WS-NUM-LEAD)
               TO WS-NUM-TEXT
           .

       SHELL-QUOTE-SRC-FILE.
           MOVE 1 TO WS-SQ-PTR
           MOVE SPACES TO WS-SRC-FILE-ESC
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-FILE-LEN
               PERFORM APPEND-SHELL-QUOTED-CHAR
           END-PERFORM
           COMPUTE WS-SRC-FILE-ESC-LEN = WS-SQ-PTR - 1
           .

       APPEND-SHELL-QUOTED-CHAR.
           IF WS-SRC-FILE(WS-SQ-IDX:1) = "'"
               STRING "'\''" DELIMITED BY SIZE
                   INTO WS-SRC-FILE-ESC
                   WITH POINTER WS-SQ-PTR
               END-STRING
           ELSE
               STRING WS-SRC-FILE(WS-SQ-IDX:1) DELIMITED BY SIZE
                   INTO WS-SRC-FILE-ESC
                   WITH POINTER WS-SQ-PTR
               END-STRING
           END-IF
           .
