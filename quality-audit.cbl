*>   - <img> tags without alt text;
*>   - unbalanced markup (<div> open/close counts disagreeing - the
*>     pages that render differently per browser);
*>   - oversized pages (and their payloads) that crawl over the WAN;
*>   - pages embedding a full-size image original above MAX_IMAGE_KB
*>     when IMAGE-DERIVE has already built a web-sized rendition of
*>     it (the fix is just "?size=web" on the src).
*>
*> The check set and thresholds come from QUALITY.CFG (key=value:
*> CHECK_TITLE / CHECK_ALT / CHECK_BALANCE / CHECK_IMAGES Y|N,
*> MAX_PAGE_KB, MAX_IMAGE_KB, defaults Y/Y/Y/Y/512/300). Findings
*> are annotated with the owning department through OWNER-LOOKUP
*> and summarized per owner in QUALITY-AUDIT.RPT, and each run
*> appends its site quality score (the percentage of pages with no
*> findings) to QUALITY-TREND.LOG so the trend shows whether things
*> are improving.
IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITY-AUDIT.

           SELECT PROBE-FILE ASSIGN TO "QUALAUD-PROBE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT IMAGES-FILE ASSIGN TO "QUALAUD-IMAGES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "QUALITY-AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  HTML-LIST-RECORD     PIC X(512).
       FD  PROBE-FILE.
       01  PROBE-RECORD         PIC X(96).
       FD  IMAGES-FILE.
       01  IMAGES-RECORD        PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).
       FD  TREND-FILE.
       01 WS-POLICY-STATUS      PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-PROBE-STATUS       PIC XX.
       01 WS-IMAGES-STATUS      PIC XX.
       01 WS-IMAGES-EOF         PIC 9 VALUE 0.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-TREND-STATUS       PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 CHECK-ALT             PIC X VALUE "Y".
       01 CHECK-BALANCE         PIC X VALUE "Y".
       01 MAX-PAGE-KB           PIC 9(6) VALUE 512.
       01 CHECK-IMAGES          PIC X VALUE "Y".
       01 MAX-IMAGE-KB          PIC 9(6) VALUE 300.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.

*> One embedded-original line back from the image probe: "KB src"
       01 WS-IMG-KB             PIC 9(8).
       01 WS-IMG-SRC            PIC X(240).
       01 WS-IMG-SPACE-POS      PIC 9(4) COMP.
       01 WS-PAGE-ORIGIMG       PIC 9(4).

*> Per-page verdicts and the per-owner tallies
       01 WS-PAGE-FINDINGS      PIC 9(2).
       01 WS-PAGES-SCANNED      PIC 9(6) VALUE 0.
       01 WS-CNT-NOALT          PIC 9(6) VALUE 0.
       01 WS-CNT-UNBAL          PIC 9(6) VALUE 0.
       01 WS-CNT-OVERSIZE       PIC 9(6) VALUE 0.
       01 WS-CNT-ORIGIMG        PIC 9(6) VALUE 0.

       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
             10 OWNER-NOALT        PIC 9(6).
             10 OWNER-UNBAL        PIC 9(6).
             10 OWNER-OVERSIZE     PIC 9(6).
             10 OWNER-ORIGIMG      PIC 9(6).
       01 WS-OWNER-IDX          PIC 9(2) COMP.

       01 WS-SCORE              PIC 9(3).
       01 WS-SHELL-CMD          PIC X(3000).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
                               COMPUTE MAX-PAGE-KB =
                                   FUNCTION NUMVAL
                                       (POLICY-RECORD(13:6))
                           WHEN POLICY-RECORD(1:13) =
                                    "CHECK_IMAGES="
                               MOVE POLICY-RECORD(14:1)
                                   TO CHECK-IMAGES
                           WHEN POLICY-RECORD(1:13) =
                                    "MAX_IMAGE_KB=" AND
                                POLICY-RECORD(14:1) NUMERIC
                               COMPUTE MAX-IMAGE-KB =
                                   FUNCTION NUMVAL
                                       (POLICY-RECORD(14:6))
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               ADD 1 TO OWNER-OVERSIZE(WS-OWNER-IDX)
               PERFORM WRITE-FINDING-LINE-SIZE
           END-IF
           IF CHECK-IMAGES = "Y" AND WS-IMG-COUNT > 0
               PERFORM AUDIT-PAGE-IMAGES
               IF WS-PAGE-ORIGIMG > 0
                   ADD 1 TO WS-PAGE-FINDINGS
                   ADD 1 TO WS-CNT-ORIGIMG
                   ADD 1 TO OWNER-ORIGIMG(WS-OWNER-IDX)
               END-IF
           END-IF
           IF WS-PAGE-FINDINGS = 0
               ADD 1 TO WS-PAGES-CLEAN
           END-IF
           .

*> The page's <img> originals: a .jpg/.jpeg/.png src (not already a
*> rendition, not on another host) resolved against DOC-ROOT or the
*> page's own folder, over MAX_IMAGE_KB, with a ".web" rendition
*> sitting beside it - one "KB src" line each, one finding line each
       AUDIT-PAGE-IMAGES.
           MOVE 0 TO WS-PAGE-ORIGIMG
           MOVE SPACES TO WS-SHELL-CMD
           STRING "f='" WS-FILE-ESC(1:WS-FILE-ESC-LEN) "'; "
                  "d='" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "'; grep -oiE '<img[^>]*src=""[^""]+""' "
                  '"$f" | sed -E '
                  "'s/.*src=""([^""]+)""/\1/' | "
                  "grep -iE '\.(jpe?g|png)$' | "
                  "grep -viE '\.(thumb|web)\.[a-z]+$' | "
                  "while read -r s; do case ""$s"" in "
                  '*://*) continue;; /*) p="$d$s";; '
                  '*) p="$(dirname "$f")/$s";; esac; '
                  'r="${p%.*}.web.${p##*.}"; '
                  '[ -f "$p" ] && [ -f "$r" ] || continue; '
                  'k=$(( ($(wc -c < "$p") + 1023) / 1024 )); '
                  "[ $k -gt " MAX-IMAGE-KB " ] && "
                  'echo "$k $s"; done '
                  "> QUALAUD-IMAGES.TMP 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT IMAGES-FILE
           IF WS-IMAGES-STATUS = "00"
               MOVE 0 TO WS-IMAGES-EOF
               PERFORM UNTIL WS-IMAGES-EOF = 1
                   READ IMAGES-FILE
                       AT END
                           MOVE 1 TO WS-IMAGES-EOF
                       NOT AT END
                           PERFORM REPORT-ORIGINAL-IMAGE
                   END-READ
               END-PERFORM
               CLOSE IMAGES-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING "QUALAUD-IMAGES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

       REPORT-ORIGINAL-IMAGE.
           MOVE 0 TO WS-IMG-SPACE-POS
           INSPECT IMAGES-RECORD TALLYING WS-IMG-SPACE-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IMG-SPACE-POS = 0 OR WS-IMG-SPACE-POS > 8 OR
              IMAGES-RECORD(1:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IMG-KB = FUNCTION NUMVAL
               (IMAGES-RECORD(1:WS-IMG-SPACE-POS))
           MOVE SPACES TO WS-IMG-SRC
           MOVE IMAGES-RECORD(WS-IMG-SPACE-POS + 2:) TO WS-IMG-SRC
           ADD 1 TO WS-PAGE-ORIGIMG
           PERFORM WRITE-FINDING-LINE-ORIGIMG
           .

       PARSE-PROBE-LINE.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-TOKEN-COUNT
               MOVE 0 TO OWNER-NOALT(WS-OWNER-IDX)
               MOVE 0 TO OWNER-UNBAL(WS-OWNER-IDX)
               MOVE 0 TO OWNER-OVERSIZE(WS-OWNER-IDX)
               MOVE 0 TO OWNER-ORIGIMG(WS-OWNER-IDX)
           ELSE
               MOVE 1 TO WS-OWNER-IDX
           END-IF
           WRITE REPORT-RECORD
           .

       WRITE-FINDING-LINE-ORIGIMG.
           MOVE SPACES TO REPORT-RECORD
           STRING "ORIGINAL-IMG " DELIMITED BY SIZE
                  WS-WEB-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-IMG-SRC DELIMITED BY SPACE
                  " " WS-IMG-KB "KB, use ?size=web [owner: "
                      DELIMITED BY SIZE
                  WS-OWN-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

       WRITE-OWNER-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FINDINGS BY OWNER (no-title / no-alt / unbalanced "
               & "/ oversized / original-img)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
               UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                      " / " OWNER-NOALT(WS-OWNER-IDX)
                      " / " OWNER-UNBAL(WS-OWNER-IDX)
                      " / " OWNER-OVERSIZE(WS-OWNER-IDX)
                      " / " OWNER-ORIGIMG(WS-OWNER-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
                  " no_alt=" WS-CNT-NOALT
                  " unbalanced=" WS-CNT-UNBAL
                  " oversized=" WS-CNT-OVERSIZE
                  " original_img=" WS-CNT-ORIGIMG
               DELIMITED BY SIZE INTO TREND-RECORD
           END-STRING
           WRITE TREND-RECORD
