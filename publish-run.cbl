*> Passes are idempotent without rewriting the schedule: a promotion
*> only fires while the staged copy exists (promotion consumes it),
*> and an expiry only fires while the live file does.
*>
*> A staged body-only page (title/section/order metadata lines, then
*> the body) is wrapped in its site template by PAGE-ASSEMBLE just
*> before it goes live; a page whose template is missing stays
*> staged. Run as
*>
*>     publish-run REBUILD [TEMPLATE]
*>
*> after a template changes (or pages were added and the menus
*> should catch up): every assembled page under DOC-ROOT - or only
*> those using TEMPLATE - is re-wrapped from the body it carries,
*> with fresh menus and crumbs, and its manifest entry refreshed.
*> The change freeze holds frozen paths back exactly as it holds
*> promotions.
*>
*> Before it is promoted, a staged page also goes through the
*> pre-publish gate (CONTENT-VALIDATE) as the page it is about to
*> become, its links allowed to land in DOC-ROOT or elsewhere in
*> STAGING/. Findings under one of VALIDATE.CFG's BLOCK prefixes
*> hold the file staged, under a WARN prefix it goes live anyway;
*> either way each pass lists them in PUBLISH-VALIDATE.RPT for the
*> owners to fix.
IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLISH-RUN.

           SELECT MANIFEST-TMP ASSIGN TO "MANIFEST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANTMP-STATUS.
           SELECT REBUILD-LIST-FILE ASSIGN TO "PUBLISH-REBUILD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBUILD-STATUS.
           SELECT VALIDATE-REPORT ASSIGN TO "PUBLISH-VALIDATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MANIFEST-RECORD      PIC X(280).
       FD  MANIFEST-TMP.
       01  MANIFEST-TMP-RECORD  PIC X(280).
       FD  REBUILD-LIST-FILE.
       01  REBUILD-LIST-RECORD  PIC X(512).
       FD  VALIDATE-REPORT.
       01  VALIDATE-REPORT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       01 WS-EXPIRED            PIC 9(4) VALUE 0.

*> Page assembly (PAGE-ASSEMBLE) and the REBUILD pass
       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-REBUILD-STATUS     PIC XX.
       01 WS-REBUILD-EOF        PIC 9 VALUE 0.
       01 WS-ASM-FILE           PIC X(512).
       01 WS-ASM-URL            PIC X(512).
       01 WS-ASM-TEMPLATE       PIC X(32).
       01 WS-ASM-RESULT         PIC X.
       01 WS-LIST-LEN           PIC 9(4) COMP.
       01 WS-REBUILT            PIC 9(6) VALUE 0.
       01 WS-REBUILD-FAILED     PIC 9(6) VALUE 0.
       01 WS-REBUILD-HELD       PIC 9(6) VALUE 0.

*> The pre-publish gate (CONTENT-VALIDATE) and this pass's report
       01 WS-VALRPT-STATUS      PIC XX.
       01 WS-VAL-PAGE           PIC X(512).
       01 WS-VAL-ALT-ROOT       PIC X(256) VALUE "STAGING".
       01 WS-VAL-MODE           PIC X.
       01 WS-VAL-COUNT          PIC 9(4).
       01 WS-VAL-FINDINGS.
          05 WS-VAL-FINDING OCCURS 20 TIMES PIC X(100).
       01 WS-VAL-IDX            PIC 9(4) COMP.
       01 WS-VAL-TAG            PIC X(6).
       01 WS-VAL-MORE-D         PIC ZZZ9.
       01 WS-VAL-HELD           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                  INTO WS-TIMESTAMP
           END-STRING

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:7) = "REBUILD"
               PERFORM REBUILD-ALL-PAGES
               STOP RUN
           END-IF

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "PUBLISH-RUN: no PUBLISH-SCHEDULE.CFG, "
               STOP RUN
           END-IF

           OPEN OUTPUT VALIDATE-REPORT
           MOVE SPACES TO VALIDATE-REPORT-RECORD
           STRING "Pre-publish validation - publish pass "
                  WS-TIMESTAMP
               DELIMITED BY SIZE INTO VALIDATE-REPORT-RECORD
           END-STRING
           WRITE VALIDATE-REPORT-RECORD

           MOVE 0 TO WS-SCHED-EOF
           PERFORM UNTIL WS-SCHED-EOF = 1
               READ SCHEDULE-FILE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE VALIDATE-REPORT

           DISPLAY "PUBLISH-RUN: " WS-PROMOTED " promoted, "
               WS-EXPIRED " expired"
           IF WS-VAL-HELD > 0
               DISPLAY "PUBLISH-RUN: " WS-VAL-HELD " held by "
                   "validation - see PUBLISH-VALIDATE.RPT"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
               END-IF
           END-IF

*> A body-only page is wrapped in its template in the staging tree,
*> so the copy below puts the finished page live in one step
           MOVE WS-STAGED-PATH TO WS-ASM-FILE
           MOVE WS-FREEZE-PATH TO WS-ASM-URL
           MOVE SPACES TO WS-ASM-TEMPLATE
           CALL "PAGE-ASSEMBLE" USING WS-ASM-FILE DOC-ROOT WS-ASM-URL
               WS-ASM-TEMPLATE WS-ASM-RESULT
           END-CALL
           IF WS-ASM-RESULT = "F"
               DISPLAY "PUBLISH-RUN: page template missing - held "
                   WS-REL-PATH(1:WS-REL-PATH-LEN)
               EXIT PARAGRAPH
           END-IF

*> The pre-publish gate, on the finished page
           MOVE WS-STAGED-PATH TO WS-VAL-PAGE
           CALL "CONTENT-VALIDATE" USING WS-VAL-PAGE WS-FREEZE-PATH
               DOC-ROOT WS-VAL-ALT-ROOT WS-VAL-MODE WS-VAL-COUNT
               WS-VAL-FINDINGS
           END-CALL
           IF WS-VAL-COUNT > 0
               PERFORM REPORT-VALIDATION-FINDINGS
               IF WS-VAL-MODE = "B"
                   ADD 1 TO WS-VAL-HELD
                   DISPLAY "PUBLISH-RUN: failed validation - held "
                       WS-REL-PATH(1:WS-REL-PATH-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "PUBLISH_SRC" UPON ENVIRONMENT-NAME
           DISPLAY WS-STAGED-PATH UPON ENVIRONMENT-VALUE
           DISPLAY "PUBLISH_DST" UPON ENVIRONMENT-NAME
           PERFORM NOTIFY-PUBLISH-OWNER
           .

*> "HELD" (BLOCK prefix) or "WARN" lines for one staged page
       REPORT-VALIDATION-FINDINGS.
           IF WS-VAL-MODE = "B"
               MOVE "HELD  " TO WS-VAL-TAG
           ELSE
               MOVE "WARN  " TO WS-VAL-TAG
           END-IF
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-VAL-COUNT OR WS-VAL-IDX > 20
               MOVE SPACES TO VALIDATE-REPORT-RECORD
               STRING WS-VAL-TAG DELIMITED BY SIZE
                      WS-FREEZE-PATH DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-VAL-FINDING(WS-VAL-IDX) DELIMITED BY SIZE
                   INTO VALIDATE-REPORT-RECORD
               END-STRING
               WRITE VALIDATE-REPORT-RECORD
           END-PERFORM
           IF WS-VAL-COUNT > 20
               COMPUTE WS-VAL-MORE-D = WS-VAL-COUNT - 20
               MOVE SPACES TO VALIDATE-REPORT-RECORD
               STRING WS-VAL-TAG DELIMITED BY SIZE
                      WS-FREEZE-PATH DELIMITED BY SPACE
                      ": ... and" DELIMITED BY SIZE
                      WS-VAL-MORE-D DELIMITED BY SIZE
                      " more" DELIMITED BY SIZE
                   INTO VALIDATE-REPORT-RECORD
               END-STRING
               WRITE VALIDATE-REPORT-RECORD
           END-IF
           .

*> The owning department hears its page went live, the owner riding
*> in the webhook detail so the notification routes itself
       NOTIFY-PUBLISH-OWNER.
           END-CALL
           .

*> REBUILD [TEMPLATE]: every .html under DOC-ROOT goes through
*> PAGE-ASSEMBLE, which re-wraps the assembled ones and leaves
*> everything else alone
       REBUILD-ALL-PAGES.
           MOVE SPACES TO WS-ASM-TEMPLATE
           MOVE WS-COMMAND-LINE(9:32) TO WS-ASM-TEMPLATE

           MOVE 0 TO WS-ROOT-LEN
           INSPECT DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ROOT-LEN = 0
               MOVE "." TO DOC-ROOT
               MOVE 1 TO WS-ROOT-LEN
           END-IF
           IF WS-ROOT-LEN > 1 AND DOC-ROOT(WS-ROOT-LEN:1) = "/"
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-IF

           DISPLAY "PUBLISH_ROOT" UPON ENVIRONMENT-NAME
           DISPLAY DOC-ROOT(1:WS-ROOT-LEN) UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'find "$PUBLISH_ROOT" -type f -name ''*.html'' '
                      DELIMITED BY SIZE
                  '> PUBLISH-REBUILD.TMP 2>/dev/null' DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT REBUILD-LIST-FILE
           IF WS-REBUILD-STATUS NOT = "00"
               DISPLAY "PUBLISH-RUN: cannot list "
                   DOC-ROOT(1:WS-ROOT-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REBUILD-EOF
           PERFORM UNTIL WS-REBUILD-EOF = 1
               READ REBUILD-LIST-FILE
                   AT END
                       MOVE 1 TO WS-REBUILD-EOF
                   NOT AT END
                       PERFORM REBUILD-ONE-PAGE
               END-READ
           END-PERFORM
           CLOSE REBUILD-LIST-FILE
           CALL "CBL_DELETE_FILE" USING "PUBLISH-REBUILD.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE "*" TO WS-REL-PATH
           MOVE 1 TO WS-REL-PATH-LEN
           MOVE "PAGE_REBUILD" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "PUBLISH-RUN: " WS-REBUILT " pages rebuilt, "
               WS-REBUILD-HELD " held, " WS-REBUILD-FAILED " failed"
           .

       REBUILD-ONE-PAGE.
           PERFORM VARYING WS-LIST-LEN FROM 512 BY -1
               UNTIL WS-LIST-LEN < 1
               IF REBUILD-LIST-RECORD(WS-LIST-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LIST-LEN <= WS-ROOT-LEN + 1 OR
              WS-LIST-LEN - WS-ROOT-LEN - 1 > 200
               EXIT PARAGRAPH
           END-IF
           IF REBUILD-LIST-RECORD(1:WS-ROOT-LEN) NOT =
                  DOC-ROOT(1:WS-ROOT-LEN) OR
              REBUILD-LIST-RECORD(WS-ROOT-LEN + 1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REL-PATH
           COMPUTE WS-REL-PATH-LEN = WS-LIST-LEN - WS-ROOT-LEN - 1
           MOVE REBUILD-LIST-RECORD(WS-ROOT-LEN + 2:WS-REL-PATH-LEN)
               TO WS-REL-PATH

           MOVE SPACES TO WS-FREEZE-PATH
           STRING "/" WS-REL-PATH(1:WS-REL-PATH-LEN)
               DELIMITED BY SIZE INTO WS-FREEZE-PATH
           END-STRING
           MOVE 0 TO WS-FREEZE-ON
           CALL "FREEZE-CHECK" USING WS-FREEZE-PATH WS-FREEZE-ON
               WS-FREEZE-REASON
           END-CALL
           IF WS-FREEZE-ON = 1
               ACCEPT WS-FREEZE-OVERRIDE
                   FROM ENVIRONMENT "FREEZE_OVERRIDE"
               IF WS-FREEZE-OVERRIDE(1:1) NOT = "Y"
                   ADD 1 TO WS-REBUILD-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-ASM-FILE
           MOVE REBUILD-LIST-RECORD(1:WS-LIST-LEN) TO WS-ASM-FILE
           MOVE WS-FREEZE-PATH TO WS-ASM-URL
           CALL "PAGE-ASSEMBLE" USING WS-ASM-FILE DOC-ROOT WS-ASM-URL
               WS-ASM-TEMPLATE WS-ASM-RESULT
           END-CALL
           EVALUATE WS-ASM-RESULT
               WHEN "A"
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-ASM-FILE
                       WS-FILE-INFO
                       RETURNING WS-STAT-RC
                   END-CALL
                   MOVE WS-INFO-SIZE TO WS-SIZE-D
                   MOVE 0 TO WS-MAN-DROP
                   PERFORM UPDATE-MANIFEST-ENTRY
                   ADD 1 TO WS-REBUILT
               WHEN "F"
                   DISPLAY "PUBLISH-RUN: page template missing for "
                       WS-REL-PATH(1:WS-REL-PATH-LEN)
                   ADD 1 TO WS-REBUILD-FAILED
           END-EVALUATE
           .

       EXPIRE-LIVE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-LIVE-PATH
               RETURNING WS-DELETE-RC
