*> Standalone batch job: the nightly watch digest. A signed-in reader
*> can watch a page or a whole folder from the page itself (the
*> reserved /watch endpoint in http-handler.cbl keeps the list in
*> WATCH-SUBS.DAT, "USER|PATH|YYYYMMDD", a PATH ending "/" being a
*> folder and everything beneath it). This job works out what
*> changed since its last run from the two places changes are
*> recorded:
*>   - MANIFEST-GEN's MANIFEST-DRIFT.RPT - files added, changed and
*>     removed in the document root (a report already notified, by
*>     its "generated" date, is not notified twice);
*>   - PUBLISH-RUN's go-lives and expiries, the CONTENT_PUBLISH and
*>     CONTENT_EXPIRE entries in AUDIT.LOG since the last run (those
*>     never show as drift, PUBLISH-RUN keeps MANIFEST.CFG in step).
*> Each subscriber gets one digest through MAIL-SEND-TO listing every
*> changed page under any of their watches, linked with WEBSERVER.CFG's
*> SITEMAP_BASE in front, at their DIRECTORY.DAT e-mail address (or
*> their user id when that is itself an address). Where the last run
*> got to is kept in WATCH-NOTIFY.DAT,
*>
*>   LAST-AUDIT-TIMESTAMP|LAST-DRIFT-REPORT-DATE
*>
*> and with none the first run looks back one day. Run nightly from
*> JOB-TABLE.CFG with DEPENDS on the manifest run. Leavers' watches
*> are dropped by AUTH-SYNC when their account is disabled. The run
*> is audited, and ends with return code 4 when a digest could not
*> be sent.
IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-NOTIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT SUBS-FILE ASSIGN TO "WATCH-SUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT DRIFT-FILE ASSIGN TO "MANIFEST-DRIFT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT STATE-FILE ASSIGN TO "WATCH-NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT DIRECTORY-FILE ASSIGN TO "DIRECTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  SUBS-FILE.
       01  SUBS-RECORD          PIC X(320).
       FD  DRIFT-FILE.
       01  DRIFT-RECORD         PIC X(300).
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD     PIC X(320).
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(80).
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 DIR-KEY           PIC X(16).
           05 DIR-NAME          PIC X(40).
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE        PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-SUBS-STATUS        PIC XX.
       01 WS-DRIFT-STATUS       PIC XX.
       01 WS-AUDITLOG-STATUS    PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DIR-OPEN           PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
*> The absolute-URL prefix the links are built on, as SITEMAP-GEN
*> uses it - empty means bare paths
       01 WS-BASE-URL           PIC X(128) VALUE SPACES.

*> Dates
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8) COMP.
       01 WS-YESTERDAY          PIC 9(8).

*> Where the last run got to, and where this one leaves it
       01 WS-LAST-AUDIT-TS      PIC X(19).
       01 WS-LAST-DRIFT-DATE    PIC X(10).
       01 WS-DRIFT-DATE         PIC X(10).

*> What changed: one entry per web path, the first word for it kept
       01 WS-CHG-COUNT          PIC 9(5) COMP VALUE 0.
       01 CHG-TABLE.
          05 CHG-ENTRY OCCURS 5000 TIMES.
             10 CHG-PATH          PIC X(256).
             10 CHG-KIND          PIC X(10).
             10 CHG-HIT           PIC 9.
       01 WS-CHG-IDX            PIC 9(5) COMP.
       01 WS-CHG-OVERFLOW       PIC 9 VALUE 0.
       01 WS-NEW-PATH           PIC X(256).
       01 WS-NEW-KIND           PIC X(10).
       01 WS-FROM-DRIFT         PIC 9(5) VALUE 0.
       01 WS-FROM-AUDIT         PIC 9(5) VALUE 0.

*> One AUDIT.LOG entry's path and event
       01 WS-AUD-TS             PIC X(19).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-CUT-POS            PIC 9(4) COMP.
       01 WS-EVENT-POS          PIC 9(4) COMP.

*> WATCH-SUBS.DAT
       01 WS-SUB-COUNT          PIC 9(5) COMP VALUE 0.
       01 SUB-TABLE.
          05 SUB-ENTRY OCCURS 5000 TIMES.
             10 SUB-USER          PIC X(32).
             10 SUB-PATH          PIC X(256).
             10 SUB-PATH-LEN      PIC 9(4) COMP.
             10 SUB-DONE          PIC 9.
       01 WS-SUB-IDX            PIC 9(5) COMP.
       01 WS-SUB-IDX-2          PIC 9(5) COMP.
       01 WS-F-USER             PIC X(32).
       01 WS-F-PATH             PIC X(256).
       01 WS-F-SINCE            PIC X(8).

*> The subscriber in hand
       01 WS-USER               PIC X(32).
       01 WS-HITS               PIC 9(5) COMP.
       01 WS-LISTED             PIC 9(5) COMP.
       01 WS-MATCHED            PIC 9.

*> The digest
       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-POS           PIC 9(4) COMP.
       01 WS-AT-COUNT           PIC 9(4) COMP.

       01 WS-LINE-PTR           PIC 9(4) COMP.
       01 WS-COUNT-DISPLAY      PIC Z(5)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(5)9.

*> Run totals
       01 WS-TOTAL-SENT         PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNMAILED     PIC 9(6) VALUE 0.
       01 WS-TOTAL-FAILED       PIC 9(6) VALUE 0.

       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM READ-CONFIG-FILE
           PERFORM LOAD-STATE
           PERFORM LOAD-DRIFT-CHANGES
           PERFORM LOAD-PUBLISH-CHANGES

           IF WS-CHG-COUNT > 0
               PERFORM LOAD-SUBSCRIPTIONS
               OPEN INPUT DIRECTORY-FILE
               IF WS-DIR-STATUS = "00"
                   MOVE 1 TO WS-DIR-OPEN
               ELSE
                   DISPLAY "WATCH-NOTIFY: DIRECTORY.DAT not available"
                       " - only user ids that are addresses mailed"
               END-IF
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   IF SUB-DONE(WS-SUB-IDX) = 0
                       PERFORM NOTIFY-ONE-SUBSCRIBER
                   END-IF
               END-PERFORM
               IF WS-DIR-OPEN = 1
                   CLOSE DIRECTORY-FILE
               END-IF
           END-IF

           PERFORM SAVE-STATE
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-CHG-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-SENT TO WS-COUNT-DISPLAY-2
           DISPLAY "WATCH-NOTIFY: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " changed page(s), " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " digest(s) sent"
           IF WS-TOTAL-UNMAILED > 0
               MOVE WS-TOTAL-UNMAILED TO WS-COUNT-DISPLAY
               DISPLAY "WATCH-NOTIFY: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " subscriber(s) with no address"
           END-IF
           IF WS-CHG-OVERFLOW = 1
               DISPLAY "WATCH-NOTIFY: more changes than the table "
                   "holds - the rest were not notified"
           END-IF
           IF WS-TOTAL-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

*> ----------------------------------------------------------------
*> What the run works from
*> ----------------------------------------------------------------
       READ-CONFIG-FILE.
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
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           IF WS-CFG-KEY = "SITEMAP_BASE"
               MOVE WS-CFG-VALUE TO WS-BASE-URL
           END-IF
           .

*> No state yet: look back one day for go-lives, and take whatever
*> drift report is there
       LOAD-STATE.
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           MOVE SPACES TO WS-LAST-AUDIT-TS
           STRING WS-YESTERDAY(1:4) "-" WS-YESTERDAY(5:2) "-"
                  WS-YESTERDAY(7:2) WS-TIMESTAMP(11:9)
               DELIMITED BY SIZE INTO WS-LAST-AUDIT-TS
           END-STRING
           MOVE SPACES TO WS-LAST-DRIFT-DATE
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STATE-RECORD(1:1) NOT = SPACE AND
                      STATE-RECORD(20:1) = "|"
                       MOVE STATE-RECORD(1:19) TO WS-LAST-AUDIT-TS
                       MOVE STATE-RECORD(21:10) TO WS-LAST-DRIFT-DATE
                   END-IF
           END-READ
           CLOSE STATE-FILE
           .

*> "Manifest drift report, generated YYYY-MM-DD" heads the report;
*> each drift line below it is "ADDED   ", "CHANGED " or "REMOVED "
*> and the path relative to the document root
       LOAD-DRIFT-CHANGES.
           MOVE WS-LAST-DRIFT-DATE TO WS-DRIFT-DATE
           OPEN INPUT DRIFT-FILE
           IF WS-DRIFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DRIFT-FILE
               AT END
                   CLOSE DRIFT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF DRIFT-RECORD(1:33) NOT =
              "Manifest drift report, generated "
               DISPLAY "WATCH-NOTIFY: MANIFEST-DRIFT.RPT not "
                   "recognized - drift skipped"
               CLOSE DRIFT-FILE
               EXIT PARAGRAPH
           END-IF
           IF DRIFT-RECORD(34:10) = WS-LAST-DRIFT-DATE
               CLOSE DRIFT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE DRIFT-RECORD(34:10) TO WS-DRIFT-DATE

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DRIFT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-DRIFT-LINE
               END-READ
           END-PERFORM
           CLOSE DRIFT-FILE
           .

       TAKE-ONE-DRIFT-LINE.
           EVALUATE DRIFT-RECORD(1:8)
               WHEN "ADDED   "
                   MOVE "added" TO WS-NEW-KIND
               WHEN "CHANGED "
                   MOVE "changed" TO WS-NEW-KIND
               WHEN "REMOVED "
                   MOVE "removed" TO WS-NEW-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DRIFT-RECORD(9:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-PATH
           STRING "/" DRIFT-RECORD(9:255) DELIMITED BY SIZE
               INTO WS-NEW-PATH
           END-STRING
           PERFORM ADD-CHANGE
           ADD 1 TO WS-FROM-DRIFT
           .

*> "[ts] console /path event=CONTENT_PUBLISH ..." as PUBLISH-RUN
*> audits a go-live; only what was stamped after the last run
       LOAD-PUBLISH-CHANGES.
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
                       PERFORM TAKE-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           .

       TAKE-ONE-AUDIT-ENTRY.
           IF AUDIT-LOG-RECORD(1:1) NOT = "[" OR
              AUDIT-LOG-RECORD(21:2) NOT = "] " OR
              AUDIT-LOG-RECORD(23:9) NOT = "console /"
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-LOG-RECORD(2:19) TO WS-AUD-TS
           IF WS-AUD-TS <= WS-LAST-AUDIT-TS OR
              WS-AUD-TS > WS-TIMESTAMP
               EXIT PARAGRAPH
           END-IF

*> The path runs from column 31 to the next space
           MOVE 0 TO WS-CUT-POS
           INSPECT AUDIT-LOG-RECORD(31:) TALLYING WS-CUT-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CUT-POS = 0 OR WS-CUT-POS > 256
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EVENT-POS = 31 + WS-CUT-POS
           EVALUATE TRUE
               WHEN AUDIT-LOG-RECORD(WS-EVENT-POS:22) =
                    " event=CONTENT_PUBLISH"
                   MOVE "published" TO WS-NEW-KIND
               WHEN AUDIT-LOG-RECORD(WS-EVENT-POS:21) =
                    " event=CONTENT_EXPIRE"
                   MOVE "withdrawn" TO WS-NEW-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-NEW-PATH
           MOVE AUDIT-LOG-RECORD(31:WS-CUT-POS) TO WS-NEW-PATH
           PERFORM ADD-CHANGE
           ADD 1 TO WS-FROM-AUDIT
           .

       ADD-CHANGE.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-PATH(WS-CHG-IDX) = WS-NEW-PATH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CHG-COUNT >= 5000
               MOVE 1 TO WS-CHG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-NEW-PATH TO CHG-PATH(WS-CHG-COUNT)
           MOVE WS-NEW-KIND TO CHG-KIND(WS-CHG-COUNT)
           MOVE 0 TO CHG-HIT(WS-CHG-COUNT)
           .

       LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SUBS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-SUBSCRIPTION
               END-READ
           END-PERFORM
           CLOSE SUBS-FILE
           .

       TAKE-ONE-SUBSCRIPTION.
           IF SUBS-RECORD(1:1) = SPACE OR SUBS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-F-USER WS-F-PATH WS-F-SINCE
           UNSTRING SUBS-RECORD DELIMITED BY "|"
               INTO WS-F-USER WS-F-PATH WS-F-SINCE
           END-UNSTRING
           IF WS-F-USER = SPACES OR WS-F-PATH(1:1) NOT = "/" OR
              WS-SUB-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUB-COUNT
           MOVE WS-F-USER TO SUB-USER(WS-SUB-COUNT)
           MOVE WS-F-PATH TO SUB-PATH(WS-SUB-COUNT)
           MOVE 0 TO SUB-PATH-LEN(WS-SUB-COUNT)
           INSPECT WS-F-PATH TALLYING SUB-PATH-LEN(WS-SUB-COUNT)
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO SUB-DONE(WS-SUB-COUNT)
           .

*> ----------------------------------------------------------------
*> One digest per subscriber
*> ----------------------------------------------------------------
*> Every watch the subscriber holds is taken together, so a page
*> under two watched folders is listed once
       NOTIFY-ONE-SUBSCRIBER.
           MOVE SUB-USER(WS-SUB-IDX) TO WS-USER
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE 0 TO CHG-HIT(WS-CHG-IDX)
           END-PERFORM
           MOVE 0 TO WS-HITS
           PERFORM VARYING WS-SUB-IDX-2 FROM WS-SUB-IDX BY 1
               UNTIL WS-SUB-IDX-2 > WS-SUB-COUNT
               IF SUB-USER(WS-SUB-IDX-2) = WS-USER
                   MOVE 1 TO SUB-DONE(WS-SUB-IDX-2)
                   PERFORM MATCH-ONE-WATCH
               END-IF
           END-PERFORM
           IF WS-HITS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MAIL-TO
           IF WS-DIR-OPEN = 1
               MOVE SPACES TO DIRECTORY-RECORD
               MOVE WS-USER TO DIR-KEY
               READ DIRECTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIR-EMAIL TO WS-MAIL-TO
               END-READ
           END-IF
           IF WS-MAIL-TO = SPACES
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-USER TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT > 0
                   MOVE WS-USER TO WS-MAIL-TO
               END-IF
           END-IF
           IF WS-MAIL-TO = SPACES
               ADD 1 TO WS-TOTAL-UNMAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-DIGEST
           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           IF WS-MAIL-RESULT = "F"
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY "WATCH-NOTIFY: digest to "
                   FUNCTION TRIM(WS-MAIL-TO) " could not be sent"
           ELSE
               ADD 1 TO WS-TOTAL-SENT
           END-IF
           .

*> A folder watch ("/" on the end) takes everything beneath it; a
*> page watch just that page
       MATCH-ONE-WATCH.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-HIT(WS-CHG-IDX) = 0
                   MOVE 0 TO WS-MATCHED
                   IF SUB-PATH(WS-SUB-IDX-2)
                          (SUB-PATH-LEN(WS-SUB-IDX-2):1) = "/"
                       IF CHG-PATH(WS-CHG-IDX)
                              (1:SUB-PATH-LEN(WS-SUB-IDX-2)) =
                          SUB-PATH(WS-SUB-IDX-2)
                              (1:SUB-PATH-LEN(WS-SUB-IDX-2))
                           MOVE 1 TO WS-MATCHED
                       END-IF
                   ELSE
                       IF CHG-PATH(WS-CHG-IDX) =
                          SUB-PATH(WS-SUB-IDX-2)
                           MOVE 1 TO WS-MATCHED
                       END-IF
                   END-IF
                   IF WS-MATCHED = 1
                       MOVE 1 TO CHG-HIT(WS-CHG-IDX)
                       ADD 1 TO WS-HITS
                   END-IF
               END-IF
           END-PERFORM
           .

*> As many changes as the mail body holds, each linked (a removed
*> or withdrawn page has nothing left to link to), then a pointer
*> to the page where watches are managed
       BUILD-DIGEST.
           MOVE WS-HITS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING "Watched pages changed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " page(s)" DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT
           END-STRING
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           STRING "These pages you are watching have changed since "
                  & "the last notice:\n" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT OR WS-TEXT-POS > 800
               IF CHG-HIT(WS-CHG-IDX) = 1
                   ADD 1 TO WS-LISTED
                   IF CHG-KIND(WS-CHG-IDX) = "removed" OR
                      CHG-KIND(WS-CHG-IDX) = "withdrawn"
                       STRING "\n  " DELIMITED BY SIZE
                              CHG-KIND(WS-CHG-IDX) DELIMITED BY SPACE
                              ": " DELIMITED BY SIZE
                              CHG-PATH(WS-CHG-IDX) DELIMITED BY SPACE
                           INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
                       END-STRING
                   ELSE
                       STRING "\n  " DELIMITED BY SIZE
                              CHG-KIND(WS-CHG-IDX) DELIMITED BY SPACE
                              ": " DELIMITED BY SIZE
                              WS-BASE-URL DELIMITED BY SPACE
                              CHG-PATH(WS-CHG-IDX) DELIMITED BY SPACE
                           INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LISTED < WS-HITS
               COMPUTE WS-COUNT-DISPLAY = WS-HITS - WS-LISTED
               STRING "\n  ... and " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      " more" DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           STRING "\n\nSee or cancel your watches at " DELIMITED BY SIZE
                  WS-BASE-URL DELIMITED BY SPACE
                  "/watch" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           .

*> ----------------------------------------------------------------
*> Where the next run picks up
*> ----------------------------------------------------------------
       SAVE-STATE.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "WATCH-NOTIFY: cannot write WATCH-NOTIFY.DAT"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-RECORD
           STRING WS-TIMESTAMP "|" WS-DRIFT-DATE DELIMITED BY SIZE
               INTO STATE-RECORD
           END-STRING
           WRITE STATE-RECORD
           CLOSE STATE-FILE
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-CHG-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-SENT TO WS-COUNT-DISPLAY-2
           STRING "[" WS-TIMESTAMP "] console watch-notify"
                  " event=WATCH_NOTIFY user=scheduler result=APPLIED"
                  " changes=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " digests=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
