*> Batch job: report distribution to subscribers. REPORT-PUBLISH puts
*> each finished report on the portal, but the people it is for -
*> tenant contacts, the service manager, the auditors - do not go
*> looking, so this job mails it to them. JOB-RUN starts it after
*> every job it runs, as
*>
*>   report-distribute JOB-NAME RC
*>
*> and it acts on the REPORT-SUBSCRIPTIONS.CFG lines naming that job,
*> one subscriber per line:
*>
*>   JOB REPORT-FILE VHOST FREQUENCY ADDRESS
*>
*> e.g. "tenant-sla TENANT-SLA.RPT eng MONTHLY eng-lead@example.com"
*> or "sla-month SLA-REPORT.RPT - MONTHLY svcmgr@example.com". VHOST
*> "-" means the whole report; a vhost name means only that tenant's
*> "Tenant: NAME" section of a per-tenant report (TENANT-SLA.RPT,
*> TENANT-REPORT.RPT). FREQUENCY is EVERY (each successful run),
*> DAILY, WEEKLY (at most once in seven days) or MONTHLY (once per
*> calendar month). Blank lines and "*" comments are skipped; a
*> missing file means nobody subscribed.
*>
*> Each subscriber gets one MAIL-SEND-TO message: the report's
*> summary lines (the first dozen, or the tenant's section) and the
*> portal link - WEBSERVER.CFG's PORTAL_BASE (SITEMAP_BASE if unset)
*> plus /reports/FAMILY/index.html, FAMILY coming from the report's
*> REPORT-PORTAL.CFG line. When the producing job failed (RC not 0)
*> or left no report on disk, the subscriber gets a "report not
*> available" notice instead - never whatever older copy is lying
*> around - and still gets the real report when a rerun succeeds.
*>
*> Every delivery is recorded twice: a line in REPORT-DELIVERY.LOG
*>
*>   YYYY-MM-DD HH:MM:SS|YYYYMMDD|KIND|job|report|vhost|address|result
*>
*> (KIND REPORT or NOTICE, result SENT, QUEUED behind a mail outage,
*> or LOST to a full spool), which is also what the frequency check
*> reads back, and a REPORT_DELIVERY event through AUDIT-APPEND, so
*> "did the tenant get the SLA statement" is answered from the
*> tamper-evident trail.
IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT SUBS-FILE ASSIGN TO "REPORT-SUBSCRIPTIONS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT PORTAL-FILE ASSIGN TO "REPORT-PORTAL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTAL-STATUS.
           SELECT DELIVERY-LOG ASSIGN TO "REPORT-DELIVERY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-STATUS.
           SELECT REPORT-IN ASSIGN TO DYNAMIC WS-REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  SUBS-FILE.
       01  SUBS-RECORD          PIC X(200).
       FD  PORTAL-FILE.
       01  PORTAL-RECORD        PIC X(160).
       FD  DELIVERY-LOG.
       01  DELIVERY-RECORD      PIC X(300).
       FD  REPORT-IN.
       01  REPORT-IN-RECORD     PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-SUBS-STATUS        PIC XX.
       01 WS-PORTAL-STATUS      PIC XX.
       01 WS-DELIVERY-STATUS    PIC XX.
       01 WS-REPORT-IN-STATUS   PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

*> The portal's absolute-URL prefix - PORTAL_BASE, else the
*> SITEMAP_BASE the sitemap already uses, else bare paths
       01 WS-PORTAL-BASE        PIC X(128) VALUE SPACES.
       01 WS-SITEMAP-BASE       PIC X(128) VALUE SPACES.

*> "JOB-NAME RC" off the command line
       01 WS-COMMAND-LINE       PIC X(80).
       01 WS-JOB-NAME           PIC X(16).
       01 WS-JOB-RC             PIC X(4).
       01 WS-JOB-OK             PIC 9 VALUE 0.
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.

*> This job's subscribers, with the date each was last sent the
*> report and last sent a notice (YYYYMMDD, zero for never)
       01 WS-SUB-COUNT          PIC 9(2) COMP VALUE 0.
       01 SUB-TABLE.
          05 SUB-ENTRY OCCURS 50 TIMES.
             10 SUB-REPORT        PIC X(40).
             10 SUB-VHOST         PIC X(32).
             10 SUB-FREQ          PIC X(8).
             10 SUB-ADDR          PIC X(80).
             10 SUB-LAST-SENT     PIC 9(8).
             10 SUB-LAST-NOTICE   PIC 9(8).
       01 WS-SUB-IDX            PIC 9(2) COMP.

*> One "JOB REPORT-FILE VHOST FREQUENCY ADDRESS" line's tokens
       01 WS-TOKENS.
          05 WS-TOKEN OCCURS 5 TIMES PIC X(80).
       01 WS-TOKEN-COUNT        PIC 9 COMP.

*> The subscriber key as it appears in a REPORT-DELIVERY.LOG line
       01 WS-MATCH-KEY          PIC X(160).
       01 WS-MATCH-LEN          PIC 9(4) COMP.
       01 WS-MATCH-HITS         PIC 9(4) COMP.
       01 WS-LOST-HITS          PIC 9(4) COMP.
       01 WS-LOG-DATE           PIC 9(8).

*> The report's REPORT-PORTAL.CFG line, when it has one
       01 WS-FAMILY             PIC X(24).
       01 WS-TITLE              PIC X(96).
       01 WS-SP1                PIC 9(4) COMP.
       01 WS-SP2                PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-LINK               PIC X(200).

*> Availability and the summary lines lifted out of the report
       01 WS-REPORT-IN-NAME     PIC X(64).
       01 WS-RPT-PATH           PIC X(512).
       01 WS-FILE-EXISTS        PIC 9.
       01 WS-AVAILABLE          PIC 9.
       01 WS-SUMMARY-COUNT      PIC 9(2) COMP.
       01 WS-SUMMARY-TABLE.
          05 WS-SUMMARY-LINE OCCURS 12 TIMES PIC X(120).
       01 WS-SUMMARY-IDX        PIC 9(2) COMP.
       01 WS-LINE-NO            PIC 9(6) COMP.
       01 WS-IN-SECTION         PIC 9.
       01 WS-SECTION-SEEN       PIC 9.
       01 WS-SECTION-DONE       PIC 9.
       01 WS-TENANT-HEAD        PIC X(48).
       01 WS-TENANT-HEAD-LEN    PIC 9(4) COMP.
       01 WS-LINE-LEN           PIC 9(4) COMP.

*> The message, and what MAIL-SEND-TO made of it
       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-POS           PIC 9(4) COMP.
       01 WS-KIND               PIC X(6).
       01 WS-RESULT-WORD        PIC X(6).
       01 WS-DUE                PIC 9.
       01 WS-LAST-INT           PIC 9(8) COMP.

       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8) COMP.
       01 WS-SENT-COUNT         PIC 9(4) VALUE 0.
       01 WS-NOTICE-COUNT       PIC 9(4) VALUE 0.
       01 WS-QUEUED-COUNT       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
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

           PERFORM PARSE-COMMAND-LINE
           IF WS-JOB-NAME = SPACES
               DISPLAY "REPORT-DISTRIBUTE: usage: report-distribute "
                   "JOB-NAME RC"
               STOP RUN
           END-IF

           PERFORM LOAD-SUBSCRIPTIONS
           IF WS-SUB-COUNT = 0
               STOP RUN
           END-IF

           PERFORM READ-CONFIG-FILE
           IF WS-PORTAL-BASE = SPACES
               MOVE WS-SITEMAP-BASE TO WS-PORTAL-BASE
           END-IF
           PERFORM LOAD-LAST-DELIVERIES

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               PERFORM DISTRIBUTE-ONE
           END-PERFORM

           DISPLAY "REPORT-DISTRIBUTE: " FUNCTION TRIM(WS-JOB-NAME)
               " - " WS-SENT-COUNT " report(s), " WS-NOTICE-COUNT
               " notice(s), " WS-QUEUED-COUNT " queued"
           STOP RUN.

*> Two tokens; a missing or non-numeric RC counts as a failure,
*> since a report nobody can vouch for must not go out
       PARSE-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-JOB-NAME
           MOVE SPACES TO WS-JOB-RC
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 80 OR WS-TOKEN-COUNT >= 2
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 80 OR
                         WS-COMMAND-LINE(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 80
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 80 OR
                         WS-COMMAND-LINE(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOKEN-COUNT
               EVALUATE WS-TOKEN-COUNT
                   WHEN 1
                       MOVE WS-COMMAND-LINE
                           (WS-TOK-START:WS-TOK-END - WS-TOK-START)
                           TO WS-JOB-NAME
                   WHEN 2
                       MOVE WS-COMMAND-LINE
                           (WS-TOK-START:WS-TOK-END - WS-TOK-START)
                           TO WS-JOB-RC
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM

           MOVE 0 TO WS-JOB-OK
           IF WS-JOB-RC NOT = SPACES
               IF FUNCTION TRIM(WS-JOB-RC) IS NUMERIC
                   IF FUNCTION NUMVAL(WS-JOB-RC) = 0
                       MOVE 1 TO WS-JOB-OK
                   END-IF
               END-IF
           END-IF
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

*> "JOB REPORT-FILE VHOST FREQUENCY ADDRESS" - only this job's lines
       TAKE-ONE-SUBSCRIPTION.
           IF SUBS-RECORD(1:1) = SPACE OR SUBS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-TOKEN-COUNT
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 200 OR WS-TOKEN-COUNT >= 5
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 200 OR
                         SUBS-RECORD(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 200
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 200 OR
                         SUBS-RECORD(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOKEN-COUNT
               MOVE SUBS-RECORD(WS-TOK-START:WS-TOK-END - WS-TOK-START)
                   TO WS-TOKEN(WS-TOKEN-COUNT)
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM

           IF WS-TOKEN-COUNT < 5
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN(1) NOT = WS-JOB-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN(4) NOT = "EVERY" AND WS-TOKEN(4) NOT = "DAILY"
              AND WS-TOKEN(4) NOT = "WEEKLY"
              AND WS-TOKEN(4) NOT = "MONTHLY"
               DISPLAY "REPORT-DISTRIBUTE: unknown frequency "
                   FUNCTION TRIM(WS-TOKEN(4)) " for "
                   FUNCTION TRIM(WS-TOKEN(5)) " - line skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-COUNT >= 50
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUB-COUNT
           MOVE WS-TOKEN(2) TO SUB-REPORT(WS-SUB-COUNT)
           MOVE WS-TOKEN(3) TO SUB-VHOST(WS-SUB-COUNT)
           MOVE WS-TOKEN(4) TO SUB-FREQ(WS-SUB-COUNT)
           MOVE WS-TOKEN(5) TO SUB-ADDR(WS-SUB-COUNT)
           MOVE 0 TO SUB-LAST-SENT(WS-SUB-COUNT)
           MOVE 0 TO SUB-LAST-NOTICE(WS-SUB-COUNT)
           .

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
           EVALUATE WS-CFG-KEY
               WHEN "PORTAL_BASE"
                   MOVE WS-CFG-VALUE TO WS-PORTAL-BASE
               WHEN "SITEMAP_BASE"
                   MOVE WS-CFG-VALUE TO WS-SITEMAP-BASE
           END-EVALUATE
           .

*> One pass over the delivery record for every subscriber's most
*> recent report and notice; a LOST delivery never reached anyone
*> and so does not count
       LOAD-LAST-DELIVERIES.
           OPEN INPUT DELIVERY-LOG
           IF WS-DELIVERY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DELIVERY-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-DELIVERY
               END-READ
           END-PERFORM
           CLOSE DELIVERY-LOG
           .

       TAKE-ONE-DELIVERY.
           IF DELIVERY-RECORD(21:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOST-HITS
           INSPECT DELIVERY-RECORD TALLYING WS-LOST-HITS
               FOR ALL "|LOST"
           IF WS-LOST-HITS > 0
               EXIT PARAGRAPH
           END-IF
           MOVE DELIVERY-RECORD(21:8) TO WS-LOG-DATE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               PERFORM BUILD-MATCH-KEY
               MOVE 0 TO WS-MATCH-HITS
               INSPECT DELIVERY-RECORD TALLYING WS-MATCH-HITS
                   FOR ALL WS-MATCH-KEY(1:WS-MATCH-LEN)
               IF WS-MATCH-HITS > 0
                   IF DELIVERY-RECORD(30:6) = "REPORT"
                       IF WS-LOG-DATE > SUB-LAST-SENT(WS-SUB-IDX)
                           MOVE WS-LOG-DATE
                               TO SUB-LAST-SENT(WS-SUB-IDX)
                       END-IF
                   ELSE
                       IF WS-LOG-DATE > SUB-LAST-NOTICE(WS-SUB-IDX)
                           MOVE WS-LOG-DATE
                               TO SUB-LAST-NOTICE(WS-SUB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

*> "|job|report|vhost|address|" - the delivery line's middle
       BUILD-MATCH-KEY.
           MOVE SPACES TO WS-MATCH-KEY
           STRING "|" WS-JOB-NAME DELIMITED BY SPACE
                  "|" SUB-REPORT(WS-SUB-IDX) DELIMITED BY SPACE
                  "|" SUB-VHOST(WS-SUB-IDX) DELIMITED BY SPACE
                  "|" SUB-ADDR(WS-SUB-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
               INTO WS-MATCH-KEY
           END-STRING
           MOVE 0 TO WS-MATCH-LEN
           INSPECT WS-MATCH-KEY TALLYING WS-MATCH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           .

       DISTRIBUTE-ONE.
           PERFORM FIND-PORTAL-ENTRY

           MOVE 0 TO WS-AVAILABLE
           IF WS-JOB-OK = 1
               MOVE SPACES TO WS-RPT-PATH
               MOVE SUB-REPORT(WS-SUB-IDX) TO WS-RPT-PATH
               MOVE 0 TO WS-FILE-EXISTS
               CALL "FILE-EXISTS" USING WS-RPT-PATH WS-FILE-EXISTS
               END-CALL
               IF WS-FILE-EXISTS = 1
                   MOVE 1 TO WS-AVAILABLE
               END-IF
           END-IF

*> Frequency: the report goes once per period; a notice goes only
*> when neither the report nor an earlier notice has this period
           MOVE SUB-LAST-SENT(WS-SUB-IDX) TO WS-LOG-DATE
           PERFORM CHECK-DUE
           IF WS-DUE = 1 AND WS-AVAILABLE = 0
               MOVE SUB-LAST-NOTICE(WS-SUB-IDX) TO WS-LOG-DATE
               PERFORM CHECK-DUE
           END-IF
           IF WS-DUE = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-AVAILABLE = 1
               PERFORM BUILD-REPORT-MESSAGE
               MOVE "REPORT" TO WS-KIND
           ELSE
               PERFORM BUILD-NOTICE-MESSAGE
               MOVE "NOTICE" TO WS-KIND
           END-IF

           MOVE SUB-ADDR(WS-SUB-IDX) TO WS-MAIL-TO
           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           EVALUATE WS-MAIL-RESULT
               WHEN "S"
                   MOVE "SENT" TO WS-RESULT-WORD
               WHEN "Q"
                   MOVE "QUEUED" TO WS-RESULT-WORD
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN OTHER
                   MOVE "LOST" TO WS-RESULT-WORD
           END-EVALUATE
           IF WS-KIND = "REPORT"
               ADD 1 TO WS-SENT-COUNT
           ELSE
               ADD 1 TO WS-NOTICE-COUNT
           END-IF
           PERFORM RECORD-DELIVERY
           .

*> WS-LOG-DATE is the last delivery of the kind being considered
       CHECK-DUE.
           MOVE 1 TO WS-DUE
           IF WS-LOG-DATE = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE SUB-FREQ(WS-SUB-IDX)
               WHEN "DAILY"
                   IF WS-LOG-DATE = WS-TODAY
                       MOVE 0 TO WS-DUE
                   END-IF
               WHEN "WEEKLY"
                   COMPUTE WS-LAST-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
                   IF WS-TODAY-INT - WS-LAST-INT < 7
                       MOVE 0 TO WS-DUE
                   END-IF
               WHEN "MONTHLY"
                   IF WS-LOG-DATE(1:6) = WS-TODAY(1:6)
                       MOVE 0 TO WS-DUE
                   END-IF
           END-EVALUATE
           .

*> The report's title and portal family, and the link built on them
       FIND-PORTAL-ENTRY.
           MOVE SPACES TO WS-FAMILY
           MOVE SUB-REPORT(WS-SUB-IDX) TO WS-TITLE
           OPEN INPUT PORTAL-FILE
           IF WS-PORTAL-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PORTAL-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-PORTAL-LINE
                   END-READ
               END-PERFORM
               CLOSE PORTAL-FILE
           END-IF

           MOVE SPACES TO WS-LINK
           IF WS-FAMILY = SPACES
               MOVE "(not published on the report portal)" TO WS-LINK
           ELSE
               STRING WS-PORTAL-BASE DELIMITED BY SPACE
                      "/reports/" DELIMITED BY SIZE
                      WS-FAMILY DELIMITED BY SPACE
                      "/index.html" DELIMITED BY SIZE
                   INTO WS-LINK
               END-STRING
           END-IF
           .

*> "RPT-FILE FAMILY TITLE..." - the same line REPORT-PUBLISH reads
       TAKE-PORTAL-LINE.
           IF PORTAL-RECORD(1:1) = SPACE OR PORTAL-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SP1
           MOVE 0 TO WS-SP2
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 160 OR WS-SP2 > 0
               IF PORTAL-RECORD(WS-SCAN-POS:1) = SPACE
                   IF WS-SP1 = 0
                       MOVE WS-SCAN-POS TO WS-SP1
                   ELSE
                       IF WS-SCAN-POS > WS-SP1 + 1
                           MOVE WS-SCAN-POS TO WS-SP2
                       ELSE
                           MOVE WS-SCAN-POS TO WS-SP1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SP1 < 2 OR WS-SP2 = 0
               EXIT PARAGRAPH
           END-IF
           IF PORTAL-RECORD(1:WS-SP1 - 1) NOT = SUB-REPORT(WS-SUB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE PORTAL-RECORD(WS-SP1 + 1:WS-SP2 - WS-SP1 - 1)
               TO WS-FAMILY
           IF PORTAL-RECORD(WS-SP2 + 1:96) NOT = SPACES
               MOVE FUNCTION TRIM(PORTAL-RECORD(WS-SP2 + 1:96))
                   TO WS-TITLE
           END-IF
           .

       BUILD-REPORT-MESSAGE.
           PERFORM LIFT-SUMMARY-LINES

           MOVE SPACES TO WS-MAIL-SUBJECT
           IF SUB-VHOST(WS-SUB-IDX) = "-"
               STRING "[reports] " WS-TITLE
                   DELIMITED BY "  " INTO WS-MAIL-SUBJECT
               END-STRING
           ELSE
               STRING "[reports] " DELIMITED BY SIZE
                      WS-TITLE DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      SUB-VHOST(WS-SUB-IDX) DELIMITED BY SPACE
                   INTO WS-MAIL-SUBJECT
               END-STRING
           END-IF

           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
               UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
               MOVE 0 TO WS-LINE-LEN
               PERFORM VARYING WS-LINE-LEN FROM 120 BY -1
                   UNTIL WS-LINE-LEN < 1
                   IF WS-SUMMARY-LINE(WS-SUMMARY-IDX)(WS-LINE-LEN:1)
                       NOT = SPACE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LINE-LEN = 0
                   MOVE 1 TO WS-LINE-LEN
               END-IF
               STRING WS-SUMMARY-LINE(WS-SUMMARY-IDX)(1:WS-LINE-LEN)
                      "\n" DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-PERFORM
           STRING "\nFull report: " DELIMITED BY SIZE
                  WS-LINK DELIMITED BY "  "
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           .

*> The summary: the first dozen non-blank lines, or for a tenant the
*> report's title plus that tenant's "Tenant: NAME" section
       LIFT-SUMMARY-LINES.
           MOVE 0 TO WS-SUMMARY-COUNT
           MOVE SPACES TO WS-SUMMARY-TABLE
           MOVE 0 TO WS-IN-SECTION
           MOVE 0 TO WS-SECTION-SEEN
           MOVE 0 TO WS-SECTION-DONE
           MOVE SPACES TO WS-TENANT-HEAD
           STRING "Tenant: " DELIMITED BY SIZE
                  SUB-VHOST(WS-SUB-IDX) DELIMITED BY SPACE
               INTO WS-TENANT-HEAD
           END-STRING
           MOVE 0 TO WS-TENANT-HEAD-LEN
           PERFORM VARYING WS-TENANT-HEAD-LEN FROM 48 BY -1
               UNTIL WS-TENANT-HEAD-LEN < 1 OR
                     WS-TENANT-HEAD(WS-TENANT-HEAD-LEN:1) NOT = SPACE
           END-PERFORM

           MOVE SUB-REPORT(WS-SUB-IDX) TO WS-REPORT-IN-NAME
           OPEN INPUT REPORT-IN
           IF WS-REPORT-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-SUMMARY-COUNT >= 12
                   OR WS-SECTION-DONE = 1
               READ REPORT-IN
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM TAKE-SUMMARY-LINE
               END-READ
           END-PERFORM
           CLOSE REPORT-IN

           IF SUB-VHOST(WS-SUB-IDX) NOT = "-" AND WS-SECTION-SEEN = 0
               AND WS-SUMMARY-COUNT < 12
               ADD 1 TO WS-SUMMARY-COUNT
               STRING "(no section for tenant " DELIMITED BY SIZE
                      SUB-VHOST(WS-SUB-IDX) DELIMITED BY SPACE
                      " in this issue)" DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
               END-STRING
           END-IF
           .

       TAKE-SUMMARY-LINE.
           IF SUB-VHOST(WS-SUB-IDX) = "-"
               IF REPORT-IN-RECORD NOT = SPACES
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE REPORT-IN-RECORD
                       TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-NO = 1
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE REPORT-IN-RECORD TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-SECTION = 1
               IF REPORT-IN-RECORD = SPACES OR
                  REPORT-IN-RECORD(1:8) = "Tenant: "
                   MOVE 0 TO WS-IN-SECTION
                   MOVE 1 TO WS-SECTION-DONE
               ELSE
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE REPORT-IN-RECORD
                       TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF REPORT-IN-RECORD(1:WS-TENANT-HEAD-LEN) =
              WS-TENANT-HEAD(1:WS-TENANT-HEAD-LEN) AND
              REPORT-IN-RECORD(WS-TENANT-HEAD-LEN + 1:1) = SPACE
               MOVE 1 TO WS-IN-SECTION
               MOVE 1 TO WS-SECTION-SEEN
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE REPORT-IN-RECORD TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT)
           END-IF
           .

       BUILD-NOTICE-MESSAGE.
           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING "[reports] NOT AVAILABLE: " WS-TITLE
               DELIMITED BY "  " INTO WS-MAIL-SUBJECT
           END-STRING

           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           STRING FUNCTION TRIM(WS-TITLE) DELIMITED BY SIZE
                  " is not available this time: the job that "
                  "produces it (" DELIMITED BY SIZE
                  WS-JOB-NAME DELIMITED BY SPACE
                  ") did not complete successfully (rc="
                  DELIMITED BY SIZE
                  WS-JOB-RC DELIMITED BY SPACE
                  ").\nIt will be sent as soon as a rerun succeeds;"
                  " no earlier copy has been sent in its place."
                  "\n\nBack issues: " DELIMITED BY SIZE
                  WS-LINK DELIMITED BY "  "
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           .

*> The delivery register line, and the same fact in the audit trail
       RECORD-DELIVERY.
           OPEN EXTEND DELIVERY-LOG
           IF WS-DELIVERY-STATUS = "35" OR WS-DELIVERY-STATUS = "05"
               OPEN OUTPUT DELIVERY-LOG
           END-IF
           MOVE SPACES TO DELIVERY-RECORD
           STRING WS-TIMESTAMP "|" WS-TODAY "|" WS-KIND "|"
                  DELIMITED BY SIZE
                  WS-JOB-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SUB-REPORT(WS-SUB-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SUB-VHOST(WS-SUB-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  SUB-ADDR(WS-SUB-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RESULT-WORD DELIMITED BY SPACE
               INTO DELIVERY-RECORD
           END-STRING
           WRITE DELIVERY-RECORD
           CLOSE DELIVERY-LOG

           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] scheduler " DELIMITED BY SIZE
                  SUB-REPORT(WS-SUB-IDX) DELIMITED BY SPACE
                  " event=REPORT_DELIVERY user=scheduler kind="
                  DELIMITED BY SIZE
                  WS-KIND DELIMITED BY SPACE
                  " vhost=" DELIMITED BY SIZE
                  SUB-VHOST(WS-SUB-IDX) DELIMITED BY SPACE
                  " to=" DELIMITED BY SIZE
                  SUB-ADDR(WS-SUB-IDX) DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-RESULT-WORD DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL

           DISPLAY "REPORT-DISTRIBUTE: " WS-KIND " "
               FUNCTION TRIM(SUB-REPORT(WS-SUB-IDX)) " to "
               FUNCTION TRIM(SUB-ADDR(WS-SUB-IDX)) " - "
               WS-RESULT-WORD
           .
