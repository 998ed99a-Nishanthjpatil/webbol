*> Operator tool: the post-incident timeline. Given one incident id
*> from INCIDENTS.DAT it pulls together everything the system
*> recorded around that incident - the incident record itself,
*> ALERTS.LOG raises and clears, FAILOVER.LOG takeovers, failed runs
*> from JOB-HISTORY.LOG, the console and scheduler actions in
*> AUDIT.LOG, and a per-minute roll-up of ACCESS.LOG (requests, 5xx
*> responses, average and slowest service time) - into one
*> minute-by-minute report for the review, instead of five files
*> laid side by side by hand.
*>
*>   incident-timeline <id> [<lead-minutes> [<trail-minutes>]]
*>
*> The window opens <lead-minutes> (default 60) before the incident
*> was reported and closes <trail-minutes> (default 60) after it was
*> resolved - or now, for an incident still open. The report goes to
*> the console and to INCIDENT-<id>-TIMELINE.RPT.
*>
*> The header figures come from the incident's state changes:
*>   time-to-detect      onset to report - the onset is the first
*>                       ALERT raised or the first minute with 5xx
*>                       responses in the lead window, whichever came
*>                       first (nothing earlier means the report was
*>                       the first sign, and the figure is zero)
*>   time-to-acknowledge report to INCIDENT_ACKED
*>   time-to-resolve     report to INCIDENT_RESOLVED
*> INCIDENTS.DAT keeps only the current status, so the ACK and
*> RESOLVE times are taken from the INCIDENT-ADMIN audit records and
*> an escalation from INCIDENT-AGE's INCIDENT-UNACKED alert.
*>
*> The reporter's narrative is stored sealed (PII-CRYPT) and is
*> opened for the report only when this login is listed in
*> PII_READERS - the ask is audited either way.
*>
*> Access minutes are only listed when they carried a 5xx or a
*> request of 1000ms or slower; quiet minutes are left out. RETENTION's
*> FILENAME.ARC archives are read alongside each log, and the rotated
*> ACCESS-YYYYMMDD.LOG archives for every day the window touches
*> (and the day after, since rotation runs past midnight).
IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-TIMELINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(1200).
       FD  OUT-FILE.
       01  OUT-RECORD           PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-INC-STATUS         PIC XX.
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-INC-EOF            PIC 9 VALUE 0.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(64).
       01 WS-OUT-NAME           PIC X(64).
*> What the current file holds: S AUDIT.LOG state-change pass,
*> L alerts, F failover, J job history, U audit, A access log
       01 WS-SCAN-KIND          PIC X.
       01 WS-BASE-NAME          PIC X(48).
       01 WS-SOURCE             PIC X(10).

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ARG-1              PIC X(64).
       01 WS-ARG-2              PIC X(64).
       01 WS-ARG-3              PIC X(64).
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.

       01 WS-INC-ID             PIC X(6).
       01 WS-INC-ID-NUM         PIC 9(6).
       01 WS-LEAD-MINS          PIC 9(5) VALUE 60.
       01 WS-TRAIL-MINS         PIC 9(5) VALUE 60.
       01 WS-SLOW-MS            PIC 9(7) VALUE 1000.

*> The incident as INCIDENTS.DAT has it
       01 WS-INC-FOUND          PIC 9 VALUE 0.
       01 WS-INC-STATE          PIC X(12).
       01 WS-INC-SEV            PIC X(12).
       01 WS-INC-WHEN           PIC X(19).
       01 WS-INC-CLIENT         PIC X(46).
       01 WS-INC-TEXT           PIC X(300).
       01 WS-PIPE-TABLE.
          05 WS-PIPE-POS        PIC 9(4) COMP OCCURS 5 TIMES.
       01 WS-PIPE-COUNT         PIC 9 COMP.
       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.

*> Its state changes, and the figures worked from them
       01 WS-REPORTED-SECS      PIC 9(12) VALUE 0.
       01 WS-ACKED-WHEN         PIC X(19) VALUE SPACES.
       01 WS-RESOLVED-WHEN      PIC X(19) VALUE SPACES.
       01 WS-ESCALATED-WHEN     PIC X(19) VALUE SPACES.
       01 WS-FIRST-ALERT-WHEN   PIC X(19) VALUE SPACES.
       01 WS-FIRST-ALERT-TEXT   PIC X(80) VALUE SPACES.
       01 WS-FIRST-5XX-WHEN     PIC X(19) VALUE SPACES.
       01 WS-ONSET-WHEN         PIC X(19) VALUE SPACES.
       01 WS-STATE-PATTERN      PIC X(48).
       01 WS-STATE-PATTERN-LEN  PIC 9(4) COMP.
       01 WS-PATTERN-HITS       PIC 9(4) COMP.

*> The window, as seconds and as log timestamps (which compare in
*> time order as plain text)
       01 WS-FROM-SECS          PIC 9(12).
       01 WS-TO-SECS            PIC 9(12).
       01 WS-FROM-WHEN          PIC X(19).
       01 WS-TO-WHEN            PIC X(19).
       01 WS-NOW-WHEN           PIC X(19).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-DAY-FROM-INT       PIC 9(8).
       01 WS-DAY-TO-INT         PIC 9(8).
       01 WS-DAY-INT            PIC 9(8).
       01 WS-DAY-DATE           PIC 9(8).

*> The access-log minute being totted up; access lines arrive in
*> time order, so a minute is complete when the next one starts
       01 WS-MIN-KEY            PIC X(16) VALUE SPACES.
       01 WS-MIN-REQS           PIC 9(7) VALUE 0.
       01 WS-MIN-5XX            PIC 9(7) VALUE 0.
       01 WS-MIN-MS-TOTAL       PIC 9(12) VALUE 0.
       01 WS-MIN-MS-MAX         PIC 9(7) VALUE 0.
       01 WS-MIN-MS-AVG         PIC 9(7).

*> The timeline, kept in timestamp order as it is built
       01 WS-TL-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-TL-DROPPED         PIC 9(6) VALUE 0.
       01 WS-TL-IDX             PIC 9(4) COMP.
       01 WS-TL-TABLE.
          05 WS-TL OCCURS 500 TIMES.
             10 TL-WHEN         PIC X(19).
             10 TL-SOURCE       PIC X(10).
             10 TL-TEXT         PIC X(300).
       01 WS-NEW-WHEN           PIC X(19).
       01 WS-NEW-TEXT           PIC X(300).
       01 WS-LAST-MINUTE        PIC X(16).

*> Fields picked off the line in hand
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-END-POS            PIC 9(4) COMP.
       01 WS-MARK-POS           PIC 9(4) COMP.
       01 WS-LINE-WHEN          PIC X(19).
       01 WS-LINE-STATUS        PIC X(3).
       01 WS-LINE-MS            PIC 9(7).
       01 WS-MS-DIGITS          PIC X(7).
       01 WS-MS-LEN             PIC 9(4) COMP.

*> "YYYY-MM-DD HH:MM:SS" to and from seconds on an integer-date scale
       01 WS-TS-WORK            PIC X(19).
       01 WS-TS-SECS            PIC 9(12).
       01 WS-TS-DAY             PIC 9(8).
       01 WS-TS-REM             PIC 9(6).
       01 WS-TS-HH              PIC 99.
       01 WS-TS-MI              PIC 99.
       01 WS-TS-SS              PIC 99.

*> A duration as "Nd HH:MM:SS"
       01 WS-DUR-SECS           PIC S9(12).
       01 WS-DUR-DAYS           PIC 9(5).
       01 WS-DUR-DAYS-D         PIC Z(4)9.
       01 WS-DUR-TEXT           PIC X(24).

       01 WS-COUNT-D            PIC Z(5)9.
       01 WS-REQS-D             PIC Z(6)9.
       01 WS-5XX-D              PIC Z(6)9.
       01 WS-AVG-D              PIC Z(6)9.
       01 WS-MAX-D              PIC Z(6)9.
       01 WS-MINS-D             PIC Z(4)9.
       01 WS-OUT-LINE           PIC X(400).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM SPLIT-COMMAND-LINE

           IF WS-ARG-1 = SPACES OR
              FUNCTION TRIM(WS-ARG-1) NOT NUMERIC
               DISPLAY "INCIDENT-TIMELINE: usage: <id> "
                   "[<lead-minutes> [<trail-minutes>]]"
               STOP RUN
           END-IF
           COMPUTE WS-INC-ID-NUM = FUNCTION NUMVAL(WS-ARG-1)
           MOVE WS-INC-ID-NUM TO WS-INC-ID
           IF WS-ARG-2 NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-2) NOT NUMERIC
                   DISPLAY "INCIDENT-TIMELINE: lead minutes "
                       FUNCTION TRIM(WS-ARG-2) " is not a number"
                   STOP RUN
               END-IF
               COMPUTE WS-LEAD-MINS = FUNCTION NUMVAL(WS-ARG-2)
           END-IF
           IF WS-ARG-3 NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-3) NOT NUMERIC
                   DISPLAY "INCIDENT-TIMELINE: trail minutes "
                       FUNCTION TRIM(WS-ARG-3) " is not a number"
                   STOP RUN
               END-IF
               COMPUTE WS-TRAIL-MINS = FUNCTION NUMVAL(WS-ARG-3)
           END-IF

           PERFORM FIND-INCIDENT
           IF WS-INC-FOUND = 0
               DISPLAY "INCIDENT-TIMELINE: incident " WS-INC-ID
                   " not found in INCIDENTS.DAT"
               STOP RUN
           END-IF
           MOVE WS-INC-WHEN TO WS-TS-WORK
           PERFORM TS-TO-SECS
           MOVE WS-TS-SECS TO WS-REPORTED-SECS
           IF WS-REPORTED-SECS = 0
               DISPLAY "INCIDENT-TIMELINE: incident " WS-INC-ID
                   " carries no usable timestamp"
               STOP RUN
           END-IF

*> Its acknowledgement and resolution fix where the window closes
           MOVE SPACES TO WS-STATE-PATTERN
           STRING " incident-" WS-INC-ID " event=INCIDENT_"
               DELIMITED BY SIZE INTO WS-STATE-PATTERN
           END-STRING
           MOVE 32 TO WS-STATE-PATTERN-LEN
           MOVE "S" TO WS-SCAN-KIND
           MOVE "AUDIT.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE

           PERFORM SET-UP-WINDOW

           MOVE "L" TO WS-SCAN-KIND
           MOVE "ALERTS" TO WS-SOURCE
           MOVE "ALERTS.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "F" TO WS-SCAN-KIND
           MOVE "FAILOVER" TO WS-SOURCE
           MOVE "FAILOVER.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "J" TO WS-SCAN-KIND
           MOVE "JOBS" TO WS-SOURCE
           MOVE "JOB-HISTORY.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "U" TO WS-SCAN-KIND
           MOVE "AUDIT" TO WS-SOURCE
           MOVE "AUDIT.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE

           MOVE "A" TO WS-SCAN-KIND
           MOVE "ACCESS" TO WS-SOURCE
           PERFORM VARYING WS-DAY-INT FROM WS-DAY-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-DAY-TO-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DAY-DATE
               MOVE SPACES TO WS-SCAN-NAME
               STRING "ACCESS-" WS-DAY-DATE ".LOG"
                   DELIMITED BY SIZE INTO WS-SCAN-NAME
               END-STRING
               PERFORM SCAN-ONE-FILE
           END-PERFORM
           MOVE "ACCESS.LOG" TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           PERFORM FLUSH-ACCESS-MINUTE

*> The incident's own report goes in as an entry of its own
           MOVE "INCIDENT" TO WS-SOURCE
           MOVE WS-INC-WHEN TO WS-NEW-WHEN
           MOVE SPACES TO WS-NEW-TEXT
           STRING "REPORTED incident=" WS-INC-ID " sev="
                  DELIMITED BY SIZE
                  WS-INC-SEV DELIMITED BY SPACE
                  " client=" DELIMITED BY SIZE
                  WS-INC-CLIENT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-INC-TEXT DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-TIMELINE-ENTRY

           PERFORM WORK-OUT-ONSET
           PERFORM WRITE-TIMELINE
           STOP RUN.

       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE SPACES TO WS-ARG-3
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 256 OR WS-TOK-NUM >= 3
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 256 OR
                         WS-COMMAND-LINE(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 256
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 256 OR
                         WS-COMMAND-LINE(WS-TOK-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-TOK-NUM
               EVALUATE WS-TOK-NUM
                   WHEN 1
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-1
                   WHEN 2
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-2
                   WHEN 3
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-3
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           .

*> "ID|STATUS|SEV|TIMESTAMP|CLIENT|TEXT"
       FIND-INCIDENT.
           OPEN INPUT INCIDENTS-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INC-EOF
           PERFORM UNTIL WS-INC-EOF = 1 OR WS-INC-FOUND = 1
               READ INCIDENTS-FILE
                   AT END
                       MOVE 1 TO WS-INC-EOF
                   NOT AT END
                       IF INCIDENTS-RECORD(1:6) = WS-INC-ID AND
                          INCIDENTS-RECORD(7:1) = "|"
                           PERFORM PARSE-INCIDENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENTS-FILE
           .

       PARSE-INCIDENT-LINE.
           MOVE 0 TO WS-PIPE-COUNT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 1200 OR WS-PIPE-COUNT >= 5
               IF INCIDENTS-RECORD(WS-SCAN-POS:1) = "|"
                   ADD 1 TO WS-PIPE-COUNT
                   MOVE WS-SCAN-POS TO WS-PIPE-POS(WS-PIPE-COUNT)
               END-IF
           END-PERFORM
           IF WS-PIPE-COUNT < 5
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-INC-STATE
           MOVE SPACES TO WS-INC-SEV
           MOVE SPACES TO WS-INC-WHEN
           MOVE SPACES TO WS-INC-CLIENT
           MOVE SPACES TO WS-INC-TEXT
           IF WS-PIPE-POS(2) > WS-PIPE-POS(1) + 1
               MOVE INCIDENTS-RECORD(WS-PIPE-POS(1) + 1:
                   WS-PIPE-POS(2) - WS-PIPE-POS(1) - 1)
                   TO WS-INC-STATE
           END-IF
           IF WS-PIPE-POS(3) > WS-PIPE-POS(2) + 1
               MOVE INCIDENTS-RECORD(WS-PIPE-POS(2) + 1:
                   WS-PIPE-POS(3) - WS-PIPE-POS(2) - 1)
                   TO WS-INC-SEV
           END-IF
           IF WS-PIPE-POS(4) > WS-PIPE-POS(3) + 1
               MOVE INCIDENTS-RECORD(WS-PIPE-POS(3) + 1:
                   WS-PIPE-POS(4) - WS-PIPE-POS(3) - 1)
                   TO WS-INC-WHEN
           END-IF
           IF WS-PIPE-POS(5) > WS-PIPE-POS(4) + 1
               MOVE INCIDENTS-RECORD(WS-PIPE-POS(4) + 1:
                   WS-PIPE-POS(5) - WS-PIPE-POS(4) - 1)
                   TO WS-INC-CLIENT
           END-IF
           IF WS-PIPE-POS(5) < 1200
               MOVE INCIDENTS-RECORD(WS-PIPE-POS(5) + 1:)
                   TO WS-INC-TEXT
           END-IF
           IF WS-INC-TEXT(1:2) = "{P"
               PERFORM OPEN-INCIDENT-TEXT
           END-IF
           MOVE 1 TO WS-INC-FOUND
           .

       OPEN-INCIDENT-TEXT.
           MOVE "A" TO WS-PII-MODE
           MOVE SPACES TO WS-PII-TEXT
           MOVE "incident-timeline" TO WS-PII-TEXT
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 3
               MOVE "(reporter's text sealed - this login is not in "
                   & "PII_READERS)" TO WS-INC-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE INCIDENTS-RECORD TO WS-PII-TEXT
           MOVE "D" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 0
               MOVE SPACES TO WS-INC-TEXT
               MOVE WS-PII-TEXT(WS-PIPE-POS(5) + 1:300) TO WS-INC-TEXT
           END-IF
           .

*> Open the lead before the report; close the trail after the
*> resolution, or now if there has been none
       SET-UP-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-NOW-WHEN
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-NOW-WHEN
           END-STRING

           COMPUTE WS-FROM-SECS = WS-REPORTED-SECS - WS-LEAD-MINS * 60
           IF WS-RESOLVED-WHEN NOT = SPACES
               MOVE WS-RESOLVED-WHEN TO WS-TS-WORK
               PERFORM TS-TO-SECS
               COMPUTE WS-TO-SECS = WS-TS-SECS + WS-TRAIL-MINS * 60
           ELSE
               MOVE WS-NOW-WHEN TO WS-TS-WORK
               PERFORM TS-TO-SECS
               MOVE WS-TS-SECS TO WS-TO-SECS
           END-IF
           IF WS-TO-SECS < WS-REPORTED-SECS
               COMPUTE WS-TO-SECS =
                   WS-REPORTED-SECS + WS-TRAIL-MINS * 60
           END-IF

           MOVE WS-FROM-SECS TO WS-TS-SECS
           PERFORM SECS-TO-TS
           MOVE WS-TS-WORK TO WS-FROM-WHEN
           COMPUTE WS-DAY-FROM-INT = WS-FROM-SECS / 86400
           MOVE WS-TO-SECS TO WS-TS-SECS
           PERFORM SECS-TO-TS
           MOVE WS-TS-WORK TO WS-TO-WHEN
           COMPUTE WS-DAY-TO-INT = WS-TO-SECS / 86400 + 1
           .

       SCAN-FILE-AND-ARCHIVE.
           MOVE SPACES TO WS-SCAN-NAME
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  ".ARC" DELIMITED BY SIZE
               INTO WS-SCAN-NAME
           END-STRING
           PERFORM SCAN-ONE-FILE
           MOVE WS-BASE-NAME TO WS-SCAN-NAME
           PERFORM SCAN-ONE-FILE
           .

       SCAN-ONE-FILE.
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ SCAN-FILE
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       EVALUATE WS-SCAN-KIND
                           WHEN "S"
                               PERFORM CHECK-STATE-LINE
                           WHEN "A"
                               PERFORM CHECK-ACCESS-LINE
                           WHEN OTHER
                               PERFORM CHECK-STAMPED-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

*> "[ts] console incident-NNNNNN event=INCIDENT_ACKED ..." - the
*> first acknowledgement and the last resolution count
       CHECK-STATE-LINE.
           IF SCAN-RECORD(1:1) NOT = "[" OR SCAN-RECORD(21:1) NOT = "]"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PATTERN-HITS
           INSPECT SCAN-RECORD(1:200) TALLYING WS-PATTERN-HITS
               FOR ALL WS-STATE-PATTERN(1:WS-STATE-PATTERN-LEN)
           IF WS-PATTERN-HITS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PATTERN-HITS
           INSPECT SCAN-RECORD(1:200) TALLYING WS-PATTERN-HITS
               FOR ALL "event=INCIDENT_ACKED "
           IF WS-PATTERN-HITS > 0 AND WS-ACKED-WHEN = SPACES
               MOVE SCAN-RECORD(2:19) TO WS-ACKED-WHEN
           END-IF
           MOVE 0 TO WS-PATTERN-HITS
           INSPECT SCAN-RECORD(1:200) TALLYING WS-PATTERN-HITS
               FOR ALL "event=INCIDENT_RESOLVED "
           IF WS-PATTERN-HITS > 0
               MOVE SCAN-RECORD(2:19) TO WS-RESOLVED-WHEN
           END-IF
           .

*> ALERTS, FAILOVER, JOB-HISTORY and AUDIT lines all open
*> "[YYYY-MM-DD HH:MM:SS] "; the rest of the line is the entry
       CHECK-STAMPED-LINE.
           IF SCAN-RECORD(1:1) NOT = "[" OR SCAN-RECORD(21:1) NOT = "]"
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(2:19) TO WS-LINE-WHEN
           IF WS-LINE-WHEN < WS-FROM-WHEN OR WS-LINE-WHEN > WS-TO-WHEN
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(23:300) TO WS-NEW-TEXT

           EVALUATE WS-SCAN-KIND
               WHEN "L"
*> Another incident's escalation is not this one's business
                   IF WS-NEW-TEXT(1:32) =
                      "ALERT INCIDENT-UNACKED incident="
                       IF WS-NEW-TEXT(33:6) NOT = WS-INC-ID
                           EXIT PARAGRAPH
                       END-IF
                       IF WS-ESCALATED-WHEN = SPACES
                           MOVE WS-LINE-WHEN TO WS-ESCALATED-WHEN
                       END-IF
                   ELSE
                       IF WS-NEW-TEXT(1:6) = "ALERT " AND
                          WS-LINE-WHEN <= WS-INC-WHEN AND
                          WS-FIRST-ALERT-WHEN = SPACES
                           MOVE WS-LINE-WHEN TO WS-FIRST-ALERT-WHEN
                           MOVE WS-NEW-TEXT(1:80)
                               TO WS-FIRST-ALERT-TEXT
                       END-IF
                   END-IF
               WHEN "J"
*> Only the runs that failed
                   MOVE 0 TO WS-MARK-POS
                   PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > 120
                       IF WS-NEW-TEXT(WS-SCAN-POS:4) = " rc="
                           MOVE WS-SCAN-POS TO WS-MARK-POS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-MARK-POS = 0 OR
                      WS-NEW-TEXT(WS-MARK-POS + 4:4) = "0000"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "U"
*> Operator and scheduler actions only - per-request audit records
*> open with the client address instead - and without the chain
                   IF WS-NEW-TEXT(1:8) NOT = "console " AND
                      WS-NEW-TEXT(1:10) NOT = "scheduler "
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > 293
                       IF WS-NEW-TEXT(WS-SCAN-POS:7) = " chain="
                           MOVE SPACES TO WS-NEW-TEXT(WS-SCAN-POS:)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE

           MOVE WS-LINE-WHEN TO WS-NEW-WHEN
           PERFORM ADD-TIMELINE-ENTRY
           .

*> "ADDR - USER [YYYY-MM-DD HH:MM:SS] "METHOD PATH" NNN ... Nms"
       CHECK-ACCESS-LINE.
           MOVE SPACES TO WS-LINE-WHEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 120
               IF SCAN-RECORD(WS-SCAN-POS:1) = "["
                   MOVE SCAN-RECORD(WS-SCAN-POS + 1:19)
                       TO WS-LINE-WHEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LINE-WHEN = SPACES OR
              WS-LINE-WHEN < WS-FROM-WHEN OR WS-LINE-WHEN > WS-TO-WHEN
               EXIT PARAGRAPH
           END-IF

*> Status follows the request's closing quote
           MOVE SPACES TO WS-LINE-STATUS
           MOVE 0 TO WS-MARK-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-SCAN-POS > 1000
               IF SCAN-RECORD(WS-SCAN-POS:1) = QUOTE
                   IF WS-MARK-POS = 0
                       MOVE WS-SCAN-POS TO WS-MARK-POS
                   ELSE
                       MOVE SCAN-RECORD(WS-SCAN-POS + 2:3)
                           TO WS-LINE-STATUS
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

*> Trailing service time
           MOVE 0 TO WS-LINE-MS
           PERFORM VARYING WS-END-POS FROM 1200 BY -1
               UNTIL WS-END-POS < 3 OR
                     SCAN-RECORD(WS-END-POS:1) NOT = SPACE
           END-PERFORM
           IF WS-END-POS >= 3 AND
              SCAN-RECORD(WS-END-POS - 1:2) = "ms"
               SUBTRACT 2 FROM WS-END-POS
               MOVE WS-END-POS TO WS-SCAN-POS
               PERFORM UNTIL WS-SCAN-POS < 1 OR
                       SCAN-RECORD(WS-SCAN-POS:1) NOT NUMERIC OR
                       WS-END-POS - WS-SCAN-POS >= 7
                   SUBTRACT 1 FROM WS-SCAN-POS
               END-PERFORM
               COMPUTE WS-MS-LEN = WS-END-POS - WS-SCAN-POS
               IF WS-MS-LEN > 0
                   MOVE SPACES TO WS-MS-DIGITS
                   MOVE SCAN-RECORD(WS-SCAN-POS + 1:WS-MS-LEN)
                       TO WS-MS-DIGITS
                   COMPUTE WS-LINE-MS = FUNCTION NUMVAL(WS-MS-DIGITS)
               END-IF
           END-IF

           IF WS-LINE-WHEN(1:16) NOT = WS-MIN-KEY
               PERFORM FLUSH-ACCESS-MINUTE
               MOVE WS-LINE-WHEN(1:16) TO WS-MIN-KEY
           END-IF
           ADD 1 TO WS-MIN-REQS
           IF WS-LINE-STATUS(1:1) = "5"
               ADD 1 TO WS-MIN-5XX
           END-IF
           ADD WS-LINE-MS TO WS-MIN-MS-TOTAL
           IF WS-LINE-MS > WS-MIN-MS-MAX
               MOVE WS-LINE-MS TO WS-MIN-MS-MAX
           END-IF
           .

*> A finished minute earns a line when it served errors or a slow
*> request; the first erroring minute up to the report is an onset
*> candidate
       FLUSH-ACCESS-MINUTE.
           IF WS-MIN-KEY = SPACES OR WS-MIN-REQS = 0
               MOVE SPACES TO WS-MIN-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-MIN-5XX > 0 OR WS-MIN-MS-MAX >= WS-SLOW-MS
               COMPUTE WS-MIN-MS-AVG = WS-MIN-MS-TOTAL / WS-MIN-REQS
               MOVE WS-MIN-REQS TO WS-REQS-D
               MOVE WS-MIN-5XX TO WS-5XX-D
               MOVE WS-MIN-MS-AVG TO WS-AVG-D
               MOVE WS-MIN-MS-MAX TO WS-MAX-D
               MOVE SPACES TO WS-NEW-TEXT
               STRING "requests=" FUNCTION TRIM(WS-REQS-D)
                      " 5xx=" FUNCTION TRIM(WS-5XX-D)
                      " avg=" FUNCTION TRIM(WS-AVG-D) "ms"
                      " max=" FUNCTION TRIM(WS-MAX-D) "ms"
                      DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               MOVE SPACES TO WS-NEW-WHEN
               STRING WS-MIN-KEY ":00" DELIMITED BY SIZE
                   INTO WS-NEW-WHEN
               END-STRING
               MOVE "ACCESS" TO WS-SOURCE
               PERFORM ADD-TIMELINE-ENTRY
               IF WS-MIN-5XX > 0 AND WS-FIRST-5XX-WHEN = SPACES AND
                  WS-NEW-WHEN <= WS-INC-WHEN
                   MOVE WS-NEW-WHEN TO WS-FIRST-5XX-WHEN
               END-IF
           END-IF
           MOVE SPACES TO WS-MIN-KEY
           MOVE 0 TO WS-MIN-REQS
           MOVE 0 TO WS-MIN-5XX
           MOVE 0 TO WS-MIN-MS-TOTAL
           MOVE 0 TO WS-MIN-MS-MAX
           .

       WORK-OUT-ONSET.
           MOVE WS-INC-WHEN TO WS-ONSET-WHEN
           IF WS-FIRST-ALERT-WHEN NOT = SPACES AND
              WS-FIRST-ALERT-WHEN < WS-ONSET-WHEN
               MOVE WS-FIRST-ALERT-WHEN TO WS-ONSET-WHEN
           END-IF
           IF WS-FIRST-5XX-WHEN NOT = SPACES AND
              WS-FIRST-5XX-WHEN < WS-ONSET-WHEN
               MOVE WS-FIRST-5XX-WHEN TO WS-ONSET-WHEN
           END-IF
           .

       TS-TO-SECS.
           MOVE 0 TO WS-TS-SECS
           IF WS-TS-WORK(1:4) NOT NUMERIC OR
              WS-TS-WORK(6:2) NOT NUMERIC OR
              WS-TS-WORK(9:2) NOT NUMERIC OR
              WS-TS-WORK(12:2) NOT NUMERIC OR
              WS-TS-WORK(15:2) NOT NUMERIC OR
              WS-TS-WORK(18:2) NOT NUMERIC OR
              WS-TS-WORK(6:2) < "01" OR WS-TS-WORK(6:2) > "12" OR
              WS-TS-WORK(9:2) < "01" OR WS-TS-WORK(9:2) > "31"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS-WORK(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-TS-WORK(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-TS-WORK(9:2))) * 86400 +
               FUNCTION NUMVAL(WS-TS-WORK(12:2)) * 3600 +
               FUNCTION NUMVAL(WS-TS-WORK(15:2)) * 60 +
               FUNCTION NUMVAL(WS-TS-WORK(18:2))
           .

       SECS-TO-TS.
           COMPUTE WS-TS-DAY = WS-TS-SECS / 86400
           COMPUTE WS-TS-REM = WS-TS-SECS - WS-TS-DAY * 86400
           MOVE FUNCTION DATE-OF-INTEGER(WS-TS-DAY) TO WS-DAY-DATE
           COMPUTE WS-TS-HH = WS-TS-REM / 3600
           COMPUTE WS-TS-MI = (WS-TS-REM - WS-TS-HH * 3600) / 60
           COMPUTE WS-TS-SS =
               WS-TS-REM - WS-TS-HH * 3600 - WS-TS-MI * 60
           MOVE SPACES TO WS-TS-WORK
           STRING WS-DAY-DATE(1:4) "-" WS-DAY-DATE(5:2) "-"
                  WS-DAY-DATE(7:2) " " WS-TS-HH ":" WS-TS-MI ":"
                  WS-TS-SS
               DELIMITED BY SIZE INTO WS-TS-WORK
           END-STRING
           .

*> WS-DUR-SECS as "Nd HH:MM:SS" in WS-DUR-TEXT
       FORMAT-DURATION.
           IF WS-DUR-SECS < 0
               MOVE 0 TO WS-DUR-SECS
           END-IF
           COMPUTE WS-DUR-DAYS = WS-DUR-SECS / 86400
           COMPUTE WS-TS-REM = WS-DUR-SECS - WS-DUR-DAYS * 86400
           COMPUTE WS-TS-HH = WS-TS-REM / 3600
           COMPUTE WS-TS-MI = (WS-TS-REM - WS-TS-HH * 3600) / 60
           COMPUTE WS-TS-SS =
               WS-TS-REM - WS-TS-HH * 3600 - WS-TS-MI * 60
           MOVE WS-DUR-DAYS TO WS-DUR-DAYS-D
           MOVE SPACES TO WS-DUR-TEXT
           STRING FUNCTION TRIM(WS-DUR-DAYS-D) "d " WS-TS-HH ":"
                  WS-TS-MI ":" WS-TS-SS
               DELIMITED BY SIZE INTO WS-DUR-TEXT
           END-STRING
           .

*> Insert behind every entry stamped no later, so records from the
*> same second keep the order they were found in
       ADD-TIMELINE-ENTRY.
           IF WS-TL-COUNT >= 500
               ADD 1 TO WS-TL-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TL-COUNT
           MOVE WS-TL-COUNT TO WS-TL-IDX
           PERFORM UNTIL WS-TL-IDX < 2
               IF TL-WHEN(WS-TL-IDX - 1) <= WS-NEW-WHEN
                   EXIT PERFORM
               END-IF
               MOVE WS-TL(WS-TL-IDX - 1) TO WS-TL(WS-TL-IDX)
               SUBTRACT 1 FROM WS-TL-IDX
           END-PERFORM
           MOVE WS-NEW-WHEN TO TL-WHEN(WS-TL-IDX)
           MOVE WS-SOURCE TO TL-SOURCE(WS-TL-IDX)
           MOVE WS-NEW-TEXT TO TL-TEXT(WS-TL-IDX)
           .

       WRITE-TIMELINE.
           MOVE SPACES TO WS-OUT-NAME
           STRING "INCIDENT-" WS-INC-ID "-TIMELINE.RPT"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           END-STRING
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "INCIDENT-TIMELINE: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
                   " - timeline to the console only"
               MOVE SPACES TO WS-OUT-NAME
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "INCIDENT TIMELINE - incident " WS-INC-ID
                  " (" DELIMITED BY SIZE
                  WS-INC-STATE DELIMITED BY SPACE
                  ", sev " DELIMITED BY SIZE
                  WS-INC-SEV DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "  " FUNCTION TRIM(WS-INC-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING "  onset        " WS-ONSET-WHEN
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           EVALUATE TRUE
               WHEN WS-ONSET-WHEN = WS-INC-WHEN
                   MOVE "  (nothing earlier - the report came first)"
                       TO WS-OUT-LINE(35:)
               WHEN WS-ONSET-WHEN = WS-FIRST-ALERT-WHEN
                   STRING "  (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FIRST-ALERT-TEXT)
                          DELIMITED BY SIZE ")" DELIMITED BY SIZE
                       INTO WS-OUT-LINE(35:)
                   END-STRING
               WHEN OTHER
                   MOVE "  (first minute serving 5xx)"
                       TO WS-OUT-LINE(35:)
           END-EVALUATE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "  reported     " WS-INC-WHEN "  client "
                  DELIMITED BY SIZE
                  WS-INC-CLIENT DELIMITED BY SPACE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF WS-ESCALATED-WHEN NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "  escalated    " WS-ESCALATED-WHEN
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           IF WS-ACKED-WHEN = SPACES
               MOVE "  acknowledged (not yet)" TO WS-OUT-LINE
           ELSE
               STRING "  acknowledged " WS-ACKED-WHEN
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF WS-RESOLVED-WHEN = SPACES
               MOVE "  resolved     (not yet)" TO WS-OUT-LINE
           ELSE
               STRING "  resolved     " WS-RESOLVED-WHEN
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-ONSET-WHEN TO WS-TS-WORK
           PERFORM TS-TO-SECS
           COMPUTE WS-DUR-SECS = WS-REPORTED-SECS - WS-TS-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO WS-OUT-LINE
           STRING "  time-to-detect       " WS-DUR-TEXT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF WS-ACKED-WHEN = SPACES
               MOVE "  time-to-acknowledge  -" TO WS-OUT-LINE
           ELSE
               MOVE WS-ACKED-WHEN TO WS-TS-WORK
               PERFORM TS-TO-SECS
               COMPUTE WS-DUR-SECS = WS-TS-SECS - WS-REPORTED-SECS
               PERFORM FORMAT-DURATION
               STRING "  time-to-acknowledge  " WS-DUR-TEXT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF WS-RESOLVED-WHEN = SPACES
               MOVE "  time-to-resolve      - (still open)"
                   TO WS-OUT-LINE
           ELSE
               MOVE WS-RESOLVED-WHEN TO WS-TS-WORK
               PERFORM TS-TO-SECS
               COMPUTE WS-DUR-SECS = WS-TS-SECS - WS-REPORTED-SECS
               PERFORM FORMAT-DURATION
               STRING "  time-to-resolve      " WS-DUR-TEXT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-LEAD-MINS TO WS-MINS-D
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-MARK-POS
           STRING "  window " WS-FROM-WHEN " to " WS-TO-WHEN
                  " (lead " FUNCTION TRIM(WS-MINS-D)
                  DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-MARK-POS
           END-STRING
           MOVE WS-TRAIL-MINS TO WS-MINS-D
           STRING ", trail " FUNCTION TRIM(WS-MINS-D) " minutes)"
                  DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-MARK-POS
           END-STRING
           PERFORM EMIT-LINE
           MOVE WS-TL-COUNT TO WS-COUNT-D
           MOVE SPACES TO WS-OUT-LINE
           STRING "  " FUNCTION TRIM(WS-COUNT-D) " entries; access "
                  "minutes shown only with a 5xx or a request of "
                  "1000ms or slower" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF WS-TL-DROPPED > 0
               MOVE WS-TL-DROPPED TO WS-COUNT-D
               MOVE SPACES TO WS-OUT-LINE
               STRING "  timeline full - " FUNCTION TRIM(WS-COUNT-D)
                      " further record(s) not shown; narrow the "
                      "window" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE

*> The minute is printed once, at the first entry that falls in it
           MOVE SPACES TO WS-LAST-MINUTE
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
               MOVE SPACES TO WS-OUT-LINE
               IF TL-WHEN(WS-TL-IDX)(1:16) NOT = WS-LAST-MINUTE
                   MOVE TL-WHEN(WS-TL-IDX)(1:16) TO WS-LAST-MINUTE
                   MOVE WS-LAST-MINUTE TO WS-OUT-LINE(1:16)
               END-IF
               STRING TL-WHEN(WS-TL-IDX)(18:2) "s  "
                      TL-SOURCE(WS-TL-IDX) " " TL-TEXT(WS-TL-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE(19:)
               END-STRING
               PERFORM EMIT-LINE
           END-PERFORM

           IF WS-OUT-NAME NOT = SPACES
               CLOSE OUT-FILE
               DISPLAY "INCIDENT-TIMELINE: timeline written to "
                   FUNCTION TRIM(WS-OUT-NAME)
           END-IF
           .

       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           IF WS-OUT-NAME NOT = SPACES
               MOVE WS-OUT-LINE TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF
           .
