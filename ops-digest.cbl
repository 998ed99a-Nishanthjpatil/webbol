*> sits down. A quiet night - nothing failed, nothing alerted,
*> nothing open - produces a single "all clear" line.
*>
*> The window is "since yesterday morning": any JOB-HISTORY.LOG,
*> ALERTS.LOG or ALERT-MANAGER.LOG line stamped yesterday or today
*> counts, which covers the overnight run whatever time this job
*> fires.
*>
*> ALERT-MANAGER.LOG gives the notification volume before and after
*> deduplication: every notice the monitors handed ALERT-MANAGER
*> against the ones it actually sent (sent=Y), with how many it
*> folded into an open alert, grouped under a root cause, or held
*> back for a suppression window.
IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-DIGEST.

           SELECT DF-FILE ASSIGN TO "OPSDIGEST-DF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-STATUS.
           SELECT MANAGER-LOG ASSIGN TO "ALERT-MANAGER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANAGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPS-DIGEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  STATS-FILE.
       01  STATS-RECORD         PIC X(64).
       FD  DF-FILE.
       01  DF-RECORD            PIC X(96).
       FD  MANAGER-LOG.
       01  MANAGER-LOG-RECORD   PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(160).

       01 WS-INC-STATUS         PIC XX.
       01 WS-STATS-STATUS       PIC XX.
       01 WS-DF-STATUS          PIC XX.
       01 WS-MANAGER-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-ALERTS-RAISED      PIC 9(4) VALUE 0.
       01 WS-ALERTS-CLEARED     PIC 9(4) VALUE 0.

*> Notification volume, from ALERT-MANAGER.LOG verbs - LAPSED is the
*> manager's own housekeeping, not a notice from a monitor
       01 WS-NOTICES-IN         PIC 9(4) VALUE 0.
       01 WS-NOTICES-SENT       PIC 9(4) VALUE 0.
       01 WS-NOTICES-FOLDED     PIC 9(4) VALUE 0.
       01 WS-NOTICES-GROUPED    PIC 9(4) VALUE 0.
       01 WS-NOTICES-SUPPRESSED PIC 9(4) VALUE 0.
       01 WS-SENT-HITS          PIC 9(4) COMP.

*> The incident queue as it stands this morning
       01 WS-INC-OPEN           PIC 9(4) VALUE 0.
       01 WS-INC-ESCALATED      PIC 9(4) VALUE 0.
*> Formatting scratch
       01 WS-COUNT-D            PIC ZZZ9.
       01 WS-COUNT-D2           PIC ZZZ9.
       01 WS-COUNT-D3           PIC ZZZ9.
       01 WS-COUNT-D4           PIC ZZZ9.
       01 WS-COUNT-D5           PIC ZZZ9.
       01 WS-REQ-D              PIC ZZZ,ZZZ,ZZ9.
       01 WS-MB-D               PIC ZZZ,ZZZ,ZZ9.
       01 WS-QUIET-NIGHT        PIC 9 VALUE 0.

           PERFORM SCAN-JOB-HISTORY
           PERFORM SCAN-ALERTS
           PERFORM SCAN-ALERT-MANAGER
           PERFORM SCAN-INCIDENTS
           PERFORM READ-REQUEST-TOTAL
           PERFORM PROBE-DISK-HEADROOM
           END-EVALUATE
           .

*> "[ts] VERB key=K ... sent=Y|N" - every verb but LAPSED is a notice
*> a monitor handed over; sent=Y is one that went out
       SCAN-ALERT-MANAGER.
           OPEN INPUT MANAGER-LOG
           IF WS-MANAGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ MANAGER-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-MANAGER-LINE
               END-READ
           END-PERFORM
           CLOSE MANAGER-LOG
           .

       TALLY-ONE-MANAGER-LINE.
           IF MANAGER-LOG-RECORD(1:1) NOT = "["
               EXIT PARAGRAPH
           END-IF
           MOVE MANAGER-LOG-RECORD(2:10) TO WS-LINE-DATE
           IF WS-LINE-DATE NOT = WS-TODAY AND
              WS-LINE-DATE NOT = WS-YESTERDAY
               EXIT PARAGRAPH
           END-IF
           IF MANAGER-LOG-RECORD(23:7) = "LAPSED "
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTICES-IN
           EVALUATE TRUE
               WHEN MANAGER-LOG-RECORD(23:7) = "FOLDED "
                   ADD 1 TO WS-NOTICES-FOLDED
               WHEN MANAGER-LOG-RECORD(23:8) = "GROUPED "
                   ADD 1 TO WS-NOTICES-GROUPED
               WHEN MANAGER-LOG-RECORD(23:11) = "SUPPRESSED "
                   ADD 1 TO WS-NOTICES-SUPPRESSED
           END-EVALUATE
           MOVE 0 TO WS-SENT-HITS
           INSPECT MANAGER-LOG-RECORD TALLYING WS-SENT-HITS
               FOR ALL " sent=Y"
           IF WS-SENT-HITS > 0
               ADD 1 TO WS-NOTICES-SENT
           END-IF
           .

*> "ID|STATUS|SEV|TIMESTAMP|CLIENT|TEXT" - anything not RESOLVED is
*> open; ESCALATED rates its own count because those are the ones
*> INCIDENT-AGE already shouted about
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NOTICES-IN TO WS-COUNT-D
           MOVE WS-NOTICES-SENT TO WS-COUNT-D2
           MOVE SPACES TO REPORT-RECORD
           STRING "Notices:     " WS-COUNT-D " from monitors, "
                  WS-COUNT-D2 " sent after deduplication"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-NOTICES-FOLDED TO WS-COUNT-D3
           MOVE WS-NOTICES-GROUPED TO WS-COUNT-D4
           MOVE WS-NOTICES-SUPPRESSED TO WS-COUNT-D5
           MOVE SPACES TO REPORT-RECORD
           STRING "             " WS-COUNT-D3 " folded, "
                  WS-COUNT-D4 " grouped, " WS-COUNT-D5
                  " suppressed"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE WS-INC-OPEN TO WS-COUNT-D
           MOVE WS-INC-ESCALATED TO WS-COUNT-D2
               STRING "jobs failed=" WS-COUNT-D
                      " overran=" WS-JOBS-OVERRAN(3:2)
                      " alerts=" WS-COUNT-D2
                      " notices=" WS-NOTICES-IN(2:3) "/"
                      WS-NOTICES-SENT(2:3)
                      " open incidents=" WS-INC-OPEN(3:2)
                      " escalated=" WS-INC-ESCALATED(3:2)
                      " disk used=" WS-DISK-PCT-USED "%"
