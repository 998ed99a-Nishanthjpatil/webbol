*>     answering while MAINTENANCE.FLAG was present (the only path
*>     that produces one), so each distinct minute containing a 503
*>     is a planned-maintenance minute, not an outage;
*>   - SERVER.START: reported for reference alongside the figures;
*>   - SYNTH-HISTORY.LOG: SYNTH-MONITOR's JOURNEY verdicts, so the
*>     share of the month's scripted user journeys that completed
*>     is reported as user-experience availability next to uptime
*>     (a box that answers but cannot sign anyone in is up, but not
*>     available to its users).
*>
*>   - MAINT-CALENDAR.DAT: MAINT-CAL's booked maintenance windows
*>     with the actual start and end it recorded. Whole-server (ALL)
*>     windows are scheduled maintenance agreed in advance: their
*>     minutes are taken out of the measured window altogether, and
*>     a sampler gap inside one (the server stopped for the work) is
*>     not an outage.
*>
*> Availability counts planned maintenance as "up but degraded" (the
*> box answered, by design), so SLA percentage = (window minutes -
*> scheduled minutes - unplanned minutes) / (window minutes -
*> scheduled minutes). The statement - window, planned, scheduled
*> and unplanned minutes, availability, and a MET / NOT MET
*> verdict against SLA_TARGET_PERMILLE (PRIVACY.CFG-style override in
*> SLA.CFG, default 995 = 99.5%) - goes to SLA-REPORT.RPT.
*>
*> With "HISTORY" on the command line the month's closed archives are
*> read by key out of HIST-LOAD's ACCESS-HISTORY.DAT; the live
*> ACCESS.LOG is still read as text.
*>
*> The statement's figures also go to SLA-REPORT.CSV through
*> EXTRACT-WRITE (one row for the month, window minutes as the
*> control column) for loading into a spreadsheet or the warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.

           SELECT LOG-LIST ASSIGN TO "SLARPT-LOGS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGLIST-STATUS.
           SELECT SYNTH-LOG ASSIGN TO "SYNTH-HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYNTH-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "MAINT-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SLA-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
*> HIST-LOAD's keyed store of the closed archives, read by date
*> range in HISTORY mode
           SELECT ACCESS-HISTORY-FILE ASSIGN TO "ACCESS-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               ALTERNATE RECORD KEY IS AH-VHOST-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-CLASS-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-USER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-ARCHIVE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-AH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  WORK-LOG-RECORD      PIC X(512).
       FD  LOG-LIST.
       01  LOG-LIST-RECORD      PIC X(64).
       FD  SYNTH-LOG.
       01  SYNTH-LOG-RECORD     PIC X(400).
       FD  CALENDAR-FILE.
       COPY "maint-window.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(160).
       FD  ACCESS-HISTORY-FILE.
       COPY "access-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".

*> "HISTORY" on the command line reads the closed archives' lines
*> out of ACCESS-HISTORY.DAT instead of the text files
       01 WS-HIST-MODE          PIC 9 VALUE 0.
       01 WS-HIST-HITS          PIC 9(4) VALUE 0.
       01 WS-AH-STATUS          PIC XX.
       01 WS-AH-EOF             PIC 9 VALUE 0.
       01 WS-HIST-FROM          PIC X(8).
       01 WS-HIST-TO            PIC X(8).
       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-CFG-STATUS         PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-WORK-STATUS        PIC XX.
       01 WS-LOGLIST-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-SYNTH-STATUS       PIC XX.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-HISTORY-EOF        PIC 9 VALUE 0.
       01 WS-WORK-EOF           PIC 9 VALUE 0.
       01 WS-LOGLIST-EOF        PIC 9 VALUE 0.
       01 WS-SYNTH-EOF          PIC 9 VALUE 0.
       01 WS-CAL-STATUS         PIC XX.
       01 WS-CAL-EOF            PIC 9 VALUE 0.

*> The committed target, in permille so 99.5 stays an integer
       01 SLA-TARGET-PERMILLE   PIC 9(4) VALUE 995.
       01 WS-PLANNED-MINUTES    PIC 9(8) COMP VALUE 0.
       01 WS-503-COUNT          PIC 9(8) COMP VALUE 0.

*> Recorded whole-server maintenance windows as absolute minutes,
*> from the actual start up to (not including) the actual end; one
*> still running has no end yet and runs on past the last sample
       01 WS-MW-COUNT           PIC 9(4) COMP VALUE 0.
       01 MW-TABLE.
          05 MW-ENTRY OCCURS 200 TIMES.
             10 MWT-FROM          PIC 9(12) COMP.
             10 MWT-TO            PIC 9(12) COMP.
       01 WS-MW-IDX             PIC 9(4) COMP.
       01 WS-CALC-STAMP         PIC X(19).
       01 WS-CALC-MIN           PIC 9(12) COMP.
       01 WS-OVL-FROM           PIC 9(12) COMP.
       01 WS-OVL-TO             PIC 9(12) COMP.
       01 WS-GAP-SCHEDULED      PIC 9(8) COMP.
       01 WS-SCHED-WINDOWS      PIC 9(4) COMP VALUE 0.
       01 WS-SCHED-MINUTES      PIC 9(8) COMP VALUE 0.

*> The verdict arithmetic
       01 WS-WINDOW-MINUTES     PIC 9(8) COMP VALUE 0.
       01 WS-UP-MINUTES         PIC 9(8) COMP VALUE 0.
       01 WS-MEASURED-MINUTES   PIC 9(8) COMP VALUE 0.
       01 WS-AVAIL-PERMILLE     PIC 9(4) VALUE 0.
       01 WS-AVAIL-WHOLE        PIC 9(3).
       01 WS-AVAIL-FRAC         PIC 9(1).

*> User-experience availability: the month's synthetic journey runs
*> and how many completed
       01 WS-JOURNEY-RUNS       PIC 9(8) COMP VALUE 0.
       01 WS-JOURNEY-PASSED     PIC 9(8) COMP VALUE 0.
       01 WS-JOURNEY-PASS-HITS  PIC 9(4) COMP.
       01 WS-UX-PERMILLE        PIC 9(4) VALUE 0.
       01 WS-UX-WHOLE           PIC 9(3).
       01 WS-UX-FRAC            PIC 9(1).
       01 WS-COUNT-DISPLAY2     PIC ZZZ,ZZZ,ZZ9.

       01 WS-REPORT-LINE        PIC X(160).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.

*> SLA-REPORT.CSV: the statement as one row, through EXTRACT-WRITE
       01 WS-CSV-WINDOW-D       PIC Z(7)9.
       01 WS-CSV-UNPLANNED-D    PIC Z(7)9.
       01 WS-CSV-PLANNED-D      PIC Z(7)9.
       01 WS-CSV-503-D          PIC Z(7)9.
       01 WS-CSV-AVAIL-D        PIC Z(3)9.
       01 WS-CSV-TARGET-D       PIC Z(3)9.
       01 WS-CSV-VERDICT        PIC X(7).
       01 WS-CSV-RUNS-D         PIC Z(7)9.
       01 WS-CSV-PASSED-D       PIC Z(7)9.
       01 WS-CSV-UX-D           PIC Z(3)9.
       01 WS-CSV-SCHED-WIN-D    PIC Z(3)9.
       01 WS-CSV-SCHED-MIN-D    PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               DELIMITED BY SIZE INTO WS-MONTH-DASH
           END-STRING
           MOVE WS-CURRENT-DATE(1:6) TO WS-MONTH-PLAIN
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE TALLYING WS-HIST-HITS
               FOR ALL "HISTORY"
           IF WS-HIST-HITS > 0
               MOVE 1 TO WS-HIST-MODE
           END-IF

           PERFORM LOAD-MAINT-WINDOWS
           PERFORM SCAN-STATS-HISTORY
           PERFORM SCAN-MONTH-LOGS
           PERFORM SCAN-SYNTH-HISTORY
           PERFORM WRITE-REPORT

           DISPLAY "SLA-REPORT: statement written to SLA-REPORT.RPT"
           END-IF
           .

*> Whole-server windows that actually ran. Vhost-scoped windows only
*> took one tenant's site down, which TENANT-SLA accounts for
       LOAD-MAINT-WINDOWS.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAL-EOF
           PERFORM UNTIL WS-CAL-EOF = 1
               READ CALENDAR-FILE
                   AT END
                       MOVE 1 TO WS-CAL-EOF
                   NOT AT END
                       IF MW-SCOPE = "ALL" AND
                          MW-ACT-START NOT = SPACES AND
                          WS-MW-COUNT < 200
                           MOVE MW-ACT-START TO WS-CALC-STAMP
                           PERFORM STAMP-TO-MINUTES
                           IF WS-CALC-MIN > 0
                               ADD 1 TO WS-MW-COUNT
                               MOVE WS-CALC-MIN TO MWT-FROM(WS-MW-COUNT)
                               MOVE 999999999999 TO MWT-TO(WS-MW-COUNT)
                               IF MW-ACT-END NOT = SPACES
                                   MOVE MW-ACT-END TO WS-CALC-STAMP
                                   PERFORM STAMP-TO-MINUTES
                                   IF WS-CALC-MIN > 0
                                       MOVE WS-CALC-MIN
                                           TO MWT-TO(WS-MW-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           .

       STAMP-TO-MINUTES.
           MOVE 0 TO WS-CALC-MIN
           IF WS-CALC-STAMP(1:4) NOT NUMERIC OR
              WS-CALC-STAMP(6:2) NOT NUMERIC OR
              WS-CALC-STAMP(9:2) NOT NUMERIC OR
              WS-CALC-STAMP(12:2) NOT NUMERIC OR
              WS-CALC-STAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-DATE =
               FUNCTION NUMVAL(WS-CALC-STAMP(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-CALC-STAMP(6:2)) * 100 +
               FUNCTION NUMVAL(WS-CALC-STAMP(9:2))
           COMPUTE WS-CALC-MIN =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440 +
               FUNCTION NUMVAL(WS-CALC-STAMP(12:2)) * 60 +
               FUNCTION NUMVAL(WS-CALC-STAMP(15:2))
           .

*> How many of the minutes WS-OVL-FROM..WS-OVL-TO (inclusive) fall
*> inside a recorded window, into WS-GAP-SCHEDULED
       MINUTES-IN-WINDOWS.
           MOVE 0 TO WS-GAP-SCHEDULED
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > WS-MW-COUNT
               IF MWT-FROM(WS-MW-IDX) <= WS-OVL-TO AND
                  MWT-TO(WS-MW-IDX) > WS-OVL-FROM
                   COMPUTE WS-GAP-SCHEDULED = WS-GAP-SCHEDULED +
                       FUNCTION MIN(MWT-TO(WS-MW-IDX) - 1, WS-OVL-TO) -
                       FUNCTION MAX(MWT-FROM(WS-MW-IDX), WS-OVL-FROM)
                       + 1
               END-IF
           END-PERFORM
           .

*> Walk the sampler history for this month's samples; each gap wider
*> than the sampler's own one-minute cadence is unplanned downtime
       SCAN-STATS-HISTORY.
               MOVE HISTORY-RECORD(2:19) TO WS-FIRST-TIMESTAMP
           ELSE
               COMPUTE WS-GAP = WS-TS-MINUTE - WS-PREV-MINUTE
*> The missing minutes are the ones strictly between the samples;
*> any inside a recorded window were the window's, not an outage
               IF WS-GAP > 2
                   COMPUTE WS-OVL-FROM = WS-PREV-MINUTE + 1
                   COMPUTE WS-OVL-TO = WS-TS-MINUTE - 1
                   PERFORM MINUTES-IN-WINDOWS
                   IF WS-GAP-SCHEDULED > WS-GAP - 1
                       COMPUTE WS-GAP-SCHEDULED = WS-GAP - 1
                   END-IF
                   COMPUTE WS-UNPLANNED-MINUTES =
                       WS-UNPLANNED-MINUTES + WS-GAP - 1
                       - WS-GAP-SCHEDULED
               END-IF
           END-IF
           MOVE WS-TS-MINUTE TO WS-PREV-MINUTE
*> Count 503 responses and the distinct minutes they occupied, from
*> the live log plus this month's archives
       SCAN-MONTH-LOGS.
           IF WS-HIST-MODE = 1
               MOVE SPACES TO WS-HIST-FROM
               MOVE SPACES TO WS-HIST-TO
               STRING WS-MONTH-PLAIN "01" DELIMITED BY SIZE
                   INTO WS-HIST-FROM
               END-STRING
               STRING WS-MONTH-PLAIN "31" DELIMITED BY SIZE
                   INTO WS-HIST-TO
               END-STRING
               PERFORM TALLY-FROM-HISTORY
               MOVE "ACCESS.LOG" TO WS-WORK-LOG-NAME
               PERFORM SCAN-ONE-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls ACCESS.LOG ACCESS-" DELIMITED BY SIZE
                  WS-MONTH-PLAIN DELIMITED BY SIZE
           END-CALL
           .

*> The closed archives' lines from the store, in key order from the
*> range's first day, fed to the same per-line tally the text files get
       TALLY-FROM-HISTORY.
           OPEN INPUT ACCESS-HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "SLA-REPORT: no ACCESS-HISTORY.DAT - "
                   "run HIST-LOAD, or drop HISTORY to read the "
                   "text archives"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AH-KEY
           MOVE WS-HIST-FROM TO AH-DATE
           MOVE 0 TO WS-AH-EOF
           START ACCESS-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 1 TO WS-AH-EOF
           END-START
           PERFORM UNTIL WS-AH-EOF = 1
               READ ACCESS-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-AH-EOF
                   NOT AT END
                       IF AH-DATE > WS-HIST-TO
                           MOVE 1 TO WS-AH-EOF
                       ELSE
                           MOVE AH-LINE TO WORK-LOG-RECORD
                           PERFORM SCAN-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-HISTORY-FILE
           .

       SCAN-ONE-LOG.
           OPEN INPUT WORK-LOG
           IF WS-WORK-STATUS NOT = "00"
           END-IF
           .

*> "[ts] JOURNEY <name> steps=n/m ms=N PASS|FAIL" lines in the month
       SCAN-SYNTH-HISTORY.
           OPEN INPUT SYNTH-LOG
           IF WS-SYNTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SYNTH-EOF
           PERFORM UNTIL WS-SYNTH-EOF = 1
               READ SYNTH-LOG
                   AT END
                       MOVE 1 TO WS-SYNTH-EOF
                   NOT AT END
                       IF SYNTH-LOG-RECORD(1:1) = "[" AND
                          SYNTH-LOG-RECORD(2:7) = WS-MONTH-DASH AND
                          SYNTH-LOG-RECORD(21:10) = "] JOURNEY "
                           ADD 1 TO WS-JOURNEY-RUNS
                           MOVE 0 TO WS-JOURNEY-PASS-HITS
                           INSPECT SYNTH-LOG-RECORD TALLYING
                               WS-JOURNEY-PASS-HITS FOR ALL " PASS"
                           IF WS-JOURNEY-PASS-HITS > 0
                               ADD 1 TO WS-JOURNEY-PASSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYNTH-LOG
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "SLA-REPORT" TO EXTRACT-REPORT
           MOVE WS-MONTH-DASH TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "month,window_minutes,unplanned_minutes,planned_minutes,"
               & "responses_503,availability_permille,target_permille,"
               & "verdict,journey_runs,journeys_passed,"
               & "ux_availability_permille,scheduled_windows,"
               & "scheduled_minutes" TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Availability / SLA statement for " WS-MONTH-DASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
                   & "be computed" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE "CLOSE" TO EXTRACT-OP
               CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
               END-CALL
               EXIT PARAGRAPH
           END-IF

           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

*> The recorded windows' minutes inside the measurement window come
*> off the top before availability is worked out
           MOVE WS-FIRST-MINUTE TO WS-OVL-FROM
           MOVE WS-LAST-MINUTE TO WS-OVL-TO
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > WS-MW-COUNT
               IF MWT-FROM(WS-MW-IDX) <= WS-OVL-TO AND
                  MWT-TO(WS-MW-IDX) > WS-OVL-FROM
                   ADD 1 TO WS-SCHED-WINDOWS
               END-IF
           END-PERFORM
           PERFORM MINUTES-IN-WINDOWS
           MOVE WS-GAP-SCHEDULED TO WS-SCHED-MINUTES
           IF WS-SCHED-MINUTES > WS-WINDOW-MINUTES
               MOVE WS-WINDOW-MINUTES TO WS-SCHED-MINUTES
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCHED-MINUTES TO WS-COUNT-DISPLAY
           MOVE WS-SCHED-WINDOWS TO WS-COUNT-DISPLAY2
           STRING "Scheduled maintenance:     " WS-COUNT-DISPLAY
                  " (" FUNCTION TRIM(WS-COUNT-DISPLAY2)
                  " recorded window(s), excluded from availability)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           COMPUTE WS-MEASURED-MINUTES =
               WS-WINDOW-MINUTES - WS-SCHED-MINUTES
           IF WS-UNPLANNED-MINUTES > WS-MEASURED-MINUTES
               MOVE WS-MEASURED-MINUTES TO WS-UNPLANNED-MINUTES
           END-IF
           COMPUTE WS-UP-MINUTES =
               WS-MEASURED-MINUTES - WS-UNPLANNED-MINUTES
           IF WS-MEASURED-MINUTES = 0
               MOVE 1000 TO WS-AVAIL-PERMILLE
           ELSE
               COMPUTE WS-AVAIL-PERMILLE =
                   WS-UP-MINUTES * 1000 / WS-MEASURED-MINUTES
           END-IF
           COMPUTE WS-AVAIL-WHOLE = WS-AVAIL-PERMILLE / 10
           COMPUTE WS-AVAIL-FRAC =
               FUNCTION MOD(WS-AVAIL-PERMILLE, 10)
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-JOURNEY-RUNS = 0
               MOVE "User-experience avail.:    not measured (no "
                   & "SYNTH-MONITOR journeys this month)"
                   TO WS-REPORT-LINE
           ELSE
               COMPUTE WS-UX-PERMILLE =
                   WS-JOURNEY-PASSED * 1000 / WS-JOURNEY-RUNS
               COMPUTE WS-UX-WHOLE = WS-UX-PERMILLE / 10
               COMPUTE WS-UX-FRAC = FUNCTION MOD(WS-UX-PERMILLE, 10)
               MOVE WS-JOURNEY-PASSED TO WS-COUNT-DISPLAY
               MOVE WS-JOURNEY-RUNS TO WS-COUNT-DISPLAY2
               STRING "User-experience avail.:    " WS-UX-WHOLE "."
                      WS-UX-FRAC "% (" FUNCTION TRIM(WS-COUNT-DISPLAY)
                      " of " FUNCTION TRIM(WS-COUNT-DISPLAY2)
                      " synthetic journey runs completed)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE REPORT-FILE

           MOVE WS-WINDOW-MINUTES TO WS-CSV-WINDOW-D
           MOVE WS-UNPLANNED-MINUTES TO WS-CSV-UNPLANNED-D
           MOVE WS-PLANNED-MINUTES TO WS-CSV-PLANNED-D
           MOVE WS-503-COUNT TO WS-CSV-503-D
           MOVE WS-AVAIL-PERMILLE TO WS-CSV-AVAIL-D
           MOVE SLA-TARGET-PERMILLE TO WS-CSV-TARGET-D
           MOVE WS-JOURNEY-RUNS TO WS-CSV-RUNS-D
           MOVE WS-JOURNEY-PASSED TO WS-CSV-PASSED-D
           MOVE WS-UX-PERMILLE TO WS-CSV-UX-D
           MOVE WS-SCHED-WINDOWS TO WS-CSV-SCHED-WIN-D
           MOVE WS-SCHED-MINUTES TO WS-CSV-SCHED-MIN-D
           IF WS-AVAIL-PERMILLE >= SLA-TARGET-PERMILLE
               MOVE "MET" TO WS-CSV-VERDICT
           ELSE
               MOVE "NOT MET" TO WS-CSV-VERDICT
           END-IF
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING WS-MONTH-DASH ","
                  FUNCTION TRIM(WS-CSV-WINDOW-D) ","
                  FUNCTION TRIM(WS-CSV-UNPLANNED-D) ","
                  FUNCTION TRIM(WS-CSV-PLANNED-D) ","
                  FUNCTION TRIM(WS-CSV-503-D) ","
                  FUNCTION TRIM(WS-CSV-AVAIL-D) ","
                  FUNCTION TRIM(WS-CSV-TARGET-D) ","
                  WS-CSV-VERDICT DELIMITED BY "  "
                  "," FUNCTION TRIM(WS-CSV-RUNS-D) ","
                  FUNCTION TRIM(WS-CSV-PASSED-D) ","
                  FUNCTION TRIM(WS-CSV-UX-D) ","
                  FUNCTION TRIM(WS-CSV-SCHED-WIN-D) ","
                  FUNCTION TRIM(WS-CSV-SCHED-MIN-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE WS-WINDOW-MINUTES TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
