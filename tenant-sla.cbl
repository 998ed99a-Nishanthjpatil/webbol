*>     5xx share, against the minutes the target allows;
*>   - the worst incident window: the day carrying the most 5xx.
*>
*> Planned maintenance is not held against a tenant. The windows
*> MAINT-CAL recorded in MAINT-CALENDAR.DAT - whole-server ones and
*> the tenant's own vhost's - are shown on a line of their own: the
*> requests answered inside them (the maintenance 503s, mostly) are
*> left out of every figure above, and their minutes come off the
*> month before the error budget is worked out.
*>
*> This report is the agenda for the quarterly tenant reviews.
*>
*> "tenant-sla [YYYYMM] HISTORY" reads the month by key out of
*> HIST-LOAD's ACCESS-HISTORY.DAT instead of the text archives.
*>
*> The statements' figures also go to TENANT-SLA.CSV through
*> EXTRACT-WRITE (one row per tenant, requests as the control column)
*> for loading into a spreadsheet or the warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. TENANT-SLA.

           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "MAINT-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TENANT-SLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
*> HIST-LOAD's keyed store of the closed archives, read by date
*> range in HISTORY mode
           SELECT HISTORY-FILE ASSIGN TO "ACCESS-HISTORY.DAT"
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
       01  TARGETS-RECORD       PIC X(96).
       FD  ARCHIVE-LOG.
       01  ARCHIVE-LOG-RECORD   PIC X(512).
       FD  CALENDAR-FILE.
       COPY "maint-window.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).
       FD  HISTORY-FILE.
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
       01 WS-HIST-LAST-DATE     PIC X(8).
       01 WS-TARGETS-STATUS     PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-CAL-STATUS         PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(32).
             10 TEN-5XX            PIC 9(9) COMP.
             10 TEN-BUCKET OCCURS 9 TIMES PIC 9(9) COMP.
             10 TEN-DAY-5XX OCCURS 31 TIMES PIC 9(7) COMP.
             10 TEN-SCHED-WIN      PIC 9(4) COMP.
             10 TEN-SCHED-MIN      PIC 9(8) COMP.
             10 TEN-SCHED-REQS     PIC 9(9) COMP.
       01 WS-TEN-IDX            PIC 9(2) COMP.
       01 WS-BUCKET-IDX         PIC 9(2) COMP.

*> Recorded maintenance windows as absolute minutes (integer date *
*> 1440 + minute of day), actual start up to but not including the
*> actual end - a window still running ends now - and the month's
*> own span on the same scale
       01 WS-MW-COUNT           PIC 9(4) COMP VALUE 0.
       01 MW-TABLE.
          05 MW-ENTRY OCCURS 200 TIMES.
             10 MWT-SCOPE         PIC X(32).
             10 MWT-FROM          PIC 9(12) COMP.
             10 MWT-TO            PIC 9(12) COMP.
       01 WS-MW-IDX             PIC 9(4) COMP.
       01 WS-CALC-STAMP         PIC X(19).
       01 WS-CALC-MIN           PIC 9(12) COMP.
       01 WS-CALC-DATE          PIC 9(8).
       01 WS-NOW-MIN            PIC 9(12) COMP.
       01 WS-MONTH-FROM-MIN     PIC 9(12) COMP.
       01 WS-MONTH-TO-MIN       PIC 9(12) COMP.
       01 WS-NEXT-MONTH         PIC 9(6).
       01 WS-OVL-FROM           PIC 9(12) COMP.
       01 WS-OVL-TO             PIC 9(12) COMP.
       01 WS-BRACKET-POS        PIC 9(4) COMP.
       01 WS-LINE-MIN           PIC 9(12) COMP.
       01 WS-IN-WINDOW          PIC 9.

*> The nine bucket upper bounds in milliseconds
       01 WS-BUCKET-BOUNDS.
          05 FILLER PIC 9(6) VALUE 10.

*> Statement arithmetic
       01 WS-MONTH-MINUTES      PIC 9(8) COMP.
       01 WS-TEN-MINUTES        PIC 9(8) COMP.
       01 WS-COUNT-D2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-D3           PIC ZZZ,ZZZ,ZZ9.
       01 WS-SUCCESS-RATE       PIC 9(3)V99.
       01 WS-P95-MS             PIC 9(6).
       01 WS-CUM                PIC 9(9) COMP.
       01 WS-SP3                PIC 9(4) COMP.
       01 WS-DAYS-IN-MONTH      PIC 9(2).

*> TENANT-SLA.CSV: one row per tenant, through EXTRACT-WRITE
       01 WS-CSV-PERIOD         PIC X(7).
       01 WS-CSV-REQS-D         PIC Z(8)9.
       01 WS-CSV-5XX-D          PIC Z(8)9.
       01 WS-CSV-RATE-D         PIC ZZ9.99.
       01 WS-CSV-AVAIL-TGT-D    PIC ZZ9.99.
       01 WS-CSV-P95-D          PIC Z(5)9.
       01 WS-CSV-P95-TGT-D      PIC Z(5)9.
       01 WS-CSV-USED-D         PIC Z(7)9.9.
       01 WS-CSV-ALLOWED-D      PIC Z(7)9.9.
       01 WS-CSV-WORST-DAY-D    PIC Z9.
       01 WS-CSV-WORST-5XX-D    PIC Z(6)9.
       01 WS-CSV-SCHED-WIN-D    PIC Z(3)9.
       01 WS-CSV-SCHED-MIN-D    PIC Z(7)9.
       01 WS-CSV-SCHED-REQS-D   PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE TALLYING WS-HIST-HITS
               FOR ALL "HISTORY"
           IF WS-HIST-HITS > 0
               MOVE 1 TO WS-HIST-MODE
           END-IF
           IF WS-COMMAND-LINE(1:6) NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH
           ELSE
               STOP RUN
           END-IF

           PERFORM LOAD-MAINT-WINDOWS

           MOVE 0 TO WS-DAYS-IN-MONTH
           IF WS-HIST-MODE = 1
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + 1
               MOVE WS-DAY-DATE TO WS-HIST-FROM
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + 31
               MOVE WS-DAY-DATE TO WS-HIST-TO
               PERFORM TALLY-FROM-HISTORY
           ELSE
               PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
                   COMPUTE WS-DAY-DATE = WS-MONTH * 100 + WS-DAY
                   MOVE SPACES TO WS-ARCHIVE-NAME
                   STRING "ACCESS-" WS-DAY-DATE ".LOG"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
                   END-STRING
                   PERFORM TALLY-ONE-ARCHIVE
               END-PERFORM
           END-IF

           PERFORM WRITE-SLA-REPORT
           DISPLAY "TENANT-SLA: statements written to "
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               MOVE 0 TO TEN-DAY-5XX(WS-TENANT-COUNT WS-DAY)
           END-PERFORM
           MOVE 0 TO TEN-SCHED-WIN(WS-TENANT-COUNT)
           MOVE 0 TO TEN-SCHED-MIN(WS-TENANT-COUNT)
           MOVE 0 TO TEN-SCHED-REQS(WS-TENANT-COUNT)
           .

*> Windows that actually ran (a recorded start) and touch the
*> month, each credited to the tenants it covered - every tenant
*> for ALL, else the one whose vhost it was booked for
       LOAD-MAINT-WINDOWS.
           MOVE SPACES TO WS-CALC-STAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2)
               DELIMITED BY SIZE INTO WS-CALC-STAMP
           END-STRING
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CALC-MIN TO WS-NOW-MIN

           COMPUTE WS-CALC-DATE = WS-MONTH * 100 + 1
           COMPUTE WS-MONTH-FROM-MIN =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440
           COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
           IF FUNCTION MOD(WS-NEXT-MONTH, 100) = 13
               COMPUTE WS-NEXT-MONTH = WS-NEXT-MONTH + 100 - 12
           END-IF
           COMPUTE WS-CALC-DATE = WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-MONTH-TO-MIN =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CALENDAR-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MW-ACT-START NOT = SPACES AND
                          WS-MW-COUNT < 200
                           PERFORM TAKE-ONE-WINDOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           .

       TAKE-ONE-WINDOW.
           MOVE MW-ACT-START TO WS-CALC-STAMP
           PERFORM STAMP-TO-MINUTES
           IF WS-CALC-MIN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-MIN TO WS-OVL-FROM
           MOVE WS-NOW-MIN TO WS-OVL-TO
           IF MW-ACT-END NOT = SPACES
               MOVE MW-ACT-END TO WS-CALC-STAMP
               PERFORM STAMP-TO-MINUTES
               IF WS-CALC-MIN > 0
                   MOVE WS-CALC-MIN TO WS-OVL-TO
               END-IF
           END-IF
           IF WS-OVL-FROM >= WS-MONTH-TO-MIN OR
              WS-OVL-TO <= WS-MONTH-FROM-MIN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MW-COUNT
           MOVE MW-SCOPE TO MWT-SCOPE(WS-MW-COUNT)
           MOVE WS-OVL-FROM TO MWT-FROM(WS-MW-COUNT)
           MOVE WS-OVL-TO TO MWT-TO(WS-MW-COUNT)

*> The month's share of it, for each tenant it covered
           IF WS-OVL-FROM < WS-MONTH-FROM-MIN
               MOVE WS-MONTH-FROM-MIN TO WS-OVL-FROM
           END-IF
           IF WS-OVL-TO > WS-MONTH-TO-MIN
               MOVE WS-MONTH-TO-MIN TO WS-OVL-TO
           END-IF
           PERFORM VARYING WS-TEN-IDX FROM 1 BY 1
               UNTIL WS-TEN-IDX > WS-TENANT-COUNT
               IF MW-SCOPE = "ALL" OR MW-SCOPE = TEN-NAME(WS-TEN-IDX)
                   ADD 1 TO TEN-SCHED-WIN(WS-TEN-IDX)
                   COMPUTE TEN-SCHED-MIN(WS-TEN-IDX) =
                       TEN-SCHED-MIN(WS-TEN-IDX) +
                       WS-OVL-TO - WS-OVL-FROM
               END-IF
           END-PERFORM
           .

*> "YYYY-MM-DD HH:MM[...]" to absolute minutes; 0 for anything
*> malformed
       STAMP-TO-MINUTES.
           MOVE 0 TO WS-CALC-MIN
           IF WS-CALC-STAMP(1:4) NOT NUMERIC OR
              WS-CALC-STAMP(6:2) NOT NUMERIC OR
              WS-CALC-STAMP(9:2) NOT NUMERIC OR
              WS-CALC-STAMP(12:2) NOT NUMERIC OR
              WS-CALC-STAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-DATE =
               FUNCTION NUMVAL(WS-CALC-STAMP(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-CALC-STAMP(6:2)) * 100 +
               FUNCTION NUMVAL(WS-CALC-STAMP(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-MIN =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440 +
               FUNCTION NUMVAL(WS-CALC-STAMP(12:2)) * 60 +
               FUNCTION NUMVAL(WS-CALC-STAMP(15:2))
           .

*> Was this access line's minute inside a window covering the
*> tenant it belongs to?
       CHECK-LINE-IN-WINDOW.
           MOVE 0 TO WS-IN-WINDOW
           MOVE 0 TO WS-BRACKET-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 100
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = "["
                   MOVE WS-SCAN-POS TO WS-BRACKET-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRACKET-POS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 1:19)
               TO WS-CALC-STAMP
           PERFORM STAMP-TO-MINUTES
           IF WS-CALC-MIN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CALC-MIN TO WS-LINE-MIN
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > WS-MW-COUNT
               IF WS-LINE-MIN >= MWT-FROM(WS-MW-IDX) AND
                  WS-LINE-MIN < MWT-TO(WS-MW-IDX) AND
                  (MWT-SCOPE(WS-MW-IDX) = "ALL" OR
                   MWT-SCOPE(WS-MW-IDX) = TEN-NAME(WS-HIT-TEN))
                   MOVE 1 TO WS-IN-WINDOW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> The closed archives' lines from the store, in key order from the
*> range's first day, fed to the same per-line tally the text files get
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "TENANT-SLA: no ACCESS-HISTORY.DAT - "
                   "run HIST-LOAD, or drop HISTORY to read the "
                   "text archives"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AH-KEY
           MOVE WS-HIST-FROM TO AH-DATE
           MOVE 0 TO WS-AH-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 1 TO WS-AH-EOF
           END-START
           PERFORM UNTIL WS-AH-EOF = 1
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-AH-EOF
                   NOT AT END
                       IF AH-DATE > WS-HIST-TO
                           MOVE 1 TO WS-AH-EOF
                       ELSE
                           IF AH-DATE NOT = WS-HIST-LAST-DATE
                               MOVE AH-DATE TO WS-HIST-LAST-DATE
                               ADD 1 TO WS-DAYS-IN-MONTH
                           END-IF
                           MOVE AH-LINE TO ARCHIVE-LOG-RECORD
                           PERFORM TALLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       TALLY-ONE-ARCHIVE.
               EXIT PARAGRAPH
           END-IF

*> Answered inside a planned window - counted apart, not against
*> the tenant
           IF WS-MW-COUNT > 0
               PERFORM CHECK-LINE-IN-WINDOW
               IF WS-IN-WINDOW = 1
                   ADD 1 TO TEN-SCHED-REQS(WS-HIT-TEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO TEN-REQS(WS-HIT-TEN)

*> Status: three digits behind the second quote
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-CSV-PERIOD
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-CSV-PERIOD
           END-STRING
           MOVE "OPEN" TO EXTRACT-OP
           MOVE "TENANT-SLA" TO EXTRACT-REPORT
           MOVE WS-CSV-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "tenant,requests,errors_5xx,success_pct,target_pct,"
               & "p95_ms,p95_target_ms,budget_used_min,"
               & "budget_allowed_min,worst_day,worst_day_5xx,"
               & "maint_windows,maint_minutes,maint_requests"
               TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           PERFORM VARYING WS-TEN-IDX FROM 1 BY 1
               UNTIL WS-TEN-IDX > WS-TENANT-COUNT
               PERFORM WRITE-ONE-STATEMENT
               PERFORM WRITE-TENANT-SLA-CSV-ROW
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

       WRITE-ONE-STATEMENT.
           MOVE 0 TO WS-SUCCESS-RATE WS-P95-MS WS-BUDGET-USED
                     WS-BUDGET-ALLOWED WS-WORST-DAY WS-WORST-5XX
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF TEN-SCHED-MIN(WS-TEN-IDX) > WS-MONTH-MINUTES
               MOVE WS-MONTH-MINUTES TO TEN-SCHED-MIN(WS-TEN-IDX)
           END-IF
           COMPUTE WS-TEN-MINUTES =
               WS-MONTH-MINUTES - TEN-SCHED-MIN(WS-TEN-IDX)
           MOVE SPACES TO REPORT-RECORD
           IF TEN-SCHED-WIN(WS-TEN-IDX) = 0
               MOVE "  Planned maint.:  none recorded" TO REPORT-RECORD
           ELSE
               MOVE TEN-SCHED-MIN(WS-TEN-IDX) TO WS-COUNT-D
               MOVE TEN-SCHED-WIN(WS-TEN-IDX) TO WS-COUNT-D2
               MOVE TEN-SCHED-REQS(WS-TEN-IDX) TO WS-COUNT-D3
               STRING "  Planned maint.:  " FUNCTION TRIM(WS-COUNT-D)
                      " minute(s) in " FUNCTION TRIM(WS-COUNT-D2)
                      " window(s), excluded (" FUNCTION TRIM(WS-COUNT-D3)
                      " request(s) served inside them)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD

           MOVE TEN-REQS(WS-TEN-IDX) TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  Requests:        " WS-COUNT-D
           WRITE REPORT-RECORD

*> Error budget: the minutes the availability target concedes,
*> versus the month's minutes weighted by the 5xx share - the
*> planned windows' minutes already off both
           COMPUTE WS-BUDGET-ALLOWED ROUNDED =
               WS-TEN-MINUTES *
               (100.00 - TEN-AVAIL-TGT(WS-TEN-IDX)) / 100.00
           COMPUTE WS-BUDGET-USED ROUNDED =
               WS-TEN-MINUTES * TEN-5XX(WS-TEN-IDX)
               / TEN-REQS(WS-TEN-IDX)
           MOVE SPACES TO REPORT-RECORD
           STRING "  Error budget:    " WS-BUDGET-USED
               WRITE REPORT-RECORD
           END-IF
           .

*> The figures WRITE-ONE-STATEMENT just worked out (all zero for a
*> tenant with no traffic)
       WRITE-TENANT-SLA-CSV-ROW.
           MOVE "QUOTE" TO EXTRACT-OP
           MOVE TEN-NAME(WS-TEN-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE TEN-REQS(WS-TEN-IDX) TO WS-CSV-REQS-D
           MOVE TEN-5XX(WS-TEN-IDX) TO WS-CSV-5XX-D
           MOVE WS-SUCCESS-RATE TO WS-CSV-RATE-D
           MOVE TEN-AVAIL-TGT(WS-TEN-IDX) TO WS-CSV-AVAIL-TGT-D
           MOVE WS-P95-MS TO WS-CSV-P95-D
           MOVE TEN-P95-TGT(WS-TEN-IDX) TO WS-CSV-P95-TGT-D
           MOVE WS-BUDGET-USED TO WS-CSV-USED-D
           MOVE WS-BUDGET-ALLOWED TO WS-CSV-ALLOWED-D
           MOVE WS-WORST-DAY TO WS-CSV-WORST-DAY-D
           MOVE WS-WORST-5XX TO WS-CSV-WORST-5XX-D
           MOVE TEN-SCHED-WIN(WS-TEN-IDX) TO WS-CSV-SCHED-WIN-D
           MOVE TEN-SCHED-MIN(WS-TEN-IDX) TO WS-CSV-SCHED-MIN-D
           MOVE TEN-SCHED-REQS(WS-TEN-IDX) TO WS-CSV-SCHED-REQS-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-REQS-D) ","
                  FUNCTION TRIM(WS-CSV-5XX-D) ","
                  FUNCTION TRIM(WS-CSV-RATE-D) ","
                  FUNCTION TRIM(WS-CSV-AVAIL-TGT-D) ","
                  FUNCTION TRIM(WS-CSV-P95-D) ","
                  FUNCTION TRIM(WS-CSV-P95-TGT-D) ","
                  FUNCTION TRIM(WS-CSV-USED-D) ","
                  FUNCTION TRIM(WS-CSV-ALLOWED-D) ","
                  FUNCTION TRIM(WS-CSV-WORST-DAY-D) ","
                  FUNCTION TRIM(WS-CSV-WORST-5XX-D) ","
                  FUNCTION TRIM(WS-CSV-SCHED-WIN-D) ","
                  FUNCTION TRIM(WS-CSV-SCHED-MIN-D) ","
                  FUNCTION TRIM(WS-CSV-SCHED-REQS-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE TEN-REQS(WS-TEN-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
