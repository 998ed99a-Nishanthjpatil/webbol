*> Planned maintenance calendar. Windows are booked ahead of time
*> and this job switches maintenance mode on and off at their
*> boundaries, so nobody has to be awake at 02:00 to touch
*> MAINTENANCE.FLAG:
*>
*>   maint-cal ADD <start> <end> <ALL|vhost> <change-ref> <reason...>
*>                      - book a window; <start> and <end> are
*>                        YYYY-MM-DDTHH:MM (local time), ALL is the
*>                        whole server, a VHOSTS.CFG hostname just
*>                        that site
*>   maint-cal LIST     - the calendar, oldest first
*>   maint-cal CANCEL <id>
*>                      - drop a window that has not started
*>   maint-cal END <id> - finish a running window early (the work
*>                        went faster than booked)
*>   maint-cal [RUN]    - the scheduled pass (a JOB-TABLE.CFG line
*>                        such as "MAINTCAL maint-cal EVERY:1 Y")
*>
*> Each RUN walks the calendar in MAINT-CALENDAR.DAT:
*>   - ANNOUNCE_HOURS ahead of its start (MAINT-CAL.CFG, default 24)
*>     a window's notice goes up in the site banner - an "@* text"
*>     (whole server) or "@host text" (one vhost) line ahead of the
*>     operator's own message in ANNOUNCE.CFG, which the handler
*>     shows only on the sites it applies to. The operator's lines
*>     are carried across untouched;
*>   - at its start the window goes ACTIVE: MAINTENANCE.FLAG is
*>     raised for an ALL window, the hostname added to
*>     MAINTENANCE-VHOSTS.DAT for a vhost's own, and the notice
*>     changes to "in progress";
*>   - at its end (or END) maintenance mode comes off again and the
*>     notice is withdrawn. A MAINTENANCE.FLAG the operator raised
*>     before the window started is theirs and is left up.
*> A window whose end passed before any RUN saw it start is marked
*> MISSED - nothing is switched for it and the SLA reports do not
*> excuse it.
*>
*> The actual start and end of every window are recorded in the
*> calendar, where SLA-REPORT and TENANT-SLA take them out of the
*> availability figures, and logged to MAINT-WINDOWS.LOG; bookings,
*> cancellations and the switching itself are audited. Finished
*> windows stay on the calendar for 400 days, long enough for any
*> statement that might be rerun.
*>
*> MAINT-CAL.CFG, one setting per line ("*" comments skipped):
*>   ANNOUNCE_HOURS <n>   - how far ahead the banner notice goes up
IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CFG ASSIGN TO "MAINT-CAL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "MAINT-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CALENDAR-TMP ASSIGN TO "MAINT-CALENDAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-TMP-STATUS.
           SELECT WINDOWS-LOG ASSIGN TO "MAINT-WINDOWS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MAINT-FLAG-FILE ASSIGN TO "MAINTENANCE.FLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT VHOST-LIST-TMP ASSIGN TO "MAINTENANCE-VHOSTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLIST-STATUS.
           SELECT ANNOUNCE-FILE ASSIGN TO "ANNOUNCE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.
           SELECT ANNOUNCE-TMP ASSIGN TO "ANNOUNCE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-TMP-STATUS.
           SELECT VHOSTS-FILE ASSIGN TO "VHOSTS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHOSTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CFG.
       01  MAINT-CFG-RECORD     PIC X(128).
       FD  CALENDAR-FILE.
       COPY "maint-window.cpy".
       FD  CALENDAR-TMP.
       01  CALENDAR-TMP-RECORD  PIC X(300).
       FD  WINDOWS-LOG.
       01  WINDOWS-LOG-RECORD   PIC X(256).
       FD  MAINT-FLAG-FILE.
       01  MAINT-FLAG-RECORD    PIC X(32).
       FD  VHOST-LIST-TMP.
       01  VHOST-LIST-RECORD    PIC X(64).
       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-RECORD      PIC X(200).
       FD  ANNOUNCE-TMP.
       01  ANNOUNCE-TMP-RECORD  PIC X(200).
       FD  VHOSTS-FILE.
       01  VHOSTS-RECORD        PIC X(320).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-CAL-STATUS         PIC XX.
       01 WS-CAL-TMP-STATUS     PIC XX.
       01 WS-LOG-STATUS         PIC XX.
       01 WS-FLAG-STATUS        PIC XX.
       01 WS-VLIST-STATUS       PIC XX.
       01 WS-ANN-STATUS         PIC XX.
       01 WS-ANN-TMP-STATUS     PIC XX.
       01 WS-VHOSTS-STATUS      PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-CREATE-RC          PIC S9(9) COMP-5.
       01 WS-FLAG-HANDLE        PIC X(4).
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-CMD-PTR            PIC 9(4) COMP.
       01 WS-ACTION             PIC X(8).

*> The clock: now as a timestamp, as "YYYY-MM-DD HH:MM" and as
*> minutes since the integer-date epoch
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-NOW-MIN            PIC 9(12).
       01 WS-CALC-STAMP         PIC X(16).
       01 WS-CALC-MIN           PIC 9(12).
       01 WS-CALC-DATE          PIC 9(8).

*> MAINT-CAL.CFG
       01 WS-ANNOUNCE-HOURS     PIC 9(3) VALUE 24.
       01 WS-TOK-1              PIC X(32).
       01 WS-TOK-2              PIC X(32).

*> The calendar, loaded from MAINT-CALENDAR.DAT and written back
       01 WS-WIN-COUNT          PIC 9(4) COMP VALUE 0.
       01 WIN-TABLE.
          05 WIN-ENTRY OCCURS 500 TIMES.
             10 WIN-RECORD        PIC X(300).
       01 WS-WIN-IDX            PIC 9(4) COMP.
       01 WS-WIN-FOUND-IDX      PIC 9(4) COMP.
       01 WS-WIN-ID             PIC 9(6).
       01 WS-CAL-CHANGED        PIC 9 VALUE 0.
       01 WS-START-MIN          PIC 9(12).
       01 WS-END-MIN            PIC 9(12).
       01 WS-LEAD-MIN           PIC 9(12).
       01 WS-KEEP-MIN           PIC 9(12).

*> What a pass changed: an owned MAINTENANCE.FLAG to take down, the
*> vhost list to rebuild
       01 WS-FLAG-DROP          PIC 9 VALUE 0.
       01 WS-VHOSTS-CHANGED     PIC 9 VALUE 0.
       01 WS-FLAG-PRESENT       PIC 9.
       01 WS-ALL-ACTIVE         PIC 9(4) COMP.

*> ADD: the booking as typed
       01 WS-ADD-START          PIC X(16).
       01 WS-ADD-END            PIC X(16).
       01 WS-ADD-SCOPE          PIC X(32).
       01 WS-ADD-REF            PIC X(16).
       01 WS-ADD-REASON         PIC X(120).
       01 WS-STAMP-OK           PIC 9.
       01 WS-VHOST-KNOWN        PIC 9.
       01 WS-VHOST-NAME         PIC X(64).

*> ANNOUNCE.CFG: the notices this pass wants, and what is there now
       01 WS-WANT-COUNT         PIC 9(4) COMP VALUE 0.
       01 WANT-TABLE.
          05 WANT-LINE OCCURS 50 TIMES PIC X(200).
       01 WS-HAVE-COUNT         PIC 9(4) COMP VALUE 0.
       01 HAVE-TABLE.
          05 HAVE-LINE OCCURS 50 TIMES PIC X(200).
       01 WS-KEEP-COUNT         PIC 9(4) COMP VALUE 0.
       01 KEEP-TABLE.
          05 KEEP-LINE OCCURS 100 TIMES PIC X(200).
       01 WS-LINE-IDX           PIC 9(4) COMP.
       01 WS-ANN-SAME           PIC 9.
       01 WS-ANN-LINE           PIC X(200).
       01 WS-ANN-PTR            PIC 9(4) COMP.

*> One MAINT-WINDOWS.LOG line being written
       01 WS-LOG-EVENT          PIC X(10).
       01 WS-AUDIT-EVENT        PIC X(24).
       01 WS-AUDIT-ACTOR        PIC X(16).
       01 WS-AUDIT-USER         PIC X(16).
       01 WS-LOG-PTR            PIC 9(4) COMP.

*> Run tallies
       01 WS-ANNOUNCED          PIC 9(4) VALUE 0.
       01 WS-STARTED            PIC 9(4) VALUE 0.
       01 WS-ENDED              PIC 9(4) VALUE 0.
       01 WS-MISSED             PIC 9(4) VALUE 0.
       01 WS-ACTIVE-NOW         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ACTION
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
           END-UNSTRING

           PERFORM SET-CLOCK
           PERFORM LOAD-MAINT-CONFIG

           EVALUATE WS-ACTION
               WHEN SPACES
               WHEN "RUN"
                   PERFORM RUN-CALENDAR
               WHEN "LIST"
                   PERFORM LIST-WINDOWS
               WHEN "ADD"
                   PERFORM ADD-WINDOW
               WHEN "CANCEL"
                   PERFORM CANCEL-WINDOW
               WHEN "END"
                   PERFORM END-WINDOW-EARLY
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "MAINT-CAL: usage: [RUN] | LIST | ADD <start> <end> "
               "<ALL|vhost> <change-ref> <reason...> | CANCEL <id> | "
               "END <id>   (times as YYYY-MM-DDTHH:MM)"
           .

       SET-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
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
           MOVE WS-TIMESTAMP(1:16) TO WS-CALC-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CALC-MIN TO WS-NOW-MIN
           .

       LOAD-MAINT-CONFIG.
           OPEN INPUT MAINT-CFG
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ MAINT-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TOK-1 WS-TOK-2
                       UNSTRING MAINT-CFG-RECORD DELIMITED BY ALL SPACE
                           INTO WS-TOK-1 WS-TOK-2
                       END-UNSTRING
                       IF WS-TOK-1 = "ANNOUNCE_HOURS" AND
                          FUNCTION TRIM(WS-TOK-2) IS NUMERIC
                           COMPUTE WS-ANNOUNCE-HOURS =
                               FUNCTION NUMVAL(WS-TOK-2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-CFG
           .

*> ----------------------------------------------------------------
*> RUN - the scheduled pass
*> ----------------------------------------------------------------
       RUN-CALENDAR.
           PERFORM LOAD-CALENDAR
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE WIN-RECORD(WS-WIN-IDX) TO MW-RECORD
               PERFORM STEP-WINDOW
               MOVE MW-RECORD TO WIN-RECORD(WS-WIN-IDX)
           END-PERFORM
           PERFORM APPLY-CALENDAR

           DISPLAY "MAINT-CAL: " WS-ANNOUNCED " announced, "
               WS-STARTED " started, " WS-ENDED " ended, "
               WS-MISSED " missed, " WS-ACTIVE-NOW " active"
           .

*> Move one window along as far as the clock says it has got. The
*> lead time is measured back from the start, so a window booked
*> inside it is announced on the very next pass
       STEP-WINDOW.
           MOVE MW-START TO WS-CALC-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CALC-MIN TO WS-START-MIN
           MOVE MW-END TO WS-CALC-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CALC-MIN TO WS-END-MIN
           IF WS-START-MIN = 0 OR WS-END-MIN = 0
               EXIT PARAGRAPH
           END-IF

           IF MW-STATE = "SCHEDULED" OR MW-STATE = "ANNOUNCED"
               IF WS-NOW-MIN >= WS-END-MIN
                   MOVE "MISSED" TO MW-STATE
                   MOVE 1 TO WS-CAL-CHANGED
                   ADD 1 TO WS-MISSED
                   MOVE "MISSED" TO WS-LOG-EVENT
                   PERFORM LOG-WINDOW-EVENT
                   EXIT PARAGRAPH
               END-IF
               IF WS-NOW-MIN >= WS-START-MIN
                   PERFORM START-WINDOW
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LEAD-MIN = WS-ANNOUNCE-HOURS * 60
               IF MW-STATE = "SCHEDULED" AND
                  WS-NOW-MIN + WS-LEAD-MIN >= WS-START-MIN
                   MOVE "ANNOUNCED" TO MW-STATE
                   MOVE 1 TO WS-CAL-CHANGED
                   ADD 1 TO WS-ANNOUNCED
                   MOVE "ANNOUNCE" TO WS-LOG-EVENT
                   PERFORM LOG-WINDOW-EVENT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF MW-STATE = "ACTIVE" AND WS-NOW-MIN >= WS-END-MIN
               PERFORM FINISH-WINDOW
           END-IF
           .

*> Maintenance mode on. A whole-server window raises
*> MAINTENANCE.FLAG unless it is already up (an operator's flag, or
*> an overlapping window's), noting which it was; a vhost window is
*> picked up when the vhost list is rebuilt
       START-WINDOW.
           MOVE "ACTIVE" TO MW-STATE
           MOVE WS-TIMESTAMP TO MW-ACT-START
           MOVE "N" TO MW-FLAG-OWNED
           IF MW-SCOPE = "ALL"
               PERFORM CHECK-FLAG-PRESENT
               IF WS-FLAG-PRESENT = 0
                   CALL "CBL_CREATE_FILE" USING "MAINTENANCE.FLAG"
                       2 0 0 WS-FLAG-HANDLE
                       RETURNING WS-CREATE-RC
                   END-CALL
                   IF WS-CREATE-RC = 0
                       CALL "CBL_CLOSE_FILE" USING WS-FLAG-HANDLE
                           RETURNING WS-CREATE-RC
                       END-CALL
                       MOVE "Y" TO MW-FLAG-OWNED
                   ELSE
                       DISPLAY "MAINT-CAL: cannot raise "
                           "MAINTENANCE.FLAG for window " MW-ID
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO WS-VHOSTS-CHANGED
           END-IF
           MOVE 1 TO WS-CAL-CHANGED
           ADD 1 TO WS-STARTED
           MOVE "START" TO WS-LOG-EVENT
           PERFORM LOG-WINDOW-EVENT
           MOVE "MAINT_WINDOW_START" TO WS-AUDIT-EVENT
           MOVE "maint-cal" TO WS-AUDIT-ACTOR
           MOVE "scheduler" TO WS-AUDIT-USER
           PERFORM WRITE-AUDIT-ENTRY
           .

*> Maintenance mode off. The flag itself comes down in
*> APPLY-CALENDAR, once every window has been stepped, so a window
*> still running alongside keeps it up
       FINISH-WINDOW.
           MOVE "DONE" TO MW-STATE
           MOVE WS-TIMESTAMP TO MW-ACT-END
           IF MW-SCOPE = "ALL"
               IF MW-FLAG-OWNED = "Y"
                   MOVE 1 TO WS-FLAG-DROP
               END-IF
           ELSE
               MOVE 1 TO WS-VHOSTS-CHANGED
           END-IF
           MOVE 1 TO WS-CAL-CHANGED
           ADD 1 TO WS-ENDED
           MOVE "END" TO WS-LOG-EVENT
           PERFORM LOG-WINDOW-EVENT
           MOVE "MAINT_WINDOW_END" TO WS-AUDIT-EVENT
           IF WS-ACTION = "END"
               MOVE "console" TO WS-AUDIT-ACTOR
               MOVE "operator" TO WS-AUDIT-USER
           ELSE
               MOVE "maint-cal" TO WS-AUDIT-ACTOR
               MOVE "scheduler" TO WS-AUDIT-USER
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           .

       CHECK-FLAG-PRESENT.
           MOVE 0 TO WS-FLAG-PRESENT
           OPEN INPUT MAINT-FLAG-FILE
           IF WS-FLAG-STATUS = "00"
               MOVE 1 TO WS-FLAG-PRESENT
               CLOSE MAINT-FLAG-FILE
           END-IF
           .

*> Everything a pass (or CANCEL/END) changed goes out: the flag, the
*> vhost list, the banner notices, then the calendar itself
       APPLY-CALENDAR.
           MOVE 0 TO WS-ALL-ACTIVE
           MOVE 0 TO WS-ACTIVE-NOW
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE WIN-RECORD(WS-WIN-IDX) TO MW-RECORD
               IF MW-STATE = "ACTIVE"
                   ADD 1 TO WS-ACTIVE-NOW
                   IF MW-SCOPE = "ALL" AND WS-ALL-ACTIVE = 0
                       MOVE WS-WIN-IDX TO WS-ALL-ACTIVE
                   END-IF
               END-IF
           END-PERFORM

*> An owned flag outlives its own window while another whole-server
*> window is still running - that window takes it over
           IF WS-FLAG-DROP = 1
               IF WS-ALL-ACTIVE > 0
                   MOVE WIN-RECORD(WS-ALL-ACTIVE) TO MW-RECORD
                   MOVE "Y" TO MW-FLAG-OWNED
                   MOVE MW-RECORD TO WIN-RECORD(WS-ALL-ACTIVE)
               ELSE
                   CALL "CBL_DELETE_FILE" USING "MAINTENANCE.FLAG"
                       RETURNING WS-DELETE-RC
                   END-CALL
               END-IF
           END-IF

           IF WS-VHOSTS-CHANGED = 1
               PERFORM WRITE-VHOST-LIST
           END-IF
           PERFORM SYNC-ANNOUNCEMENTS
           IF WS-CAL-CHANGED = 1
               PERFORM WRITE-CALENDAR
           END-IF
           .

*> MAINTENANCE-VHOSTS.DAT holds exactly the vhosts with a window
*> running; with none it goes away altogether
       WRITE-VHOST-LIST.
           MOVE 0 TO WS-LINE-IDX
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE WIN-RECORD(WS-WIN-IDX) TO MW-RECORD
               IF MW-STATE = "ACTIVE" AND MW-SCOPE NOT = "ALL"
                   IF WS-LINE-IDX = 0
                       OPEN OUTPUT VHOST-LIST-TMP
                       IF WS-VLIST-STATUS NOT = "00"
                           DISPLAY "MAINT-CAL: cannot write "
                               "MAINTENANCE-VHOSTS.TMP"
                           MOVE 8 TO RETURN-CODE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   ADD 1 TO WS-LINE-IDX
                   MOVE SPACES TO VHOST-LIST-RECORD
                   MOVE MW-SCOPE TO VHOST-LIST-RECORD
                   WRITE VHOST-LIST-RECORD
               END-IF
           END-PERFORM

           CALL "CBL_DELETE_FILE" USING "MAINTENANCE-VHOSTS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-LINE-IDX > 0
               CLOSE VHOST-LIST-TMP
               CALL "CBL_RENAME_FILE" USING "MAINTENANCE-VHOSTS.TMP"
                   "MAINTENANCE-VHOSTS.DAT"
                   RETURNING WS-RENAME-RC
               END-CALL
           END-IF
           .

*> The "@" lines ANNOUNCE.CFG should carry now - one per announced
*> or running window, in calendar order - against the ones it has.
*> The file is only rewritten when they differ, so an operator
*> editing their own message is not raced every minute
       SYNC-ANNOUNCEMENTS.
           MOVE 0 TO WS-WANT-COUNT
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE WIN-RECORD(WS-WIN-IDX) TO MW-RECORD
               IF (MW-STATE = "ANNOUNCED" OR MW-STATE = "ACTIVE") AND
                  WS-WANT-COUNT < 50
                   PERFORM BUILD-NOTICE-LINE
                   ADD 1 TO WS-WANT-COUNT
                   MOVE WS-ANN-LINE TO WANT-LINE(WS-WANT-COUNT)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-HAVE-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           OPEN INPUT ANNOUNCE-FILE
           IF WS-ANN-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ANNOUNCE-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ANNOUNCE-RECORD(1:1) = "@"
                               IF WS-HAVE-COUNT < 50
                                   ADD 1 TO WS-HAVE-COUNT
                                   MOVE ANNOUNCE-RECORD
                                       TO HAVE-LINE(WS-HAVE-COUNT)
                               END-IF
                           ELSE
                               IF WS-KEEP-COUNT < 100
                                   ADD 1 TO WS-KEEP-COUNT
                                   MOVE ANNOUNCE-RECORD
                                       TO KEEP-LINE(WS-KEEP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNOUNCE-FILE
           END-IF

           MOVE 1 TO WS-ANN-SAME
           IF WS-HAVE-COUNT NOT = WS-WANT-COUNT
               MOVE 0 TO WS-ANN-SAME
           ELSE
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-WANT-COUNT
                   IF HAVE-LINE(WS-LINE-IDX) NOT =
                      WANT-LINE(WS-LINE-IDX)
                       MOVE 0 TO WS-ANN-SAME
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ANN-SAME = 1
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ANNOUNCE-TMP
           IF WS-ANN-TMP-STATUS NOT = "00"
               DISPLAY "MAINT-CAL: cannot write ANNOUNCE.TMP"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-WANT-COUNT
               MOVE WANT-LINE(WS-LINE-IDX) TO ANNOUNCE-TMP-RECORD
               WRITE ANNOUNCE-TMP-RECORD
           END-PERFORM
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-KEEP-COUNT
               MOVE KEEP-LINE(WS-LINE-IDX) TO ANNOUNCE-TMP-RECORD
               WRITE ANNOUNCE-TMP-RECORD
           END-PERFORM
           CLOSE ANNOUNCE-TMP
           CALL "CBL_DELETE_FILE" USING "ANNOUNCE.CFG"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "ANNOUNCE.TMP" "ANNOUNCE.CFG"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> "@* Planned maintenance 2026-11-02 18:00 to 2026-11-02 20:00:
*> <reason>", or "... in progress until ..." once it has started
       BUILD-NOTICE-LINE.
           MOVE SPACES TO WS-ANN-LINE
           MOVE 1 TO WS-ANN-PTR
           IF MW-SCOPE = "ALL"
               STRING "@* " DELIMITED BY SIZE
                   INTO WS-ANN-LINE WITH POINTER WS-ANN-PTR
               END-STRING
           ELSE
               STRING "@" DELIMITED BY SIZE
                      MW-SCOPE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-ANN-LINE WITH POINTER WS-ANN-PTR
               END-STRING
           END-IF
           IF MW-STATE = "ACTIVE"
               STRING "Planned maintenance in progress until "
                          DELIMITED BY SIZE
                      MW-END DELIMITED BY SIZE
                   INTO WS-ANN-LINE WITH POINTER WS-ANN-PTR
               END-STRING
           ELSE
               STRING "Planned maintenance " DELIMITED BY SIZE
                      MW-START DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      MW-END DELIMITED BY SIZE
                   INTO WS-ANN-LINE WITH POINTER WS-ANN-PTR
               END-STRING
           END-IF
           STRING ": " DELIMITED BY SIZE
                  FUNCTION TRIM(MW-REASON) DELIMITED BY SIZE
               INTO WS-ANN-LINE WITH POINTER WS-ANN-PTR
           END-STRING
           .

*> ----------------------------------------------------------------
*> MAINT-CALENDAR.DAT
*> ----------------------------------------------------------------
       LOAD-CALENDAR.
           MOVE 0 TO WS-WIN-COUNT
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
                       IF MW-ID NUMERIC AND WS-WIN-COUNT < 500
                           ADD 1 TO WS-WIN-COUNT
                           MOVE MW-RECORD TO WIN-RECORD(WS-WIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           .

       FIND-WINDOW-BY-ID.
           MOVE 0 TO WS-WIN-FOUND-IDX
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               IF WIN-RECORD(WS-WIN-IDX)(1:6) = WS-WIN-ID
                   MOVE WS-WIN-IDX TO WS-WIN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Windows still to come or running, and finished ones for 400
*> days, go back through a scratch copy renamed into place
       WRITE-CALENDAR.
           COMPUTE WS-KEEP-MIN = WS-NOW-MIN - 400 * 1440
           OPEN OUTPUT CALENDAR-TMP
           IF WS-CAL-TMP-STATUS NOT = "00"
               DISPLAY "MAINT-CAL: cannot write MAINT-CALENDAR.TMP"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE WIN-RECORD(WS-WIN-IDX) TO MW-RECORD
               MOVE MW-END TO WS-CALC-STAMP
               PERFORM STAMP-TO-MINUTES
               IF MW-STATE = "SCHEDULED" OR MW-STATE = "ANNOUNCED" OR
                  MW-STATE = "ACTIVE" OR WS-CALC-MIN >= WS-KEEP-MIN
                   MOVE MW-RECORD TO CALENDAR-TMP-RECORD
                   WRITE CALENDAR-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE CALENDAR-TMP
           CALL "CBL_DELETE_FILE" USING "MAINT-CALENDAR.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "MAINT-CALENDAR.TMP"
               "MAINT-CALENDAR.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> ----------------------------------------------------------------
*> Operator commands
*> ----------------------------------------------------------------
       LIST-WINDOWS.
           PERFORM LOAD-CALENDAR
           IF WS-WIN-COUNT = 0
               DISPLAY "MAINT-CAL: no maintenance windows on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               MOVE WIN-RECORD(WS-WIN-IDX) TO MW-RECORD
               DISPLAY MW-ID " " MW-STATE " " MW-START " - " MW-END
                   " " MW-SCOPE(1:20) " " MW-CHANGE-REF
               DISPLAY "       " FUNCTION TRIM(MW-REASON)
               IF MW-ACT-START NOT = SPACES
                   DISPLAY "       actual " MW-ACT-START " - "
                       MW-ACT-END
               END-IF
           END-PERFORM
           .

*> ADD <start> <end> <ALL|vhost> <change-ref> <reason...>
       ADD-WINDOW.
           MOVE SPACES TO WS-ADD-START WS-ADD-END WS-ADD-SCOPE
               WS-ADD-REF WS-ADD-REASON
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-ADD-START WS-ADD-END WS-ADD-SCOPE
                    WS-ADD-REF
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 256
               MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-ADD-REASON
           END-IF
           IF WS-ADD-REF = SPACES OR WS-ADD-REASON = SPACES
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
*> "|" separates the calendar's fields
           INSPECT WS-ADD-REASON REPLACING ALL "|" BY "/"
           INSPECT WS-ADD-REF REPLACING ALL "|" BY "/"

           MOVE WS-ADD-START TO WS-CALC-STAMP
           PERFORM CHECK-STAMP
           MOVE WS-CALC-MIN TO WS-START-MIN
           IF WS-STAMP-OK = 1
               MOVE WS-CALC-STAMP TO WS-ADD-START
               MOVE WS-ADD-END TO WS-CALC-STAMP
               PERFORM CHECK-STAMP
               MOVE WS-CALC-STAMP TO WS-ADD-END
               MOVE WS-CALC-MIN TO WS-END-MIN
           END-IF
           IF WS-STAMP-OK = 0
               DISPLAY "MAINT-CAL: times are YYYY-MM-DDTHH:MM"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-END-MIN <= WS-START-MIN
               DISPLAY "MAINT-CAL: the window must end after it starts"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-END-MIN <= WS-NOW-MIN
               DISPLAY "MAINT-CAL: that window is already over"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-ADD-SCOPE) = "ALL"
               MOVE "ALL" TO WS-ADD-SCOPE
           ELSE
               PERFORM CHECK-VHOST-KNOWN
               IF WS-VHOST-KNOWN = 0
                   DISPLAY "MAINT-CAL: " FUNCTION TRIM(WS-ADD-SCOPE)
                       " is not a VHOSTS.CFG hostname (or ALL)"
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-CALENDAR
           IF WS-WIN-COUNT >= 500
               DISPLAY "MAINT-CAL: the calendar is full"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WIN-ID
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
               IF WIN-RECORD(WS-WIN-IDX)(1:6) > WS-WIN-ID
                   MOVE WIN-RECORD(WS-WIN-IDX)(1:6) TO WS-WIN-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-WIN-ID

           MOVE SPACES TO MW-RECORD
           MOVE WS-WIN-ID TO MW-ID
           MOVE "SCHEDULED" TO MW-STATE
           MOVE WS-ADD-START TO MW-START
           MOVE WS-ADD-END TO MW-END
           MOVE WS-ADD-SCOPE TO MW-SCOPE
           MOVE WS-ADD-REF TO MW-CHANGE-REF
           MOVE "N" TO MW-FLAG-OWNED
           MOVE WS-ADD-REASON TO MW-REASON
           MOVE "|" TO MW-SEP-1 MW-SEP-2 MW-SEP-3 MW-SEP-4 MW-SEP-5
               MW-SEP-6 MW-SEP-7 MW-SEP-8 MW-SEP-9
           ADD 1 TO WS-WIN-COUNT
           MOVE MW-RECORD TO WIN-RECORD(WS-WIN-COUNT)
           MOVE 1 TO WS-CAL-CHANGED
           PERFORM WRITE-CALENDAR
           MOVE WIN-RECORD(WS-WIN-COUNT) TO MW-RECORD

           MOVE "SCHEDULE" TO WS-LOG-EVENT
           PERFORM LOG-WINDOW-EVENT
           MOVE "MAINT_SCHEDULE" TO WS-AUDIT-EVENT
           MOVE "console" TO WS-AUDIT-ACTOR
           MOVE "operator" TO WS-AUDIT-USER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "MAINT-CAL: window " MW-ID " booked, "
               MW-START " to " MW-END " (" FUNCTION TRIM(MW-SCOPE)
               ")"
           .

*> CANCEL <id> - only a window that has not started; the banner
*> notice comes down straight away
       CANCEL-WINDOW.
           PERFORM PICK-COMMAND-WINDOW
           IF WS-WIN-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF MW-STATE NOT = "SCHEDULED" AND MW-STATE NOT = "ANNOUNCED"
               IF MW-STATE = "ACTIVE"
                   DISPLAY "MAINT-CAL: window " MW-ID " is running - "
                       "END it instead"
               ELSE
                   DISPLAY "MAINT-CAL: window " MW-ID " is already "
                       FUNCTION TRIM(MW-STATE)
               END-IF
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLED" TO MW-STATE
           MOVE MW-RECORD TO WIN-RECORD(WS-WIN-FOUND-IDX)
           MOVE 1 TO WS-CAL-CHANGED
           PERFORM APPLY-CALENDAR

           MOVE WIN-RECORD(WS-WIN-FOUND-IDX) TO MW-RECORD
           MOVE "CANCEL" TO WS-LOG-EVENT
           PERFORM LOG-WINDOW-EVENT
           MOVE "MAINT_CANCEL" TO WS-AUDIT-EVENT
           MOVE "console" TO WS-AUDIT-ACTOR
           MOVE "operator" TO WS-AUDIT-USER
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "MAINT-CAL: window " MW-ID " cancelled"
           .

*> END <id> - a running window finished early; maintenance mode
*> comes off now rather than at the booked end
       END-WINDOW-EARLY.
           PERFORM PICK-COMMAND-WINDOW
           IF WS-WIN-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF MW-STATE NOT = "ACTIVE"
               DISPLAY "MAINT-CAL: window " MW-ID " is not running ("
                   FUNCTION TRIM(MW-STATE) ")"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINISH-WINDOW
           MOVE MW-RECORD TO WIN-RECORD(WS-WIN-FOUND-IDX)
           PERFORM APPLY-CALENDAR
           DISPLAY "MAINT-CAL: window " WS-WIN-ID " ended at "
               WS-TIMESTAMP
           .

*> The id after CANCEL/END, looked up on a freshly loaded calendar;
*> MW-RECORD holds the window when WS-WIN-FOUND-IDX is set
       PICK-COMMAND-WINDOW.
           MOVE 0 TO WS-WIN-FOUND-IDX
           MOVE SPACES TO WS-TOK-1 WS-TOK-2
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2
           END-UNSTRING
           IF FUNCTION TRIM(WS-TOK-2) IS NOT NUMERIC
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WIN-ID = FUNCTION NUMVAL(WS-TOK-2)
           PERFORM LOAD-CALENDAR
           PERFORM FIND-WINDOW-BY-ID
           IF WS-WIN-FOUND-IDX = 0
               DISPLAY "MAINT-CAL: no window " WS-WIN-ID
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WIN-RECORD(WS-WIN-FOUND-IDX) TO MW-RECORD
           .

*> A typed time, "YYYY-MM-DDTHH:MM" (a space in place of the T is
*> taken too), checked and turned into the calendar's form
       CHECK-STAMP.
           MOVE 0 TO WS-STAMP-OK
           MOVE 0 TO WS-CALC-MIN
           IF WS-CALC-STAMP(11:1) = "T" OR WS-CALC-STAMP(11:1) = "t"
               MOVE SPACE TO WS-CALC-STAMP(11:1)
           END-IF
           IF WS-CALC-STAMP(5:1) NOT = "-" OR
              WS-CALC-STAMP(8:1) NOT = "-" OR
              WS-CALC-STAMP(11:1) NOT = SPACE OR
              WS-CALC-STAMP(14:1) NOT = ":" OR
              WS-CALC-STAMP(1:4) NOT NUMERIC OR
              WS-CALC-STAMP(6:2) NOT NUMERIC OR
              WS-CALC-STAMP(9:2) NOT NUMERIC OR
              WS-CALC-STAMP(12:2) NOT NUMERIC OR
              WS-CALC-STAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CALC-STAMP(12:2) > "23" OR WS-CALC-STAMP(15:2) > "59"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-DATE =
               FUNCTION NUMVAL(WS-CALC-STAMP(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-CALC-STAMP(6:2)) * 100 +
               FUNCTION NUMVAL(WS-CALC-STAMP(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STAMP-OK
           PERFORM STAMP-TO-MINUTES
           .

       CHECK-VHOST-KNOWN.
           MOVE 0 TO WS-VHOST-KNOWN
           OPEN INPUT VHOSTS-FILE
           IF WS-VHOSTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ VHOSTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-VHOST-NAME
                       UNSTRING VHOSTS-RECORD DELIMITED BY ALL SPACE
                           INTO WS-VHOST-NAME
                       END-UNSTRING
                       IF WS-VHOST-NAME = WS-ADD-SCOPE
                           MOVE 1 TO WS-VHOST-KNOWN
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VHOSTS-FILE
           .

*> ----------------------------------------------------------------
*> MAINT-WINDOWS.LOG and the audit trail
*> ----------------------------------------------------------------
*> "[ts] START id=000003 scope=ALL ref=CHG-1042 planned=2026-11-02
*> 18:00..2026-11-02 20:00" - the window as it stands in MW-RECORD
       LOG-WINDOW-EVENT.
           OPEN EXTEND WINDOWS-LOG
           IF WS-LOG-STATUS = "35" OR WS-LOG-STATUS = "05"
               OPEN OUTPUT WINDOWS-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WINDOWS-LOG-RECORD
           MOVE 1 TO WS-LOG-PTR
           STRING "[" WS-TIMESTAMP "] " DELIMITED BY SIZE
                  WS-LOG-EVENT DELIMITED BY SPACE
                  " id=" MW-ID " scope=" DELIMITED BY SIZE
                  MW-SCOPE DELIMITED BY SPACE
                  " ref=" DELIMITED BY SIZE
                  MW-CHANGE-REF DELIMITED BY SPACE
                  " planned=" MW-START ".." MW-END
                      DELIMITED BY SIZE
               INTO WINDOWS-LOG-RECORD WITH POINTER WS-LOG-PTR
           END-STRING
           IF WS-LOG-EVENT = "SCHEDULE"
               STRING " reason=" DELIMITED BY SIZE
                      FUNCTION TRIM(MW-REASON) DELIMITED BY SIZE
                   INTO WINDOWS-LOG-RECORD WITH POINTER WS-LOG-PTR
               END-STRING
           END-IF
           WRITE WINDOWS-LOG-RECORD
           CLOSE WINDOWS-LOG
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] " DELIMITED BY SIZE
                  WS-AUDIT-ACTOR DELIMITED BY SPACE
                  " maint-" MW-ID " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-AUDIT-USER DELIMITED BY SPACE
                  " result=APPLIED" DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> "YYYY-MM-DD HH:MM" to minutes since the integer-date epoch; 0 for
*> anything malformed
       STAMP-TO-MINUTES.
           MOVE 0 TO WS-CALC-MIN
           IF WS-CALC-STAMP(1:4) NOT NUMERIC OR
              WS-CALC-STAMP(6:2) NOT NUMERIC OR
              WS-CALC-STAMP(9:2) NOT NUMERIC OR
              WS-CALC-STAMP(12:2) NOT NUMERIC OR
              WS-CALC-STAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CALC-STAMP(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-CALC-STAMP(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-CALC-STAMP(9:2))) * 1440 +
               FUNCTION NUMVAL(WS-CALC-STAMP(12:2)) * 60 +
               FUNCTION NUMVAL(WS-CALC-STAMP(15:2))
           .
