*> Operator tool: follow one request through every log it touched.
*> A user reporting "my upload vanished" quotes the X-Request-Id off
*> their screen (or, failing that, where they were and roughly when);
*> this job pulls every record belonging to that request into one
*> chronological timeline instead of six files grepped by hand.
*>
*>   req-trace RID <rid> [<file>]
*>   req-trace ADDR <client-addr> <from> <to> [<file>]
*>       (from/to as YYYYMMDDHHMMSS)
*>
*> The timeline goes to the console, and to <file> as well when one
*> is named, ready to attach to an incident. Each line names the
*> file the record came from.
*>
*> Where the request's records live:
*>   - carrying its rid= directly: ACCESS.LOG and the rotated
*>     ACCESS-YYYYMMDD.LOG archives (peer lines included, LOG-MERGE
*>     folds them in), AUDIT.LOG, TRACE.LOG, CGI-KILLS.LOG;
*>   - created by it but not stamped with the rid: the upload catalog
*>     entry, the write-ahead journal entries, the pending change and
*>     the banked version. The catalog, journal and change ids all
*>     embed the worker's pid - the same five digits the rid carries -
*>     and the record's timestamp, so they are joined on pid plus the
*>     request's own service window (its access-log stamp, less its
*>     Nms service time); version lines carry no id and are joined on
*>     the content path plus that window instead. The window is only
*>     known once the request's access-log line is found.
*> RETENTION's FILENAME.ARC archives are searched alongside each of
*> the live files. For a rid the access archives searched are the
*> day the rid was minted (its leading epoch seconds) and the days
*> either side; for an address, the days of the window and the one
*> after it (rotation runs after midnight).
IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(1200).
       FD  OUT-FILE.
       01  OUT-RECORD           PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(64).
       01 WS-OUT-NAME           PIC X(64).
*> What the current file holds: A access log, R other rid= log,
*> U upload catalog, J content journal, C pending changes,
*> V version catalog
       01 WS-SCAN-KIND          PIC X.
       01 WS-BASE-NAME          PIC X(48).

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(8).
       01 WS-ARG-1              PIC X(64).
       01 WS-ARG-2              PIC X(64).
       01 WS-ARG-3              PIC X(64).
       01 WS-ARG-4              PIC X(64).
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.

*> ADDR mode's address and window
       01 WS-WANT-ADDR          PIC X(46).
       01 WS-WANT-ADDR-LEN      PIC 9(4) COMP VALUE 0.
       01 WS-WANT-FROM-SECS     PIC 9(12) VALUE 0.
       01 WS-WANT-TO-SECS       PIC 9(12) VALUE 0.

*> Access archive days to search, as integer dates
       01 WS-DAY-FROM-INT       PIC 9(8) VALUE 0.
       01 WS-DAY-TO-INT         PIC 9(8) VALUE 0.
       01 WS-DAY-INT            PIC 9(8) VALUE 0.
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-EPOCH-DAYS         PIC 9(8).

*> The requests being traced - one for RID, every one the address
*> made in the window for ADDR. Window seconds stay 0 until the
*> request's access-log line has been seen.
       01 WS-REQ-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-REQ-IDX            PIC 9(4) COMP.
       01 WS-REQ-HIT            PIC 9(4) COMP.
       01 WS-REQ-TABLE.
          05 WS-REQ OCCURS 50 TIMES.
             10 REQ-RID         PIC X(24).
             10 REQ-PID         PIC X(5).
             10 REQ-ADDR        PIC X(46).
             10 REQ-ADDR-LEN    PIC 9(4) COMP.
             10 REQ-TARGET      PIC X(256).
             10 REQ-FROM-SECS   PIC 9(12).
             10 REQ-TO-SECS     PIC 9(12).

*> The timeline, kept in timestamp order as it is built
       01 WS-TL-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-TL-DROPPED         PIC 9(6) VALUE 0.
       01 WS-TL-IDX             PIC 9(4) COMP.
       01 WS-TL-TABLE.
          05 WS-TL OCCURS 500 TIMES.
             10 TL-WHEN         PIC X(19).
             10 TL-SOURCE       PIC X(24).
             10 TL-TEXT         PIC X(300).
       01 WS-NEW-WHEN           PIC X(19).

*> Fields picked off the line in hand
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-END-POS            PIC 9(4) COMP.
       01 WS-MARK-POS           PIC 9(4) COMP.
       01 WS-PIPE-1             PIC 9(4) COMP.
       01 WS-PIPE-2             PIC 9(4) COMP.
       01 WS-PIPE-3             PIC 9(4) COMP.
       01 WS-LINE-RID           PIC X(24).
       01 WS-LINE-ADDR          PIC X(46).
       01 WS-LINE-ADDR-LEN      PIC 9(4) COMP.
       01 WS-LINE-PATH          PIC X(256).
       01 WS-LINE-TARGET        PIC X(256).
       01 WS-LINE-WHEN          PIC X(19).
       01 WS-LINE-SECS          PIC 9(12).
       01 WS-LINE-MS            PIC 9(7).
       01 WS-MS-DIGITS          PIC X(7).
       01 WS-MS-LEN             PIC 9(4) COMP.
       01 WS-PATTERN            PIC X(48).
       01 WS-PATTERN-LEN        PIC 9(4) COMP.
       01 WS-PATTERN-HITS       PIC 9(4) COMP.

*> "YYYY-MM-DD HH:MM:SS" to seconds on an integer-date scale
       01 WS-TS-WORK            PIC X(19).
       01 WS-TS-SECS            PIC 9(12).

       01 WS-COUNT-D            PIC Z(5)9.
       01 WS-OUT-LINE           PIC X(400).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM SPLIT-COMMAND-LINE

           MOVE SPACES TO WS-OUT-NAME
           EVALUATE WS-ACTION
               WHEN "RID"
                   PERFORM SET-UP-RID-TRACE
               WHEN "ADDR"
                   PERFORM SET-UP-ADDR-TRACE
               WHEN OTHER
                   DISPLAY "REQ-TRACE: usage: RID <rid> [<file>] | "
                       "ADDR <client-addr> <from> <to> [<file>] "
                       "(from/to YYYYMMDDHHMMSS)"
                   STOP RUN
           END-EVALUATE

*> The access logs first - they carry each request's window
           MOVE "A" TO WS-SCAN-KIND
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

           IF WS-ACTION = "ADDR" AND WS-TL-COUNT = 0
               DISPLAY "REQ-TRACE: no access-log line from "
                   FUNCTION TRIM(WS-WANT-ADDR) " in that window"
               STOP RUN
           END-IF

           MOVE "R" TO WS-SCAN-KIND
           MOVE "AUDIT.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "TRACE.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "CGI-KILLS.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE

           MOVE "U" TO WS-SCAN-KIND
           MOVE "UPLOAD-CATALOG.DAT" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "J" TO WS-SCAN-KIND
           MOVE "CONTENT-JOURNAL.LOG" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "C" TO WS-SCAN-KIND
           MOVE "CHANGES-PENDING.DAT" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE
           MOVE "V" TO WS-SCAN-KIND
           MOVE "VERSIONS.IDX" TO WS-BASE-NAME
           PERFORM SCAN-FILE-AND-ARCHIVE

           PERFORM WRITE-TIMELINE
           STOP RUN.

       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE SPACES TO WS-ARG-3
           MOVE SPACES TO WS-ARG-4
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 256 OR WS-TOK-NUM >= 5
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
                           WS-TOK-END - WS-TOK-START) TO WS-ACTION
                   WHEN 2
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-1
                   WHEN 3
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-2
                   WHEN 4
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-3
                   WHEN 5
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-4
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           .

*> "EEEEEEEEEE-PPPPP-SSSS": epoch seconds when minted, the worker's
*> pid, the worker's sequence
       SET-UP-RID-TRACE.
           IF WS-ARG-1(1:10) NOT NUMERIC OR WS-ARG-1(11:1) NOT = "-"
              OR WS-ARG-1(12:5) NOT NUMERIC
               DISPLAY "REQ-TRACE: " FUNCTION TRIM(WS-ARG-1)
                   " is not a request id (EEEEEEEEEE-PPPPP-SSSS)"
               STOP RUN
           END-IF
           MOVE WS-ARG-2 TO WS-OUT-NAME

           MOVE 1 TO WS-REQ-COUNT
           MOVE WS-ARG-1 TO REQ-RID(1)
           MOVE WS-ARG-1(12:5) TO REQ-PID(1)
           MOVE SPACES TO REQ-ADDR(1)
           MOVE 0 TO REQ-ADDR-LEN(1)
           MOVE SPACES TO REQ-TARGET(1)
           MOVE 0 TO REQ-FROM-SECS(1)
           MOVE 0 TO REQ-TO-SECS(1)

           COMPUTE WS-EPOCH-DAYS =
               FUNCTION NUMVAL(WS-ARG-1(1:10)) / 86400
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(19700101) + WS-EPOCH-DAYS
           COMPUTE WS-DAY-FROM-INT = WS-DAY-INT - 1
           COMPUTE WS-DAY-TO-INT = WS-DAY-INT + 1
           .

       SET-UP-ADDR-TRACE.
           IF WS-ARG-1 = SPACES OR WS-ARG-2(1:14) NOT NUMERIC OR
              WS-ARG-3(1:14) NOT NUMERIC
               DISPLAY "REQ-TRACE: usage: ADDR <client-addr> "
                   "<from> <to> [<file>] (from/to YYYYMMDDHHMMSS)"
               STOP RUN
           END-IF
           MOVE WS-ARG-1 TO WS-WANT-ADDR
           INSPECT WS-WANT-ADDR TALLYING WS-WANT-ADDR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-ARG-4 TO WS-OUT-NAME

           MOVE SPACES TO WS-TS-WORK
           STRING WS-ARG-2(1:4) "-" WS-ARG-2(5:2) "-" WS-ARG-2(7:2)
                  " " WS-ARG-2(9:2) ":" WS-ARG-2(11:2) ":"
                  WS-ARG-2(13:2)
               DELIMITED BY SIZE INTO WS-TS-WORK
           END-STRING
           PERFORM TS-TO-SECS
           MOVE WS-TS-SECS TO WS-WANT-FROM-SECS
           MOVE SPACES TO WS-TS-WORK
           STRING WS-ARG-3(1:4) "-" WS-ARG-3(5:2) "-" WS-ARG-3(7:2)
                  " " WS-ARG-3(9:2) ":" WS-ARG-3(11:2) ":"
                  WS-ARG-3(13:2)
               DELIMITED BY SIZE INTO WS-TS-WORK
           END-STRING
           PERFORM TS-TO-SECS
           MOVE WS-TS-SECS TO WS-WANT-TO-SECS
           IF WS-WANT-FROM-SECS = 0 OR
              WS-WANT-TO-SECS < WS-WANT-FROM-SECS
               DISPLAY "REQ-TRACE: window " FUNCTION TRIM(WS-ARG-2)
                   " to " FUNCTION TRIM(WS-ARG-3) " is not valid"
               STOP RUN
           END-IF

           COMPUTE WS-DAY-FROM-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ARG-2(1:8)))
           COMPUTE WS-DAY-TO-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-ARG-3(1:8))) + 1
           IF WS-DAY-TO-INT - WS-DAY-FROM-INT > 62
               DISPLAY "REQ-TRACE: window longer than 62 days - "
                   "narrow it"
               STOP RUN
           END-IF
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
                           WHEN "A"
                               PERFORM CHECK-ACCESS-LINE
                           WHEN "R"
                               PERFORM CHECK-RID-LINE
                           WHEN "U"
                               PERFORM CHECK-UPLOAD-LINE
                           WHEN "J"
                               PERFORM CHECK-JOURNAL-LINE
                           WHEN "C"
                               PERFORM CHECK-CHANGE-LINE
                           WHEN "V"
                               PERFORM CHECK-VERSION-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

*> By rid for RID, by address and window for ADDR; either way a
*> match fixes that request's service window
       CHECK-ACCESS-LINE.
           PERFORM FIND-LINE-RID
           MOVE 0 TO WS-REQ-HIT
           IF WS-ACTION = "RID"
               IF WS-LINE-RID NOT = REQ-RID(1)
                   EXIT PARAGRAPH
               END-IF
               PERFORM PARSE-ACCESS-LINE
               MOVE 1 TO WS-REQ-HIT
           ELSE
               IF SCAN-RECORD(1:WS-WANT-ADDR-LEN) NOT =
                  WS-WANT-ADDR(1:WS-WANT-ADDR-LEN) OR
                  SCAN-RECORD(WS-WANT-ADDR-LEN + 1:1) NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
               PERFORM PARSE-ACCESS-LINE
               IF WS-LINE-SECS < WS-WANT-FROM-SECS OR
                  WS-LINE-SECS > WS-WANT-TO-SECS
                   EXIT PARAGRAPH
               END-IF
               IF WS-LINE-RID NOT = SPACES AND WS-REQ-COUNT < 50
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-HIT
                   MOVE WS-LINE-RID TO REQ-RID(WS-REQ-HIT)
                   MOVE WS-LINE-RID(12:5) TO REQ-PID(WS-REQ-HIT)
               END-IF
           END-IF

           IF WS-REQ-HIT > 0 AND WS-LINE-SECS > 0
               MOVE WS-LINE-ADDR TO REQ-ADDR(WS-REQ-HIT)
               MOVE WS-LINE-ADDR-LEN TO REQ-ADDR-LEN(WS-REQ-HIT)
               MOVE WS-LINE-TARGET TO REQ-TARGET(WS-REQ-HIT)
               MOVE WS-LINE-SECS TO REQ-TO-SECS(WS-REQ-HIT)
               COMPUTE REQ-FROM-SECS(WS-REQ-HIT) =
                   WS-LINE-SECS - (WS-LINE-MS + 999) / 1000 - 1
           END-IF

           MOVE WS-LINE-WHEN TO WS-NEW-WHEN
           PERFORM ADD-TIMELINE-ENTRY
           .

*> AUDIT/TRACE/CGI-KILLS lines all open "[YYYY-MM-DD HH:MM:SS]"
       CHECK-RID-LINE.
           PERFORM FIND-LINE-RID
           IF WS-LINE-RID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-RID(WS-REQ-IDX) = WS-LINE-RID
                   MOVE SCAN-RECORD(2:19) TO WS-NEW-WHEN
                   PERFORM ADD-TIMELINE-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> "ts|user|addr|filename|path|size|cksum|Uyyyymmddhhmmsspppp"
       CHECK-UPLOAD-LINE.
           MOVE SCAN-RECORD(1:19) TO WS-TS-WORK
           PERFORM TS-TO-SECS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-TO-SECS(WS-REQ-IDX) > 0 AND
                  WS-TS-SECS >= REQ-FROM-SECS(WS-REQ-IDX) AND
                  WS-TS-SECS <= REQ-TO-SECS(WS-REQ-IDX)
                   MOVE SPACES TO WS-PATTERN
                   STRING "|" REQ-ADDR(WS-REQ-IDX)
                       (1:REQ-ADDR-LEN(WS-REQ-IDX)) "|"
                       DELIMITED BY SIZE INTO WS-PATTERN
                   END-STRING
                   COMPUTE WS-PATTERN-LEN =
                       REQ-ADDR-LEN(WS-REQ-IDX) + 2
                   MOVE 0 TO WS-PATTERN-HITS
                   INSPECT SCAN-RECORD TALLYING WS-PATTERN-HITS
                       FOR ALL WS-PATTERN(1:WS-PATTERN-LEN)
                   MOVE 0 TO WS-MARK-POS
                   PERFORM VARYING WS-SCAN-POS FROM 1190 BY -1
                       UNTIL WS-SCAN-POS < 2
                       IF SCAN-RECORD(WS-SCAN-POS:2) = "|U"
                           MOVE WS-SCAN-POS TO WS-MARK-POS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-PATTERN-HITS > 0 AND
                      (WS-MARK-POS = 0 OR
                       SCAN-RECORD(WS-MARK-POS + 16:5) =
                           REQ-PID(WS-REQ-IDX))
                       MOVE SCAN-RECORD(1:19) TO WS-NEW-WHEN
                       PERFORM ADD-TIMELINE-ENTRY
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

*> "ts|Jyyyymmddhhmmsspppp|op|target|scratch|PHASE"
       CHECK-JOURNAL-LINE.
           IF SCAN-RECORD(21:1) NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(1:19) TO WS-TS-WORK
           PERFORM TS-TO-SECS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-TO-SECS(WS-REQ-IDX) > 0 AND
                  WS-TS-SECS >= REQ-FROM-SECS(WS-REQ-IDX) AND
                  WS-TS-SECS <= REQ-TO-SECS(WS-REQ-IDX) AND
                  SCAN-RECORD(36:5) = REQ-PID(WS-REQ-IDX)
                   MOVE SCAN-RECORD(1:19) TO WS-NEW-WHEN
                   PERFORM ADD-TIMELINE-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> "Cyyyymmddhhmmsspppp|ts|submitter|target|path|STATE|..." - the
*> proposal's own line; later approvals rewrite its state in place
       CHECK-CHANGE-LINE.
           IF SCAN-RECORD(1:1) NOT = "C" OR SCAN-RECORD(21:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-RECORD(22:19) TO WS-TS-WORK
           PERFORM TS-TO-SECS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-TO-SECS(WS-REQ-IDX) > 0 AND
                  WS-TS-SECS >= REQ-FROM-SECS(WS-REQ-IDX) AND
                  WS-TS-SECS <= REQ-TO-SECS(WS-REQ-IDX) AND
                  SCAN-RECORD(16:5) = REQ-PID(WS-REQ-IDX)
                   MOVE SCAN-RECORD(22:19) TO WS-NEW-WHEN
                   PERFORM ADD-TIMELINE-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> "seq|web-path|ts|size" - the copy banked when the request
*> overwrote or removed that path
       CHECK-VERSION-LINE.
           MOVE 0 TO WS-PIPE-1
           MOVE 0 TO WS-PIPE-2
           MOVE 0 TO WS-PIPE-3
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 400 OR WS-PIPE-3 > 0
               IF SCAN-RECORD(WS-SCAN-POS:1) = "|"
                   EVALUATE TRUE
                       WHEN WS-PIPE-1 = 0
                           MOVE WS-SCAN-POS TO WS-PIPE-1
                       WHEN WS-PIPE-2 = 0
                           MOVE WS-SCAN-POS TO WS-PIPE-2
                       WHEN OTHER
                           MOVE WS-SCAN-POS TO WS-PIPE-3
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-PIPE-3 = 0 OR WS-PIPE-2 - WS-PIPE-1 < 2 OR
              WS-PIPE-2 - WS-PIPE-1 > 257
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-TARGET
           MOVE SCAN-RECORD(WS-PIPE-1 + 1:WS-PIPE-2 - WS-PIPE-1 - 1)
               TO WS-LINE-TARGET
           MOVE SCAN-RECORD(WS-PIPE-2 + 1:19) TO WS-TS-WORK
           PERFORM TS-TO-SECS
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-TO-SECS(WS-REQ-IDX) > 0 AND
                  WS-TS-SECS >= REQ-FROM-SECS(WS-REQ-IDX) AND
                  WS-TS-SECS <= REQ-TO-SECS(WS-REQ-IDX) AND
                  REQ-TARGET(WS-REQ-IDX) = WS-LINE-TARGET
                   MOVE WS-TS-WORK TO WS-NEW-WHEN
                   PERFORM ADD-TIMELINE-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> The token after " rid=", spaces when the line has none
       FIND-LINE-RID.
           MOVE SPACES TO WS-LINE-RID
           MOVE 0 TO WS-MARK-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 1170
               IF SCAN-RECORD(WS-SCAN-POS:5) = " rid="
                   COMPUTE WS-MARK-POS = WS-SCAN-POS + 5
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MARK-POS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-END-POS FROM WS-MARK-POS BY 1
               UNTIL WS-END-POS > 1200 OR
                     WS-END-POS - WS-MARK-POS >= 24 OR
                     SCAN-RECORD(WS-END-POS:1) = SPACE
           END-PERFORM
           IF WS-END-POS > WS-MARK-POS
               MOVE SCAN-RECORD(WS-MARK-POS:WS-END-POS - WS-MARK-POS)
                   TO WS-LINE-RID
           END-IF
           .

*> "ADDR - USER [YYYY-MM-DD HH:MM:SS] "METHOD PATH" ... Nms"
       PARSE-ACCESS-LINE.
           MOVE SPACES TO WS-LINE-ADDR
           MOVE 0 TO WS-LINE-ADDR-LEN
           INSPECT SCAN-RECORD TALLYING WS-LINE-ADDR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LINE-ADDR-LEN > 46
               MOVE 46 TO WS-LINE-ADDR-LEN
           END-IF
           IF WS-LINE-ADDR-LEN > 0
               MOVE SCAN-RECORD(1:WS-LINE-ADDR-LEN) TO WS-LINE-ADDR
           END-IF

           MOVE SPACES TO WS-LINE-WHEN
           MOVE 0 TO WS-LINE-SECS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 120
               IF SCAN-RECORD(WS-SCAN-POS:1) = "["
                   MOVE SCAN-RECORD(WS-SCAN-POS + 1:19)
                       TO WS-LINE-WHEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-LINE-WHEN TO WS-TS-WORK
           PERFORM TS-TO-SECS
           MOVE WS-TS-SECS TO WS-LINE-SECS

*> The path, minus any query string; a content-API path is held as
*> the web path the version catalog records
           MOVE SPACES TO WS-LINE-PATH
           MOVE 0 TO WS-MARK-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 400
               IF SCAN-RECORD(WS-SCAN-POS:1) = QUOTE
                   MOVE WS-SCAN-POS TO WS-MARK-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MARK-POS > 0
               PERFORM VARYING WS-SCAN-POS FROM WS-MARK-POS BY 1
                   UNTIL WS-SCAN-POS > 400 OR
                         SCAN-RECORD(WS-SCAN-POS:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-SCAN-POS
               MOVE WS-SCAN-POS TO WS-MARK-POS
               PERFORM VARYING WS-END-POS FROM WS-MARK-POS BY 1
                   UNTIL WS-END-POS > 900 OR
                         WS-END-POS - WS-MARK-POS >= 256 OR
                         SCAN-RECORD(WS-END-POS:1) = SPACE OR
                         SCAN-RECORD(WS-END-POS:1) = QUOTE OR
                         SCAN-RECORD(WS-END-POS:1) = "?"
               END-PERFORM
               IF WS-END-POS > WS-MARK-POS
                   MOVE SCAN-RECORD(WS-MARK-POS:
                       WS-END-POS - WS-MARK-POS) TO WS-LINE-PATH
               END-IF
           END-IF
           MOVE WS-LINE-PATH TO WS-LINE-TARGET
           IF WS-LINE-PATH(1:13) = "/api/content/"
               MOVE SPACES TO WS-LINE-TARGET
               MOVE WS-LINE-PATH(13:244) TO WS-LINE-TARGET
           END-IF

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
           MOVE WS-SCAN-NAME TO TL-SOURCE(WS-TL-IDX)
           MOVE SCAN-RECORD(1:300) TO TL-TEXT(WS-TL-IDX)
           .

       WRITE-TIMELINE.
           IF WS-OUT-NAME NOT = SPACES
               OPEN OUTPUT OUT-FILE
               IF WS-OUT-STATUS NOT = "00"
                   DISPLAY "REQ-TRACE: cannot write "
                       FUNCTION TRIM(WS-OUT-NAME)
                       " - timeline to the console only"
                   MOVE SPACES TO WS-OUT-NAME
               END-IF
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           IF WS-ACTION = "RID"
               STRING "REQUEST TRACE - rid=" DELIMITED BY SIZE
                      REQ-RID(1) DELIMITED BY SPACE
                   INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING "REQUEST TRACE - client " DELIMITED BY SIZE
                      WS-WANT-ADDR DELIMITED BY SPACE
                      " from " WS-ARG-2(1:14) " to " WS-ARG-3(1:14)
                      DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           MOVE WS-TL-COUNT TO WS-COUNT-D
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-COUNT-D) " record(s)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM EMIT-LINE

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF REQ-TO-SECS(WS-REQ-IDX) = 0
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  rid=" DELIMITED BY SIZE
                          REQ-RID(WS-REQ-IDX) DELIMITED BY SPACE
                          ": no access-log line found - upload, "
                          "journal, change and version records not "
                          "searched" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   END-STRING
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
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

           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TL-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING TL-WHEN(WS-TL-IDX) "  " TL-SOURCE(WS-TL-IDX)
                      "  " TL-TEXT(WS-TL-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-PERFORM

           IF WS-OUT-NAME NOT = SPACES
               CLOSE OUT-FILE
               DISPLAY "REQ-TRACE: timeline written to "
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
