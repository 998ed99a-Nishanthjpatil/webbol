*>     the rest become;
*>   - VERSIONS.IDX: an expired catalog line takes its banked
*>     VERSIONS/<seq>.ver copy with it.
*> Nothing under a legal hold leaves, whatever its age: HOLD-CHECK
*> is asked about every expired line's date, a FORM-<name>.LOG
*> file's form, and a version-catalog line's content path. Held
*> lines stay where they are, and each file that kept any is audited
*> with the hold that kept them.
*> RETENTION.RPT lists lines moved/dropped/held and bytes reclaimed
*> per file.
IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION.

       FD  POLICY-FILE.
       01  POLICY-RECORD        PIC X(96).
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(2048).
       FD  KEEP-FILE.
       01  KEEP-RECORD          PIC X(2048).
       FD  ARC-FILE.
       01  ARC-RECORD           PIC X(2048).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       01 WS-EXPIRED            PIC 9(8).
       01 WS-IS-INCIDENTS       PIC 9.
       01 WS-IS-VERSIONS        PIC 9.
       01 WS-HELD               PIC 9(8).
       01 WS-HELD-D             PIC Z(7)9.

*> Legal-hold gate (HOLD-CHECK): the file-wide form hold, if any,
*> and the id of the hold that last kept a line
       01 WS-HOLD-KIND          PIC X(4).
       01 WS-HOLD-KEY           PIC X(512).
       01 WS-HOLD-ON            PIC 9.
       01 WS-HOLD-ID            PIC X(8).
       01 WS-FILE-HOLD-ID       PIC X(8).
       01 WS-LAST-HOLD-ID       PIC X(8).
       01 WS-PATH-START         PIC 9(4) COMP.
       01 WS-PATH-LEN           PIC 9(4) COMP.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-TIMESTAMP          PIC X(19).

*> Sizes before and after, for the bytes-reclaimed figure
       01 WS-FILE-INFO.
               MOVE 1 TO WS-IS-VERSIONS
           END-IF

*> A form's submission log is held whole when its form is
           MOVE SPACES TO WS-FILE-HOLD-ID
           IF WS-WORK-NAME(1:5) = "FORM-" AND WS-FILE-NAME-LEN > 9
               MOVE "FORM" TO WS-HOLD-KIND
               MOVE SPACES TO WS-HOLD-KEY
               MOVE WS-WORK-NAME(6:WS-FILE-NAME-LEN - 9)
                   TO WS-HOLD-KEY
               CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
                   WS-HOLD-ON WS-HOLD-ID
               END-CALL
               IF WS-HOLD-ON = 1
                   MOVE WS-HOLD-ID TO WS-FILE-HOLD-ID
               END-IF
           END-IF

           PERFORM COMPACT-ONE-FILE
           .


           MOVE 0 TO WS-KEPT
           MOVE 0 TO WS-EXPIRED
           MOVE 0 TO WS-HELD
           MOVE SPACES TO WS-LAST-HOLD-ID
           MOVE 0 TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = 1
               READ WORK-FILE
           MOVE WS-RECLAIMED TO WS-COUNT-D
           STRING "  " WS-WORK-NAME(1:WS-FILE-NAME-LEN)
                  ": " WS-EXPIRED " expired, " WS-KEPT
                  " kept, " WS-HELD " held, " DELIMITED BY SIZE
                  WS-COUNT-D " byte(s) reclaimed ("
                  DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-HELD > 0
               PERFORM AUDIT-HELD-LINES
           END-IF
           .

*> One audit record per file that kept expired lines for a hold,
*> naming the (last) hold that kept them
       AUDIT-HELD-LINES.
           MOVE WS-HELD TO WS-HELD-D
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
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                  WS-WORK-NAME(1:WS-FILE-NAME-LEN) DELIMITED BY SIZE
                  " event=LEGAL_HOLD_SKIP user=scheduler result="
                      DELIMITED BY SIZE
                  WS-LAST-HOLD-ID DELIMITED BY SPACE
                  " lines=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HELD-D) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> Keep or expire one line: dated before the cutoff goes (archive
               END-IF
           END-IF

           PERFORM CHECK-LINE-HOLD
           IF WS-HOLD-ON = 1
               ADD 1 TO WS-HELD
               MOVE WS-HOLD-ID TO WS-LAST-HOLD-ID
               PERFORM KEEP-THIS-LINE
               SUBTRACT 1 FROM WS-KEPT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXPIRED
           IF WS-ACTION(1:7) = "ARCHIVE"
               MOVE WORK-RECORD TO ARC-RECORD
           END-IF
           .

*> Is this expired line under a legal hold - its form's, its date's,
*> or (for the version catalog) its content path's?
       CHECK-LINE-HOLD.
           IF WS-FILE-HOLD-ID NOT = SPACES
               MOVE 1 TO WS-HOLD-ON
               MOVE WS-FILE-HOLD-ID TO WS-HOLD-ID
               EXIT PARAGRAPH
           END-IF

           MOVE "DATE" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-LINE-DATE TO WS-HOLD-KEY(1:8)
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 1 OR WS-IS-VERSIONS = 0
               EXIT PARAGRAPH
           END-IF

*> "SEQ|/web/path|ts|size"
           MOVE 0 TO WS-PATH-START
           INSPECT WORK-RECORD TALLYING WS-PATH-START
               FOR CHARACTERS BEFORE INITIAL "|"
           ADD 2 TO WS-PATH-START
           IF WS-PATH-START > 14
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PATH-LEN
           INSPECT WORK-RECORD(WS-PATH-START:) TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL "|"
           IF WS-PATH-LEN = 0 OR WS-PATH-LEN > 512
               EXIT PARAGRAPH
           END-IF
           MOVE "PATH" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WORK-RECORD(WS-PATH-START:WS-PATH-LEN) TO WS-HOLD-KEY
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           .

       KEEP-THIS-LINE.
           MOVE WORK-RECORD TO KEEP-RECORD
           WRITE KEEP-RECORD
