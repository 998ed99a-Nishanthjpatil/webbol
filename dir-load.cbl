*> Batch loader for the phone-and-office directory: reads the
*> delimited extract the HR system drops (DIRECTORY-EXTRACT.TXT,
*> "key|name|phone|office|department" per line, with an optional
*> "|e-mail" after the department) and rebuilds the keyed
*> DIRECTORY.DAT the "directory" API resource answers from. The key
*> is the person's sign-in user id, which is how the policy
*> acknowledgement pages and POLICY-CHASE find a user's department
*> and mailbox.
*> The indexed file is rebuilt from scratch each load, so removed
*> people disappear with the next extract. Records whose key is
*> blank, or duplicated within one extract, are reported and skipped
*> more than a configurable percentage smaller than the standing
*> file - "dir-load [SHRINK-PCT]", default 20 - and exits nonzero so
*> JOB-RUN's failure alerting fires. "dir-load DELTA" instead
*> applies DIRECTORY-DELTA.TXT ("A|key|name|phone|office|dept" and
*> the optional e-mail to add, "C|key|..." to change, "D|key" to
*> delete) against the existing file in place. Either way
*> DIR-RECON.RPT records what happened: every applied delta, and
*> the before/after record counts. DIR-EXPORT stamps the address
*> books it writes from that report's first line and its "Records
*> after:" line, so keep their wording.
*>
*> Extract and delta lines may carry "|manager-key|job-title" after
*> the e-mail, so the directory knows who reports to whom (the org
*> chart pages, the manager-chain and direct-reports API, and the
*> jobs that route to a person's manager all read DIR-MGR-KEY). The
*> reconciliation report then checks the reporting lines of the
*> file as loaded: manager keys naming nobody on file, and chains of
*> managers that come back round on themselves, with whoever reports
*> into such a loop. These are reported, not refused - HR corrects
*> the extract.
*>
*> Staff report wrong entries through the directory's correction
*> form, which queues them in DIR-CORRECTIONS.DAT for HR (DIR-
*> CORRECT-FEED sends them). After every load the report's
*> "Corrections" section compares the file as loaded with each one
*> still pending: one the extract now carries is closed as applied
*> (A), one whose field HR has set to some other value is closed as
*> changed otherwise (O), and one for a person no longer on file is
*> closed as gone (G). Those left pending longer than the
*> outstanding limit are listed by reference - "dir-load [SHRINK-PCT
*> [DAYS]]" or "dir-load DELTA [DAYS]", default 14 days.
IDENTIFICATION DIVISION.
       PROGRAM-ID. DIR-LOAD.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
*> Alternate keys so the directory API can search by surname prefix
*> and by department, and list a manager's direct reports, without
*> scanning the whole file per request
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIR-STATUS.
*> The correction queue and the scratch copy it is closed through
           SELECT CORRECTIONS-FILE ASSIGN TO "DIR-CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-STATUS.
           SELECT CORRECTIONS-TMP ASSIGN TO "DIR-CORRECTIONS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD       PIC X(256).
       FD  DELTA-FILE.
       01  DELTA-RECORD         PIC X(256).
       FD  RECON-REPORT.
       01  RECON-RECORD         PIC X(160).
       FD  DIRECTORY-FILE.
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE       PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).
       FD  CORRECTIONS-FILE.
       01  CORRECTIONS-RECORD   PIC X(300).
       FD  CORRECTIONS-TMP.
       01  CORRECTIONS-TMP-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS     PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

*> Field boundaries of one "key|name|phone|office|dept" line, and
*> of the optional "|e-mail|manager|title" tail
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-P1                 PIC 9(4) COMP.
       01 WS-P2                 PIC 9(4) COMP.
       01 WS-P3                 PIC 9(4) COMP.
       01 WS-P4                 PIC 9(4) COMP.
       01 WS-P5                 PIC 9(4) COMP.
       01 WS-P6                 PIC 9(4) COMP.
       01 WS-P7                 PIC 9(4) COMP.

       01 WS-LOADED             PIC 9(6) VALUE 0.
       01 WS-SKIPPED            PIC 9(6) VALUE 0.

*> Mode and the shrink guard
       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-ARG-1              PIC X(16).
       01 WS-ARG-2              PIC X(16).
       01 WS-DELTA-MODE         PIC 9 VALUE 0.
       01 WS-SHRINK-PCT         PIC 9(3) VALUE 20.
       01 WS-BEFORE-COUNT       PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> Reporting-line check: every record's key and manager key, in key
*> order (the order READ NEXT hands them back), so a manager is
*> found by halving. RL-STATE: 0 not yet walked, 1 on the walk in
*> hand, 2 reaches the top cleanly, 3 in a loop, 4 reports into one
       01 WS-RL-COUNT           PIC 9(5) COMP VALUE 0.
       01 WS-RL-FULL            PIC 9 VALUE 0.
       01 RL-TABLE.
          05 RL-ENTRY OCCURS 20000 TIMES.
             10 RL-KEY            PIC X(16).
             10 RL-MGR-KEY        PIC X(16).
             10 RL-MGR-IDX        PIC 9(5) COMP.
             10 RL-STATE          PIC 9.
             10 RL-WALK-POS       PIC 9(5) COMP.
       01 WS-RL-IDX             PIC 9(5) COMP.
       01 WS-RL-NEXT            PIC 9(5) COMP.
       01 WS-RL-LOW             PIC 9(5) COMP.
       01 WS-RL-HIGH            PIC 9(5) COMP.
       01 WS-RL-MID             PIC 9(5) COMP.
       01 WS-RL-FOUND           PIC 9(5) COMP.
       01 WS-RL-WANTED          PIC X(16).
*> The chain being walked up from one person
       01 WS-WALK-COUNT         PIC 9(5) COMP.
       01 WALK-TABLE.
          05 WALK-IDX OCCURS 20000 TIMES PIC 9(5) COMP.
       01 WS-WALK-I             PIC 9(5) COMP.
       01 WS-WALK-END-STATE     PIC 9.
       01 WS-LOOP-START         PIC 9(5) COMP.
       01 WS-RL-PTR             PIC 9(4) COMP.
       01 WS-TOPS               PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-MGRS       PIC 9(6) VALUE 0.
       01 WS-LOOPS-FOUND        PIC 9(6) VALUE 0.
       01 WS-IN-LOOPS           PIC 9(6) VALUE 0.
       01 WS-INTO-LOOPS         PIC 9(6) VALUE 0.

*> Correction reconciliation: the queue's lines, "STATE|ref|
*> submitted|key|field|current|proposed|requester|closed", checked
*> against the file as loaded and rewritten with those now closed
       01 WS-DCR-STATUS         PIC XX.
       01 WS-DCR-TMP-STATUS     PIC XX.
       01 WS-DCR-RC             PIC S9(9) COMP-5.
       01 WS-OUTSTANDING-DAYS   PIC 9(3) VALUE 14.
       01 WS-TODAY-DAYS         PIC 9(8).
       01 WS-CR-AGE             PIC S9(8).
       01 WS-CR-AGE-DISPLAY     PIC ZZZ9.
       01 WS-CR-DAYS-DISPLAY    PIC ZZ9.
       01 WS-CR-NOW             PIC X(64).
       01 WS-CR-CLOSE           PIC X(1).
       01 WS-CR-PTR             PIC 9(4) COMP.
       01 WS-CR-STATE           PIC X(1).
       01 WS-CR-REF             PIC X(18).
       01 WS-CR-SUBMITTED       PIC X(14).
       01 WS-CR-KEY             PIC X(16).
       01 WS-CR-CODE            PIC X(10).
       01 WS-CR-CURRENT         PIC X(64).
       01 WS-CR-PROPOSED        PIC X(64).
       01 WS-CR-APPLIED         PIC 9(6) VALUE 0.
       01 WS-CR-OVERTAKEN       PIC 9(6) VALUE 0.
       01 WS-CR-GONE            PIC 9(6) VALUE 0.
       01 WS-CR-PENDING         PIC 9(6) VALUE 0.
       01 WS-CR-OUTSTANDING     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-1 WS-ARG-2
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1(1:5) = "DELTA"
               MOVE 1 TO WS-DELTA-MODE
           ELSE
               IF WS-ARG-1(1:1) NUMERIC
                   COMPUTE WS-SHRINK-PCT =
                       FUNCTION NUMVAL(WS-ARG-1)
                   IF WS-SHRINK-PCT > 99
                       MOVE 99 TO WS-SHRINK-PCT
                   END-IF
               END-IF
           END-IF
           IF WS-ARG-2(1:1) NUMERIC
               COMPUTE WS-OUTSTANDING-DAYS = FUNCTION NUMVAL(WS-ARG-2)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           MOVE 0 TO WS-P3
           MOVE 0 TO WS-P4
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 256 OR WS-P4 > 0
               IF EXTRACT-RECORD(WS-SCAN-POS:1) = "|"
                   EVALUATE TRUE
                       WHEN WS-P1 = 0

           IF WS-P4 = 0 OR WS-P1 = 1 OR WS-P1 > 17
               MOVE 0 TO WS-PARSE-OK
               EXIT PARAGRAPH
           END-IF

*> The e-mail field is optional - older extracts stop at the
*> department - and so are the manager key and job title behind it
           MOVE 0 TO WS-P5
           MOVE 0 TO WS-P6
           MOVE 0 TO WS-P7
           PERFORM VARYING WS-SCAN-POS FROM WS-P4 BY 1
               UNTIL WS-SCAN-POS >= 256 OR WS-P7 > 0
               IF EXTRACT-RECORD(WS-SCAN-POS + 1:1) = "|"
                   EVALUATE TRUE
                       WHEN WS-P5 = 0
                           COMPUTE WS-P5 = WS-SCAN-POS + 1
                       WHEN WS-P6 = 0
                           COMPUTE WS-P6 = WS-SCAN-POS + 1
                       WHEN OTHER
                           COMPUTE WS-P7 = WS-SCAN-POS + 1
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       BUILD-DIRECTORY-RECORD.
               TO DIR-PHONE
           MOVE EXTRACT-RECORD(WS-P3 + 1:WS-P4 - WS-P3 - 1)
               TO DIR-OFFICE
           IF WS-P5 = 0
               MOVE EXTRACT-RECORD(WS-P4 + 1:24) TO DIR-DEPT
           ELSE
               IF WS-P5 > WS-P4 + 1
                   MOVE EXTRACT-RECORD(WS-P4 + 1:WS-P5 - WS-P4 - 1)
                       TO DIR-DEPT
               END-IF
               EVALUATE TRUE
                   WHEN WS-P5 >= 256
                       CONTINUE
                   WHEN WS-P6 = 0
                       MOVE EXTRACT-RECORD(WS-P5 + 1:64) TO DIR-EMAIL
                   WHEN WS-P6 > WS-P5 + 1
                       MOVE EXTRACT-RECORD(WS-P5 + 1:WS-P6 - WS-P5 - 1)
                           TO DIR-EMAIL
               END-EVALUATE
           END-IF
           IF WS-P6 > 0 AND WS-P6 < 256
               IF WS-P7 = 0
                   MOVE EXTRACT-RECORD(WS-P6 + 1:16) TO DIR-MGR-KEY
               ELSE
                   IF WS-P7 > WS-P6 + 1 AND WS-P7 - WS-P6 <= 17
                       MOVE EXTRACT-RECORD(WS-P6 + 1:WS-P7 - WS-P6 - 1)
                           TO DIR-MGR-KEY
                   END-IF
               END-IF
           END-IF
           IF WS-P7 > 0 AND WS-P7 < 256
               MOVE EXTRACT-RECORD(WS-P7 + 1:40) TO DIR-TITLE
           END-IF
           .

*> DELTA mode: "A|key|name|phone|office|dept" adds, "C|key|..."
*> The record portion behind the action marker parses exactly like
*> an extract line
           MOVE SPACES TO EXTRACT-RECORD
           MOVE DELTA-RECORD(3:254) TO EXTRACT-RECORD

           EVALUATE WS-DELTA-ACTION
               WHEN "A"
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           PERFORM CHECK-REPORTING-LINES
           PERFORM RECONCILE-CORRECTIONS
           .

*> ----------------------------------------------------------------
*> Reporting lines: with the file as it now stands, every manager
*> key must be somebody on file, and following managers upward must
*> end at someone with none - never come back round. Findings go on
*> the reconciliation report; nothing is refused over them, since
*> the extract is HR's to correct
*> ----------------------------------------------------------------
       CHECK-REPORTING-LINES.
           MOVE 0 TO WS-RL-COUNT
           MOVE 0 TO WS-RL-FULL
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DIRECTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-RL-COUNT < 20000
                           ADD 1 TO WS-RL-COUNT
                           MOVE DIR-KEY TO RL-KEY(WS-RL-COUNT)
                           MOVE DIR-MGR-KEY TO RL-MGR-KEY(WS-RL-COUNT)
                           MOVE 0 TO RL-MGR-IDX(WS-RL-COUNT)
                           MOVE 0 TO RL-STATE(WS-RL-COUNT)
                       ELSE
                           MOVE 1 TO WS-RL-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIRECTORY-FILE

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE "Reporting lines" TO RECON-RECORD
           WRITE RECON-RECORD
           IF WS-RL-FULL = 1
               MOVE "  not checked - more than 20,000 records on file"
                   TO RECON-RECORD
               WRITE RECON-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM RESOLVE-ONE-MANAGER
           END-PERFORM
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-STATE(WS-RL-IDX) = 0
                   PERFORM WALK-REPORTING-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-STATE(WS-RL-IDX) = 4
                   MOVE SPACES TO RECON-RECORD
                   STRING "INTO LOOP  " RL-KEY(WS-RL-IDX)
                          " reports into a loop through "
                          RL-MGR-KEY(WS-RL-IDX)
                       DELIMITED BY SIZE INTO RECON-RECORD
                   END-STRING
                   WRITE RECON-RECORD
               END-IF
           END-PERFORM

           MOVE WS-TOPS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "No manager:     " WS-COUNT-DISPLAY
                  " (top of a reporting line)"
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE WS-UNKNOWN-MGRS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "Unknown manager:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE WS-LOOPS-FOUND TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "Reporting loops:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           MOVE WS-IN-LOOPS TO WS-COUNT-DISPLAY
           MOVE 24 TO WS-RL-PTR
           STRING " (" WS-COUNT-DISPLAY " people in them, "
               DELIMITED BY SIZE INTO RECON-RECORD
               WITH POINTER WS-RL-PTR
           END-STRING
           MOVE WS-INTO-LOOPS TO WS-COUNT-DISPLAY
           STRING WS-COUNT-DISPLAY " reporting into them)"
               DELIMITED BY SIZE INTO RECON-RECORD
               WITH POINTER WS-RL-PTR
           END-STRING
           WRITE RECON-RECORD
           IF WS-UNKNOWN-MGRS > 0 OR WS-LOOPS-FOUND > 0
               DISPLAY "DIR-LOAD: reporting-line problems - see "
                   "DIR-RECON.RPT"
           END-IF
           .

*> A blank manager key is the top of a line; one naming nobody on
*> file is reported and treated the same way for the loop walk
       RESOLVE-ONE-MANAGER.
           IF RL-MGR-KEY(WS-RL-IDX) = SPACES
               ADD 1 TO WS-TOPS
               EXIT PARAGRAPH
           END-IF
           MOVE RL-MGR-KEY(WS-RL-IDX) TO WS-RL-WANTED
           PERFORM FIND-REPORTING-KEY
           IF WS-RL-FOUND > 0
               MOVE WS-RL-FOUND TO RL-MGR-IDX(WS-RL-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNKNOWN-MGRS
           MOVE SPACES TO RECON-RECORD
           STRING "UNKNOWN MGR " RL-KEY(WS-RL-IDX)
                  " reports to " RL-MGR-KEY(WS-RL-IDX)
                  " - no such key on file"
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           .

*> The table is in key order, so halve until found or exhausted
       FIND-REPORTING-KEY.
           MOVE 0 TO WS-RL-FOUND
           MOVE 1 TO WS-RL-LOW
           MOVE WS-RL-COUNT TO WS-RL-HIGH
           PERFORM UNTIL WS-RL-LOW > WS-RL-HIGH OR WS-RL-FOUND > 0
               COMPUTE WS-RL-MID = (WS-RL-LOW + WS-RL-HIGH) / 2
               EVALUATE TRUE
                   WHEN RL-KEY(WS-RL-MID) = WS-RL-WANTED
                       MOVE WS-RL-MID TO WS-RL-FOUND
                   WHEN RL-KEY(WS-RL-MID) < WS-RL-WANTED
                       COMPUTE WS-RL-LOW = WS-RL-MID + 1
                   WHEN WS-RL-MID = 1
                       MOVE 0 TO WS-RL-HIGH
                   WHEN OTHER
                       COMPUTE WS-RL-HIGH = WS-RL-MID - 1
               END-EVALUATE
           END-PERFORM
           .

*> Follow managers up from WS-RL-IDX until the walk reaches the top,
*> someone already judged, or someone already on this walk - the
*> last being a loop. Everyone walked takes the outcome, so nobody
*> is walked twice
       WALK-REPORTING-LINE.
           MOVE 0 TO WS-WALK-COUNT
           MOVE WS-RL-IDX TO WS-RL-NEXT
           MOVE 0 TO WS-WALK-END-STATE
           PERFORM UNTIL WS-WALK-END-STATE > 0
               EVALUATE TRUE
                   WHEN WS-RL-NEXT = 0
                       MOVE 2 TO WS-WALK-END-STATE
                   WHEN RL-STATE(WS-RL-NEXT) = 2
                       MOVE 2 TO WS-WALK-END-STATE
                   WHEN RL-STATE(WS-RL-NEXT) = 3 OR
                        RL-STATE(WS-RL-NEXT) = 4
                       MOVE 4 TO WS-WALK-END-STATE
                   WHEN RL-STATE(WS-RL-NEXT) = 1
                       MOVE RL-WALK-POS(WS-RL-NEXT) TO WS-LOOP-START
                       PERFORM REPORT-REPORTING-LOOP
                       MOVE 4 TO WS-WALK-END-STATE
                   WHEN OTHER
                       ADD 1 TO WS-WALK-COUNT
                       MOVE WS-RL-NEXT TO WALK-IDX(WS-WALK-COUNT)
                       MOVE 1 TO RL-STATE(WS-RL-NEXT)
                       MOVE WS-WALK-COUNT TO RL-WALK-POS(WS-RL-NEXT)
                       MOVE RL-MGR-IDX(WS-RL-NEXT) TO WS-RL-NEXT
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-WALK-I FROM 1 BY 1
               UNTIL WS-WALK-I > WS-WALK-COUNT
               IF RL-STATE(WALK-IDX(WS-WALK-I)) = 1
                   MOVE WS-WALK-END-STATE TO
                       RL-STATE(WALK-IDX(WS-WALK-I))
                   IF WS-WALK-END-STATE = 4
                       ADD 1 TO WS-INTO-LOOPS
                   END-IF
               END-IF
           END-PERFORM
           .

*> The walk from WS-LOOP-START to its end came back on itself: one
*> line naming the members in order, as far as the line holds them
       REPORT-REPORTING-LOOP.
           ADD 1 TO WS-LOOPS-FOUND
           MOVE SPACES TO RECON-RECORD
           MOVE 1 TO WS-RL-PTR
           STRING "LOOP       " DELIMITED BY SIZE
               INTO RECON-RECORD WITH POINTER WS-RL-PTR
           END-STRING
           PERFORM VARYING WS-WALK-I FROM WS-LOOP-START BY 1
               UNTIL WS-WALK-I > WS-WALK-COUNT
               MOVE 3 TO RL-STATE(WALK-IDX(WS-WALK-I))
               ADD 1 TO WS-IN-LOOPS
               IF WS-RL-PTR < 136
                   STRING RL-KEY(WALK-IDX(WS-WALK-I)) DELIMITED BY SPACE
                          " -> " DELIMITED BY SIZE
                       INTO RECON-RECORD WITH POINTER WS-RL-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-RL-PTR < 136
               STRING RL-KEY(WALK-IDX(WS-LOOP-START)) DELIMITED BY SPACE
                   INTO RECON-RECORD WITH POINTER WS-RL-PTR
               END-STRING
           ELSE
               MOVE "..." TO RECON-RECORD(157:3)
           END-IF
           WRITE RECON-RECORD
           .

*> ----------------------------------------------------------------
*> Corrections: each one still pending in DIR-CORRECTIONS.DAT held
*> against the file as now loaded. Closed ones are flagged in the
*> queue's leading state byte and dated at the end of the line;
*> the rest stay pending for DIR-CORRECT-FEED to send again, and
*> those older than WS-OUTSTANDING-DAYS are listed for chasing
*> ----------------------------------------------------------------
       RECONCILE-CORRECTIONS.
           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE "Corrections" TO RECON-RECORD
           WRITE RECON-RECORD
           OPEN INPUT CORRECTIONS-FILE
           IF WS-DCR-STATUS NOT = "00"
               MOVE "  none reported" TO RECON-RECORD
               WRITE RECON-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               CLOSE CORRECTIONS-FILE
               MOVE "  not checked - DIRECTORY.DAT cannot be read"
                   TO RECON-RECORD
               WRITE RECON-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CORRECTIONS-TMP
           IF WS-DCR-TMP-STATUS NOT = "00"
               CLOSE CORRECTIONS-FILE
               CLOSE DIRECTORY-FILE
               MOVE "  not checked - the queue cannot be rewritten"
                   TO RECON-RECORD
               WRITE RECON-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATE(1:8)))

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CORRECTIONS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE CORRECTIONS-RECORD TO
                           CORRECTIONS-TMP-RECORD
                       IF CORRECTIONS-RECORD(1:2) = "P|"
                           PERFORM RECONCILE-ONE-CORRECTION
                       END-IF
                       WRITE CORRECTIONS-TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE CORRECTIONS-FILE
           CLOSE CORRECTIONS-TMP
           CLOSE DIRECTORY-FILE
           CALL "CBL_DELETE_FILE" USING "DIR-CORRECTIONS.DAT"
               RETURNING WS-DCR-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "DIR-CORRECTIONS.TMP"
               "DIR-CORRECTIONS.DAT"
               RETURNING WS-DCR-RC
           END-CALL

           MOVE WS-CR-APPLIED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "Applied by HR:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE WS-CR-OVERTAKEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "Changed instead:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE WS-CR-GONE TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "Person gone:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE WS-CR-PENDING TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-RECORD
           STRING "Still pending:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           MOVE WS-CR-OUTSTANDING TO WS-COUNT-DISPLAY
           MOVE WS-OUTSTANDING-DAYS TO WS-CR-DAYS-DISPLAY
           MOVE 24 TO WS-CR-PTR
           STRING " (" WS-COUNT-DISPLAY " outstanding over "
                  FUNCTION TRIM(WS-CR-DAYS-DISPLAY) " days)"
               DELIMITED BY SIZE INTO RECON-RECORD
               WITH POINTER WS-CR-PTR
           END-STRING
           WRITE RECON-RECORD
           IF WS-CR-OUTSTANDING > 0
               DISPLAY "DIR-LOAD: corrections outstanding with HR - "
                   "see DIR-RECON.RPT"
           END-IF
           .

*> One pending line: the person's entry as loaded, the field the
*> correction names, and what that says now
       RECONCILE-ONE-CORRECTION.
           MOVE SPACES TO WS-CR-STATE WS-CR-REF WS-CR-SUBMITTED
               WS-CR-KEY WS-CR-CODE WS-CR-CURRENT WS-CR-PROPOSED
           UNSTRING CORRECTIONS-RECORD DELIMITED BY "|"
               INTO WS-CR-STATE WS-CR-REF WS-CR-SUBMITTED WS-CR-KEY
                    WS-CR-CODE WS-CR-CURRENT WS-CR-PROPOSED
           END-UNSTRING
           IF WS-CR-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CR-CLOSE
           MOVE WS-CR-KEY TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   MOVE "G" TO WS-CR-CLOSE
           END-READ
           IF WS-CR-CLOSE = SPACES
               MOVE SPACES TO WS-CR-NOW
               EVALUATE WS-CR-CODE
                   WHEN "NAME"
                       MOVE DIR-NAME TO WS-CR-NOW
                   WHEN "PHONE"
                       MOVE DIR-PHONE TO WS-CR-NOW
                   WHEN "OFFICE"
                       MOVE DIR-OFFICE TO WS-CR-NOW
                   WHEN "DEPARTMENT"
                       MOVE DIR-DEPT TO WS-CR-NOW
                   WHEN "EMAIL"
                       MOVE DIR-EMAIL TO WS-CR-NOW
                   WHEN "TITLE"
                       MOVE DIR-TITLE TO WS-CR-NOW
                   WHEN "MANAGER"
                       MOVE DIR-MGR-KEY TO WS-CR-NOW
                   WHEN OTHER
                       MOVE WS-CR-CURRENT TO WS-CR-NOW
               END-EVALUATE
               EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE(WS-CR-NOW) =
                        FUNCTION UPPER-CASE(WS-CR-PROPOSED)
                       MOVE "A" TO WS-CR-CLOSE
                   WHEN FUNCTION UPPER-CASE(WS-CR-NOW) NOT =
                        FUNCTION UPPER-CASE(WS-CR-CURRENT)
                       MOVE "O" TO WS-CR-CLOSE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           MOVE SPACES TO RECON-RECORD
           EVALUATE WS-CR-CLOSE
               WHEN "A"
                   ADD 1 TO WS-CR-APPLIED
                   STRING "APPLIED    " WS-CR-REF " " WS-CR-KEY " "
                          WS-CR-CODE
                       DELIMITED BY SIZE INTO RECON-RECORD
                   END-STRING
               WHEN "O"
                   ADD 1 TO WS-CR-OVERTAKEN
                   STRING "CHANGED    " WS-CR-REF " " WS-CR-KEY " "
                          WS-CR-CODE " now reads "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CR-NOW) DELIMITED BY SIZE
                       INTO RECON-RECORD
                   END-STRING
               WHEN "G"
                   ADD 1 TO WS-CR-GONE
                   STRING "GONE       " WS-CR-REF " " WS-CR-KEY " "
                          WS-CR-CODE " - no longer on file"
                       DELIMITED BY SIZE INTO RECON-RECORD
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-CR-PENDING
                   PERFORM REPORT-IF-OUTSTANDING
                   EXIT PARAGRAPH
           END-EVALUATE
           WRITE RECON-RECORD

           MOVE WS-CR-CLOSE TO CORRECTIONS-TMP-RECORD(1:1)
           PERFORM VARYING WS-CR-PTR FROM 292 BY -1
               UNTIL WS-CR-PTR = 1 OR
                     CORRECTIONS-TMP-RECORD(WS-CR-PTR:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-CURRENT-DATE(1:8)
               TO CORRECTIONS-TMP-RECORD(WS-CR-PTR + 1:8)
           .

       REPORT-IF-OUTSTANDING.
           IF WS-CR-SUBMITTED(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CR-AGE = WS-TODAY-DAYS -
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CR-SUBMITTED(1:8)))
           IF WS-CR-AGE <= WS-OUTSTANDING-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CR-OUTSTANDING
           IF WS-CR-AGE > 9999
               MOVE 9999 TO WS-CR-AGE-DISPLAY
           ELSE
               MOVE WS-CR-AGE TO WS-CR-AGE-DISPLAY
           END-IF
           MOVE SPACES TO RECON-RECORD
           STRING "OUTSTANDING " WS-CR-REF " " WS-CR-KEY " "
                  WS-CR-CODE " " WS-CR-AGE-DISPLAY " days: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CR-PROPOSED) DELIMITED BY SIZE
               INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           .

       WRITE-REFUSAL-REPORT.
