*> Standalone batch job: the nightly mandatory-read chase. For every
*> ACTIVE document on POLICY-ADMIN's register (POLICY-REGISTER.DAT)
*> it works out who in the audience has not yet acknowledged the
*> current version (POLICY-ACKS.DAT, as POLICY-CHECK records it) and
*> lists them by department in POLICY-OUTSTANDING.RPT. Run as
*>
*>   policy-chase          - the nightly run: report, and remind
*>   policy-chase REPORT   - the report alone, nobody mailed
*>
*> The audience is expanded the way POLICY-CHECK matches it: ALL is
*> everybody in DIRECTORY.DAT, DEPT:name everybody in that
*> department, GROUP:name every AUTH-GROUPS.CFG member of the group
*> (one with no directory entry is listed under "(no department)").
*>
*> Once a document's due date is POLICY_REMIND_DAYS away (default
*> 7) each reader still outstanding is mailed through MAIL-SEND-TO,
*> at their DIRECTORY.DAT e-mail address (or their user id when that
*> is itself an address): when the document first comes into the
*> window, again the day before it is due, and weekly once overdue.
*> Who was last reminded of which version when is kept in
*> POLICY-REMIND.DAT,
*>
*>   POLICY-ID|VERSION|USER|YYYYMMDD
*>
*> Each overdue reminder is copied, as a note of its own, to the
*> reader's line manager when the directory knows one with a mailbox
*> (DIR-MGR-KEY), so the chase reaches someone who can make time for
*> the reading; the reader is told it has gone to their manager.
*>
*> which each run rewrites with only what is still outstanding, so a
*> new version starts the reminders afresh. The run is audited, and
*> ends with return code 4 when any acknowledgement is overdue.
IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-CHASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "POLICY-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ACKS-FILE ASSIGN TO "POLICY-ACKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKS-STATUS.
           SELECT GROUPS-FILE ASSIGN TO "AUTH-GROUPS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT REMIND-FILE ASSIGN TO "POLICY-REMIND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIND-STATUS.
           SELECT REMIND-TMP ASSIGN TO "POLICY-REMIND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "POLICY-OUTSTANDING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  REGISTER-FILE.
       COPY "policy-rec.cpy".
       FD  ACKS-FILE.
       01  ACKS-RECORD          PIC X(120).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD        PIC X(80).
       FD  REMIND-FILE.
       01  REMIND-RECORD        PIC X(80).
       FD  REMIND-TMP.
       01  REMIND-TMP-RECORD    PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
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
       01 WS-REG-STATUS         PIC XX.
       01 WS-ACKS-STATUS        PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-REMIND-STATUS      PIC XX.
       01 WS-RTMP-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DIR-OPEN           PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(32).
*> CHASE (the default) or REPORT
       01 WS-MODE               PIC X(8).
       01 WS-REMIND-ENV         PIC X(8).
       01 WS-REMIND-DAYS        PIC 9(3) VALUE 7.

*> Dates
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8) COMP.
       01 WS-DUE-DATE           PIC 9(8).
       01 WS-DUE-INT            PIC 9(8) COMP.
       01 WS-DAYS-LEFT          PIC S9(5) COMP.
       01 WS-DAYS-SHOWN         PIC Z(4)9.
       01 WS-LAST-INT           PIC 9(8) COMP.

*> The ACTIVE documents on the register
       01 WS-POL-COUNT          PIC 9(4) COMP VALUE 0.
       01 POL-TABLE.
          05 POL-ENTRY OCCURS 200 TIMES PIC X(400).
       01 WS-POL-IDX            PIC 9(4) COMP.
       01 WS-VERSION-SHOWN      PIC Z(3)9.

*> The document's audience, one entry per comma-list item: A = ALL,
*> G = GROUP:name, D = DEPT:name (upper-cased, "_" made a space)
       01 WS-AUD-COUNT          PIC 9(4) COMP.
       01 AUD-TABLE.
          05 AUD-ENTRY OCCURS 20 TIMES.
             10 AUD-KIND          PIC X.
             10 AUD-NAME          PIC X(40).
       01 WS-AUD-IDX            PIC 9(4) COMP.
       01 WS-AUD-PTR            PIC 9(4) COMP.
       01 WS-AUD-ITEM           PIC X(40).
       01 WS-AUD-UPPER          PIC X(40).

*> AUTH-GROUPS.CFG memberships
       01 WS-GRP-COUNT          PIC 9(4) COMP VALUE 0.
       01 GRP-TABLE.
          05 GRP-ENTRY OCCURS 2000 TIMES.
             10 GRP-NAME          PIC X(32).
             10 GRP-USER          PIC X(32).
       01 WS-GRP-IDX            PIC 9(4) COMP.

*> Acknowledgements of the current version of an ACTIVE document
       01 WS-ACK-COUNT          PIC 9(5) COMP VALUE 0.
       01 ACK-TABLE.
          05 ACK-ENTRY OCCURS 10000 TIMES.
             10 ACK-ID            PIC X(16).
             10 ACK-USER          PIC X(32).
       01 WS-ACK-IDX            PIC 9(5) COMP.
       01 WS-ACK-TS             PIC X(19).
       01 WS-ACK-ID             PIC X(16).
       01 WS-ACK-VERSION        PIC X(8).
       01 WS-ACK-USER           PIC X(32).
       01 WS-VERSION-TEXT       PIC 9(4).

*> POLICY-REMIND.DAT as it stands, and as it will be written back
       01 WS-REM-COUNT          PIC 9(5) COMP VALUE 0.
       01 REM-TABLE.
          05 REM-ENTRY OCCURS 10000 TIMES.
             10 REM-ID            PIC X(16).
             10 REM-VERSION       PIC 9(4).
             10 REM-USER          PIC X(32).
             10 REM-LAST          PIC 9(8).
             10 REM-KEEP          PIC 9.
       01 WS-REM-IDX            PIC 9(5) COMP.
       01 WS-REM-FOUND-IDX      PIC 9(5) COMP.
       01 WS-F-ID               PIC X(16).
       01 WS-F-VERSION          PIC X(8).
       01 WS-F-USER             PIC X(32).
       01 WS-F-LAST             PIC X(8).

*> The readers still outstanding on the document in hand
       01 WS-OUT-COUNT          PIC 9(5) COMP.
       01 OUT-TABLE.
          05 OUT-ENTRY OCCURS 5000 TIMES.
             10 OUT-USER          PIC X(32).
             10 OUT-NAME          PIC X(40).
             10 OUT-DEPT          PIC X(24).
             10 OUT-EMAIL         PIC X(64).
             10 OUT-MGR           PIC X(16).
             10 OUT-DONE          PIC 9.
       01 WS-OUT-IDX            PIC 9(5) COMP.
       01 WS-OUT-IDX-2          PIC 9(5) COMP.
       01 WS-DEPT-COUNT         PIC 9(5) COMP.
       01 WS-CAND-USER          PIC X(32).
       01 WS-CAND-NAME          PIC X(40).
       01 WS-CAND-DEPT          PIC X(24).
       01 WS-CAND-EMAIL         PIC X(64).
       01 WS-CAND-MGR           PIC X(16).
       01 WS-MEMBER             PIC 9.
       01 WS-ACKED              PIC 9.
       01 WS-LISTED             PIC 9.

*> Reminders
       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-POS           PIC 9(4) COMP.
       01 WS-AT-COUNT           PIC 9(4) COMP.
       01 WS-SEND               PIC 9.
*> The reader's manager, read from the directory for an overdue
*> reminder
       01 WS-MGR-FOUND          PIC 9.
       01 WS-MGR-NAME           PIC X(40).
       01 WS-MGR-EMAIL          PIC X(64).

       01 WS-LINE               PIC X(132).
       01 WS-LINE-PTR           PIC 9(4) COMP.
       01 WS-COUNT-DISPLAY      PIC Z(5)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(5)9.

*> Run totals
       01 WS-TOTAL-OUTSTANDING  PIC 9(6) VALUE 0.
       01 WS-TOTAL-OVERDUE      PIC 9(6) VALUE 0.
       01 WS-TOTAL-REMINDED     PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNMAILED     PIC 9(6) VALUE 0.
       01 WS-TOTAL-FAILED       PIC 9(6) VALUE 0.
       01 WS-TOTAL-MANAGERS     PIC 9(6) VALUE 0.

       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

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

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN SPACES
                   MOVE "CHASE" TO WS-MODE
               WHEN "CHASE"
               WHEN "REPORT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "POLICY-CHASE: usage: policy-chase [REPORT]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-REMIND-ENV
           ACCEPT WS-REMIND-ENV FROM ENVIRONMENT "POLICY_REMIND_DAYS"
           IF WS-REMIND-ENV NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-REMIND-ENV) = 0
               COMPUTE WS-REMIND-DAYS = FUNCTION NUMVAL(WS-REMIND-ENV)
           END-IF

           PERFORM LOAD-REGISTER
           PERFORM LOAD-GROUPS
           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM LOAD-REMINDERS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "POLICY-CHASE: cannot write "
                   "POLICY-OUTSTANDING.RPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "POLICY ACKNOWLEDGEMENTS OUTSTANDING - "
                  WS-TIMESTAMP(1:16)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS = "00"
               MOVE 1 TO WS-DIR-OPEN
           ELSE
               DISPLAY "POLICY-CHASE: DIRECTORY.DAT not available - "
                   "departments and addresses unknown"
           END-IF

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               PERFORM CHASE-ONE-POLICY
           END-PERFORM

           IF WS-DIR-OPEN = 1
               CLOSE DIRECTORY-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-MODE = "CHASE"
               PERFORM SAVE-REMINDERS
               PERFORM WRITE-AUDIT-ENTRY
           END-IF

           MOVE WS-TOTAL-OUTSTANDING TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-DISPLAY-2
           DISPLAY "POLICY-CHASE: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " acknowledgement(s) outstanding, "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " overdue - written to POLICY-OUTSTANDING.RPT"
           IF WS-MODE = "CHASE"
               MOVE WS-TOTAL-REMINDED TO WS-COUNT-DISPLAY
               MOVE WS-TOTAL-UNMAILED TO WS-COUNT-DISPLAY-2
               DISPLAY "POLICY-CHASE: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " reminder(s) sent, "
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                   " reader(s) with no address"
           END-IF
           IF WS-TOTAL-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

*> ----------------------------------------------------------------
*> What the run works from
*> ----------------------------------------------------------------
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ REGISTER-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF POL-STATE = "ACTIVE" AND
                          WS-POL-COUNT < 200
                           ADD 1 TO WS-POL-COUNT
                           MOVE POL-RECORD TO POL-ENTRY(WS-POL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

*> "GROUP USER" lines, as USER-ADMIN GROUP ADD writes them
       LOAD-GROUPS.
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ GROUPS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GROUPS-RECORD(1:1) NOT = "*" AND
                          GROUPS-RECORD NOT = SPACES AND
                          WS-GRP-COUNT < 2000
                           ADD 1 TO WS-GRP-COUNT
                           MOVE SPACES TO GRP-ENTRY(WS-GRP-COUNT)
                           UNSTRING GROUPS-RECORD DELIMITED BY ALL SPACE
                               INTO GRP-NAME(WS-GRP-COUNT)
                                    GRP-USER(WS-GRP-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           .

*> Only an acknowledgement of a document's current version counts
       LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT ACKS-FILE
           IF WS-ACKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACKS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE ACKS-FILE
           .

       LOAD-ONE-ACK.
           MOVE SPACES TO WS-ACK-TS WS-ACK-ID WS-ACK-VERSION
               WS-ACK-USER
           UNSTRING ACKS-RECORD DELIMITED BY "|"
               INTO WS-ACK-TS WS-ACK-ID WS-ACK-VERSION WS-ACK-USER
           END-UNSTRING
           IF WS-ACK-VERSION(1:4) NOT NUMERIC OR
              WS-ACK-COUNT >= 10000
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACK-VERSION(1:4) TO WS-VERSION-TEXT
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE POL-ENTRY(WS-POL-IDX) TO POL-RECORD
               IF POL-ID = WS-ACK-ID AND
                  POL-VERSION = WS-VERSION-TEXT
                   ADD 1 TO WS-ACK-COUNT
                   MOVE WS-ACK-ID TO ACK-ID(WS-ACK-COUNT)
                   MOVE WS-ACK-USER TO ACK-USER(WS-ACK-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LOAD-REMINDERS.
           OPEN INPUT REMIND-FILE
           IF WS-REMIND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ REMIND-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-F-ID WS-F-VERSION WS-F-USER
                           WS-F-LAST
                       UNSTRING REMIND-RECORD DELIMITED BY "|"
                           INTO WS-F-ID WS-F-VERSION WS-F-USER
                                WS-F-LAST
                       END-UNSTRING
                       IF WS-F-VERSION(1:4) NUMERIC AND
                          WS-F-LAST NUMERIC AND
                          WS-REM-COUNT < 10000
                           ADD 1 TO WS-REM-COUNT
                           MOVE WS-F-ID TO REM-ID(WS-REM-COUNT)
                           MOVE WS-F-VERSION(1:4)
                               TO REM-VERSION(WS-REM-COUNT)
                           MOVE WS-F-USER TO REM-USER(WS-REM-COUNT)
                           MOVE WS-F-LAST TO REM-LAST(WS-REM-COUNT)
                           MOVE 0 TO REM-KEEP(WS-REM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMIND-FILE
           .

*> ----------------------------------------------------------------
*> One document: who is outstanding, the report section, reminders
*> ----------------------------------------------------------------
       CHASE-ONE-POLICY.
           MOVE POL-ENTRY(WS-POL-IDX) TO POL-RECORD
           PERFORM PARSE-AUDIENCE
           MOVE 0 TO WS-OUT-COUNT

           MOVE 0 TO WS-DAYS-LEFT
           MOVE 0 TO WS-DUE-DATE
           IF POL-DUE(1:4) NUMERIC AND POL-DUE(6:2) NUMERIC AND
              POL-DUE(9:2) NUMERIC
               STRING POL-DUE(1:4) POL-DUE(6:2) POL-DUE(9:2)
                   DELIMITED BY SIZE INTO WS-DUE-DATE
               END-STRING
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT
           END-IF

*> Everybody in the directory the audience takes in
           IF WS-DIR-OPEN = 1
               MOVE LOW-VALUES TO DIR-KEY
               START DIRECTORY-FILE KEY IS NOT LESS THAN DIR-KEY
                   INVALID KEY
                       MOVE "23" TO WS-DIR-STATUS
               END-START
               IF WS-DIR-STATUS = "00"
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ DIRECTORY-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM JUDGE-DIRECTORY-ENTRY
                       END-READ
                   END-PERFORM
               END-IF
           END-IF

*> Group members the directory does not know
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM JUDGE-GROUP-ONLY-MEMBER
           END-PERFORM

           PERFORM WRITE-POLICY-SECTION
           IF WS-MODE = "CHASE" AND WS-DUE-DATE > 0 AND
              WS-DAYS-LEFT <= WS-REMIND-DAYS
               PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-COUNT
                   PERFORM REMIND-ONE-READER
               END-PERFORM
           ELSE
               PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-COUNT
                   PERFORM KEEP-REMINDER-STATE
               END-PERFORM
           END-IF
           .

       PARSE-AUDIENCE.
           MOVE 0 TO WS-AUD-COUNT
           MOVE 1 TO WS-AUD-PTR
           PERFORM UNTIL WS-AUD-PTR > 120 OR WS-AUD-COUNT >= 20
               MOVE SPACES TO WS-AUD-ITEM
               UNSTRING POL-AUDIENCE DELIMITED BY "," OR SPACE
                   INTO WS-AUD-ITEM
                   WITH POINTER WS-AUD-PTR
               END-UNSTRING
               IF WS-AUD-ITEM NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-AUD-ITEM)
                       TO WS-AUD-UPPER
                   EVALUATE TRUE
                       WHEN WS-AUD-UPPER = "ALL"
                           ADD 1 TO WS-AUD-COUNT
                           MOVE "A" TO AUD-KIND(WS-AUD-COUNT)
                           MOVE SPACES TO AUD-NAME(WS-AUD-COUNT)
                       WHEN WS-AUD-UPPER(1:6) = "GROUP:"
                           ADD 1 TO WS-AUD-COUNT
                           MOVE "G" TO AUD-KIND(WS-AUD-COUNT)
                           MOVE WS-AUD-ITEM(7:34)
                               TO AUD-NAME(WS-AUD-COUNT)
                       WHEN WS-AUD-UPPER(1:5) = "DEPT:"
                           ADD 1 TO WS-AUD-COUNT
                           MOVE "D" TO AUD-KIND(WS-AUD-COUNT)
                           MOVE WS-AUD-UPPER(6:35)
                               TO AUD-NAME(WS-AUD-COUNT)
                           INSPECT AUD-NAME(WS-AUD-COUNT)
                               REPLACING ALL "_" BY " "
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       JUDGE-DIRECTORY-ENTRY.
           MOVE SPACES TO WS-CAND-USER
           MOVE DIR-KEY TO WS-CAND-USER
           MOVE 0 TO WS-MEMBER
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUD-COUNT OR WS-MEMBER = 1
               EVALUATE AUD-KIND(WS-AUD-IDX)
                   WHEN "A"
                       MOVE 1 TO WS-MEMBER
                   WHEN "D"
                       IF DIR-DEPT NOT = SPACES AND
                          FUNCTION UPPER-CASE(DIR-DEPT) =
                              AUD-NAME(WS-AUD-IDX)
                           MOVE 1 TO WS-MEMBER
                       END-IF
                   WHEN "G"
                       PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX > WS-GRP-COUNT OR
                                 WS-MEMBER = 1
                           IF GRP-NAME(WS-GRP-IDX) =
                                  AUD-NAME(WS-AUD-IDX) AND
                              GRP-USER(WS-GRP-IDX) = WS-CAND-USER
                               MOVE 1 TO WS-MEMBER
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM
           IF WS-MEMBER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DIR-NAME TO WS-CAND-NAME
           MOVE DIR-DEPT TO WS-CAND-DEPT
           MOVE DIR-EMAIL TO WS-CAND-EMAIL
           MOVE DIR-MGR-KEY TO WS-CAND-MGR
           PERFORM NOTE-IF-OUTSTANDING
           .

*> A member of an audience group with no directory entry - one with
*> an entry was judged in the directory pass
       JUDGE-GROUP-ONLY-MEMBER.
           MOVE 0 TO WS-MEMBER
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUD-COUNT OR WS-MEMBER = 1
               IF AUD-KIND(WS-AUD-IDX) = "G" AND
                  AUD-NAME(WS-AUD-IDX) = GRP-NAME(WS-GRP-IDX)
                   MOVE 1 TO WS-MEMBER
               END-IF
           END-PERFORM
           IF WS-MEMBER = 0 OR GRP-USER(WS-GRP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-USER(WS-GRP-IDX) TO WS-CAND-USER
           IF WS-DIR-OPEN = 1
               MOVE SPACES TO DIRECTORY-RECORD
               MOVE WS-CAND-USER TO DIR-KEY
               READ DIRECTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE SPACES TO WS-CAND-NAME
           MOVE SPACES TO WS-CAND-DEPT
           MOVE SPACES TO WS-CAND-EMAIL
           MOVE SPACES TO WS-CAND-MGR
           PERFORM NOTE-IF-OUTSTANDING
           .

       NOTE-IF-OUTSTANDING.
           MOVE 0 TO WS-ACKED
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT OR WS-ACKED = 1
               IF ACK-ID(WS-ACK-IDX) = POL-ID AND
                  ACK-USER(WS-ACK-IDX) = WS-CAND-USER
                   MOVE 1 TO WS-ACKED
               END-IF
           END-PERFORM
           IF WS-ACKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-COUNT OR WS-LISTED = 1
               IF OUT-USER(WS-OUT-IDX) = WS-CAND-USER
                   MOVE 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = 1 OR WS-OUT-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUT-COUNT
           MOVE WS-CAND-USER TO OUT-USER(WS-OUT-COUNT)
           MOVE WS-CAND-NAME TO OUT-NAME(WS-OUT-COUNT)
           IF WS-CAND-DEPT = SPACES
               MOVE "(no department)" TO OUT-DEPT(WS-OUT-COUNT)
           ELSE
               MOVE WS-CAND-DEPT TO OUT-DEPT(WS-OUT-COUNT)
           END-IF
           MOVE WS-CAND-EMAIL TO OUT-EMAIL(WS-OUT-COUNT)
           MOVE WS-CAND-MGR TO OUT-MGR(WS-OUT-COUNT)
           MOVE 0 TO OUT-DONE(WS-OUT-COUNT)
           ADD 1 TO WS-TOTAL-OUTSTANDING
           IF WS-DUE-DATE > 0 AND WS-DAYS-LEFT < 0
               ADD 1 TO WS-TOTAL-OVERDUE
           END-IF
           .

*> ----------------------------------------------------------------
*> POLICY-OUTSTANDING.RPT
*> ----------------------------------------------------------------
       WRITE-POLICY-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE POL-VERSION TO WS-VERSION-SHOWN
           MOVE SPACES TO REPORT-RECORD
           STRING POL-ID DELIMITED BY SPACE
                  " version " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-SHOWN) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(POL-TITLE) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  " POL-PATH DELIMITED BY SPACE
                  "  due " POL-DUE DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-DUE-DATE > 0
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       COMPUTE WS-DAYS-SHOWN = 0 - WS-DAYS-LEFT
                       STRING " (OVERDUE by " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DAYS-SHOWN)
                                  DELIMITED BY SIZE
                              " day(s))" DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN WS-DAYS-LEFT = 0
                       STRING " (due today)" DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN OTHER
                       MOVE WS-DAYS-LEFT TO WS-DAYS-SHOWN
                       STRING " (in " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DAYS-SHOWN)
                                  DELIMITED BY SIZE
                              " day(s))" DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-LINE-PTR
                       END-STRING
               END-EVALUATE
           END-IF
           STRING "  audience " DELIMITED BY SIZE
                  POL-AUDIENCE DELIMITED BY SPACE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OUT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Outstanding: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

*> Department by department, in the order the directory gave them
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-COUNT
               IF OUT-DONE(WS-OUT-IDX) = 0
                   PERFORM WRITE-DEPARTMENT-GROUP
               END-IF
           END-PERFORM
           .

       WRITE-DEPARTMENT-GROUP.
           MOVE 0 TO WS-DEPT-COUNT
           PERFORM VARYING WS-OUT-IDX-2 FROM WS-OUT-IDX BY 1
               UNTIL WS-OUT-IDX-2 > WS-OUT-COUNT
               IF OUT-DEPT(WS-OUT-IDX-2) = OUT-DEPT(WS-OUT-IDX)
                   ADD 1 TO WS-DEPT-COUNT
               END-IF
           END-PERFORM
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "    " FUNCTION TRIM(OUT-DEPT(WS-OUT-IDX))
                  " (" FUNCTION TRIM(WS-COUNT-DISPLAY) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-OUT-IDX-2 FROM WS-OUT-IDX BY 1
               UNTIL WS-OUT-IDX-2 > WS-OUT-COUNT
               IF OUT-DEPT(WS-OUT-IDX-2) = OUT-DEPT(WS-OUT-IDX)
                   MOVE SPACES TO REPORT-RECORD
                   STRING "      " OUT-USER(WS-OUT-IDX-2)(1:20) " "
                          OUT-NAME(WS-OUT-IDX-2)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE 1 TO OUT-DONE(WS-OUT-IDX-2)
               END-IF
           END-PERFORM
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-POL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Documents requiring acknowledgement: "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-OUTSTANDING TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Acknowledgements outstanding:        "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  of which overdue:                  "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-MODE = "CHASE"
               MOVE WS-TOTAL-REMINDED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Reminders sent:                      "
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-UNMAILED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "  readers with no address:           "
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE WS-TOTAL-MANAGERS TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Managers told of overdue readers:    "
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

*> ----------------------------------------------------------------
*> Reminders
*> ----------------------------------------------------------------
*> The reader's line in POLICY-REMIND.DAT, added when there is none
       FIND-REMINDER-STATE.
           MOVE 0 TO WS-REM-FOUND-IDX
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REM-COUNT OR
                     WS-REM-FOUND-IDX > 0
               IF REM-ID(WS-REM-IDX) = POL-ID AND
                  REM-VERSION(WS-REM-IDX) = POL-VERSION AND
                  REM-USER(WS-REM-IDX) = OUT-USER(WS-OUT-IDX)
                   MOVE WS-REM-IDX TO WS-REM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-REM-FOUND-IDX = 0 AND WS-REM-COUNT < 10000
               ADD 1 TO WS-REM-COUNT
               MOVE WS-REM-COUNT TO WS-REM-FOUND-IDX
               MOVE POL-ID TO REM-ID(WS-REM-COUNT)
               MOVE POL-VERSION TO REM-VERSION(WS-REM-COUNT)
               MOVE OUT-USER(WS-OUT-IDX) TO REM-USER(WS-REM-COUNT)
               MOVE 0 TO REM-LAST(WS-REM-COUNT)
           END-IF
           IF WS-REM-FOUND-IDX > 0
               MOVE 1 TO REM-KEEP(WS-REM-FOUND-IDX)
           END-IF
           .

*> Outside the window: keep what was sent, send nothing
       KEEP-REMINDER-STATE.
           PERFORM FIND-REMINDER-STATE
           IF WS-REM-FOUND-IDX > 0 AND
              REM-LAST(WS-REM-FOUND-IDX) = 0
               MOVE 0 TO REM-KEEP(WS-REM-FOUND-IDX)
           END-IF
           .

*> First time in the window, the day before, then weekly when late
       REMIND-ONE-READER.
           PERFORM FIND-REMINDER-STATE
           IF WS-REM-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEND
           IF REM-LAST(WS-REM-FOUND-IDX) = 0
               MOVE 1 TO WS-SEND
           ELSE
               IF REM-LAST(WS-REM-FOUND-IDX) < WS-TODAY
                   COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
                       REM-LAST(WS-REM-FOUND-IDX))
                   IF WS-DAYS-LEFT = 1
                       MOVE 1 TO WS-SEND
                   END-IF
                   IF WS-DAYS-LEFT < 0 AND
                      WS-TODAY-INT - WS-LAST-INT >= 7
                       MOVE 1 TO WS-SEND
                   END-IF
               END-IF
           END-IF
           IF WS-SEND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MAIL-TO
           IF OUT-EMAIL(WS-OUT-IDX) NOT = SPACES
               MOVE OUT-EMAIL(WS-OUT-IDX) TO WS-MAIL-TO
           ELSE
               MOVE 0 TO WS-AT-COUNT
               INSPECT OUT-USER(WS-OUT-IDX) TALLYING
                   WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT > 0
                   MOVE OUT-USER(WS-OUT-IDX) TO WS-MAIL-TO
               END-IF
           END-IF
           IF WS-MAIL-TO = SPACES
               ADD 1 TO WS-TOTAL-UNMAILED
               EXIT PARAGRAPH
           END-IF

           MOVE POL-VERSION TO WS-VERSION-SHOWN
           MOVE SPACES TO WS-MAIL-SUBJECT
           IF WS-DAYS-LEFT < 0
               STRING "OVERDUE: please read " DELIMITED BY SIZE
                      POL-TITLE DELIMITED BY SIZE
                   INTO WS-MAIL-SUBJECT
               END-STRING
           ELSE
               STRING "Please read by " POL-DUE ": " DELIMITED BY SIZE
                      POL-TITLE DELIMITED BY SIZE
                   INTO WS-MAIL-SUBJECT
               END-STRING
           END-IF
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           STRING "You are asked to read and acknowledge "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(POL-TITLE) DELIMITED BY SIZE
                  " (version " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-SHOWN) DELIMITED BY SIZE
                  "), due " POL-DUE "." DELIMITED BY SIZE
                  "\n\nOpen it on the intranet at " DELIMITED BY SIZE
                  POL-PATH DELIMITED BY SPACE
                  " while signed in, and confirm at the foot of the "
                  & "page that you have read and understood it."
                  & "\n" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           MOVE 0 TO WS-MGR-FOUND
           IF WS-DAYS-LEFT < 0
               PERFORM FIND-READER-MANAGER
           END-IF
           IF WS-DAYS-LEFT < 0 AND WS-MGR-FOUND = 1
               STRING "\nYour acknowledgement is now overdue and has "
                      & "been reported to your manager." DELIMITED
                      BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           IF WS-DAYS-LEFT < 0 AND WS-MGR-FOUND = 0
               STRING "\nYour acknowledgement is now overdue and has "
                      & "been reported to your department." DELIMITED
                      BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF

           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           IF WS-MAIL-RESULT = "F"
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY "POLICY-CHASE: reminder to "
                   FUNCTION TRIM(WS-MAIL-TO) " could not be sent"
           ELSE
               ADD 1 TO WS-TOTAL-REMINDED
               MOVE WS-TODAY TO REM-LAST(WS-REM-FOUND-IDX)
               IF WS-MGR-FOUND = 1
                   PERFORM REMIND-READER-MANAGER
               END-IF
           END-IF
           .

*> The reader's manager off the directory, kept only when they have
*> a mailbox to be told at
       FIND-READER-MANAGER.
           MOVE 0 TO WS-MGR-FOUND
           IF WS-DIR-OPEN = 0 OR OUT-MGR(WS-OUT-IDX) = SPACES OR
              OUT-MGR(WS-OUT-IDX) = OUT-USER(WS-OUT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DIRECTORY-RECORD
           MOVE OUT-MGR(WS-OUT-IDX) TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO WS-AT-COUNT
           INSPECT DIR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DIR-NAME TO WS-MGR-NAME
           MOVE DIR-EMAIL TO WS-MGR-EMAIL
           MOVE 1 TO WS-MGR-FOUND
           .

*> The overdue reminder's copy to the manager, sent on the same
*> weekly rhythm as the reader's own
       REMIND-READER-MANAGER.
           MOVE SPACES TO WS-MAIL-TO
           MOVE WS-MGR-EMAIL TO WS-MAIL-TO
           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING "OVERDUE in your team: " DELIMITED BY SIZE
                  POL-TITLE DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT
           END-STRING
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           IF OUT-NAME(WS-OUT-IDX) = SPACES
               STRING OUT-USER(WS-OUT-IDX) DELIMITED BY SPACE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           ELSE
               STRING FUNCTION TRIM(OUT-NAME(WS-OUT-IDX))
                      DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           STRING ", who reports to you, has not yet acknowledged "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(POL-TITLE) DELIMITED BY SIZE
                  " (version " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-SHOWN) DELIMITED BY SIZE
                  "), which was due " POL-DUE "." DELIMITED BY SIZE
                  "\n\nThey have been reminded again today. Please "
                  & "make sure they have the time to read it."
                  DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           IF WS-MAIL-RESULT = "F"
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY "POLICY-CHASE: manager copy to "
                   FUNCTION TRIM(WS-MAIL-TO) " could not be sent"
           ELSE
               ADD 1 TO WS-TOTAL-MANAGERS
           END-IF
           .

*> Only what is still outstanding and has been mailed goes back
       SAVE-REMINDERS.
           OPEN OUTPUT REMIND-TMP
           IF WS-RTMP-STATUS NOT = "00"
               DISPLAY "POLICY-CHASE: cannot write POLICY-REMIND.TMP"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > WS-REM-COUNT
               IF REM-KEEP(WS-REM-IDX) = 1 AND
                  REM-LAST(WS-REM-IDX) > 0
                   MOVE SPACES TO REMIND-TMP-RECORD
                   STRING REM-ID(WS-REM-IDX) DELIMITED BY SPACE
                          "|" REM-VERSION(WS-REM-IDX) "|"
                              DELIMITED BY SIZE
                          REM-USER(WS-REM-IDX) DELIMITED BY SPACE
                          "|" REM-LAST(WS-REM-IDX) DELIMITED BY SIZE
                       INTO REMIND-TMP-RECORD
                   END-STRING
                   WRITE REMIND-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE REMIND-TMP
           CALL "CBL_DELETE_FILE" USING "POLICY-REMIND.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "POLICY-REMIND.TMP"
               "POLICY-REMIND.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "POLICY-CHASE: could not replace "
                   "POLICY-REMIND.DAT"
           END-IF
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-TOTAL-OUTSTANDING TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-REMINDED TO WS-COUNT-DISPLAY-2
           STRING "[" WS-TIMESTAMP "] console policy-chase"
                  " event=POLICY_CHASE user=operator result=APPLIED"
                  " outstanding=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " reminded=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-TOTAL-MANAGERS TO WS-COUNT-DISPLAY
           STRING " managers=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
