*> Standalone batch job: the directory corrections staff have
*> reported, as the discrepancy feed HR's system loads. The site
*> cannot fix a wrong phone number or office itself - DIR-LOAD
*> rebuilds DIRECTORY.DAT from the HR extract every night - so the
*> "report a correction" form on each directory entry queues what
*> should change in DIR-CORRECTIONS.DAT, and this job hands every
*> correction still pending (state P) back to HR in
*> DIR-DISCREPANCY.TXT. DIR-LOAD closes a correction once the
*> extract carries it, so a correction goes out again each night
*> until HR has made it; HR's load keys on the reference and
*> ignores one it has already taken in.
*>
*> The file is fixed layout, every record 223 bytes and one to a
*> line, numeric fields zero-filled and text fields space-filled:
*>
*>   H  type "H"(1), file id "WEBDIRDISC"(10), filler(198),
*>      created YYYYMMDDHHMMSS(14)
*>   D  type "D"(1), reference(18), submitted YYYYMMDDHHMMSS(14),
*>      person's user id(16), field(10) - NAME, PHONE, OFFICE,
*>      DEPARTMENT, EMAIL, TITLE or MANAGER - directory value when
*>      reported(64), proposed value(64), reported by(32),
*>      days pending(4)
*>   T  type "T"(1), file id "WEBDIRDISC"(10), filler(205),
*>      detail record count(7)
*>
*> Every record type ends on a number, so none loses its trailing
*> filler on the way to disk. The file is written under a scratch
*> name and renamed into place, so HR's pickup never finds half a
*> file.
*>
*>   dir-correct-feed
*>
*> Run nightly from JOB-TABLE.CFG ahead of HR's pickup. The run is
*> audited, and ends with return code 8 when the feed could not be
*> written.
IDENTIFICATION DIVISION.
       PROGRAM-ID. DIR-CORRECT-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTIONS-FILE ASSIGN TO "DIR-CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-STATUS.
           SELECT FEED-FILE ASSIGN TO "DIR-DISCREPANCY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTIONS-FILE.
       01  CORRECTIONS-RECORD   PIC X(300).
       FD  FEED-FILE.
       01  FEED-RECORD          PIC X(223).

       WORKING-STORAGE SECTION.
       01 WS-DCR-STATUS         PIC XX.
       01 WS-FEED-STATUS        PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-FAILED             PIC 9 VALUE 0.
       01 WS-FILE-RC            PIC S9(9) COMP-5.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY-DAYS         PIC 9(8).
       01 WS-AGE-DAYS           PIC S9(8).

*> One queued correction, "STATE|ref|submitted|key|field|current|
*> proposed|requester|closed", split into its fields
       01 WS-F-STATE            PIC X(1).
       01 WS-F-REF              PIC X(18).
       01 WS-F-SUBMITTED        PIC X(14).
       01 WS-F-KEY              PIC X(16).
       01 WS-F-CODE             PIC X(10).
       01 WS-F-CURRENT          PIC X(64).
       01 WS-F-PROPOSED         PIC X(64).
       01 WS-F-REQUESTER        PIC X(32).
       01 WS-F-CLOSED           PIC X(8).

*> The three record types of the feed
       01 WS-HEADER-REC.
          05 WS-HDR-TYPE        PIC X(1) VALUE "H".
          05 WS-HDR-FILE-ID     PIC X(10) VALUE "WEBDIRDISC".
          05 FILLER             PIC X(198) VALUE SPACES.
          05 WS-HDR-CREATED     PIC 9(14).
       01 WS-DETAIL-REC.
          05 WS-DTL-TYPE        PIC X(1) VALUE "D".
          05 WS-DTL-REF         PIC X(18).
          05 WS-DTL-SUBMITTED   PIC 9(14).
          05 WS-DTL-KEY         PIC X(16).
          05 WS-DTL-FIELD       PIC X(10).
          05 WS-DTL-CURRENT     PIC X(64).
          05 WS-DTL-PROPOSED    PIC X(64).
          05 WS-DTL-REQUESTER   PIC X(32).
          05 WS-DTL-AGE         PIC 9(4).
       01 WS-TRAILER-REC.
          05 WS-TRL-TYPE        PIC X(1) VALUE "T".
          05 WS-TRL-FILE-ID     PIC X(10) VALUE "WEBDIRDISC".
          05 FILLER             PIC X(205) VALUE SPACES.
          05 WS-TRL-COUNT       PIC 9(7).

       01 WS-SENT               PIC 9(7) VALUE 0.
       01 WS-SKIPPED            PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z(6)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(6)9.

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-RESULT       PIC X(10).
       01 WS-LINE-PTR           PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATE(1:8)))

           PERFORM WRITE-FEED
           IF WS-FAILED = 0
               CALL "CBL_DELETE_FILE" USING "DIR-DISCREPANCY.TXT"
                   RETURNING WS-FILE-RC
               END-CALL
               CALL "CBL_RENAME_FILE" USING "DIR-DISCREPANCY.TMP"
                   "DIR-DISCREPANCY.TXT"
                   RETURNING WS-FILE-RC
               END-CALL
               IF WS-FILE-RC NOT = 0
                   DISPLAY "DIR-CORRECT-FEED: cannot put "
                       "DIR-DISCREPANCY.TXT in place"
                   MOVE 1 TO WS-FAILED
               END-IF
           END-IF

           IF WS-FAILED = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "APPLIED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
*> After the audit call, which leaves its own return code behind
           IF WS-FAILED = 1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-SENT TO WS-COUNT-DISPLAY
           DISPLAY "DIR-CORRECT-FEED: " WS-COUNT-DISPLAY
               " pending correction(s) written to DIR-DISCREPANCY.TXT"
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-COUNT-DISPLAY
               DISPLAY "DIR-CORRECT-FEED: " WS-COUNT-DISPLAY
                   " malformed queue line(s) skipped"
           END-IF
           STOP RUN.

*> Header, one detail per pending correction, trailer - an empty
*> queue still makes a feed, so HR can tell "nothing outstanding"
*> from "no file arrived"
       WRITE-FEED.
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "DIR-CORRECT-FEED: cannot write "
                   "DIR-DISCREPANCY.TMP, status " WS-FEED-STATUS
               MOVE 1 TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE(1:14) TO WS-HDR-CREATED
           MOVE WS-HEADER-REC TO FEED-RECORD
           WRITE FEED-RECORD

           OPEN INPUT CORRECTIONS-FILE
           IF WS-DCR-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CORRECTIONS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM FEED-ONE-CORRECTION
                   END-READ
               END-PERFORM
               CLOSE CORRECTIONS-FILE
           END-IF

           MOVE WS-SENT TO WS-TRL-COUNT
           MOVE WS-TRAILER-REC TO FEED-RECORD
           WRITE FEED-RECORD
           CLOSE FEED-FILE
           .

       FEED-ONE-CORRECTION.
           MOVE SPACES TO WS-F-STATE WS-F-REF WS-F-SUBMITTED WS-F-KEY
               WS-F-CODE WS-F-CURRENT WS-F-PROPOSED WS-F-REQUESTER
               WS-F-CLOSED
           UNSTRING CORRECTIONS-RECORD DELIMITED BY "|"
               INTO WS-F-STATE WS-F-REF WS-F-SUBMITTED WS-F-KEY
                    WS-F-CODE WS-F-CURRENT WS-F-PROPOSED
                    WS-F-REQUESTER WS-F-CLOSED
           END-UNSTRING
           IF WS-F-STATE NOT = "P"
               EXIT PARAGRAPH
           END-IF
           IF WS-F-REF = SPACES OR WS-F-KEY = SPACES OR
              WS-F-CODE = SPACES OR WS-F-SUBMITTED NOT NUMERIC
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F-REF TO WS-DTL-REF
           MOVE WS-F-SUBMITTED TO WS-DTL-SUBMITTED
           MOVE WS-F-KEY TO WS-DTL-KEY
           MOVE WS-F-CODE TO WS-DTL-FIELD
           MOVE WS-F-CURRENT TO WS-DTL-CURRENT
           MOVE WS-F-PROPOSED TO WS-DTL-PROPOSED
           MOVE WS-F-REQUESTER TO WS-DTL-REQUESTER
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS -
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-F-SUBMITTED(1:8)))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 0
                   MOVE 0 TO WS-DTL-AGE
               WHEN WS-AGE-DAYS > 9999
                   MOVE 9999 TO WS-DTL-AGE
               WHEN OTHER
                   MOVE WS-AGE-DAYS TO WS-DTL-AGE
           END-EVALUATE
           MOVE WS-DETAIL-REC TO FEED-RECORD
           WRITE FEED-RECORD
           ADD 1 TO WS-SENT
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-SENT TO WS-COUNT-DISPLAY
           MOVE WS-SKIPPED TO WS-COUNT-DISPLAY-2
           STRING "[" WS-TIMESTAMP "] console dir-correct-feed"
                  " event=DIR_DISCREPANCY_FEED user=scheduler result="
                  DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " pending=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " skipped=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
