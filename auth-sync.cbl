*> run: matched, excepted, and disabled accounts. Run nightly from
*> JOB-TABLE.CFG with DEPENDS on the directory load, so a failed or
*> refused extract never drives a mass disable.
*>
*> A disabled leaver's page and folder watches (WATCH-SUBS.DAT, kept
*> by the /watch endpoint for WATCH-NOTIFY) lapse in the same run -
*> the file is rewritten without them, and the count reported.
IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-SYNC.

           SELECT REPORT-FILE ASSIGN TO "AUTH-SYNC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WATCH-FILE ASSIGN TO "WATCH-SUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT WATCH-TMP ASSIGN TO "WATCH-SUBS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REALMS-TMP-RECORD    PIC X(128).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).
       FD  WATCH-FILE.
       01  WATCH-RECORD         PIC X(320).
       FD  WATCH-TMP.
       01  WATCH-TMP-RECORD     PIC X(320).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS     PIC XX.
       01 WS-DISABLED           PIC 9(4) VALUE 0.
       01 WS-ALREADY-OFF        PIC 9(4) VALUE 0.

*> The accounts disabled this run, whose watches lapse with them
       01 WS-WATCH-STATUS       PIC XX.
       01 WS-WTMP-STATUS        PIC XX.
       01 WS-GONE-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-GONE-TABLE.
          05 GONE-USER OCCURS 2000 TIMES PIC X(32).
       01 WS-GONE-IDX           PIC 9(4) COMP.
       01 WS-WATCH-USER         PIC X(32).
       01 WS-WATCH-DROP         PIC 9.
       01 WS-LAPSED             PIC 9(4) VALUE 0.

       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).
               RETURNING WS-RENAME-RC
           END-CALL

           IF WS-GONE-COUNT > 0
               PERFORM LAPSE-LEAVER-WATCHES
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MATCHED TO WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LAPSED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Watches lapsed:          " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           MOVE WS-DISABLED TO WS-COUNT-D
           WRITE REALMS-TMP-RECORD

           ADD 1 TO WS-DISABLED
           IF WS-GONE-COUNT < 2000
               ADD 1 TO WS-GONE-COUNT
               MOVE WS-LINE-USER TO GONE-USER(WS-GONE-COUNT)
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "DISABLED " WS-LINE-USER
                  " - no matching person in the extract"
               WS-AUDIT-CHAINED
           END-CALL
           .

*> WATCH-SUBS.DAT rewritten through a scratch copy without the
*> "USER|PATH|YYYYMMDD" lines of anyone disabled above; no file means
*> nobody watches anything, and nothing is created
       LAPSE-LEAVER-WATCHES.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WATCH-TMP
           IF WS-WTMP-STATUS NOT = "00"
               DISPLAY "AUTH-SYNC: cannot write WATCH-SUBS.TMP - "
                   "watches left in place"
               CLOSE WATCH-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ WATCH-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-WATCH-USER
                       UNSTRING WATCH-RECORD DELIMITED BY "|"
                           INTO WS-WATCH-USER
                       END-UNSTRING
                       MOVE 0 TO WS-WATCH-DROP
                       PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
                           UNTIL WS-GONE-IDX > WS-GONE-COUNT
                           IF GONE-USER(WS-GONE-IDX) = WS-WATCH-USER
                               MOVE 1 TO WS-WATCH-DROP
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-WATCH-DROP = 1
                           ADD 1 TO WS-LAPSED
                       ELSE
                           MOVE WATCH-RECORD TO WATCH-TMP-RECORD
                           WRITE WATCH-TMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE
           CLOSE WATCH-TMP

           CALL "CBL_DELETE_FILE" USING "WATCH-SUBS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "WATCH-SUBS.TMP"
               "WATCH-SUBS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .
