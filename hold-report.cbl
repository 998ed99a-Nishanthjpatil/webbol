*> Standalone batch job: what is each legal hold protecting today?
*> Walks the active holds in LEGAL-HOLDS.DAT and, scope term by
*> scope term, finds the records that HOLD-CHECK is currently
*> keeping from the purge, expiry, masking and delete paths:
*>
*>   path=   files under DOC-ROOT at or below the prefix, the
*>           EXPIRY.CFG entries and version-catalog copies under it,
*>           and (once per hold) the backup snapshots BACKUP-RUN
*>           will not prune because they predate the hold
*>   logs=   the ACCESS-YYYYMMDD.LOG archives dated inside the range
*>   form=   the submissions in FORM-<name>.LOG and its .ARC
*>   user=   the comments in COMMENTS.DAT under that name (the
*>           stored name is sealed, PII-CRYPT, and opened here only
*>           to compare - no name goes into the report; a comment
*>           whose key is not on hand is counted as unreadable)
*>
*> Counts go to LEGAL-HOLDS.RPT with the first few items named, so
*> Legal can be shown what "preserved as of today" actually covers.
*> Run on demand, or weekly from JOB-TABLE.CFG while holds are open.
IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "LEGAL-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
*> Whatever the current scope term's shell listing produced - same
*> scratch-file convention LOG-PRIVACY uses for its "ls"
           SELECT ITEMS-FILE ASSIGN TO "HOLD-ITEMS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LEGAL-HOLDS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  HOLDS-FILE.
       01  HOLDS-RECORD         PIC X(600).
       FD  ITEMS-FILE.
       01  ITEMS-RECORD         PIC X(512).
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(2048).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".

       01 WS-CFG-STATUS         PIC XX.
       01 WS-HOLDS-STATUS       PIC XX.
       01 WS-ITEMS-STATUS       PIC XX.
       01 WS-SCAN-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-HOLDS-EOF          PIC 9 VALUE 0.
       01 WS-ITEMS-EOF          PIC 9 VALUE 0.
       01 WS-SCAN-EOF           PIC 9 VALUE 0.
       01 WS-SCAN-NAME          PIC X(64).

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-SHELL-CMD          PIC X(200).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-LIVE-PATH          PIC X(400).

*> The hold in hand
       01 WS-HOLD-ID            PIC X(6).
       01 WS-PLACED-WHEN        PIC X(19).
       01 WS-PLACED-BY          PIC X(32).
       01 WS-PLACED-DATE        PIC 9(8).
       01 WS-ITEM-AUTHOR        PIC X(64).
       01 WS-MATTER             PIC X(48).
       01 WS-SCOPE              PIC X(500).
       01 WS-SKIP-FIELD         PIC X(32).
       01 WS-HOLD-HAS-PATH      PIC 9.
       01 WS-ACTIVE-COUNT       PIC 9(4) COMP VALUE 0.

*> The scope term in hand
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-TOKEN-START        PIC 9(4) COMP.
       01 WS-TOKEN-LEN          PIC 9(4) COMP.
       01 WS-TOKEN              PIC X(140).
       01 WS-TERM-VALUE         PIC X(136).
       01 WS-TERM-LEN           PIC 9(4) COMP.
       01 WS-FROM-DATE          PIC 9(8).
       01 WS-TO-DATE            PIC 9(8).
       01 WS-ITEM-DATE          PIC 9(8).

*> Counting and the first few names
       01 WS-ITEM-COUNT         PIC 9(8) COMP.
       01 WS-NAMED-COUNT        PIC 9(4) COMP.
       01 WS-NAMED-LIMIT        PIC 9(4) COMP VALUE 10.
       01 WS-ITEM-NAME          PIC X(180).
       01 NAMED-TABLE.
          05 NAMED-ITEM         PIC X(180) OCCURS 10 TIMES.
       01 WS-NAMED-IDX          PIC 9(4) COMP.
       01 WS-COUNT-D            PIC ZZZ,ZZZ,ZZ9.
       01 WS-WHAT               PIC X(60).
       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.
       01 WS-SEALED-COUNT       PIC 9(6) VALUE 0.
       01 WS-FIELD-POS          PIC 9(4) COMP.
       01 WS-FIELD-END          PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-CONFIG-FILE
           MOVE 0 TO WS-ROOT-LEN
           INSPECT DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ROOT-LEN > 0 AND DOC-ROOT(1:WS-ROOT-LEN) = "."
               MOVE 0 TO WS-ROOT-LEN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "LEGAL HOLDS - WHAT IS PROTECTED AS OF "
                  WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "===========================================" TO
               REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO WS-HOLDS-EOF
               PERFORM UNTIL WS-HOLDS-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-HOLDS-EOF
                       NOT AT END
                           IF HOLDS-RECORD(1:6) NUMERIC AND
                              HOLDS-RECORD(7:8) = "|ACTIVE|"
                               PERFORM REPORT-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF

           IF WS-ACTIVE-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No legal holds are active." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           CALL "CBL_DELETE_FILE" USING "HOLD-ITEMS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           DISPLAY "HOLD-REPORT: " WS-ACTIVE-COUNT
               " active hold(s) written to LEGAL-HOLDS.RPT"
           STOP RUN.

       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-CFG-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM

           CLOSE CONFIG-FILE
           .

       APPLY-CONFIG-LINE.
           MOVE 0 TO WS-CFG-LEN
           INSPECT CFG-RECORD TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF CFG-RECORD(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE

           IF WS-CFG-KEY = "DOC_ROOT"
               MOVE WS-CFG-VALUE TO DOC-ROOT
           END-IF
           .

*> "ID|ACTIVE|YYYY-MM-DD HH:MM:SS|by|matter|terms..."
       REPORT-ONE-HOLD.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE HOLDS-RECORD(1:6) TO WS-HOLD-ID
           MOVE SPACES TO WS-PLACED-WHEN WS-PLACED-BY WS-MATTER
               WS-SCOPE
           UNSTRING HOLDS-RECORD DELIMITED BY "|"
               INTO WS-SKIP-FIELD WS-SKIP-FIELD WS-PLACED-WHEN
                    WS-PLACED-BY WS-MATTER WS-SCOPE
           END-UNSTRING

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Hold H-" WS-HOLD-ID "  matter " DELIMITED BY SIZE
                  WS-MATTER DELIMITED BY SPACE
                  "  placed " WS-PLACED-WHEN " by " DELIMITED BY SIZE
                  WS-PLACED-BY DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  Scope: " WS-SCOPE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE 0 TO WS-PLACED-DATE
           IF WS-PLACED-WHEN(1:4) NUMERIC AND
              WS-PLACED-WHEN(6:2) NUMERIC AND
              WS-PLACED-WHEN(9:2) NUMERIC
               STRING WS-PLACED-WHEN(1:4) WS-PLACED-WHEN(6:2)
                      WS-PLACED-WHEN(9:2)
                   DELIMITED BY SIZE INTO WS-PLACED-DATE
               END-STRING
           END-IF

           MOVE 0 TO WS-HOLD-HAS-PATH
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > 500
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 500 OR
                         WS-SCOPE(WS-SCAN-POS:1) NOT = SPACE
               END-PERFORM
               IF WS-SCAN-POS > 500
                   EXIT PERFORM
               END-IF
               MOVE WS-SCAN-POS TO WS-TOKEN-START
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 500 OR
                         WS-SCOPE(WS-SCAN-POS:1) = SPACE
               END-PERFORM
               COMPUTE WS-TOKEN-LEN = WS-SCAN-POS - WS-TOKEN-START
               IF WS-TOKEN-LEN > 5 AND WS-TOKEN-LEN <= 140
                   MOVE SPACES TO WS-TOKEN
                   MOVE WS-SCOPE(WS-TOKEN-START:WS-TOKEN-LEN)
                       TO WS-TOKEN
                   MOVE SPACES TO WS-TERM-VALUE
                   MOVE WS-TOKEN(6:) TO WS-TERM-VALUE
                   COMPUTE WS-TERM-LEN = WS-TOKEN-LEN - 5
                   EVALUATE WS-TOKEN(1:5)
                       WHEN "path="
                           MOVE 1 TO WS-HOLD-HAS-PATH
                           PERFORM REPORT-PATH-TERM
                       WHEN "logs="
                           PERFORM REPORT-LOGS-TERM
                       WHEN "form="
                           PERFORM REPORT-FORM-TERM
                       WHEN "user="
                           PERFORM REPORT-USER-TERM
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-HOLD-HAS-PATH = 1
               PERFORM REPORT-HELD-SNAPSHOTS
           END-IF
           .

*> Live files at or under the prefix, then the expiry entries and
*> banked versions the hold is keeping
       REPORT-PATH-TERM.
           MOVE SPACES TO WS-LIVE-PATH
           IF WS-ROOT-LEN = 0
               STRING WS-TERM-VALUE(2:WS-TERM-LEN - 1)
                   DELIMITED BY SIZE INTO WS-LIVE-PATH
               END-STRING
           ELSE
               STRING DOC-ROOT(1:WS-ROOT-LEN)
                      WS-TERM-VALUE(1:WS-TERM-LEN)
                   DELIMITED BY SIZE INTO WS-LIVE-PATH
               END-STRING
           END-IF
           DISPLAY "HOLD_DIR" UPON ENVIRONMENT-NAME
           DISPLAY WS-LIVE-PATH UPON ENVIRONMENT-VALUE
           MOVE 'find "$HOLD_DIR" -type f > HOLD-ITEMS.TMP 2>/dev/null'
               TO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE SPACES TO WS-WHAT
           STRING "live file(s) under " WS-TERM-VALUE(1:WS-TERM-LEN)
               DELIMITED BY SIZE INTO WS-WHAT
           END-STRING
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-NAMED-COUNT
           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-STATUS = "00"
               MOVE 0 TO WS-ITEMS-EOF
               PERFORM UNTIL WS-ITEMS-EOF = 1
                   READ ITEMS-FILE
                       AT END
                           MOVE 1 TO WS-ITEMS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-ITEM-NAME
                           IF WS-ROOT-LEN = 0
                               STRING "/" ITEMS-RECORD
                                   DELIMITED BY SIZE INTO WS-ITEM-NAME
                               END-STRING
                           ELSE
                               MOVE ITEMS-RECORD(WS-ROOT-LEN + 1:)
                                   TO WS-ITEM-NAME
                           END-IF
                           PERFORM COUNT-AND-NAME-ITEM
                   END-READ
               END-PERFORM
               CLOSE ITEMS-FILE
           END-IF
           PERFORM WRITE-TERM-TOTAL

*> "PATH YYYYMMDD" expiry entries EXPIRY-SWEEP is now skipping
           MOVE SPACES TO WS-WHAT
           STRING "scheduled expiry(ies) under "
                  WS-TERM-VALUE(1:WS-TERM-LEN)
               DELIMITED BY SIZE INTO WS-WHAT
           END-STRING
           MOVE "EXPIRY.CFG" TO WS-SCAN-NAME
           MOVE 1 TO WS-FIELD-POS
           PERFORM COUNT-PREFIX-LINES

*> "SEQ|/web/path|ts|size" version-catalog lines RETENTION keeps
           MOVE SPACES TO WS-WHAT
           STRING "banked version(s) under "
                  WS-TERM-VALUE(1:WS-TERM-LEN)
               DELIMITED BY SIZE INTO WS-WHAT
           END-STRING
           MOVE "VERSIONS.IDX" TO WS-SCAN-NAME
           MOVE 2 TO WS-FIELD-POS
           PERFORM COUNT-PREFIX-LINES
           .

*> Lines of WS-SCAN-NAME whose path - the first word, or (for
*> WS-FIELD-POS 2) the second "|" field - sits under the prefix
       COUNT-PREFIX-LINES.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-NAMED-COUNT
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ SCAN-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM CHECK-PREFIX-LINE
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF
           IF WS-ITEM-COUNT > 0
               PERFORM WRITE-TERM-TOTAL
           END-IF
           .

       CHECK-PREFIX-LINE.
           MOVE 1 TO WS-FIELD-END
           IF WS-FIELD-POS = 2
               MOVE 0 TO WS-FIELD-END
               INSPECT SCAN-RECORD TALLYING WS-FIELD-END
                   FOR CHARACTERS BEFORE INITIAL "|"
               ADD 2 TO WS-FIELD-END
               IF WS-FIELD-END > 20
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SCAN-RECORD(WS-FIELD-END:WS-TERM-LEN) NOT =
              WS-TERM-VALUE(1:WS-TERM-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ITEM-NAME
           MOVE SCAN-RECORD(WS-FIELD-END:) TO WS-ITEM-NAME
           INSPECT WS-ITEM-NAME REPLACING ALL "|" BY SPACE
           PERFORM COUNT-AND-NAME-ITEM
           .

*> ACCESS-YYYYMMDD.LOG archives inside the held date range
       REPORT-LOGS-TERM.
           MOVE WS-TERM-VALUE(1:8) TO WS-FROM-DATE
           EVALUATE TRUE
               WHEN WS-TERM-VALUE(9:1) = SPACE
                   MOVE WS-FROM-DATE TO WS-TO-DATE
               WHEN WS-TERM-VALUE(10:8) NUMERIC
                   MOVE WS-TERM-VALUE(10:8) TO WS-TO-DATE
               WHEN OTHER
                   MOVE 99999999 TO WS-TO-DATE
           END-EVALUATE
           MOVE "ls ACCESS-*.LOG > HOLD-ITEMS.TMP 2>/dev/null"
               TO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE SPACES TO WS-WHAT
           STRING "access-log archive(s) dated "
                  WS-TERM-VALUE(1:WS-TERM-LEN)
               DELIMITED BY SIZE INTO WS-WHAT
           END-STRING
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-NAMED-COUNT
           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-STATUS = "00"
               MOVE 0 TO WS-ITEMS-EOF
               PERFORM UNTIL WS-ITEMS-EOF = 1
                   READ ITEMS-FILE
                       AT END
                           MOVE 1 TO WS-ITEMS-EOF
                       NOT AT END
                           IF ITEMS-RECORD(1:7) = "ACCESS-" AND
                              ITEMS-RECORD(8:8) NUMERIC
                               MOVE ITEMS-RECORD(8:8) TO WS-ITEM-DATE
                               IF WS-ITEM-DATE >= WS-FROM-DATE AND
                                  WS-ITEM-DATE <= WS-TO-DATE
                                   MOVE ITEMS-RECORD TO WS-ITEM-NAME
                                   PERFORM COUNT-AND-NAME-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-FILE
           END-IF
           PERFORM WRITE-TERM-TOTAL
           .

*> Every submission in the form's log, live and archived
       REPORT-FORM-TERM.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-NAMED-COUNT
           MOVE SPACES TO WS-SCAN-NAME
           STRING "FORM-" WS-TERM-VALUE(1:WS-TERM-LEN) ".LOG"
               DELIMITED BY SIZE INTO WS-SCAN-NAME
           END-STRING
           PERFORM COUNT-ALL-LINES
           MOVE SPACES TO WS-SCAN-NAME
           STRING "FORM-" WS-TERM-VALUE(1:WS-TERM-LEN) ".LOG.ARC"
               DELIMITED BY SIZE INTO WS-SCAN-NAME
           END-STRING
           PERFORM COUNT-ALL-LINES
           MOVE SPACES TO WS-WHAT
           STRING "submission(s) to form "
                  WS-TERM-VALUE(1:WS-TERM-LEN)
               DELIMITED BY SIZE INTO WS-WHAT
           END-STRING
           PERFORM WRITE-TERM-TOTAL
           .

       COUNT-ALL-LINES.
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
                       ADD 1 TO WS-ITEM-COUNT
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

*> "V|page|timestamp|name|text" comments under the held name
       REPORT-USER-TERM.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-NAMED-COUNT
           MOVE 0 TO WS-SEALED-COUNT
           MOVE "COMMENTS.DAT" TO WS-SCAN-NAME
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ SCAN-FILE
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SKIP-FIELD WS-ITEM-NAME
                               WS-ITEM-AUTHOR
                           MOVE SCAN-RECORD TO WS-PII-TEXT
                           MOVE "D" TO WS-PII-MODE
                           CALL "PII-CRYPT" USING WS-PII-MODE
                               WS-PII-TEXT WS-PII-POS WS-PII-RC
                           END-CALL
                           IF WS-PII-RC NOT = 0
                               ADD 1 TO WS-SEALED-COUNT
                           END-IF
                           UNSTRING WS-PII-TEXT DELIMITED BY "|"
                               INTO WS-SKIP-FIELD WS-ITEM-NAME
                                    WS-SKIP-FIELD WS-ITEM-AUTHOR
                           END-UNSTRING
                           IF WS-ITEM-AUTHOR = WS-TERM-VALUE
                               PERFORM COUNT-AND-NAME-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF
           MOVE SPACES TO WS-WHAT
           STRING "comment(s) by " WS-TERM-VALUE(1:WS-TERM-LEN)
               DELIMITED BY SIZE INTO WS-WHAT
           END-STRING
           PERFORM WRITE-TERM-TOTAL
           IF WS-SEALED-COUNT > 0
               MOVE WS-SEALED-COUNT TO WS-COUNT-D
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-COUNT-D " comment(s) unreadable - "
                      "PII key not on hand, author not checked"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .

*> The snapshots BACKUP-RUN's pruning will now keep for this hold
       REPORT-HELD-SNAPSHOTS.
           MOVE "ls -d BACKUPS/SNAP-* > HOLD-ITEMS.TMP 2>/dev/null"
               TO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-NAMED-COUNT
           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-STATUS = "00"
               MOVE 0 TO WS-ITEMS-EOF
               PERFORM UNTIL WS-ITEMS-EOF = 1
                   READ ITEMS-FILE
                       AT END
                           MOVE 1 TO WS-ITEMS-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE ITEMS-FILE
           END-IF
           MOVE "backup snapshot(s) retained" TO WS-WHAT
           PERFORM WRITE-TERM-TOTAL
           .

*> This hold's share is every snapshot taken no later than the day
*> it was placed - the content as it stood when Legal asked
       CHECK-ONE-SNAPSHOT.
           IF ITEMS-RECORD(1:13) NOT = "BACKUPS/SNAP-" OR
              ITEMS-RECORD(14:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ITEMS-RECORD(14:8) TO WS-ITEM-DATE
           IF WS-ITEM-DATE <= WS-PLACED-DATE
               MOVE ITEMS-RECORD TO WS-ITEM-NAME
               PERFORM COUNT-AND-NAME-ITEM
           END-IF
           .

*> One more protected item; the first WS-NAMED-LIMIT are kept to be
*> named under the term's total
       COUNT-AND-NAME-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF WS-NAMED-COUNT >= WS-NAMED-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NAMED-COUNT
           MOVE WS-ITEM-NAME TO NAMED-ITEM(WS-NAMED-COUNT)
           .

       WRITE-TERM-TOTAL.
           MOVE WS-ITEM-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-COUNT-D " " DELIMITED BY SIZE
                  WS-WHAT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-NAMED-IDX FROM 1 BY 1
               UNTIL WS-NAMED-IDX > WS-NAMED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "                " NAMED-ITEM(WS-NAMED-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-ITEM-COUNT > WS-NAMED-COUNT
               MOVE "                ..." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
