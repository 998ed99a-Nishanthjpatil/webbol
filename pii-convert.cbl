*> Operator tool: the personal-data stores' encryption at rest. New
*> records are sealed as the server writes them (PII-CRYPT); this
*> job deals with everything already on disk and with key rotation.
*>
*>   pii-convert NEWKEY <Pnn>  - a fresh random key file <Pnn>.key
*>       in PII_KEY_DIR, readable by its owner only. It seals
*>       nothing until PII_KEY_ID in WEBSERVER.CFG names it
*>   pii-convert ENCRYPT       - the one-time conversion: every
*>       record still holding its personal fields in plaintext is
*>       sealed under the current key. Safe to run again - sealed
*>       records are passed over - and the way to catch up any
*>       record the server had to leave open (too long to seal, or
*>       the seal failed)
*>   pii-convert REKEY         - the rotation pass: every record
*>       sealed under a key other than PII_KEY_ID is opened and
*>       sealed again under it. Runs only for a login listed in
*>       PII_READERS. Keep the old key file until no retained backup
*>       snapshot still carries records sealed under it
*>
*> The stores are FORM-<name>.LOG, COMMENTS.DAT, INCIDENT-REPORTS.LOG
*> and INCIDENTS.DAT, each with its RETENTION .ARC - the fields each
*> layout seals:
*>
*>   [ts] client <form fields|attachment=...>   form logs
*>   [ts] client <report text>                  incident reports
*>   flag|page|ts|<name|text>                   comments
*>   id|status|sev|ts|client|<report text>      incidents
*>
*> Each file is rewritten through a scratch copy renamed into place,
*> and each pass is audited with its counts.
IDENTIFICATION DIVISION.
       PROGRAM-ID. PII-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
*> The stores present, listed by a shelled-out "ls" - the
*> scratch-file convention LOG-PRIVACY uses
           SELECT STORE-LIST ASSIGN TO "PII-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT STORE-FILE ASSIGN TO DYNAMIC WS-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.
           SELECT WORK-FILE ASSIGN TO "PII-WORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  STORE-LIST.
       01  STORE-LIST-RECORD    PIC X(128).
       FD  STORE-FILE.
       01  STORE-RECORD         PIC X(2048).
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(2048).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-STORE-STATUS       PIC XX.
       01 WS-WORK-STATUS        PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-LIST-EOF           PIC 9 VALUE 0.
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(8).
       01 WS-ARG-1              PIC X(32).
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.

       01 WS-KEY-DIR            PIC X(192).
       01 WS-KEY-ID             PIC X(3) VALUE "P01".
       01 WS-KEY-FILE           PIC X(256).
       01 WS-KEY-INFO           PIC X(16).
       01 WS-KEY-RC             PIC S9(9) COMP-5.

       01 WS-STORE-NAME         PIC X(128).
*> "S" - [ts] client <tail>; "C" - the comment layout; "I" - the
*> incident layout
       01 WS-LAYOUT             PIC X(1).
       01 WS-TAIL-POS           PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-BAR-COUNT          PIC 9(4) COMP.
       01 WS-BARS-WANTED        PIC 9(4) COMP.
       01 WS-FILE-CHANGED       PIC 9(6).

*> "E" the ENCRYPT pass, "R" the REKEY pass
       01 WS-PASS               PIC X(1).
       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.

       01 WS-FILES              PIC 9(6) VALUE 0.
       01 WS-SEALED             PIC 9(8) VALUE 0.
       01 WS-ALREADY            PIC 9(8) VALUE 0.
       01 WS-FAILED             PIC 9(8) VALUE 0.
       01 WS-COUNT-D            PIC ZZ,ZZZ,ZZ9.

       01 WS-SHELL-CMD          PIC X(400).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-AUDIT-EVENT        PIC X(16).
       01 WS-AUDIT-NOTE         PIC X(80).
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM SPLIT-COMMAND-LINE

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

           PERFORM READ-CONFIG-FILE
           IF WS-KEY-DIR = SPACES
               DISPLAY "PII-CONVERT: no PII_KEY_DIR in WEBSERVER.CFG "
                   "- encryption at rest is not configured"
               STOP RUN
           END-IF

           EVALUATE WS-ACTION
               WHEN "NEWKEY"
                   PERFORM MAKE-NEW-KEY
               WHEN "ENCRYPT"
                   PERFORM CHECK-CURRENT-KEY
                   MOVE "E" TO WS-PASS
                   PERFORM CONVERT-ALL-STORES
                   MOVE "PII_CONVERT" TO WS-AUDIT-EVENT
                   PERFORM REPORT-PASS
               WHEN "REKEY"
                   PERFORM CHECK-CURRENT-KEY
                   MOVE "A" TO WS-PII-MODE
                   MOVE SPACES TO WS-PII-TEXT
                   MOVE "convert" TO WS-PII-TEXT
                   CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT
                       WS-PII-POS WS-PII-RC
                   END-CALL
                   IF WS-PII-RC = 3
                       DISPLAY "PII-CONVERT: REKEY opens every sealed "
                           "record - this login is not in PII_READERS"
                       STOP RUN
                   END-IF
                   MOVE "R" TO WS-PASS
                   PERFORM CONVERT-ALL-STORES
                   MOVE "PII_REKEY" TO WS-AUDIT-EVENT
                   PERFORM REPORT-PASS
               WHEN OTHER
                   DISPLAY "PII-CONVERT: usage: NEWKEY <Pnn> | "
                       "ENCRYPT | REKEY"
           END-EVALUATE
           STOP RUN.

       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-ARG-1
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 256 OR WS-TOK-NUM >= 2
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
                       MOVE FUNCTION UPPER-CASE(WS-ACTION)
                           TO WS-ACTION
                   WHEN 2
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-1
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           .

       READ-CONFIG-FILE.
           MOVE SPACES TO WS-KEY-DIR
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
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
           EVALUATE WS-CFG-KEY
               WHEN "PII_KEY_DIR"
                   MOVE WS-CFG-VALUE TO WS-KEY-DIR
               WHEN "PII_KEY_ID"
                   IF WS-CFG-VALUE(1:1) = "P" AND
                      WS-CFG-VALUE(2:2) NUMERIC AND
                      WS-CFG-VALUE(4:1) = SPACE
                       MOVE WS-CFG-VALUE(1:3) TO WS-KEY-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SET-KEY-FILE.
           MOVE SPACES TO WS-KEY-FILE
           STRING WS-KEY-DIR DELIMITED BY SPACE
                  "/" WS-KEY-ID ".key" DELIMITED BY SIZE
               INTO WS-KEY-FILE
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-KEY-FILE WS-KEY-INFO
               RETURNING WS-KEY-RC
           END-CALL
           .

*> Nothing is converted without the current key's file on hand -
*> every record would otherwise be counted a failure
       CHECK-CURRENT-KEY.
           PERFORM SET-KEY-FILE
           IF WS-KEY-RC NOT = 0
               DISPLAY "PII-CONVERT: current key " WS-KEY-ID
                   " has no key file in PII_KEY_DIR - run NEWKEY "
                   WS-KEY-ID " first"
               STOP RUN
           END-IF
           .

*> NEWKEY: 256 random bits from the external openssl, written with
*> a umask that leaves the file to its owner alone
       MAKE-NEW-KEY.
           IF WS-ARG-1(1:1) NOT = "P" OR WS-ARG-1(2:2) NOT NUMERIC OR
              WS-ARG-1(4:1) NOT = SPACE
               DISPLAY "PII-CONVERT: NEWKEY needs a key id P01..P99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-1(1:3) TO WS-KEY-ID
           PERFORM SET-KEY-FILE
           IF WS-KEY-RC = 0
               DISPLAY "PII-CONVERT: key " WS-KEY-ID " already exists "
                   "- a key file is never overwritten"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PII_KEYFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-KEY-FILE UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING '(umask 077; openssl rand -hex 32 > "$PII_KEYFILE")'
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "PII-CONVERT: key generation failed (openssl "
                   "missing, or PII_KEY_DIR not writable)"
               EXIT PARAGRAPH
           END-IF
           MOVE "PII_NEWKEY" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "key=" WS-KEY-ID DELIMITED BY SIZE
               INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "PII-CONVERT: key " WS-KEY-ID " created - set "
               "PII_KEY_ID=" WS-KEY-ID " in WEBSERVER.CFG, then run "
               "REKEY"
           .

       CONVERT-ALL-STORES.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 FORM-*.LOG FORM-*.LOG.ARC COMMENTS.DAT "
                  "COMMENTS.DAT.ARC INCIDENT-REPORTS.LOG "
                  "INCIDENT-REPORTS.LOG.ARC INCIDENTS.DAT "
                  "INCIDENTS.DAT.ARC > PII-FILES.TMP 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT STORE-LIST
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = 1
               READ STORE-LIST
                   AT END
                       MOVE 1 TO WS-LIST-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-STORE
               END-READ
           END-PERFORM
           CLOSE STORE-LIST
           CALL "CBL_DELETE_FILE" USING "PII-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

       CONVERT-ONE-STORE.
           MOVE STORE-LIST-RECORD TO WS-STORE-NAME
           EVALUATE TRUE
               WHEN WS-STORE-NAME(1:5) = "FORM-"
                   MOVE "S" TO WS-LAYOUT
               WHEN WS-STORE-NAME(1:17) = "INCIDENT-REPORTS."
                   MOVE "S" TO WS-LAYOUT
               WHEN WS-STORE-NAME(1:9) = "COMMENTS."
                   MOVE "C" TO WS-LAYOUT
                   MOVE 3 TO WS-BARS-WANTED
               WHEN WS-STORE-NAME(1:10) = "INCIDENTS."
                   MOVE "I" TO WS-LAYOUT
                   MOVE 5 TO WS-BARS-WANTED
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           ADD 1 TO WS-FILES
           MOVE 0 TO WS-FILE-CHANGED
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ STORE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE STORE-RECORD TO WORK-RECORD
                       PERFORM CONVERT-ONE-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE STORE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-CHANGED = 0
               CALL "CBL_DELETE_FILE" USING "PII-WORK.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-STORE-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "PII-WORK.TMP" WS-STORE-NAME
               RETURNING WS-RENAME-RC
           END-CALL
           MOVE WS-FILE-CHANGED TO WS-COUNT-D
           DISPLAY "PII-CONVERT: " WS-STORE-NAME(1:40) " "
               FUNCTION TRIM(WS-COUNT-D) " record(s) sealed"
           .

*> Where the layout's personal tail starts: past "] client " for the
*> log layouts, past the Nth "|" for the pipe ones. A record of
*> neither shape is left alone
       CONVERT-ONE-RECORD.
           MOVE 0 TO WS-TAIL-POS
           IF WS-LAYOUT = "S"
               IF STORE-RECORD(1:1) NOT = "[" OR
                  STORE-RECORD(21:2) NOT = "] "
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-SCAN-POS FROM 23 BY 1
                   UNTIL WS-SCAN-POS > 120
                   IF STORE-RECORD(WS-SCAN-POS:1) = SPACE
                       COMPUTE WS-TAIL-POS = WS-SCAN-POS + 1
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO WS-BAR-COUNT
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 1200
                   IF STORE-RECORD(WS-SCAN-POS:1) = "|"
                       ADD 1 TO WS-BAR-COUNT
                       IF WS-BAR-COUNT = WS-BARS-WANTED
                           COMPUTE WS-TAIL-POS = WS-SCAN-POS + 1
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TAIL-POS = 0
               EXIT PARAGRAPH
           END-IF
           IF STORE-RECORD(WS-TAIL-POS:) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE STORE-RECORD TO WS-PII-TEXT
           IF STORE-RECORD(WS-TAIL-POS:2) = "{P" AND
              STORE-RECORD(WS-TAIL-POS + 2:2) NUMERIC AND
              STORE-RECORD(WS-TAIL-POS + 4:1) = "}"
*> Already sealed: ENCRYPT passes it over, REKEY reseals one under
*> any other key
               IF WS-PASS = "E" OR
                  STORE-RECORD(WS-TAIL-POS + 1:3) = WS-KEY-ID
                   ADD 1 TO WS-ALREADY
                   EXIT PARAGRAPH
               END-IF
               MOVE "D" TO WS-PII-MODE
               CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT
                   WS-PII-POS WS-PII-RC
               END-CALL
               IF WS-PII-RC NOT = 0 OR WS-PII-POS NOT = WS-TAIL-POS
                   ADD 1 TO WS-FAILED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PASS = "R"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-TAIL-POS TO WS-PII-POS
           MOVE "E" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC NOT = 0
               ADD 1 TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PII-TEXT TO WORK-RECORD
           ADD 1 TO WS-SEALED
           ADD 1 TO WS-FILE-CHANGED
           .

       REPORT-PASS.
           MOVE WS-SEALED TO WS-COUNT-D
           DISPLAY "PII-CONVERT: " FUNCTION TRIM(WS-COUNT-D)
               " record(s) sealed under " WS-KEY-ID
           MOVE WS-ALREADY TO WS-COUNT-D
           DISPLAY "PII-CONVERT: " FUNCTION TRIM(WS-COUNT-D)
               " record(s) already sealed under the right key"
           IF WS-FAILED > 0
               MOVE WS-FAILED TO WS-COUNT-D
               DISPLAY "PII-CONVERT: " FUNCTION TRIM(WS-COUNT-D)
                   " record(s) left as they were - too long to seal, "
                   "or their key is not on hand"
           END-IF
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "key=" WS-KEY-ID " files=" WS-FILES
                  " sealed=" WS-SEALED " failed=" WS-FAILED
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console pii-convert event="
                  DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " result=APPLIED " DELIMITED BY SIZE
                  WS-AUDIT-NOTE DELIMITED BY "  "
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
