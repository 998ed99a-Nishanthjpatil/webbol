*> Operator tool: data subject access and erasure requests ("what do
*> you hold about me" / "delete me") across every store the site
*> keeps personal data in, instead of grepping by hand. Run as
*>
*>   dsar EXPORT <subject>   - disclosure pack of everything held
*>   dsar ERASE <subject>    - redact or remove it, holds permitting
*>
*> where <subject> is a user id, an e-mail address, a name (spaces
*> allowed - the rest of the command line is taken) or a client
*> address. Matching is case-insensitive on the whole subject: a
*> hit must not run on into a neighbouring letter, digit or one of
*> "._@-", so 10.1.2.3 does not find 10.1.2.34 and "bob" does not
*> find bob@example.org. The stores searched, in order:
*>
*>   FORM-<NAME>.LOG (and .LOG.ARC)  submissions       - removed
*>   COMMENTS.DAT                    page comments     - removed
*>   SESSIONS.IDX                    login sessions    - removed
*>   GUESTS.DAT                      guest lifecycles  - removed
*>   AUTH-REALMS.CFG                 the user's entry  - removed
*>                                   (user field only)
*>   DIRECTORY.DAT                   directory record  - removed
*>   INCIDENT-REPORTS.LOG            incident reports  - redacted
*>   ACCESS-YYYYMMDD.LOG, ACCESS.LOG request logs      - redacted
*>
*> Redaction overwrites each occurrence with "x"s in place, the way
*> LOG-PRIVACY masks, so the logs keep their shape for the reports
*> that read them. Rewrites go through a scratch copy renamed into
*> place.
*>
*> Everything lands in DSAR-YYYYMMDD-HHMMSS/ (-2, -3... should a
*> second request start within the same second): DISCLOSURE.TXT (the
*> matching records, store by store) or ERASURE.TXT (what was done
*> to each matching record, by line number and date, never the data
*> itself), each ending with every store searched and its count -
*> including the ones with no match, which is what shows the search
*> was complete - plus CHECKSUMS.TXT, as EVIDENCE-PACK does.
*>
*> The form, comment and incident-report stores hold their personal
*> fields sealed (PII-CRYPT): each record is opened to be matched,
*> disclosed or redacted, a redacted one is sealed again before it
*> is written back, and every record left in place goes back exactly
*> as stored. A search that cannot open the sealed stores would not
*> be complete, so a login not listed in PII_READERS is refused
*> outright; a record whose key is not on hand is counted, and the
*> pack says so.
*>
*> ERASE honors the legal-hold register (HOLD-CHECK): a subject who
*> is a held user is refused outright; otherwise a record is kept
*> when its date, its form, its comment page or author, or its user
*> is held, and each store's held records are audited with the hold.
*> Each store changed gets a DSAR_ERASE audit record carrying the
*> pack reference, and every run a DSAR_EXPORT/DSAR_ERASE one.
IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*> The line-sequential store currently being searched
           SELECT STORE-FILE ASSIGN TO DYNAMIC WS-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.
           SELECT WORK-FILE ASSIGN TO "DSAR-WORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
*> Form logs and access archives, listed by a shelled-out "ls" -
*> the scratch-file convention LOG-PRIVACY uses
           SELECT STORE-LIST ASSIGN TO "DSAR-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT PACK-FILE ASSIGN TO DYNAMIC WS-PACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT SESSIONS-FILE ASSIGN TO "SESSIONS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-REC-TOKEN
               FILE STATUS IS WS-SESS-STATUS.
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
       FD  STORE-FILE.
       01  STORE-RECORD         PIC X(2048).
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(2048).
       FD  STORE-LIST.
       01  STORE-LIST-RECORD    PIC X(64).
       FD  PACK-FILE.
       01  PACK-RECORD          PIC X(2100).
       FD  SESSIONS-FILE.
       01  SESSIONS-RECORD.
           05 SESS-REC-TOKEN    PIC X(32).
           05 SESS-REC-USER     PIC X(32).
           05 SESS-REC-CREATED  PIC 9(10).
           05 SESS-REC-LAST     PIC 9(10).
           05 SESS-REC-ADDR     PIC X(46).
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
       01 WS-STORE-STATUS       PIC XX.
       01 WS-WORK-STATUS        PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-PACK-STATUS        PIC XX.
       01 WS-SESS-STATUS        PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-LIST-EOF           PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-MODE               PIC X(8).
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-SUBJECT            PIC X(64).
       01 WS-SUBJECT-UP         PIC X(64).
       01 WS-SUBJECT-LEN        PIC 9(4) COMP.

*> The run's reference, which is also the pack directory
       01 WS-REF                PIC X(24).
       01 WS-PACK-NAME          PIC X(80).
       01 WS-REF-SEQ            PIC 9.
       01 WS-REF-RC             PIC S9(9) COMP-5.
       01 WS-REF-INFO.
          05 WS-REF-SIZE        PIC 9(18) COMP.
          05 FILLER             PIC X(8).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> The store underway: its name, kind (F form log, C comments,
*> G guests, A auth realms, L log, S sessions, D directory) and
*> what ERASE does to a matching record
       01 WS-STORE-NAME         PIC X(64).
       01 WS-STORE-KIND         PIC X(1).
       01 WS-STORE-ACTION       PIC X(8).
       01 WS-STORE-PRESENT      PIC 9.
       01 WS-LINE-NO            PIC 9(8) COMP.
       01 WS-ST-MATCHES         PIC 9(8) COMP.
       01 WS-ST-CHANGED         PIC 9(8) COMP.
       01 WS-ST-HELD            PIC 9(8) COMP.
       01 WS-ST-HOLD-ID         PIC X(8).
       01 WS-FILE-HOLD-ID       PIC X(8).

*> Every store searched, for the completeness table at the end
       01 WS-SUM-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-SUMMARY-TABLE.
          05 SUM-ENTRY OCCURS 300 TIMES.
             10 SUM-STORE          PIC X(64).
             10 SUM-PRESENT        PIC 9.
             10 SUM-MATCHES        PIC 9(8) COMP.
             10 SUM-CHANGED        PIC 9(8) COMP.
             10 SUM-HELD           PIC 9(8) COMP.
       01 WS-SUM-IDX            PIC 9(4) COMP.
       01 WS-TOTAL-MATCHES      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-CHANGED      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-HELD         PIC 9(8) COMP VALUE 0.

*> The record as stored, while STORE-RECORD holds it opened
       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.
       01 WS-STORE-SEALED       PIC 9 VALUE 0.
       01 WS-SEAL-POS           PIC 9(4) VALUE 0.
       01 WS-RAW-RECORD         PIC X(2048).
       01 WS-TOTAL-UNREAD       PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-RESEAL-FAIL  PIC 9(8) COMP VALUE 0.
       01 WS-DIRECTORY-ERASED   PIC 9 VALUE 0.

*> Matching one record: an upper-cased copy, a cheap INSPECT
*> pre-check, then the boundary-checked scan (which, when
*> WS-MASK-HITS is set, also overwrites each hit in WORK-RECORD)
       01 WS-LINE-UP            PIC X(2048).
       01 WS-HITS               PIC 9(4) COMP.
       01 WS-MATCH-POS          PIC 9(4) COMP.
       01 WS-MATCH-LAST         PIC 9(4) COMP.
       01 WS-LINE-MATCHED       PIC 9.
       01 WS-MASK-HITS          PIC 9.
       01 WS-CH                 PIC X(1).
       01 WS-IS-WORD            PIC 9.
       01 WS-BOUNDS-OK          PIC 9.

*> Field scratch: a record's date, its "|" fields, a space token
       01 WS-LINE-DATE          PIC 9(8).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-FIELD-1            PIC X(256).
       01 WS-FIELD-2            PIC X(256).
       01 WS-FIELD-3            PIC X(64).
       01 WS-FIELD-4            PIC X(64).
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9(2) COMP.
       01 WS-TOK-COUNT          PIC 9(2) COMP.
       01 WS-FORM-NAME-LEN      PIC 9(4) COMP.

*> Legal-hold gate (HOLD-CHECK)
       01 WS-HOLD-KIND          PIC X(4).
       01 WS-HOLD-KEY           PIC X(512).
       01 WS-HOLD-ON            PIC 9.
       01 WS-HOLD-ID            PIC X(8).

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-RESULT       PIC X(10).
       01 WS-AUDIT-OBJECT       PIC X(64).
       01 WS-AUDIT-COUNT        PIC 9(8) COMP.

       01 WS-PACK-LINE          PIC X(2100).
       01 WS-SHELL-CMD          PIC X(256).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-COUNT-D            PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-D2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-D3           PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINE-NO-D          PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE

           MOVE SPACES TO WS-MODE
           MOVE 0 TO WS-SP-POS
           INSPECT WS-COMMAND-LINE TALLYING WS-SP-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SP-POS > 0 AND WS-SP-POS <= 8
               MOVE WS-COMMAND-LINE(1:WS-SP-POS) TO WS-MODE
           END-IF
           MOVE SPACES TO WS-SUBJECT
           IF WS-SP-POS > 0 AND WS-SP-POS < 250
               MOVE FUNCTION TRIM(WS-COMMAND-LINE(WS-SP-POS + 1:))
                   TO WS-SUBJECT
           END-IF
           MOVE 0 TO WS-SUBJECT-LEN
           IF WS-SUBJECT NOT = SPACES
               COMPUTE WS-SUBJECT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SUBJECT TRAILING))
           END-IF

           IF (WS-MODE NOT = "EXPORT" AND WS-MODE NOT = "ERASE") OR
              WS-SUBJECT-LEN = 0
               DISPLAY "DSAR: usage: EXPORT <subject> | "
                   "ERASE <subject>"
               DISPLAY "DSAR: subject is a user id, e-mail address, "
                   "name or client address"
               STOP RUN
           END-IF
*> A two-letter subject would match half the site
           IF WS-SUBJECT-LEN < 3
               DISPLAY "DSAR: subject '" WS-SUBJECT(1:WS-SUBJECT-LEN)
                   "' is too short to search for safely"
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SUBJECT) TO WS-SUBJECT-UP

           MOVE "A" TO WS-PII-MODE
           MOVE SPACES TO WS-PII-TEXT
           MOVE "dsar" TO WS-PII-TEXT
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 3
               DISPLAY "DSAR: the form, comment and incident stores "
                   "are sealed and this login is not in PII_READERS"
               DISPLAY "DSAR: refused - a search that cannot read "
                   "them would not be complete"
               STOP RUN
           END-IF

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
           MOVE SPACES TO WS-REF
           STRING "DSAR-" WS-CURRENT-DATE(1:8) "-"
                  WS-CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO WS-REF
           END-STRING
*> A second request in the same second gets its own pack, never
*> the first one's
           CALL "CBL_CHECK_FILE_EXIST" USING WS-REF WS-REF-INFO
               RETURNING WS-REF-RC
           END-CALL
           MOVE 1 TO WS-REF-SEQ
           PERFORM UNTIL WS-REF-RC NOT = 0 OR WS-REF-SEQ = 9
               ADD 1 TO WS-REF-SEQ
               MOVE "-" TO WS-REF(21:1)
               MOVE WS-REF-SEQ TO WS-REF(22:1)
               CALL "CBL_CHECK_FILE_EXIST" USING WS-REF WS-REF-INFO
                   RETURNING WS-REF-RC
               END-CALL
           END-PERFORM

           MOVE SPACES TO WS-SHELL-CMD
           STRING "mkdir -p '" DELIMITED BY SIZE
                  WS-REF DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE SPACES TO WS-PACK-NAME
           IF WS-MODE = "EXPORT"
               STRING WS-REF DELIMITED BY SPACE
                      "/DISCLOSURE.TXT" DELIMITED BY SIZE
                   INTO WS-PACK-NAME
               END-STRING
           ELSE
               STRING WS-REF DELIMITED BY SPACE
                      "/ERASURE.TXT" DELIMITED BY SIZE
                   INTO WS-PACK-NAME
               END-STRING
           END-IF
           OPEN OUTPUT PACK-FILE
           IF WS-PACK-STATUS NOT = "00"
               DISPLAY "DSAR: cannot create " WS-PACK-NAME
               STOP RUN
           END-IF
           PERFORM WRITE-PACK-HEADER

*> A held subject cannot be erased from anywhere
           IF WS-MODE = "ERASE"
               MOVE "USER" TO WS-HOLD-KIND
               MOVE SPACES TO WS-HOLD-KEY
               MOVE WS-SUBJECT TO WS-HOLD-KEY
               CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
                   WS-HOLD-ON WS-HOLD-ID
               END-CALL
               IF WS-HOLD-ON = 1
                   PERFORM REFUSE-HELD-SUBJECT
                   STOP RUN
               END-IF
           END-IF

           PERFORM SEARCH-FORM-LOGS

           MOVE "COMMENTS.DAT" TO WS-STORE-NAME
           MOVE "C" TO WS-STORE-KIND
           MOVE "removed" TO WS-STORE-ACTION
           PERFORM PROCESS-LINE-STORE

           PERFORM PROCESS-SESSIONS

           MOVE "GUESTS.DAT" TO WS-STORE-NAME
           MOVE "G" TO WS-STORE-KIND
           MOVE "removed" TO WS-STORE-ACTION
           PERFORM PROCESS-LINE-STORE

           MOVE "AUTH-REALMS.CFG" TO WS-STORE-NAME
           MOVE "A" TO WS-STORE-KIND
           MOVE "removed" TO WS-STORE-ACTION
           PERFORM PROCESS-LINE-STORE

           PERFORM PROCESS-DIRECTORY

           MOVE "INCIDENT-REPORTS.LOG" TO WS-STORE-NAME
           MOVE "L" TO WS-STORE-KIND
           MOVE "redacted" TO WS-STORE-ACTION
           PERFORM PROCESS-LINE-STORE

           PERFORM SEARCH-ACCESS-LOGS

           PERFORM WRITE-PACK-SUMMARY
           CLOSE PACK-FILE
           PERFORM WRITE-PACK-CHECKSUMS

           IF WS-MODE = "EXPORT"
               MOVE "DSAR_EXPORT" TO WS-AUDIT-EVENT
               MOVE WS-TOTAL-MATCHES TO WS-AUDIT-COUNT
           ELSE
               MOVE "DSAR_ERASE" TO WS-AUDIT-EVENT
               MOVE WS-TOTAL-CHANGED TO WS-AUDIT-COUNT
           END-IF
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           MOVE WS-REF TO WS-AUDIT-OBJECT
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-TOTAL-MATCHES TO WS-COUNT-D
           MOVE WS-SUM-COUNT TO WS-COUNT-D2
           DISPLAY "DSAR: " FUNCTION TRIM(WS-COUNT-D)
               " matching record(s) in " FUNCTION TRIM(WS-COUNT-D2)
               " store(s)"
           IF WS-MODE = "ERASE"
               MOVE WS-TOTAL-CHANGED TO WS-COUNT-D
               MOVE WS-TOTAL-HELD TO WS-COUNT-D2
               DISPLAY "DSAR: " FUNCTION TRIM(WS-COUNT-D)
                   " erased, " FUNCTION TRIM(WS-COUNT-D2)
                   " kept under legal hold"
           END-IF
           DISPLAY "DSAR: record written to "
               FUNCTION TRIM(WS-PACK-NAME)
           STOP RUN.

       WRITE-PACK-HEADER.
           MOVE SPACES TO WS-PACK-LINE
           IF WS-MODE = "EXPORT"
               STRING "DATA SUBJECT ACCESS DISCLOSURE - "
                      DELIMITED BY SIZE
                      WS-REF DELIMITED BY SPACE
                   INTO WS-PACK-LINE
               END-STRING
           ELSE
               STRING "DATA SUBJECT ERASURE RECORD - " DELIMITED BY SIZE
                      WS-REF DELIMITED BY SPACE
                   INTO WS-PACK-LINE
               END-STRING
           END-IF
           PERFORM WRITE-PACK-LINE
           MOVE ALL "=" TO WS-PACK-LINE(1:60)
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           STRING "Subject:   " WS-SUBJECT(1:WS-SUBJECT-LEN)
               DELIMITED BY SIZE INTO WS-PACK-LINE
           END-STRING
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           STRING "Prepared:  " WS-TIMESTAMP
               DELIMITED BY SIZE INTO WS-PACK-LINE
           END-STRING
           PERFORM WRITE-PACK-LINE
           MOVE "Matching:  case-insensitive, whole subject only"
               TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           .

       WRITE-PACK-LINE.
           MOVE WS-PACK-LINE TO PACK-RECORD
           WRITE PACK-RECORD
           MOVE SPACES TO WS-PACK-LINE
           .

*> The subject is named by a hold: nothing is touched, and the
*> refusal is both recorded in the pack and audited
       REFUSE-HELD-SUBJECT.
           MOVE SPACES TO WS-PACK-LINE
           STRING "REFUSED: the subject is under legal hold "
                      DELIMITED BY SIZE
                  WS-HOLD-ID DELIMITED BY SPACE
                  " - nothing was erased" DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           PERFORM WRITE-PACK-LINE
           CLOSE PACK-FILE

           MOVE "DSAR_ERASE" TO WS-AUDIT-EVENT
           MOVE WS-HOLD-ID TO WS-AUDIT-RESULT
           MOVE WS-REF TO WS-AUDIT-OBJECT
           MOVE 0 TO WS-AUDIT-COUNT
           PERFORM WRITE-AUDIT-ENTRY

           DISPLAY "DSAR: subject is under legal hold " WS-HOLD-ID
               ", erasure refused"
           .

*> Every form's submission log, live and retention-archived
       SEARCH-FORM-LOGS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls FORM-*.LOG FORM-*.LOG.ARC > DSAR-FILES.TMP "
                  "2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
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
                       MOVE STORE-LIST-RECORD TO WS-STORE-NAME
                       MOVE "F" TO WS-STORE-KIND
                       MOVE "removed" TO WS-STORE-ACTION
                       PERFORM PROCESS-LINE-STORE
               END-READ
           END-PERFORM
           CLOSE STORE-LIST
           CALL "CBL_DELETE_FILE" USING "DSAR-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

*> The dated request-log archives, then the live log
       SEARCH-ACCESS-LOGS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls ACCESS-*.LOG > DSAR-FILES.TMP 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT STORE-LIST
           IF WS-LIST-STATUS = "00"
               MOVE 0 TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = 1
                   READ STORE-LIST
                       AT END
                           MOVE 1 TO WS-LIST-EOF
                       NOT AT END
                           MOVE STORE-LIST-RECORD TO WS-STORE-NAME
                           MOVE "L" TO WS-STORE-KIND
                           MOVE "redacted" TO WS-STORE-ACTION
                           PERFORM PROCESS-LINE-STORE
                   END-READ
               END-PERFORM
               CLOSE STORE-LIST
           END-IF
           CALL "CBL_DELETE_FILE" USING "DSAR-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE "ACCESS.LOG" TO WS-STORE-NAME
           MOVE "L" TO WS-STORE-KIND
           MOVE "redacted" TO WS-STORE-ACTION
           PERFORM PROCESS-LINE-STORE
           .

*> One line-sequential store: EXPORT copies each matching record
*> into the pack; ERASE copies the store to the scratch file minus
*> (or with redacted) matching records, and renames it into place
*> only when something was erased
       PROCESS-LINE-STORE.
           MOVE 0 TO WS-ST-MATCHES
           MOVE 0 TO WS-ST-CHANGED
           MOVE 0 TO WS-ST-HELD
           MOVE SPACES TO WS-ST-HOLD-ID
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-STORE-PRESENT

           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = "00"
               PERFORM RECORD-STORE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STORE-PRESENT

           MOVE 0 TO WS-STORE-SEALED
           IF WS-STORE-KIND = "F" OR WS-STORE-KIND = "C" OR
              WS-STORE-NAME = "INCIDENT-REPORTS.LOG"
               MOVE 1 TO WS-STORE-SEALED
           END-IF

           MOVE SPACES TO WS-FILE-HOLD-ID
           IF WS-MODE = "ERASE"
               IF WS-STORE-KIND = "F"
                   PERFORM CHECK-FORM-HOLD
               END-IF
               OPEN OUTPUT WORK-FILE
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ STORE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM JUDGE-STORE-LINE
               END-READ
           END-PERFORM
           CLOSE STORE-FILE

           IF WS-MODE = "ERASE"
               CLOSE WORK-FILE
               IF WS-ST-CHANGED > 0
                   CALL "CBL_DELETE_FILE" USING WS-STORE-NAME
                       RETURNING WS-DELETE-RC
                   END-CALL
                   CALL "CBL_RENAME_FILE" USING "DSAR-WORK.TMP"
                       WS-STORE-NAME
                       RETURNING WS-RENAME-RC
                   END-CALL
               ELSE
                   CALL "CBL_DELETE_FILE" USING "DSAR-WORK.TMP"
                       RETURNING WS-DELETE-RC
                   END-CALL
               END-IF
           END-IF

           PERFORM RECORD-STORE-RESULT
           .

*> "FORM-<name>.LOG[.ARC]": the whole file is held when its form is
       CHECK-FORM-HOLD.
           MOVE 0 TO WS-FORM-NAME-LEN
           INSPECT WS-STORE-NAME TALLYING WS-FORM-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL ".LOG"
           IF WS-FORM-NAME-LEN < 6
               EXIT PARAGRAPH
           END-IF
           MOVE "FORM" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-STORE-NAME(6:WS-FORM-NAME-LEN - 5) TO WS-HOLD-KEY
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 1
               MOVE WS-HOLD-ID TO WS-FILE-HOLD-ID
           END-IF
           .

*> One record of a line-sequential store. A sealed record is opened
*> into STORE-RECORD; one that will not open cannot be judged and
*> stays as stored
       JUDGE-STORE-LINE.
           MOVE STORE-RECORD TO WS-RAW-RECORD
           MOVE 0 TO WS-SEAL-POS
           IF WS-STORE-SEALED = 1
               MOVE STORE-RECORD TO WS-PII-TEXT
               MOVE "D" TO WS-PII-MODE
               CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT
                   WS-PII-POS WS-PII-RC
               END-CALL
               IF WS-PII-RC NOT = 0
                   ADD 1 TO WS-TOTAL-UNREAD
                   IF WS-MODE = "ERASE"
                       MOVE WS-RAW-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PII-POS TO WS-SEAL-POS
               MOVE WS-PII-TEXT TO STORE-RECORD
           END-IF

           MOVE STORE-RECORD TO WORK-RECORD
           MOVE 0 TO WS-MASK-HITS
           PERFORM MATCH-STORE-LINE
           IF WS-LINE-MATCHED = 0
               IF WS-MODE = "ERASE"
                   MOVE WS-RAW-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ST-MATCHES
           IF WS-MODE = "EXPORT"
               PERFORM DISCLOSE-STORE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LINE-HOLD
           IF WS-HOLD-ON = 1
               ADD 1 TO WS-ST-HELD
               MOVE WS-HOLD-ID TO WS-ST-HOLD-ID
               MOVE WS-RAW-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               PERFORM NOTE-ERASURE-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ST-CHANGED
           IF WS-STORE-ACTION = "redacted"
               MOVE 1 TO WS-MASK-HITS
               PERFORM FIND-SUBJECT-IN-LINE
               IF WS-SEAL-POS > 0
                   PERFORM RESEAL-WORK-RECORD
               END-IF
               WRITE WORK-RECORD
           END-IF
           PERFORM NOTE-ERASURE-LINE
           .

*> The redacted record goes back sealed where it came from; should
*> the seal fail, the redacted line is written open rather than the
*> unredacted one kept, and PII-CONVERT ENCRYPT seals it later
       RESEAL-WORK-RECORD.
           MOVE WORK-RECORD TO WS-PII-TEXT
           MOVE WS-SEAL-POS TO WS-PII-POS
           MOVE "E" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 0
               MOVE WS-PII-TEXT TO WORK-RECORD
           ELSE
               ADD 1 TO WS-TOTAL-RESEAL-FAIL
           END-IF
           .

*> An auth-realm line matches on its user field alone ("prefix user
*> hash ..."), so a subject that happens to be a path segment does
*> not take someone else's account; everything else matches
*> anywhere in the record
       MATCH-STORE-LINE.
           MOVE 0 TO WS-LINE-MATCHED
           IF WS-STORE-KIND = "A"
               IF STORE-RECORD(1:1) = SPACE OR
                  STORE-RECORD(1:1) = "*"
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO WS-TOK-NUM
               PERFORM GET-RECORD-TOKEN
               IF WS-FIELD-1 NOT = SPACES AND
                  FUNCTION UPPER-CASE(WS-FIELD-1) = WS-SUBJECT-UP
                   MOVE 1 TO WS-LINE-MATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(STORE-RECORD) TO WS-LINE-UP
           PERFORM FIND-SUBJECT-IN-LINE
           .

*> The boundary-checked scan of WS-LINE-UP. Sets WS-LINE-MATCHED on
*> the first hit; with WS-MASK-HITS set it carries on and overwrites
*> every hit in WORK-RECORD with "x"s
       FIND-SUBJECT-IN-LINE.
           MOVE 0 TO WS-LINE-MATCHED
           MOVE 0 TO WS-HITS
           INSPECT WS-LINE-UP TALLYING WS-HITS
               FOR ALL WS-SUBJECT-UP(1:WS-SUBJECT-LEN)
           IF WS-HITS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MATCH-LAST = 2049 - WS-SUBJECT-LEN
           PERFORM VARYING WS-MATCH-POS FROM 1 BY 1
               UNTIL WS-MATCH-POS > WS-MATCH-LAST
               IF WS-LINE-UP(WS-MATCH-POS:WS-SUBJECT-LEN) =
                  WS-SUBJECT-UP(1:WS-SUBJECT-LEN)
                   PERFORM CHECK-MATCH-BOUNDS
                   IF WS-BOUNDS-OK = 1
                       MOVE 1 TO WS-LINE-MATCHED
                       IF WS-MASK-HITS = 0
                           EXIT PERFORM
                       END-IF
                       MOVE ALL "x" TO
                           WORK-RECORD(WS-MATCH-POS:WS-SUBJECT-LEN)
                   END-IF
               END-IF
           END-PERFORM
           .

*> A hit counts only when neither neighbour is a word character
       CHECK-MATCH-BOUNDS.
           MOVE 1 TO WS-BOUNDS-OK
           IF WS-MATCH-POS > 1
               MOVE WS-LINE-UP(WS-MATCH-POS - 1:1) TO WS-CH
               PERFORM CLASSIFY-CHAR
               IF WS-IS-WORD = 1
                   MOVE 0 TO WS-BOUNDS-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MATCH-POS + WS-SUBJECT-LEN <= 2048
               MOVE WS-LINE-UP(WS-MATCH-POS + WS-SUBJECT-LEN:1)
                   TO WS-CH
               PERFORM CLASSIFY-CHAR
               IF WS-IS-WORD = 1
                   MOVE 0 TO WS-BOUNDS-OK
               END-IF
           END-IF
           .

       CLASSIFY-CHAR.
           MOVE 0 TO WS-IS-WORD
           IF (WS-CH >= "A" AND WS-CH <= "Z") OR
              (WS-CH >= "0" AND WS-CH <= "9") OR
              WS-CH = "." OR WS-CH = "_" OR WS-CH = "@" OR
              WS-CH = "-"
               MOVE 1 TO WS-IS-WORD
           END-IF
           .

*> The WS-TOK-NUM'th space-delimited token of STORE-RECORD, into
*> WS-FIELD-1 (spaces when there is none)
       GET-RECORD-TOKEN.
           MOVE SPACES TO WS-FIELD-1
           MOVE 1 TO WS-TOK-END
           PERFORM VARYING WS-TOK-COUNT FROM 1 BY 1
               UNTIL WS-TOK-COUNT > WS-TOK-NUM
               PERFORM VARYING WS-TOK-START FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-START > 2048 OR
                         STORE-RECORD(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 2048
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-TOK-END FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-END > 2048 OR
                         STORE-RECORD(WS-TOK-END:1) = SPACE
               END-PERFORM
           END-PERFORM
           IF WS-TOK-END - WS-TOK-START > 0 AND
              WS-TOK-END - WS-TOK-START <= 256
               MOVE STORE-RECORD(WS-TOK-START:
                   WS-TOK-END - WS-TOK-START) TO WS-FIELD-1
           END-IF
           .

*> Is this matching record under a legal hold - by its form, its
*> date, its comment page or author, or its guest?
       CHECK-LINE-HOLD.
           MOVE 0 TO WS-HOLD-ON
           IF WS-FILE-HOLD-ID NOT = SPACES
               MOVE 1 TO WS-HOLD-ON
               MOVE WS-FILE-HOLD-ID TO WS-HOLD-ID
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LINE-DATE
           IF WS-LINE-DATE > 0
               MOVE "DATE" TO WS-HOLD-KIND
               MOVE SPACES TO WS-HOLD-KEY
               MOVE WS-LINE-DATE TO WS-HOLD-KEY(1:8)
               CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
                   WS-HOLD-ON WS-HOLD-ID
               END-CALL
               IF WS-HOLD-ON = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
           UNSTRING STORE-RECORD DELIMITED BY "|"
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
           END-UNSTRING
           EVALUATE WS-STORE-KIND
*> "flag|page|timestamp|name|text"
               WHEN "C"
                   MOVE "PATH" TO WS-HOLD-KIND
                   MOVE SPACES TO WS-HOLD-KEY
                   MOVE WS-FIELD-2 TO WS-HOLD-KEY
                   CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
                       WS-HOLD-ON WS-HOLD-ID
                   END-CALL
                   IF WS-HOLD-ON = 0 AND WS-FIELD-4 NOT = SPACES
                       MOVE WS-FIELD-4 TO WS-HOLD-KEY
                       PERFORM CHECK-USER-HOLD
                   END-IF
*> "guest|sponsor|enddate|status"
               WHEN "G"
                   MOVE WS-FIELD-1 TO WS-HOLD-KEY
                   PERFORM CHECK-USER-HOLD
           END-EVALUATE
           .

*> WS-HOLD-KEY (already set) against the user holds
       CHECK-USER-HOLD.
           MOVE "USER" TO WS-HOLD-KIND
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           .

*> The first YYYY-MM-DD shape on the record, whatever the format put
*> around it - RETENTION's rule
       FIND-LINE-DATE.
           MOVE 0 TO WS-LINE-DATE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 100
               IF STORE-RECORD(WS-SCAN-POS:4) NUMERIC AND
                  STORE-RECORD(WS-SCAN-POS + 4:1) = "-" AND
                  STORE-RECORD(WS-SCAN-POS + 5:2) NUMERIC AND
                  STORE-RECORD(WS-SCAN-POS + 7:1) = "-" AND
                  STORE-RECORD(WS-SCAN-POS + 8:2) NUMERIC
                   COMPUTE WS-LINE-DATE =
                       FUNCTION NUMVAL(STORE-RECORD(WS-SCAN-POS:4))
                           * 10000 +
                       FUNCTION NUMVAL(
                           STORE-RECORD(WS-SCAN-POS + 5:2)) * 100 +
                       FUNCTION NUMVAL(
                           STORE-RECORD(WS-SCAN-POS + 8:2))
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> A matching record into the disclosure, under its store's heading
       DISCLOSE-STORE-LINE.
           IF WS-ST-MATCHES = 1
               PERFORM WRITE-STORE-HEADING
           END-IF
           MOVE SPACES TO WS-PACK-LINE
           MOVE WS-LINE-NO TO WS-LINE-NO-D
           STRING WS-LINE-NO-D ": " DELIMITED BY SIZE
                  STORE-RECORD DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           PERFORM WRITE-PACK-LINE
           .

       WRITE-STORE-HEADING.
           MOVE SPACES TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           STRING "== " WS-STORE-NAME DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           PERFORM WRITE-PACK-LINE
           .

*> What ERASE did to one matching record - its line (or key), its
*> date when it has one, and the outcome; never the data itself
       NOTE-ERASURE-LINE.
           IF WS-ST-MATCHES = 1
               PERFORM WRITE-STORE-HEADING
           END-IF
           IF WS-STORE-KIND NOT = "S" AND WS-STORE-KIND NOT = "D"
               PERFORM FIND-LINE-DATE
           ELSE
               MOVE 0 TO WS-LINE-DATE
           END-IF
           MOVE SPACES TO WS-PACK-LINE
           MOVE WS-LINE-NO TO WS-LINE-NO-D
           MOVE "  record " TO WS-PACK-LINE(1:9)
           MOVE WS-LINE-NO-D TO WS-PACK-LINE(10:8)
           IF WS-LINE-DATE > 0
               MOVE " dated " TO WS-PACK-LINE(18:7)
               MOVE WS-LINE-DATE TO WS-PACK-LINE(25:8)
           END-IF
           IF WS-HOLD-ON = 1
               STRING " kept: legal hold " WS-HOLD-ID
                   DELIMITED BY SIZE INTO WS-PACK-LINE(33:30)
               END-STRING
           ELSE
               MOVE WS-STORE-ACTION TO WS-PACK-LINE(34:8)
           END-IF
           PERFORM WRITE-PACK-LINE
           .

*> The store's counts into the completeness table, and under ERASE
*> its audit records: one for what was erased, one for what a hold
*> kept
       RECORD-STORE-RESULT.
           IF WS-SUM-COUNT < 300
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-STORE-NAME TO SUM-STORE(WS-SUM-COUNT)
               MOVE WS-STORE-PRESENT TO SUM-PRESENT(WS-SUM-COUNT)
               MOVE WS-ST-MATCHES TO SUM-MATCHES(WS-SUM-COUNT)
               MOVE WS-ST-CHANGED TO SUM-CHANGED(WS-SUM-COUNT)
               MOVE WS-ST-HELD TO SUM-HELD(WS-SUM-COUNT)
           END-IF
           ADD WS-ST-MATCHES TO WS-TOTAL-MATCHES
           ADD WS-ST-CHANGED TO WS-TOTAL-CHANGED
           ADD WS-ST-HELD TO WS-TOTAL-HELD

           IF WS-MODE NOT = "ERASE"
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-CHANGED > 0
               MOVE "DSAR_ERASE" TO WS-AUDIT-EVENT
               MOVE "APPLIED" TO WS-AUDIT-RESULT
               MOVE WS-STORE-NAME TO WS-AUDIT-OBJECT
               MOVE WS-ST-CHANGED TO WS-AUDIT-COUNT
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           IF WS-ST-HELD > 0
               MOVE "LEGAL_HOLD_SKIP" TO WS-AUDIT-EVENT
               MOVE WS-ST-HOLD-ID TO WS-AUDIT-RESULT
               MOVE WS-STORE-NAME TO WS-AUDIT-OBJECT
               MOVE WS-ST-HELD TO WS-AUDIT-COUNT
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           .

*> Login sessions: a session is the subject's when its user or its
*> client address is. The token itself is never disclosed whole
       PROCESS-SESSIONS.
           MOVE "SESSIONS.IDX" TO WS-STORE-NAME
           MOVE "S" TO WS-STORE-KIND
           MOVE "removed" TO WS-STORE-ACTION
           MOVE 0 TO WS-ST-MATCHES
           MOVE 0 TO WS-ST-CHANGED
           MOVE 0 TO WS-ST-HELD
           MOVE SPACES TO WS-ST-HOLD-ID
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-STORE-PRESENT

           IF WS-MODE = "ERASE"
               OPEN I-O SESSIONS-FILE
           ELSE
               OPEN INPUT SESSIONS-FILE
           END-IF
           IF WS-SESS-STATUS NOT = "00"
               PERFORM RECORD-STORE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STORE-PRESENT

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SESSIONS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM JUDGE-ONE-SESSION
               END-READ
           END-PERFORM
           CLOSE SESSIONS-FILE

           PERFORM RECORD-STORE-RESULT
           .

       JUDGE-ONE-SESSION.
           IF FUNCTION UPPER-CASE(SESS-REC-USER) NOT = WS-SUBJECT-UP
              AND SESS-REC-ADDR NOT = WS-SUBJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-MATCHES

           IF WS-MODE = "EXPORT"
               IF WS-ST-MATCHES = 1
                   PERFORM WRITE-STORE-HEADING
               END-IF
               MOVE SPACES TO WS-PACK-LINE
               MOVE WS-LINE-NO TO WS-LINE-NO-D
               STRING WS-LINE-NO-D ": token " DELIMITED BY SIZE
                      SESS-REC-TOKEN(1:8) "... user " DELIMITED BY SIZE
                      SESS-REC-USER DELIMITED BY SPACE
                      " created " DELIMITED BY SIZE
                      SESS-REC-CREATED DELIMITED BY SIZE
                      " last-seen " DELIMITED BY SIZE
                      SESS-REC-LAST DELIMITED BY SIZE
                      " from " DELIMITED BY SIZE
                      SESS-REC-ADDR DELIMITED BY SPACE
                   INTO WS-PACK-LINE
               END-STRING
               PERFORM WRITE-PACK-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLD-KEY
           MOVE SESS-REC-USER TO WS-HOLD-KEY
           PERFORM CHECK-USER-HOLD
           IF WS-HOLD-ON = 1
               ADD 1 TO WS-ST-HELD
               MOVE WS-HOLD-ID TO WS-ST-HOLD-ID
               PERFORM NOTE-ERASURE-LINE
               EXIT PARAGRAPH
           END-IF

           DELETE SESSIONS-FILE RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-ST-CHANGED
           PERFORM NOTE-ERASURE-LINE
           .

*> The phone-and-office directory: matched on key or anywhere in the
*> record's fields, the same whole-subject rule as the flat stores
       PROCESS-DIRECTORY.
           MOVE "DIRECTORY.DAT" TO WS-STORE-NAME
           MOVE "D" TO WS-STORE-KIND
           MOVE "removed" TO WS-STORE-ACTION
           MOVE 0 TO WS-ST-MATCHES
           MOVE 0 TO WS-ST-CHANGED
           MOVE 0 TO WS-ST-HELD
           MOVE SPACES TO WS-ST-HOLD-ID
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-STORE-PRESENT

           IF WS-MODE = "ERASE"
               OPEN I-O DIRECTORY-FILE
           ELSE
               OPEN INPUT DIRECTORY-FILE
           END-IF
           IF WS-DIR-STATUS NOT = "00"
               PERFORM RECORD-STORE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STORE-PRESENT

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DIRECTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM JUDGE-ONE-DIRECTORY-ENTRY
               END-READ
           END-PERFORM
           CLOSE DIRECTORY-FILE

           PERFORM RECORD-STORE-RESULT
           IF WS-MODE = "ERASE" AND WS-ST-CHANGED > 0
               MOVE 1 TO WS-DIRECTORY-ERASED
           END-IF
           .

       JUDGE-ONE-DIRECTORY-ENTRY.
           MOVE SPACES TO STORE-RECORD
           STRING DIR-KEY DELIMITED BY SPACE
                  "|" DIR-NAME "|" DIR-PHONE "|" DIR-OFFICE "|"
                  DIR-DEPT "|" DIR-EMAIL "|" DIR-TITLE
                      DELIMITED BY SIZE
               INTO STORE-RECORD
           END-STRING
           MOVE FUNCTION UPPER-CASE(STORE-RECORD) TO WS-LINE-UP
           MOVE 0 TO WS-MASK-HITS
           PERFORM FIND-SUBJECT-IN-LINE
           IF WS-LINE-MATCHED = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-MATCHES

           IF WS-MODE = "EXPORT"
               PERFORM DISCLOSE-STORE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLD-KEY
           MOVE DIR-KEY TO WS-HOLD-KEY
           PERFORM CHECK-USER-HOLD
           IF WS-HOLD-ON = 1
               ADD 1 TO WS-ST-HELD
               MOVE WS-HOLD-ID TO WS-ST-HOLD-ID
               PERFORM NOTE-ERASURE-LINE
               EXIT PARAGRAPH
           END-IF

           DELETE DIRECTORY-FILE RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-ST-CHANGED
           PERFORM NOTE-ERASURE-LINE
           .

*> Every store searched, matched or not - the completeness record
       WRITE-PACK-SUMMARY.
           MOVE SPACES TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           MOVE "STORES SEARCHED" TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           MOVE ALL "-" TO WS-PACK-LINE(1:60)
           PERFORM WRITE-PACK-LINE
           MOVE "Store" TO WS-PACK-LINE(1:5)
           MOVE "Matches" TO WS-PACK-LINE(41:7)
           IF WS-MODE = "ERASE"
               MOVE "Erased" TO WS-PACK-LINE(54:6)
               MOVE "Held" TO WS-PACK-LINE(68:4)
           END-IF
           PERFORM WRITE-PACK-LINE

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE SPACES TO WS-PACK-LINE
               MOVE SUM-STORE(WS-SUM-IDX) TO WS-PACK-LINE(1:32)
               IF SUM-PRESENT(WS-SUM-IDX) = 0
                   MOVE "   (not present)" TO WS-PACK-LINE(33:16)
               ELSE
                   MOVE SUM-MATCHES(WS-SUM-IDX) TO WS-COUNT-D
                   MOVE WS-COUNT-D TO WS-PACK-LINE(37:11)
                   IF WS-MODE = "ERASE"
                       MOVE SUM-CHANGED(WS-SUM-IDX) TO WS-COUNT-D2
                       MOVE WS-COUNT-D2 TO WS-PACK-LINE(49:11)
                       MOVE SUM-HELD(WS-SUM-IDX) TO WS-COUNT-D3
                       MOVE WS-COUNT-D3 TO WS-PACK-LINE(61:11)
                   END-IF
               END-IF
               PERFORM WRITE-PACK-LINE
           END-PERFORM

           MOVE ALL "-" TO WS-PACK-LINE(1:60)
           PERFORM WRITE-PACK-LINE
           MOVE "Total" TO WS-PACK-LINE(1:32)
           MOVE WS-TOTAL-MATCHES TO WS-COUNT-D
           MOVE WS-COUNT-D TO WS-PACK-LINE(37:11)
           IF WS-MODE = "ERASE"
               MOVE WS-TOTAL-CHANGED TO WS-COUNT-D2
               MOVE WS-COUNT-D2 TO WS-PACK-LINE(49:11)
               MOVE WS-TOTAL-HELD TO WS-COUNT-D3
               MOVE WS-COUNT-D3 TO WS-PACK-LINE(61:11)
           END-IF
           PERFORM WRITE-PACK-LINE

           IF WS-TOTAL-UNREAD > 0
               PERFORM WRITE-PACK-LINE
               MOVE WS-TOTAL-UNREAD TO WS-COUNT-D
               STRING "Note: " FUNCTION TRIM(WS-COUNT-D)
                      " sealed record(s) could not be opened (PII key"
                      " not on hand) and were not searched"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               END-STRING
               PERFORM WRITE-PACK-LINE
               DISPLAY "DSAR: " FUNCTION TRIM(WS-COUNT-D)
                   " sealed record(s) could not be opened - see the "
                   "pack"
           END-IF
           IF WS-TOTAL-RESEAL-FAIL > 0
               MOVE WS-TOTAL-RESEAL-FAIL TO WS-COUNT-D
               DISPLAY "DSAR: " FUNCTION TRIM(WS-COUNT-D)
                   " redacted record(s) written unsealed - run "
                   "PII-CONVERT ENCRYPT"
           END-IF

*> The directory is rebuilt from the HR extract on every full load
           IF WS-DIRECTORY-ERASED = 1
               PERFORM WRITE-PACK-LINE
               MOVE "Note: DIRECTORY.DAT is reloaded from the HR extrac"
                   & "t - the erasure must also be made at source"
                   TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           END-IF
           .

*> Computed last, over the finished pack, as EVIDENCE-PACK does
       WRITE-PACK-CHECKSUMS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "cd '" DELIMITED BY SIZE
                  WS-REF DELIMITED BY SPACE
                  "' && openssl dgst -sha256 -r *.TXT "
                  "> CHECKSUMS.TXT 2>/dev/null"
                  DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> "[ts] console <object> event=<E> user=operator result=<R>
*> ref=<pack> records=<n>"
       WRITE-AUDIT-ENTRY.
           MOVE WS-AUDIT-COUNT TO WS-COUNT-D
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                  WS-AUDIT-OBJECT DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=operator result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " ref=" DELIMITED BY SIZE
                  WS-REF DELIMITED BY SPACE
                  " records=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
