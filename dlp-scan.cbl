*> Standalone batch job: nightly sensitive-data (DLP) scan. Content
*> review catches what a page says, not what a spreadsheet someone
*> published or uploaded happens to carry; this job reads the text
*> of every file under DOC-ROOT and every upload still waiting in
*> QUARANTINE/ and looks for the data that must never be served:
*> payment card numbers, national ID numbers, bank account numbers
*> and bulk lists of e-mail addresses.
*>
*> Text comes out the way SEARCH-INDEX gets it - markup stripped
*> with sed for .html/.htm/.xml, taken as-is for .txt/.csv/.tsv/
*> .json/.md, "pdftotext" for .pdf - plus the office formats
*> (.docx/.xlsx/.pptx/.odt/.ods/.odp), whose XML parts are unzipped
*> and stripped the same way. Anything else (images, archives) has
*> no text to read and is only counted.
*>
*> The patterns come from DLP-PATTERNS.CFG, one per line:
*>
*>   NAME SEVERITY CHECK MINCOUNT REGEX
*>
*> SEVERITY is HIGH, MEDIUM or LOW; CHECK is LUHN (card check digit),
*> MOD97 (IBAN check digits) or NONE; MINCOUNT is how many distinct
*> validated matches one file needs before it is a finding (1 for a
*> card number, a couple of dozen for an address list); REGEX is an
*> extended grep expression, the rest of the line, no single quotes.
*> Blank lines and "*" comments are skipped, and with no file at all
*> the built-in set below applies.
*>
*> Findings go to DLP-FINDINGS.RPT, one section per owning
*> department through OWNER-LOOKUP, with every sample masked down to
*> its last four characters - the report must not become the leak.
*> A department whose OWNERS.CFG contact is a mailbox is also sent
*> its own section through MAIL-SEND-TO.
*>
*> Every quarantined upload gets a verdict line in DLP-UPLOADS.DAT,
*>
*>   name|size|CLEAR, name|size|NOTEXT or name|size|BLOCK|PATTERN
*>
*> and UPLOAD-SCAN will not promote an upload with a BLOCK verdict
*> (any HIGH finding) - nor, once this file exists, one this job has
*> not yet seen at its current size. Each block is also recorded as
*> a DLP_BLOCK event through AUDIT-APPEND. Run it from JOB-TABLE.CFG
*> ahead of UPLOAD-SCAN (UPLOAD-SCAN's DEPENDS naming this job).
IDENTIFICATION DIVISION.
       PROGRAM-ID. DLP-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT PATTERN-FILE ASSIGN TO "DLP-PATTERNS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATTERN-STATUS.
           SELECT FILE-LIST ASSIGN TO "DLPSCAN-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT QUAR-LIST ASSIGN TO "DLPSCAN-QUAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.
           SELECT HITS-FILE ASSIGN TO "DLPSCAN-HITS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.
           SELECT VERDICT-FILE ASSIGN TO "DLP-UPLOADS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERDICT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DLP-FINDINGS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  PATTERN-FILE.
       01  PATTERN-RECORD       PIC X(256).
       FD  FILE-LIST.
       01  FILE-LIST-RECORD     PIC X(512).
       FD  QUAR-LIST.
       01  QUAR-LIST-RECORD     PIC X(256).
       FD  HITS-FILE.
       01  HITS-RECORD          PIC X(128).
       FD  VERDICT-FILE.
       01  VERDICT-RECORD       PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-PATTERN-STATUS     PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-QUAR-STATUS        PIC XX.
       01 WS-HITS-STATUS        PIC XX.
       01 WS-VERDICT-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-HITS-EOF           PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
       01 WS-DOCROOT-ARG        PIC X(256).
       01 WS-ROOT-LEN           PIC 9(4) COMP.

*> The built-in pattern set, used when DLP-PATTERNS.CFG is absent:
*> card numbers (Luhn-checked), UK National Insurance and US Social
*> Security numbers, IBANs (check digits verified), UK sort code
*> plus account number, and address lists of 25 or more
       01 DLP-DEFAULT-PATTERNS.
          05 FILLER PIC X(200) VALUE
             "CARD HIGH LUHN 1 \b[0-9]([ -]?[0-9]){12,18}\b".
          05 FILLER PIC X(200) VALUE
             "NINO HIGH NONE 1 \b[A-CEGHJ-PR-TW-Z][A-CEGHJ-NPR-TW-Z] ?"
           & "[0-9]{2} ?[0-9]{2} ?[0-9]{2} ?[A-D]\b".
          05 FILLER PIC X(200) VALUE
             "SSN HIGH NONE 1 \b[0-9]{3}-[0-9]{2}-[0-9]{4}\b".
          05 FILLER PIC X(200) VALUE
             "IBAN HIGH MOD97 1 \b[A-Z]{2}[0-9]{2} ?[A-Z0-9]{4}"
           & "( ?[A-Z0-9]{4}){2,6}( ?[A-Z0-9]{1,3})?\b".
          05 FILLER PIC X(200) VALUE
             "BANKACCT MEDIUM NONE 1 \b[0-9]{2}-[0-9]{2}-[0-9]{2}"
           & " ?[0-9]{8}\b".
          05 FILLER PIC X(200) VALUE
             "EMAIL-LIST MEDIUM NONE 25 [A-Za-z0-9._%+-]+@"
           & "[A-Za-z0-9.-]+\.[A-Za-z]{2,}".
       01 FILLER REDEFINES DLP-DEFAULT-PATTERNS.
          05 DEFAULT-PATTERN OCCURS 6 TIMES PIC X(200).
       01 WS-DEFAULT-IDX        PIC 9(2) COMP.

*> The pattern set in force
       01 WS-PAT-COUNT          PIC 9(2) COMP VALUE 0.
       01 PATTERN-TABLE.
          05 PATTERN-ENTRY OCCURS 20 TIMES.
             10 PAT-NAME          PIC X(12).
             10 PAT-SEVERITY      PIC X(6).
             10 PAT-CHECK         PIC X(6).
             10 PAT-MIN           PIC 9(4).
             10 PAT-REGEX         PIC X(180).
       01 WS-PAT-IDX            PIC 9(2) COMP.
       01 WS-PAT-LINE           PIC X(256).
       01 WS-PAT-PTR            PIC 9(4) COMP.
       01 WS-PAT-MIN-X          PIC X(6).

*> The file under examination
       01 WS-SCAN-FILE          PIC X(512).
       01 WS-FILE-LEN           PIC 9(4) COMP.
       01 WS-FILE-NAME          PIC X(128).
       01 WS-FILE-NAME-LEN      PIC 9(4) COMP.
       01 WS-FILE-EXT           PIC X(8).
       01 WS-DOT-POS            PIC 9(4) COMP.
       01 WS-FILE-KIND          PIC 9.
       01 WS-WEB-PATH           PIC X(512).
       01 WS-LOCATION           PIC X(200).
       01 WS-IN-QUARANTINE      PIC 9 VALUE 0.
       01 WS-FILE-INFO.
          05 WS-INFO-SIZE      PIC 9(18) COMP.
          05 FILLER            PIC X(8).
       01 WS-STAT-RC            PIC S9(9) COMP-5.
       01 WS-SIZE-D             PIC 9(12).
       01 WS-OWNER-LOOKED       PIC 9.
       01 WS-FILE-BLOCKED       PIC 9.
       01 WS-BLOCK-PATTERN      PIC X(12).
       01 WS-SCAN-POS           PIC 9(4) COMP.

*> One pattern's matches in one file
       01 WS-HIT                PIC X(128).
       01 WS-HIT-LEN            PIC 9(4) COMP.
       01 WS-HIT-OK             PIC 9.
       01 WS-MATCH-COUNT        PIC 9(6).
       01 WS-SAMPLE             PIC X(48).
       01 WS-ALNUM-TOTAL        PIC 9(4) COMP.
       01 WS-ALNUM-SEEN         PIC 9(4) COMP.
       01 WS-CHAR               PIC X.

*> Check-digit scratch - Luhn for cards, ISO 7064 mod 97 for IBANs
       01 WS-DIGITS             PIC X(40).
       01 WS-DIGIT-COUNT        PIC 9(4) COMP.
       01 WS-ONE-DIGIT          PIC 9.
       01 WS-LUHN-SUM           PIC 9(4) COMP.
       01 WS-LUHN-VALUE         PIC 9(2) COMP.
       01 WS-LUHN-ALT           PIC 9.
       01 WS-IBAN               PIC X(40).
       01 WS-IBAN-LEN           PIC 9(4) COMP.
       01 WS-MOD-REM            PIC 9(4) COMP.
       01 WS-MOD-CHAR           PIC X.
       01 WS-MOD-IDX            PIC 9(4) COMP.
       01 WS-LETTER-IDX         PIC 9(4) COMP.
       01 WS-ALPHABET           PIC X(26)
          VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*> The findings, held until the run ends so the report can be laid
*> out department by department
       01 WS-FIND-COUNT         PIC 9(4) COMP VALUE 0.
       01 FINDING-TABLE.
          05 FINDING-ENTRY OCCURS 500 TIMES.
             10 FND-DEPT          PIC X(24).
             10 FND-LOCATION      PIC X(200).
             10 FND-PATTERN       PIC X(12).
             10 FND-SEVERITY      PIC X(6).
             10 FND-COUNT         PIC 9(6).
             10 FND-SAMPLE        PIC X(48).
             10 FND-BLOCKED       PIC 9.
       01 WS-FIND-IDX           PIC 9(4) COMP.
       01 WS-FIND-DROPPED       PIC 9(6) VALUE 0.
       01 WS-FIND-TOTAL         PIC 9(6).

       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.
       01 WS-DEPT-COUNT         PIC 9(2) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 30 TIMES.
             10 DEPT-NAME         PIC X(24).
             10 DEPT-CONTACT      PIC X(64).
             10 DEPT-FINDINGS     PIC 9(6).
             10 DEPT-HIGH         PIC 9(6).
       01 WS-DEPT-IDX           PIC 9(2) COMP.
       01 WS-AT-COUNT           PIC 9(4) COMP.

*> Run totals
       01 WS-FILES-SCANNED      PIC 9(6) VALUE 0.
       01 WS-FILES-NOTEXT       PIC 9(6) VALUE 0.
       01 WS-QUAR-SCANNED       PIC 9(6) VALUE 0.
       01 WS-HIGH-COUNT         PIC 9(6) VALUE 0.
       01 WS-BLOCKED-COUNT      PIC 9(6) VALUE 0.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-COUNT2-D           PIC ZZZ,ZZ9.
       01 WS-FCOUNT-D           PIC ZZZZZ9.

*> Department notices (MAIL-SEND-TO)
       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-POS           PIC 9(4) COMP.
       01 WS-MAIL-LINES         PIC 9(4) COMP.

       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       01 WS-SHELL-CMD          PIC X(2400).
       01 WS-CMD-LEN            PIC 9(4) COMP.
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> Shell-quoting scratch, the SEARCH-INDEX way
       01 WS-FILE-ESC           PIC X(2100).
       01 WS-FILE-ESC-LEN       PIC 9(4) COMP.
       01 WS-SQ-PTR             PIC 9(8) COMP-5.
       01 WS-SQ-IDX             PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
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
           PERFORM READ-PATTERN-FILE
           IF WS-PAT-COUNT = 0
               DISPLAY "DLP-SCAN: no usable DLP-PATTERNS.CFG entries"
                   " - using the built-in pattern set"
               PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                   UNTIL WS-DEFAULT-IDX > 6
                   MOVE DEFAULT-PATTERN(WS-DEFAULT-IDX) TO WS-PAT-LINE
                   PERFORM PARSE-PATTERN-LINE
               END-PERFORM
           END-IF

*> Published content first
           PERFORM FIND-DOCROOT-FILES
           MOVE 0 TO WS-IN-QUARANTINE
           OPEN INPUT FILE-LIST
           IF WS-LIST-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FILE-LIST INTO WS-SCAN-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM SCAN-DOCROOT-FILE
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST
           END-IF
           CALL "CBL_DELETE_FILE" USING "DLPSCAN-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

*> Then the uploads waiting in quarantine, each given a verdict
*> UPLOAD-SCAN reads before promoting it
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -p QUARANTINE 2>/dev/null | grep -v / "
                  "> DLPSCAN-QUAR.TMP 2>/dev/null"
                  DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE 1 TO WS-IN-QUARANTINE
           OPEN OUTPUT VERDICT-FILE
           OPEN INPUT QUAR-LIST
           IF WS-QUAR-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ QUAR-LIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM SCAN-QUARANTINE-FILE
                   END-READ
               END-PERFORM
               CLOSE QUAR-LIST
           END-IF
           CLOSE VERDICT-FILE
           CALL "CBL_DELETE_FILE" USING "DLPSCAN-QUAR.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "DLP-UPLOADS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "DLP-UPLOADS.TMP"
               "DLP-UPLOADS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "DLPSCAN-TEXT.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING "DLPSCAN-HITS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM WRITE-REPORT
           PERFORM NOTIFY-DEPARTMENTS

           MOVE WS-FILES-SCANNED TO WS-COUNT-D
           MOVE WS-FIND-COUNT TO WS-COUNT2-D
           DISPLAY "DLP-SCAN: " FUNCTION TRIM(WS-COUNT-D)
               " file(s) scanned, " FUNCTION TRIM(WS-COUNT2-D)
               " finding(s) - see DLP-FINDINGS.RPT"
           IF WS-BLOCKED-COUNT > 0
               MOVE WS-BLOCKED-COUNT TO WS-COUNT-D
               DISPLAY "DLP-SCAN: " FUNCTION TRIM(WS-COUNT-D)
                   " quarantined upload(s) blocked from promotion"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
           MOVE "." TO WS-DOCROOT-ARG
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
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           IF WS-CFG-KEY = "DOC_ROOT"
               MOVE SPACES TO WS-CFG-VALUE
               MOVE CFG-RECORD(WS-EQUALS-POS + 1:
                   WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
               IF WS-CFG-VALUE NOT = SPACES
                   MOVE WS-CFG-VALUE(1:192) TO WS-DOCROOT-ARG
               END-IF
           END-IF
           .

       READ-PATTERN-FILE.
           OPEN INPUT PATTERN-FILE
           IF WS-PATTERN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PATTERN-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE PATTERN-RECORD TO WS-PAT-LINE
                       PERFORM PARSE-PATTERN-LINE
               END-READ
           END-PERFORM
           CLOSE PATTERN-FILE
           .

*> "NAME SEVERITY CHECK MINCOUNT REGEX" - the expression is the
*> rest of the line, spaces and all. A line that would not make a
*> safe shell argument is refused, not guessed at
       PARSE-PATTERN-LINE.
           IF WS-PAT-LINE(1:1) = SPACE OR WS-PAT-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-PAT-COUNT >= 20
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAT-COUNT
           MOVE SPACES TO PATTERN-ENTRY(WS-PAT-COUNT)
           MOVE SPACES TO WS-PAT-MIN-X
           MOVE 1 TO WS-PAT-PTR
           UNSTRING WS-PAT-LINE DELIMITED BY ALL SPACE
               INTO PAT-NAME(WS-PAT-COUNT)
                    PAT-SEVERITY(WS-PAT-COUNT)
                    PAT-CHECK(WS-PAT-COUNT)
                    WS-PAT-MIN-X
               WITH POINTER WS-PAT-PTR
           END-UNSTRING
           IF WS-PAT-PTR < 256
               MOVE FUNCTION TRIM(WS-PAT-LINE(WS-PAT-PTR:))
                   TO PAT-REGEX(WS-PAT-COUNT)
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT PAT-REGEX(WS-PAT-COUNT) TALLYING WS-AT-COUNT
               FOR ALL "'"
           IF PAT-REGEX(WS-PAT-COUNT) = SPACES OR WS-AT-COUNT > 0
               OR WS-PAT-MIN-X(1:1) NOT NUMERIC
               DISPLAY "DLP-SCAN: pattern line ignored: "
                   FUNCTION TRIM(WS-PAT-LINE)
               SUBTRACT 1 FROM WS-PAT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAT-MIN(WS-PAT-COUNT) =
               FUNCTION NUMVAL(WS-PAT-MIN-X)
           IF PAT-MIN(WS-PAT-COUNT) = 0
               MOVE 1 TO PAT-MIN(WS-PAT-COUNT)
           END-IF
           INSPECT PAT-SEVERITY(WS-PAT-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT PAT-CHECK(WS-PAT-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .

       FIND-DOCROOT-FILES.
           MOVE 0 TO WS-ROOT-LEN
           INSPECT WS-DOCROOT-ARG TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "find '" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "' -type f > DLPSCAN-FILES.TMP 2>/dev/null"
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       SCAN-DOCROOT-FILE.
           MOVE 0 TO WS-FILE-LEN
           PERFORM VARYING WS-FILE-LEN FROM 512 BY -1
               UNTIL WS-FILE-LEN < 1
               IF WS-SCAN-FILE(WS-FILE-LEN:1) NOT = SPACE AND
                  WS-SCAN-FILE(WS-FILE-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FILE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-WEB-PATH
           MOVE SPACES TO WS-LOCATION
           MOVE WS-WEB-PATH TO WS-LOCATION
           PERFORM SCAN-FILE-TEXT
           .

*> A quarantined upload: scanned like any other file, but its owner
*> is whoever owns /uploads/ - where it would be served - and it
*> always leaves a verdict line behind
       SCAN-QUARANTINE-FILE.
           MOVE 0 TO WS-FILE-NAME-LEN
           PERFORM VARYING WS-FILE-NAME-LEN FROM 128 BY -1
               UNTIL WS-FILE-NAME-LEN < 1
               IF QUAR-LIST-RECORD(WS-FILE-NAME-LEN:1) NOT = SPACE AND
                  QUAR-LIST-RECORD(WS-FILE-NAME-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FILE-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FILE-NAME
           MOVE QUAR-LIST-RECORD(1:WS-FILE-NAME-LEN) TO WS-FILE-NAME

           MOVE SPACES TO WS-SCAN-FILE
           STRING "QUARANTINE/" WS-FILE-NAME(1:WS-FILE-NAME-LEN)
               DELIMITED BY SIZE INTO WS-SCAN-FILE
           END-STRING
           COMPUTE WS-FILE-LEN = WS-FILE-NAME-LEN + 11
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SCAN-FILE
               WS-FILE-INFO
               RETURNING WS-STAT-RC
           END-CALL
           IF WS-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INFO-SIZE TO WS-SIZE-D

           MOVE SPACES TO WS-WEB-PATH
           STRING "/uploads/" WS-FILE-NAME(1:WS-FILE-NAME-LEN)
               DELIMITED BY SIZE INTO WS-WEB-PATH
           END-STRING
           MOVE SPACES TO WS-LOCATION
           MOVE WS-SCAN-FILE TO WS-LOCATION
           ADD 1 TO WS-QUAR-SCANNED
           PERFORM SCAN-FILE-TEXT

           MOVE SPACES TO VERDICT-RECORD
           EVALUATE TRUE
               WHEN WS-FILE-BLOCKED = 1
                   STRING WS-FILE-NAME(1:WS-FILE-NAME-LEN) "|"
                          WS-SIZE-D "|BLOCK|" DELIMITED BY SIZE
                          WS-BLOCK-PATTERN DELIMITED BY SPACE
                       INTO VERDICT-RECORD
                   END-STRING
                   ADD 1 TO WS-BLOCKED-COUNT
                   PERFORM AUDIT-BLOCKED-UPLOAD
               WHEN WS-FILE-KIND = 0
                   STRING WS-FILE-NAME(1:WS-FILE-NAME-LEN) "|"
                          WS-SIZE-D "|NOTEXT" DELIMITED BY SIZE
                       INTO VERDICT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING WS-FILE-NAME(1:WS-FILE-NAME-LEN) "|"
                          WS-SIZE-D "|CLEAR" DELIMITED BY SIZE
                       INTO VERDICT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE VERDICT-RECORD
           .

*> Pull the file's text out once, then run every pattern over it
       SCAN-FILE-TEXT.
           MOVE 0 TO WS-FILE-BLOCKED
           MOVE SPACES TO WS-BLOCK-PATTERN
           MOVE 0 TO WS-OWNER-LOOKED
           PERFORM CLASSIFY-FILE-KIND
           IF WS-FILE-KIND = 0
               ADD 1 TO WS-FILES-NOTEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-SCANNED

           PERFORM SHELL-QUOTE-FILE
           MOVE SPACES TO WS-SHELL-CMD
           EVALUATE WS-FILE-KIND
               WHEN 1
                   STRING "sed 's/<[^>]*>/ /g' '" DELIMITED BY SIZE
                          WS-FILE-ESC(1:WS-FILE-ESC-LEN)
                              DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                   END-STRING
               WHEN 2
                   STRING "cat '" DELIMITED BY SIZE
                          WS-FILE-ESC(1:WS-FILE-ESC-LEN)
                              DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                   END-STRING
               WHEN 3
                   STRING "pdftotext '" DELIMITED BY SIZE
                          WS-FILE-ESC(1:WS-FILE-ESC-LEN)
                              DELIMITED BY SIZE
                          "' - 2>/dev/null" DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                   END-STRING
               WHEN 4
                   STRING "unzip -p '" DELIMITED BY SIZE
                          WS-FILE-ESC(1:WS-FILE-ESC-LEN)
                              DELIMITED BY SIZE
                          "' 2>/dev/null | sed 's/<[^>]*>/ /g'"
                              DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                   END-STRING
           END-EVALUATE
           PERFORM FIND-COMMAND-END
           STRING " > DLPSCAN-TEXT.TMP 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD(WS-CMD-LEN + 1:2400 - WS-CMD-LEN)
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-PAT-COUNT
               PERFORM APPLY-PATTERN
           END-PERFORM
           .

*> Kind by extension: 1 markup, 2 plain text, 3 PDF, 4 office
*> document (zipped XML), 0 nothing readable
       CLASSIFY-FILE-KIND.
           MOVE 0 TO WS-FILE-KIND
           MOVE SPACES TO WS-FILE-EXT
           MOVE 0 TO WS-DOT-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-FILE-LEN BY -1
               UNTIL WS-SCAN-POS < 1
               IF WS-SCAN-FILE(WS-SCAN-POS:1) = "/"
                   EXIT PERFORM
               END-IF
               IF WS-SCAN-FILE(WS-SCAN-POS:1) = "."
                   MOVE WS-SCAN-POS TO WS-DOT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DOT-POS = 0 OR WS-DOT-POS >= WS-FILE-LEN OR
              WS-FILE-LEN - WS-DOT-POS > 8
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCAN-FILE(WS-DOT-POS + 1:WS-FILE-LEN - WS-DOT-POS)
               TO WS-FILE-EXT
           INSPECT WS-FILE-EXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           EVALUATE WS-FILE-EXT
               WHEN "html"
               WHEN "htm"
               WHEN "xml"
                   MOVE 1 TO WS-FILE-KIND
               WHEN "txt"
               WHEN "csv"
               WHEN "tsv"
               WHEN "json"
               WHEN "md"
                   MOVE 2 TO WS-FILE-KIND
               WHEN "pdf"
                   MOVE 3 TO WS-FILE-KIND
               WHEN "docx"
               WHEN "xlsx"
               WHEN "pptx"
               WHEN "odt"
               WHEN "ods"
               WHEN "odp"
                   MOVE 4 TO WS-FILE-KIND
           END-EVALUATE
           .

       FIND-COMMAND-END.
           MOVE 0 TO WS-CMD-LEN
           PERFORM VARYING WS-CMD-LEN FROM 2400 BY -1
               UNTIL WS-CMD-LEN < 1
               IF WS-SHELL-CMD(WS-CMD-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> One pattern over the extracted text: the distinct matches, each
*> put through the pattern's check digit, counted against its
*> threshold
       APPLY-PATTERN.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "grep -oE '" DELIMITED BY SIZE
                  FUNCTION TRIM(PAT-REGEX(WS-PAT-IDX))
                      DELIMITED BY SIZE
                  "' DLPSCAN-TEXT.TMP 2>/dev/null | sort -u "
                  "> DLPSCAN-HITS.TMP 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE 0 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-SAMPLE
           OPEN INPUT HITS-FILE
           IF WS-HITS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HITS-EOF
           PERFORM UNTIL WS-HITS-EOF = 1
               READ HITS-FILE INTO WS-HIT
                   AT END
                       MOVE 1 TO WS-HITS-EOF
                   NOT AT END
                       PERFORM VALIDATE-HIT
                       IF WS-HIT-OK = 1
                           ADD 1 TO WS-MATCH-COUNT
                           IF WS-SAMPLE = SPACES
                               PERFORM MASK-SAMPLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HITS-FILE

           IF WS-MATCH-COUNT >= PAT-MIN(WS-PAT-IDX)
               PERFORM RECORD-FINDING
           END-IF
           .

       VALIDATE-HIT.
           MOVE 1 TO WS-HIT-OK
           MOVE 0 TO WS-HIT-LEN
           PERFORM VARYING WS-HIT-LEN FROM 128 BY -1
               UNTIL WS-HIT-LEN < 1
               IF WS-HIT(WS-HIT-LEN:1) NOT = SPACE AND
                  WS-HIT(WS-HIT-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-LEN = 0
               MOVE 0 TO WS-HIT-OK
               EXIT PARAGRAPH
           END-IF
           EVALUATE PAT-CHECK(WS-PAT-IDX)
               WHEN "LUHN"
                   PERFORM CHECK-LUHN
               WHEN "MOD97"
                   PERFORM CHECK-MOD97
           END-EVALUATE
           .

*> Luhn over the match's digits: 13 to 19 of them, not all zero,
*> every second digit from the right doubled, total divisible by 10
       CHECK-LUHN.
           MOVE 0 TO WS-HIT-OK
           MOVE SPACES TO WS-DIGITS
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-HIT-LEN
               IF WS-HIT(WS-SCAN-POS:1) IS NUMERIC AND
                  WS-DIGIT-COUNT < 40
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE WS-HIT(WS-SCAN-POS:1)
                       TO WS-DIGITS(WS-DIGIT-COUNT:1)
               END-IF
           END-PERFORM
           IF WS-DIGIT-COUNT < 13 OR WS-DIGIT-COUNT > 19
               EXIT PARAGRAPH
           END-IF
           IF WS-DIGITS(1:WS-DIGIT-COUNT) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LUHN-SUM
           MOVE 0 TO WS-LUHN-ALT
           PERFORM VARYING WS-SCAN-POS FROM WS-DIGIT-COUNT BY -1
               UNTIL WS-SCAN-POS < 1
               MOVE WS-DIGITS(WS-SCAN-POS:1) TO WS-ONE-DIGIT
               MOVE WS-ONE-DIGIT TO WS-LUHN-VALUE
               IF WS-LUHN-ALT = 1
                   COMPUTE WS-LUHN-VALUE = WS-LUHN-VALUE * 2
                   IF WS-LUHN-VALUE > 9
                       SUBTRACT 9 FROM WS-LUHN-VALUE
                   END-IF
                   MOVE 0 TO WS-LUHN-ALT
               ELSE
                   MOVE 1 TO WS-LUHN-ALT
               END-IF
               ADD WS-LUHN-VALUE TO WS-LUHN-SUM
           END-PERFORM
           IF FUNCTION MOD(WS-LUHN-SUM, 10) = 0
               MOVE 1 TO WS-HIT-OK
           END-IF
           .

*> IBAN check digits: country and check moved to the end, letters
*> read as 10-35, and the whole number mod 97 must come out 1
       CHECK-MOD97.
           MOVE 0 TO WS-HIT-OK
           MOVE SPACES TO WS-IBAN
           MOVE 0 TO WS-IBAN-LEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-HIT-LEN
               IF WS-HIT(WS-SCAN-POS:1) NOT = SPACE AND
                  WS-IBAN-LEN < 40
                   ADD 1 TO WS-IBAN-LEN
                   MOVE WS-HIT(WS-SCAN-POS:1)
                       TO WS-IBAN(WS-IBAN-LEN:1)
               END-IF
           END-PERFORM
           IF WS-IBAN-LEN < 15 OR WS-IBAN-LEN > 34
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-MOD-REM
           PERFORM VARYING WS-MOD-IDX FROM 5 BY 1
               UNTIL WS-MOD-IDX > WS-IBAN-LEN
               MOVE WS-IBAN(WS-MOD-IDX:1) TO WS-MOD-CHAR
               PERFORM ADD-MOD97-CHAR
           END-PERFORM
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > 4
               MOVE WS-IBAN(WS-MOD-IDX:1) TO WS-MOD-CHAR
               PERFORM ADD-MOD97-CHAR
           END-PERFORM
           IF WS-MOD-REM = 1
               MOVE 1 TO WS-HIT-OK
           END-IF
           .

       ADD-MOD97-CHAR.
           IF WS-MOD-CHAR IS NUMERIC
               MOVE WS-MOD-CHAR TO WS-ONE-DIGIT
               COMPUTE WS-MOD-REM =
                   FUNCTION MOD(WS-MOD-REM * 10 + WS-ONE-DIGIT, 97)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LETTER-IDX
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > 26
               IF WS-ALPHABET(WS-LETTER-IDX:1) = WS-MOD-CHAR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LETTER-IDX > 26
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOD-REM = FUNCTION MOD
               (WS-MOD-REM * 100 + WS-LETTER-IDX + 9, 97)
           .

*> The sample shown in the report keeps only its last four letters
*> or digits - enough for the owner to find it, not enough to use
       MASK-SAMPLE.
           MOVE 0 TO WS-ALNUM-TOTAL
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-HIT-LEN
               MOVE WS-HIT(WS-SCAN-POS:1) TO WS-CHAR
               IF WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE
                   OR WS-CHAR IS NUMERIC
                   ADD 1 TO WS-ALNUM-TOTAL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ALNUM-SEEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-HIT-LEN OR WS-SCAN-POS > 48
               MOVE WS-HIT(WS-SCAN-POS:1) TO WS-CHAR
               IF WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE
                   OR WS-CHAR IS NUMERIC
                   ADD 1 TO WS-ALNUM-SEEN
                   IF WS-ALNUM-SEEN + 4 <= WS-ALNUM-TOTAL
                       MOVE "*" TO WS-CHAR
                   END-IF
               END-IF
               MOVE WS-CHAR TO WS-SAMPLE(WS-SCAN-POS:1)
           END-PERFORM
           .

       RECORD-FINDING.
           IF WS-OWNER-LOOKED = 0
               CALL "OWNER-LOOKUP" USING WS-WEB-PATH WS-OWN-NAME
                   WS-OWN-CONTACT WS-OWN-FOUND
               END-CALL
               IF WS-OWN-FOUND = 0
                   MOVE "unowned" TO WS-OWN-NAME
                   MOVE SPACES TO WS-OWN-CONTACT
               END-IF
               PERFORM FIND-DEPT-SLOT
               MOVE 1 TO WS-OWNER-LOOKED
           END-IF

           IF PAT-SEVERITY(WS-PAT-IDX) = "HIGH"
               ADD 1 TO WS-HIGH-COUNT
               ADD 1 TO DEPT-HIGH(WS-DEPT-IDX)
               IF WS-IN-QUARANTINE = 1 AND WS-FILE-BLOCKED = 0
                   MOVE 1 TO WS-FILE-BLOCKED
                   MOVE PAT-NAME(WS-PAT-IDX) TO WS-BLOCK-PATTERN
               END-IF
           END-IF
           ADD 1 TO DEPT-FINDINGS(WS-DEPT-IDX)

           IF WS-FIND-COUNT >= 500
               ADD 1 TO WS-FIND-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIND-COUNT
           MOVE WS-OWN-NAME TO FND-DEPT(WS-FIND-COUNT)
           MOVE WS-LOCATION TO FND-LOCATION(WS-FIND-COUNT)
           MOVE PAT-NAME(WS-PAT-IDX) TO FND-PATTERN(WS-FIND-COUNT)
           MOVE PAT-SEVERITY(WS-PAT-IDX)
               TO FND-SEVERITY(WS-FIND-COUNT)
           MOVE WS-MATCH-COUNT TO FND-COUNT(WS-FIND-COUNT)
           MOVE WS-SAMPLE TO FND-SAMPLE(WS-FIND-COUNT)
           IF WS-IN-QUARANTINE = 1 AND
              PAT-SEVERITY(WS-PAT-IDX) = "HIGH"
               MOVE 1 TO FND-BLOCKED(WS-FIND-COUNT)
           ELSE
               MOVE 0 TO FND-BLOCKED(WS-FIND-COUNT)
           END-IF
           .

       FIND-DEPT-SLOT.
           MOVE 0 TO WS-DEPT-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-OWN-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT < 30
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               MOVE WS-OWN-NAME TO DEPT-NAME(WS-DEPT-IDX)
               MOVE WS-OWN-CONTACT TO DEPT-CONTACT(WS-DEPT-IDX)
               MOVE 0 TO DEPT-FINDINGS(WS-DEPT-IDX)
               MOVE 0 TO DEPT-HIGH(WS-DEPT-IDX)
           ELSE
               MOVE 1 TO WS-DEPT-IDX
           END-IF
           .

       AUDIT-BLOCKED-UPLOAD.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                  WS-SCAN-FILE(1:WS-FILE-LEN) DELIMITED BY SIZE
                  " event=DLP_BLOCK user=scheduler result=BLOCKED"
                  " pattern=" DELIMITED BY SIZE
                  WS-BLOCK-PATTERN DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

       SHELL-QUOTE-FILE.
           MOVE 1 TO WS-SQ-PTR
           MOVE SPACES TO WS-FILE-ESC
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-FILE-LEN
               IF WS-SCAN-FILE(WS-SQ-IDX:1) = "'"
                   STRING "'\''" DELIMITED BY SIZE
                       INTO WS-FILE-ESC WITH POINTER WS-SQ-PTR
                   END-STRING
               ELSE
                   STRING WS-SCAN-FILE(WS-SQ-IDX:1)
                       DELIMITED BY SIZE
                       INTO WS-FILE-ESC WITH POINTER WS-SQ-PTR
                   END-STRING
               END-IF
           END-PERFORM
           COMPUTE WS-FILE-ESC-LEN = WS-SQ-PTR - 1
           .

       DERIVE-WEB-PATH.
           MOVE SPACES TO WS-WEB-PATH
           IF WS-DOCROOT-ARG(1:1) = "." AND WS-ROOT-LEN = 1
               IF WS-SCAN-FILE(1:2) = "./"
                   MOVE WS-SCAN-FILE(2:WS-FILE-LEN - 1)
                       TO WS-WEB-PATH
               ELSE
                   STRING "/" WS-SCAN-FILE(1:WS-FILE-LEN)
                       DELIMITED BY SIZE INTO WS-WEB-PATH
                   END-STRING
               END-IF
           ELSE
               IF WS-FILE-LEN > WS-ROOT-LEN
                   MOVE WS-SCAN-FILE(WS-ROOT-LEN + 1:
                       WS-FILE-LEN - WS-ROOT-LEN) TO WS-WEB-PATH
               END-IF
           END-IF
           .

*> The report: run totals, then one section per owning department,
*> its HIGH findings first
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "SENSITIVE DATA SCAN - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FILES-SCANNED TO WS-COUNT-D
           MOVE WS-FILES-NOTEXT TO WS-COUNT2-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Files scanned:   " WS-COUNT-D
                  "   (no readable text, not scanned: "
                  FUNCTION TRIM(WS-COUNT2-D) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-QUAR-SCANNED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Uploads waiting: " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           COMPUTE WS-FIND-TOTAL = WS-FIND-COUNT + WS-FIND-DROPPED
           MOVE WS-FIND-TOTAL TO WS-COUNT-D
           MOVE WS-HIGH-COUNT TO WS-COUNT2-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Findings:        " WS-COUNT-D
                  "   (HIGH: " FUNCTION TRIM(WS-COUNT2-D) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Uploads blocked: " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-FIND-DROPPED > 0
               MOVE WS-FIND-DROPPED TO WS-COUNT-D
               MOVE SPACES TO REPORT-RECORD
               STRING "(" FUNCTION TRIM(WS-COUNT-D)
                      " further finding(s) counted above but not "
                      "listed - the listing holds 500)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-FIND-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No sensitive data found." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPT-SECTION
           END-PERFORM
           CLOSE REPORT-FILE
           .

       WRITE-DEPT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DEPT-FINDINGS(WS-DEPT-IDX) TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           IF DEPT-CONTACT(WS-DEPT-IDX) = SPACES
               STRING "Department: " DELIMITED BY SIZE
                      DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SPACE
                      "  (" FUNCTION TRIM(WS-COUNT-D)
                      " finding(s))" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Department: " DELIMITED BY SIZE
                      DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SPACE
                      "  (" FUNCTION TRIM(WS-COUNT-D)
                      " finding(s)) contact: " DELIMITED BY SIZE
                      DEPT-CONTACT(WS-DEPT-IDX) DELIMITED BY SPACE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE "  SEVERITY PATTERN       MATCHES  LOCATION / SAMPLE"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-FIND-COUNT
               IF FND-DEPT(WS-FIND-IDX) = DEPT-NAME(WS-DEPT-IDX) AND
                  FND-SEVERITY(WS-FIND-IDX) = "HIGH"
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-FIND-COUNT
               IF FND-DEPT(WS-FIND-IDX) = DEPT-NAME(WS-DEPT-IDX) AND
                  FND-SEVERITY(WS-FIND-IDX) NOT = "HIGH"
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-PERFORM
           .

       WRITE-FINDING-LINE.
           MOVE FND-COUNT(WS-FIND-IDX) TO WS-FCOUNT-D
           MOVE SPACES TO REPORT-RECORD
           MOVE FND-SEVERITY(WS-FIND-IDX) TO REPORT-RECORD(3:6)
           MOVE FND-PATTERN(WS-FIND-IDX) TO REPORT-RECORD(12:12)
           MOVE WS-FCOUNT-D TO REPORT-RECORD(26:6)
           STRING FND-LOCATION(WS-FIND-IDX) DELIMITED BY SPACE
                  "  e.g. " DELIMITED BY SIZE
                  FND-SAMPLE(WS-FIND-IDX) DELIMITED BY "  "
               INTO REPORT-RECORD(35:266)
           END-STRING
           WRITE REPORT-RECORD
           IF FND-BLOCKED(WS-FIND-IDX) = 1
               MOVE SPACES TO REPORT-RECORD
               MOVE "-> upload held back from promotion"
                   TO REPORT-RECORD(35:40)
               WRITE REPORT-RECORD
           END-IF
           .

*> Each department with a mailbox for a contact gets its own
*> findings by mail; chat-channel contacts read the report
       NOTIFY-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE 0 TO WS-AT-COUNT
               INSPECT DEPT-CONTACT(WS-DEPT-IDX) TALLYING WS-AT-COUNT
                   FOR ALL "@"
               IF WS-AT-COUNT > 0
                   PERFORM SEND-DEPT-NOTICE
               END-IF
           END-PERFORM
           .

       SEND-DEPT-NOTICE.
           MOVE SPACES TO WS-MAIL-TO
           MOVE DEPT-CONTACT(WS-DEPT-IDX) TO WS-MAIL-TO
           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING "Sensitive data found in " DELIMITED BY SIZE
                  DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SPACE
                  " content" DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT
           END-STRING

           MOVE DEPT-FINDINGS(WS-DEPT-IDX) TO WS-COUNT-D
           MOVE DEPT-HIGH(WS-DEPT-IDX) TO WS-COUNT2-D
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           STRING "The nightly sensitive-data scan of " WS-TIMESTAMP
                  " found " FUNCTION TRIM(WS-COUNT-D)
                  " item(s) in content you own ("
                  FUNCTION TRIM(WS-COUNT2-D) " high severity).\n"
                  "Please remove or redact them:"
                  DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           MOVE 0 TO WS-MAIL-LINES
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-FIND-COUNT
               IF FND-DEPT(WS-FIND-IDX) = DEPT-NAME(WS-DEPT-IDX)
                   ADD 1 TO WS-MAIL-LINES
                   IF WS-MAIL-LINES <= 8
                       MOVE FND-COUNT(WS-FIND-IDX) TO WS-FCOUNT-D
                       STRING "\n  " DELIMITED BY SIZE
                              FND-SEVERITY(WS-FIND-IDX)
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              FND-PATTERN(WS-FIND-IDX)
                                  DELIMITED BY SPACE
                              " x" FUNCTION TRIM(WS-FCOUNT-D)
                              " " DELIMITED BY SIZE
                              FND-LOCATION(WS-FIND-IDX)
                                  DELIMITED BY SPACE
                           INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MAIL-LINES > 8
               SUBTRACT 8 FROM WS-MAIL-LINES
               MOVE WS-MAIL-LINES TO WS-COUNT-D
               STRING "\n  ... and " FUNCTION TRIM(WS-COUNT-D)
                      " more" DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           STRING "\n\nFull details (samples masked): "
                  "DLP-FINDINGS.RPT" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING

           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           EVALUATE WS-MAIL-RESULT
               WHEN "S"
                   DISPLAY "DLP-SCAN: findings sent to "
                       FUNCTION TRIM(WS-MAIL-TO)
               WHEN "Q"
                   DISPLAY "DLP-SCAN: findings for "
                       FUNCTION TRIM(WS-MAIL-TO)
                       " queued behind a mail outage"
               WHEN OTHER
                   DISPLAY "DLP-SCAN: findings for "
                       FUNCTION TRIM(WS-MAIL-TO)
                       " could not be sent or queued"
           END-EVALUATE
           .
