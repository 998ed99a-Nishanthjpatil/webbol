*> Shared personal-data sealing: the submitted name, comment text,
*> form values and incident narrative are kept on disk as one
*> ciphertext token in place of the plaintext tail of their record,
*>
*>   {P01}U2FsdGVkX1...
*>
*> AES-256-CBC through the external openssl (salted, PBKDF2 key
*> derivation, base64 on one line), the key id in braces naming the
*> key file it was sealed under. The keys live in PII_KEY_DIR of
*> WEBSERVER.CFG, one <id>.key per key - a directory OUTSIDE the
*> data directory, so no log rotation, backup snapshot, evidence
*> pack or hand copy of the data files ever carries one; readable
*> only by the server account and the people who may read the data
*> (that file permission is the real lock, this module only uses
*> it). PII_KEY_ID names the key new records are sealed with. With
*> no PII_KEY_DIR configured nothing is sealed, exactly as before.
*>
*>   LS-MODE "E"  seal LS-TEXT from LS-POS to the end in place.
*>                LS-RC 0 sealed (or nothing to seal, or already a
*>                token), 1 not configured - left plaintext, 2 the
*>                seal failed or would not fit the record - left
*>                plaintext, for PII-CONVERT to catch up later
*>   LS-MODE "D"  open the first token in LS-TEXT in place, so the
*>                line reads as the pre-encryption plaintext did;
*>                LS-POS returns where the token started (0 = the
*>                line carried none, LS-RC 0). LS-RC 2 the key is
*>                not on hand or the token did not open - the line
*>                is left as it was
*>   LS-MODE "A"  may this operator run read sealed data? LS-TEXT
*>                names the tool; the login running it must be
*>                listed in PII_READERS (WEBSERVER.CFG, names
*>                separated by commas or spaces). Every ask is
*>                audited as PII_DECRYPT, GRANTED or DENIED.
*>                LS-RC 0 granted, 1 not configured, 3 denied
IDENTIFICATION DIVISION.
       PROGRAM-ID. PII-CRYPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  RESULT-FILE.
       01  RESULT-RECORD        PIC X(2048).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-RESULT-STATUS      PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-KEY-DIR            PIC X(192).
       01 WS-KEY-ID             PIC X(3).
       01 WS-READERS            PIC X(194).
       01 WS-KEY-FILE           PIC X(256).

       01 WS-PID                PIC S9(9) COMP-5.
       01 WS-PID-D              PIC 9(10).
       01 WS-RESULT-NAME        PIC X(32).
       01 WS-SHELL-CMD          PIC X(400).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.

       01 WS-POS                PIC 9(4) COMP.
       01 WS-END                PIC 9(4) COMP.
       01 WS-LEN                PIC 9(4) COMP.
       01 WS-NEED               PIC 9(4) COMP.
       01 WS-TOKEN-ID           PIC X(3).
       01 WS-RESULT             PIC X(2048).

       01 WS-ACCOUNT            PIC X(32).
       01 WS-ACCOUNT-LEN        PIC 9(4) COMP.
       01 WS-NEEDLE             PIC X(34).
       01 WS-HITS               PIC 9(4) COMP.
       01 WS-TOOL               PIC X(24).
       01 WS-VERDICT            PIC X(8).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(1).
       01 LS-TEXT               PIC X(2048).
       01 LS-POS                PIC 9(4).
       01 LS-RC                 PIC 9.

       PROCEDURE DIVISION USING LS-MODE LS-TEXT LS-POS LS-RC.

       MAIN-LOGIC.
           MOVE 0 TO LS-RC
           PERFORM READ-CONFIG-FILE

           CALL "getpid" RETURNING WS-PID
           END-CALL
           MOVE WS-PID TO WS-PID-D
           MOVE SPACES TO WS-RESULT-NAME
           STRING "PIICRYPT" WS-PID-D ".TMP"
               DELIMITED BY SIZE INTO WS-RESULT-NAME
           END-STRING

           EVALUATE LS-MODE
               WHEN "E"
                   PERFORM SEAL-TEXT
               WHEN "D"
                   PERFORM OPEN-TEXT
               WHEN "A"
                   PERFORM AUTHORIZE-RUN
               WHEN OTHER
                   MOVE 2 TO LS-RC
           END-EVALUATE
           GOBACK.

       READ-CONFIG-FILE.
           MOVE SPACES TO WS-KEY-DIR
           MOVE "P01" TO WS-KEY-ID
           MOVE SPACES TO WS-READERS
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
               FOR CHARACTERS BEFORE INITIAL "  "
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
               WHEN "PII_READERS"
                   MOVE WS-CFG-VALUE TO WS-READERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> "E": the tail from LS-POS becomes {id}<base64>. The sealed size
*> is known before sealing (16 bytes of salt header, the text padded
*> to the next 16, base64 of that), so a line that would overrun
*> the record is refused rather than cut
       SEAL-TEXT.
           IF WS-KEY-DIR = SPACES
               MOVE 1 TO LS-RC
               EXIT PARAGRAPH
           END-IF
           IF LS-POS < 1 OR LS-POS > 2048
               MOVE 1 TO LS-POS
           END-IF
           MOVE LS-POS TO WS-POS
           PERFORM VARYING WS-END FROM 2048 BY -1
               UNTIL WS-END < WS-POS OR LS-TEXT(WS-END:1) NOT = SPACE
           END-PERFORM
           IF WS-END < WS-POS
               EXIT PARAGRAPH
           END-IF
           IF WS-POS + 4 <= 2048
               IF LS-TEXT(WS-POS:2) = "{P" AND
                  LS-TEXT(WS-POS + 2:2) NUMERIC AND
                  LS-TEXT(WS-POS + 4:1) = "}"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-LEN = WS-END - WS-POS + 1
           COMPUTE WS-NEED = 16 + (WS-LEN / 16 + 1) * 16
           COMPUTE WS-NEED = ((WS-NEED + 2) / 3) * 4 + 5
           IF WS-POS + WS-NEED - 1 > 2048
               MOVE 2 TO LS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KEY-ID TO WS-TOKEN-ID
           PERFORM SET-KEY-FILE
           DISPLAY "PII_TEXT" UPON ENVIRONMENT-NAME
           DISPLAY LS-TEXT(WS-POS:WS-LEN) UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'printf "%s" "$PII_TEXT" | openssl enc -aes-256-cbc '
                  '-pbkdf2 -salt -a -A -pass file:"$PII_KEYFILE" > '
                  DELIMITED BY SIZE
                  WS-RESULT-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           DISPLAY "PII_TEXT" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE

           PERFORM READ-RESULT
           IF WS-SHELL-RC NOT = 0 OR WS-RESULT = SPACES
               MOVE 2 TO LS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TEXT(WS-POS:)
           STRING "{" WS-TOKEN-ID "}" DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SPACE
               INTO LS-TEXT(WS-POS:)
           END-STRING
           .

*> "D": the first {Pnn} in the line is the sealed tail; it opens
*> under the key it names, so records sealed before a rotation
*> still read while their key file is kept
       OPEN-TEXT.
           MOVE 0 TO LS-POS
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 2043
               IF LS-TEXT(WS-POS:2) = "{P" AND
                  LS-TEXT(WS-POS + 2:2) NUMERIC AND
                  LS-TEXT(WS-POS + 4:1) = "}"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POS > 2043
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS TO LS-POS
           IF WS-KEY-DIR = SPACES
               MOVE 2 TO LS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE LS-TEXT(WS-POS + 1:3) TO WS-TOKEN-ID
           PERFORM SET-KEY-FILE
           MOVE 0 TO WS-LEN
           INSPECT LS-TEXT(WS-POS + 5:) TALLYING WS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LEN = 0
               MOVE 2 TO LS-RC
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PII_TEXT" UPON ENVIRONMENT-NAME
           DISPLAY LS-TEXT(WS-POS + 5:WS-LEN) UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'printf "%s\n" "$PII_TEXT" | openssl enc -d '
                  '-aes-256-cbc -pbkdf2 -a -A -pass '
                  'file:"$PII_KEYFILE" > '
                  DELIMITED BY SIZE
                  WS-RESULT-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           PERFORM READ-RESULT
           IF WS-SHELL-RC NOT = 0
               MOVE 2 TO LS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TEXT(WS-POS:)
           MOVE WS-RESULT TO LS-TEXT(WS-POS:)
           .

       SET-KEY-FILE.
           MOVE SPACES TO WS-KEY-FILE
           STRING WS-KEY-DIR DELIMITED BY SPACE
                  "/" WS-TOKEN-ID ".key" DELIMITED BY SIZE
               INTO WS-KEY-FILE
           END-STRING
           DISPLAY "PII_KEYFILE" UPON ENVIRONMENT-NAME
           DISPLAY WS-KEY-FILE UPON ENVIRONMENT-VALUE
           .

       READ-RESULT.
           MOVE SPACES TO WS-RESULT
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = "00"
               READ RESULT-FILE
                   NOT AT END
                       MOVE RESULT-RECORD TO WS-RESULT
               END-READ
               CLOSE RESULT-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-RESULT-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           .

*> "A": the login is taken from the system, not from anything the
*> caller passes, and matched as a whole word of PII_READERS
       AUTHORIZE-RUN.
           MOVE SPACES TO WS-TOOL
           MOVE LS-TEXT(1:24) TO WS-TOOL
           IF WS-KEY-DIR = SPACES
               MOVE 1 TO LS-RC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "id -un > " DELIMITED BY SIZE
                  WS-RESULT-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           PERFORM READ-RESULT
           MOVE WS-RESULT(1:32) TO WS-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-LEN
           INSPECT WS-ACCOUNT TALLYING WS-ACCOUNT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE 0 TO WS-HITS
           IF WS-ACCOUNT-LEN > 0
               INSPECT WS-READERS REPLACING ALL "," BY SPACE
               MOVE WS-READERS(1:192) TO WS-CFG-VALUE
               MOVE SPACES TO WS-READERS
               STRING " " WS-CFG-VALUE DELIMITED BY SIZE
                   INTO WS-READERS
               END-STRING
               MOVE SPACES TO WS-NEEDLE
               STRING " " WS-ACCOUNT(1:WS-ACCOUNT-LEN) " "
                   DELIMITED BY SIZE INTO WS-NEEDLE
               END-STRING
               INSPECT WS-READERS TALLYING WS-HITS
                   FOR ALL WS-NEEDLE(1:WS-ACCOUNT-LEN + 2)
           END-IF

           IF WS-HITS > 0
               MOVE "GRANTED" TO WS-VERDICT
           ELSE
               MOVE "DENIED" TO WS-VERDICT
               MOVE 3 TO LS-RC
           END-IF
           IF WS-ACCOUNT = SPACES
               MOVE "unknown" TO WS-ACCOUNT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console pii-" DELIMITED BY SIZE
                  WS-TOOL DELIMITED BY SPACE
                  " event=PII_DECRYPT user=" DELIMITED BY SIZE
                  WS-ACCOUNT DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
