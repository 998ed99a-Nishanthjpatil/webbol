*> Operator tool: the API keys machine clients - the build server,
*> the HR integration, the reporting scripts - present to /api/
*> instead of a person's realm password or an operator certificate,
*> so each integration can be told apart, limited and cut off on its
*> own. API-KEYS.DAT holds one key per line (see apikey-rec.cpy);
*> HTTP-HANDLER honours a key only for its own scopes, networks and
*> daily quota, and only until it expires.
*>
*>   api-key ISSUE <owner> <contact> <expires> <quota> <networks>
*>           <scopes>                   - a new key for one system.
*>       <expires> is YYYYMMDD, <quota> requests a day (0 = no
*>       limit), <networks> NETWORKS.CFG names comma-separated or
*>       "*", <scopes> METHOD:resource entries comma-separated
*>       ("GET:search,PUT:content/*"). The key is shown once, as
*>       AKnnnn.<secret> - only its SHA-256 is kept
*>   api-key ROTATE <id> [days]         - a new secret for the key;
*>       the old one keeps working that many days more (default 7,
*>       0 = stops at once) while the integration switches over
*>   api-key REVOKE <id>                - the key stops working at
*>       once, old secret and all
*>   api-key LIST                       - every key and its state
*>       (secrets are never shown)
*>
*> ISSUE, ROTATE and REVOKE are audited; the key file is kept
*> readable by its owner only. API-KEY-REPORT gives the monthly
*> per-key usage.
IDENTIFICATION DIVISION.
       PROGRAM-ID. API-KEY-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APIKEY-FILE ASSIGN TO "API-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIKEY-STATUS.
           SELECT APIKEY-TMP ASSIGN TO "API-KEYS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKTMP-STATUS.
           SELECT NEWKEY-FILE ASSIGN TO "APIKEY-NEW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APIKEY-FILE.
       01  APIKEY-FILE-RECORD   PIC X(600).
       FD  APIKEY-TMP.
       01  APIKEY-TMP-RECORD    PIC X(600).
       FD  NEWKEY-FILE.
       01  NEWKEY-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-APIKEY-STATUS      PIC XX.
       01 WS-AKTMP-STATUS       PIC XX.
       01 WS-NEWKEY-STATUS      PIC XX.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-EVENT        PIC X(24).
       01 WS-AUDIT-KEY          PIC X(6).
       01 WS-AUDIT-NOTE         PIC X(96).
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(512).
       01 WS-ACTION             PIC X(8).
       01 WS-ARG-1              PIC X(24).
       01 WS-ARG-2              PIC X(64).
       01 WS-ARG-3              PIC X(16).
       01 WS-ARG-4              PIC X(16).
       01 WS-ARG-5              PIC X(96).
       01 WS-ARG-6              PIC X(200).
       01 WS-ARG-OVER           PIC 9.
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-LEN            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.

*> The key file, loaded whole and written back whole; each entry is
*> worked on through AK-RECORD
       COPY "apikey-rec.cpy".
       01 WS-KEY-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-KEY-TABLE.
          05 WS-KEY-LINE        PIC X(600) OCCURS 500 TIMES.
       01 WS-KEY-IDX            PIC 9(3) COMP.
       01 WS-TARGET-IDX         PIC 9(3) COMP.
       01 WS-KEY-NUM            PIC 9(4).
       01 WS-MAX-KEY-NUM        PIC 9(4).
       01 WS-KEY-STATE          PIC X(8).
       01 WS-QUOTA-D            PIC Z(6)9.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC X(8).
       01 WS-DATE-CHECK         PIC X(8).
       01 WS-DATE-OK            PIC 9.
       01 WS-DATE-INT           PIC 9(8) COMP.
       01 WS-OVERLAP-DAYS       PIC 9(3).

*> A fresh secret and its digest
       01 WS-NEW-SECRET         PIC X(48).
       01 WS-NEW-HASH           PIC X(64).
       01 WS-NEW-HASH-SCRUB     PIC X(1).

*> Scope syntax check: every comma-separated entry METHOD:resource
       01 WS-LIST-PTR           PIC 9(4) COMP.
       01 WS-LIST-ENTRY         PIC X(80).
       01 WS-LIST-OK            PIC 9.
       01 WS-ENTRY-METHOD       PIC X(16).
       01 WS-ENTRY-RES          PIC X(64).
       01 WS-BAR-COUNT          PIC 9(4) COMP.

       01 WS-SHELL-CMD          PIC X(300).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

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
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-KEYS

           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM LIST-KEYS
               WHEN "ISSUE"
                   PERFORM ISSUE-KEY
               WHEN "ROTATE"
                   PERFORM ROTATE-KEY
               WHEN "REVOKE"
                   PERFORM REVOKE-KEY
               WHEN OTHER
                   DISPLAY "API-KEY: usage: ISSUE <owner> <contact> "
                       "<expires> <quota> <networks> <scopes> | "
                       "ROTATE <id> [days] | REVOKE <id> | LIST"
           END-EVALUATE
           STOP RUN.

*> Up to seven blank-separated tokens; one too long for its field
*> is flagged rather than cut short
       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE SPACES TO WS-ARG-3
           MOVE SPACES TO WS-ARG-4
           MOVE SPACES TO WS-ARG-5
           MOVE SPACES TO WS-ARG-6
           MOVE 0 TO WS-ARG-OVER
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 512 OR WS-TOK-NUM >= 7
               PERFORM VARYING WS-TOK-START FROM WS-TOK-START BY 1
                   UNTIL WS-TOK-START > 512 OR
                         WS-COMMAND-LINE(WS-TOK-START:1) NOT = SPACE
               END-PERFORM
               IF WS-TOK-START > 512
                   EXIT PERFORM
               END-IF
               MOVE WS-TOK-START TO WS-TOK-END
               PERFORM VARYING WS-TOK-END FROM WS-TOK-END BY 1
                   UNTIL WS-TOK-END > 512 OR
                         WS-COMMAND-LINE(WS-TOK-END:1) = SPACE
               END-PERFORM
               COMPUTE WS-TOK-LEN = WS-TOK-END - WS-TOK-START
               ADD 1 TO WS-TOK-NUM
               EVALUATE WS-TOK-NUM
                   WHEN 1
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ACTION
                   WHEN 2
                       IF WS-TOK-LEN > 24
                           MOVE 1 TO WS-ARG-OVER
                       END-IF
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ARG-1
                   WHEN 3
                       IF WS-TOK-LEN > 64
                           MOVE 1 TO WS-ARG-OVER
                       END-IF
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ARG-2
                   WHEN 4
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ARG-3
                   WHEN 5
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ARG-4
                   WHEN 6
                       IF WS-TOK-LEN > 96
                           MOVE 1 TO WS-ARG-OVER
                       END-IF
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ARG-5
                   WHEN 7
                       IF WS-TOK-LEN > 200
                           MOVE 1 TO WS-ARG-OVER
                       END-IF
                       MOVE WS-COMMAND-LINE(WS-TOK-START:WS-TOK-LEN)
                           TO WS-ARG-6
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           .

       LOAD-KEYS.
           MOVE 0 TO WS-KEY-COUNT
           OPEN INPUT APIKEY-FILE
           IF WS-APIKEY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ APIKEY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APIKEY-FILE-RECORD(1:2) = "AK" AND
                          WS-KEY-COUNT < 500
                           ADD 1 TO WS-KEY-COUNT
                           MOVE APIKEY-FILE-RECORD
                               TO WS-KEY-LINE(WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APIKEY-FILE
           .

*> Write the keys to a scratch file and swap it in, then keep it
*> away from everyone but its owner
       SAVE-KEYS.
           OPEN OUTPUT APIKEY-TMP
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-KEY-LINE(WS-KEY-IDX) TO APIKEY-TMP-RECORD
               WRITE APIKEY-TMP-RECORD
           END-PERFORM
           CLOSE APIKEY-TMP
           CALL "CBL_DELETE_FILE" USING "API-KEYS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "API-KEYS.TMP"
               "API-KEYS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           MOVE SPACES TO WS-SHELL-CMD
           STRING "chmod 600 API-KEYS.DAT 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       SET-KEY-STATE.
           EVALUATE TRUE
               WHEN AK-STATUS = "REVOKED"
                   MOVE "REVOKED" TO WS-KEY-STATE
               WHEN AK-EXPIRES < WS-TODAY
                   MOVE "EXPIRED" TO WS-KEY-STATE
               WHEN AK-PREV-HASH NOT = SPACES AND
                    AK-PREV-UNTIL >= WS-TODAY
                   MOVE "ROTATING" TO WS-KEY-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-KEY-STATE
           END-EVALUATE
           .

       LIST-KEYS.
           IF WS-KEY-COUNT = 0
               DISPLAY "API-KEY: no keys issued"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID     STATE    EXPIRES    QUOTA OWNER / CONTACT"
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-KEY-LINE(WS-KEY-IDX) TO AK-RECORD
               PERFORM SET-KEY-STATE
               MOVE AK-QUOTA TO WS-QUOTA-D
               DISPLAY AK-ID " " WS-KEY-STATE " " AK-EXPIRES " "
                   WS-QUOTA-D " " FUNCTION TRIM(AK-OWNER) " / "
                   FUNCTION TRIM(AK-CONTACT)
               DISPLAY "         networks " FUNCTION TRIM(AK-NETWORKS)
               DISPLAY "         scopes   " FUNCTION TRIM(AK-SCOPES)
               IF WS-KEY-STATE = "ROTATING"
                   DISPLAY "         previous secret honoured through "
                       AK-PREV-UNTIL
               END-IF
           END-PERFORM
           .

*> Is the operator's date a real YYYYMMDD?
       CHECK-DATE-ARG.
           MOVE 0 TO WS-DATE-OK
           IF WS-DATE-CHECK IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL(WS-DATE-CHECK)) = 0
                   MOVE 1 TO WS-DATE-OK
               END-IF
           END-IF
           .

       FIND-TARGET-KEY.
           MOVE 0 TO WS-TARGET-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-LINE(WS-KEY-IDX)(1:6) = WS-ARG-1(1:6) AND
                  WS-ARG-1(7:1) = SPACE
                   MOVE WS-KEY-IDX TO WS-TARGET-IDX
               END-IF
           END-PERFORM
           IF WS-TARGET-IDX > 0
               MOVE WS-KEY-LINE(WS-TARGET-IDX) TO AK-RECORD
           END-IF
           .

*> Every scope entry must read METHOD:resource - a bad one would
*> simply never match, and the integration would find out the hard
*> way
       CHECK-SCOPES-ARG.
           MOVE 1 TO WS-LIST-OK
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 200 OR WS-LIST-OK = 0
               MOVE SPACES TO WS-LIST-ENTRY
               UNSTRING WS-ARG-6 DELIMITED BY ","
                   INTO WS-LIST-ENTRY
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-LIST-ENTRY NOT = SPACES
                   MOVE SPACES TO WS-ENTRY-METHOD
                   MOVE SPACES TO WS-ENTRY-RES
                   UNSTRING WS-LIST-ENTRY DELIMITED BY ":"
                       INTO WS-ENTRY-METHOD WS-ENTRY-RES
                   END-UNSTRING
                   IF WS-ENTRY-RES = SPACES
                       MOVE 0 TO WS-LIST-OK
                   END-IF
                   IF WS-ENTRY-METHOD NOT = "*" AND
                      WS-ENTRY-METHOD NOT = "GET" AND
                      WS-ENTRY-METHOD NOT = "HEAD" AND
                      WS-ENTRY-METHOD NOT = "POST" AND
                      WS-ENTRY-METHOD NOT = "PUT" AND
                      WS-ENTRY-METHOD NOT = "PATCH" AND
                      WS-ENTRY-METHOD NOT = "DELETE"
                       MOVE 0 TO WS-LIST-OK
                   END-IF
               END-IF
           END-PERFORM
           .

*> ISSUE: the next AKnnnn, its secret shown to the operator once
       ISSUE-KEY.
           IF WS-ARG-6 = SPACES
               DISPLAY "API-KEY: ISSUE needs <owner> <contact> "
                   "<expires> <quota> <networks> <scopes>"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-OVER = 1
               DISPLAY "API-KEY: owner is at most 24 characters, "
                   "contact 64, networks 96 and scopes 200"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BAR-COUNT
           INSPECT WS-ARG-1 TALLYING WS-BAR-COUNT FOR ALL "|"
           INSPECT WS-ARG-2 TALLYING WS-BAR-COUNT FOR ALL "|"
           INSPECT WS-ARG-5 TALLYING WS-BAR-COUNT FOR ALL "|"
           INSPECT WS-ARG-6 TALLYING WS-BAR-COUNT FOR ALL "|"
           IF WS-BAR-COUNT > 0
               DISPLAY "API-KEY: no field may contain ""|"""
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-3(1:8) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-ARG
           IF WS-DATE-OK = 0 OR WS-ARG-3(9:1) NOT = SPACE
               DISPLAY "API-KEY: expiry must be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK < WS-TODAY
               DISPLAY "API-KEY: expiry cannot be in the past"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG-4) IS NOT NUMERIC OR
              WS-ARG-4(8:1) NOT = SPACE
               DISPLAY "API-KEY: quota must be a whole number of "
                   "requests a day (0 = no limit)"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SCOPES-ARG
           IF WS-LIST-OK = 0
               DISPLAY "API-KEY: scopes are METHOD:resource entries "
                   "separated by commas, METHOD one of GET HEAD POST "
                   "PUT PATCH DELETE or *"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MAX-KEY-NUM
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-LINE(WS-KEY-IDX)(3:4) IS NUMERIC
                   MOVE WS-KEY-LINE(WS-KEY-IDX)(3:4) TO WS-KEY-NUM
                   IF WS-KEY-NUM > WS-MAX-KEY-NUM
                       MOVE WS-KEY-NUM TO WS-MAX-KEY-NUM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MAX-KEY-NUM >= 9999 OR WS-KEY-COUNT >= 500
               DISPLAY "API-KEY: key file is full - prune REVOKED "
                   "and EXPIRED keys first"
               EXIT PARAGRAPH
           END-IF

           PERFORM MAKE-SECRET
           IF WS-NEW-HASH = SPACES
               DISPLAY "API-KEY: key generation failed (openssl)"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MAX-KEY-NUM
           MOVE WS-MAX-KEY-NUM TO WS-KEY-NUM
           MOVE ALL "|" TO AK-RECORD
           STRING "AK" WS-KEY-NUM DELIMITED BY SIZE INTO AK-ID
           END-STRING
           MOVE "ACTIVE" TO AK-STATUS
           MOVE WS-ARG-1 TO AK-OWNER
           MOVE WS-ARG-2 TO AK-CONTACT
           MOVE WS-TODAY TO AK-ISSUED
           MOVE WS-DATE-CHECK TO AK-EXPIRES
           COMPUTE AK-QUOTA = FUNCTION NUMVAL(WS-ARG-4)
           MOVE WS-NEW-HASH TO AK-HASH
           MOVE SPACES TO AK-PREV-HASH
           MOVE SPACES TO AK-PREV-UNTIL
           MOVE WS-ARG-5 TO AK-NETWORKS
           MOVE WS-ARG-6 TO AK-SCOPES
           ADD 1 TO WS-KEY-COUNT
           MOVE AK-RECORD TO WS-KEY-LINE(WS-KEY-COUNT)
           PERFORM SAVE-KEYS

           MOVE "APIKEY_ISSUE" TO WS-AUDIT-EVENT
           MOVE AK-ID TO WS-AUDIT-KEY
           MOVE AK-QUOTA TO WS-QUOTA-D
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "owner=" DELIMITED BY SIZE
                  AK-OWNER DELIMITED BY SPACE
                  " expires=" AK-EXPIRES " quota=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUOTA-D) DELIMITED BY SIZE
               INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "API-KEY: " AK-ID " issued to "
               FUNCTION TRIM(AK-OWNER) ", expires " AK-EXPIRES
           DISPLAY "API-KEY: the key - shown this once, hand it over "
               "securely:"
           DISPLAY "  " AK-ID "." WS-NEW-SECRET
           .

*> ROTATE: a new secret; the old one is honoured the overlap days
*> more, so the integration can be switched without an outage
       ROTATE-KEY.
           IF WS-ARG-1 = SPACES
               DISPLAY "API-KEY: ROTATE needs <id> [days]"
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-OVERLAP-DAYS
           IF WS-ARG-2 NOT = SPACES
               IF FUNCTION TRIM(WS-ARG-2) IS NOT NUMERIC OR
                  WS-ARG-2(4:1) NOT = SPACE
                   DISPLAY "API-KEY: overlap days must be 0 to 999"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-OVERLAP-DAYS = FUNCTION NUMVAL(WS-ARG-2)
           END-IF
           PERFORM FIND-TARGET-KEY
           IF WS-TARGET-IDX = 0
               DISPLAY "API-KEY: no key " WS-ARG-1(1:8)
               EXIT PARAGRAPH
           END-IF
           IF AK-STATUS NOT = "ACTIVE"
               DISPLAY "API-KEY: " AK-ID " is revoked"
               EXIT PARAGRAPH
           END-IF

           PERFORM MAKE-SECRET
           IF WS-NEW-HASH = SPACES
               DISPLAY "API-KEY: key generation failed (openssl)"
               EXIT PARAGRAPH
           END-IF

           IF WS-OVERLAP-DAYS = 0
               MOVE SPACES TO AK-PREV-HASH
               MOVE SPACES TO AK-PREV-UNTIL
           ELSE
               MOVE AK-HASH TO AK-PREV-HASH
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                   + WS-OVERLAP-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO AK-PREV-UNTIL
           END-IF
           MOVE WS-NEW-HASH TO AK-HASH
           MOVE AK-RECORD TO WS-KEY-LINE(WS-TARGET-IDX)
           PERFORM SAVE-KEYS

           MOVE "APIKEY_ROTATE" TO WS-AUDIT-EVENT
           MOVE AK-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NOTE
           IF WS-OVERLAP-DAYS = 0
               MOVE "previous=none" TO WS-AUDIT-NOTE
           ELSE
               STRING "previous-until=" AK-PREV-UNTIL
                   DELIMITED BY SIZE INTO WS-AUDIT-NOTE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "API-KEY: " AK-ID " rotated"
           IF WS-OVERLAP-DAYS > 0
               DISPLAY "API-KEY: the old secret is honoured through "
                   AK-PREV-UNTIL
           END-IF
           DISPLAY "API-KEY: the new key - shown this once, hand it "
               "over securely:"
           DISPLAY "  " AK-ID "." WS-NEW-SECRET
           .

*> REVOKE: refused from the next request on, old secret and all
       REVOKE-KEY.
           IF WS-ARG-1 = SPACES
               DISPLAY "API-KEY: REVOKE needs <id>"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-KEY
           IF WS-TARGET-IDX = 0
               DISPLAY "API-KEY: no key " WS-ARG-1(1:8)
               EXIT PARAGRAPH
           END-IF
           IF AK-STATUS = "REVOKED"
               DISPLAY "API-KEY: " AK-ID " is already revoked"
               EXIT PARAGRAPH
           END-IF
           MOVE "REVOKED" TO AK-STATUS
           MOVE SPACES TO AK-PREV-HASH
           MOVE SPACES TO AK-PREV-UNTIL
           MOVE AK-RECORD TO WS-KEY-LINE(WS-TARGET-IDX)
           PERFORM SAVE-KEYS

           MOVE "APIKEY_REVOKE" TO WS-AUDIT-EVENT
           MOVE AK-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "owner=" DELIMITED BY SIZE
                  AK-OWNER DELIMITED BY SPACE
               INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "API-KEY: " AK-ID " revoked"
           .

*> A fresh 192-bit secret from the external openssl the rest of the
*> auth machinery trusts, and its SHA-256 - the secret handed to the
*> digest through the environment, never a command line
       MAKE-SECRET.
           MOVE SPACES TO WS-NEW-SECRET
           MOVE SPACES TO WS-NEW-HASH
           MOVE SPACES TO WS-SHELL-CMD
           STRING "openssl rand -hex 24 > APIKEY-NEW.TMP "
                  "2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               PERFORM READ-NEWKEY-LINE
               IF NEWKEY-RECORD(49:1) = SPACE AND
                  NEWKEY-RECORD(48:1) NOT = SPACE
                   MOVE NEWKEY-RECORD(1:48) TO WS-NEW-SECRET
               END-IF
           END-IF
           CALL "CBL_DELETE_FILE" USING "APIKEY-NEW.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-NEW-SECRET = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "APIKEY_SECRET" UPON ENVIRONMENT-NAME
           DISPLAY WS-NEW-SECRET UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "printf '%s' ""$APIKEY_SECRET"" | "
                      DELIMITED BY SIZE
                  "openssl dgst -sha256 -r | cut -d ' ' -f1 > "
                      DELIMITED BY SIZE
                  "APIKEY-NEW.TMP 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               PERFORM READ-NEWKEY-LINE
               IF NEWKEY-RECORD(65:1) = SPACE AND
                  NEWKEY-RECORD(64:1) NOT = SPACE
                   MOVE NEWKEY-RECORD(1:64) TO WS-NEW-HASH
               END-IF
           END-IF
           CALL "CBL_DELETE_FILE" USING "APIKEY-NEW.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           MOVE SPACES TO WS-NEW-HASH-SCRUB
           DISPLAY "APIKEY_SECRET" UPON ENVIRONMENT-NAME
           DISPLAY WS-NEW-HASH-SCRUB UPON ENVIRONMENT-VALUE
           .

       READ-NEWKEY-LINE.
           MOVE SPACES TO NEWKEY-RECORD
           OPEN INPUT NEWKEY-FILE
           IF WS-NEWKEY-STATUS = "00"
               READ NEWKEY-FILE
                   AT END
                       MOVE SPACES TO NEWKEY-RECORD
               END-READ
               CLOSE NEWKEY-FILE
           END-IF
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console apikey-"
                  DELIMITED BY SIZE
                  WS-AUDIT-KEY DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " result=APPLIED " DELIMITED BY SIZE
                  WS-AUDIT-NOTE DELIMITED BY "  "
                  " key=" DELIMITED BY SIZE
                  WS-AUDIT-KEY DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
