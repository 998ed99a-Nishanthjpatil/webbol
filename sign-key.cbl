*> Operator tool: the versioned signing keyring behind CSRF tokens
*> and signed URLs. SIGNING-KEYS.DAT holds one key per line,
*>
*>   KNNN VALIDFROM RETIRE STATUS SECRET
*>
*> and SIGNKEY-LOOKUP issues with the current key while verifying
*> with any key still inside its window, so a key can be replaced
*> without breaking every outstanding link and open form at once.
*>
*>   sign-key GENERATE [YYYYMMDD]         - a new random key, in
*>       force from that date (default today) and retiring
*>       SIGNING_KEY_MAX_AGE + SIGNING_KEY_OVERLAP days later. Keys
*>       it supersedes are cut back to retire SIGNING_KEY_OVERLAP
*>       days after it takes over - the overlap in which what they
*>       signed still verifies. The first GENERATE imports the old
*>       SIGNING.KEY as K000 the same way
*>   sign-key SCHEDULE <id> <from> <retire> - move a key's dates (a
*>       key already in force keeps its valid-from)
*>   sign-key REVOKE <id>                 - stop the key verifying
*>       at once: the leaked-key case, at the price of what it
*>       signed
*>   sign-key LIST                        - every key and its state
*>       (secrets are never shown)
*>   sign-key CHECK                       - the daily age check,
*>       run from JOB-TABLE.CFG
*>
*> CHECK is CERT-WATCH's pattern: SIGNING-KEY.RPT lists the ring,
*> and ALERTS.LOG plus a webhook carry the escalation - NOTICE as
*> the current key comes within 14 days of SIGNING_KEY_MAX_AGE
*> with no successor scheduled, URGENT once it is older than that,
*> CRITICAL when no key is current (no form can be issued) or the
*> current one retires within 3 days with nothing to follow it.
*> Both policy figures come from WEBSERVER.CFG (defaults 90 and
*> 14). GENERATE, SCHEDULE, REVOKE and the import are audited; the
*> keyring is kept readable by its owner only.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGN-KEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYRING-FILE ASSIGN TO "SIGNING-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYRING-STATUS.
           SELECT KEYRING-TMP ASSIGN TO "SIGNING-KEYS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTMP-STATUS.
           SELECT SIGNING-KEY-FILE ASSIGN TO "SIGNING.KEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNKEY-STATUS.
           SELECT NEWKEY-FILE ASSIGN TO "SIGNKEY-NEW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWKEY-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SIGNING-KEY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYRING-FILE.
       01  KEYRING-RECORD.
           05 KR-KEY-ID         PIC X(4).
           05 FILLER            PIC X.
           05 KR-VALID-FROM     PIC X(8).
           05 FILLER            PIC X.
           05 KR-RETIRE         PIC X(8).
           05 FILLER            PIC X.
           05 KR-STATUS         PIC X(7).
           05 FILLER            PIC X.
           05 KR-SECRET         PIC X(64).
       FD  KEYRING-TMP.
       01  KEYRING-TMP-RECORD   PIC X(95).
       FD  SIGNING-KEY-FILE.
       01  SIGNING-KEY-RECORD   PIC X(64).
       FD  NEWKEY-FILE.
       01  NEWKEY-RECORD        PIC X(80).
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-KEYRING-STATUS     PIC XX.
       01 WS-KTMP-STATUS        PIC XX.
       01 WS-SIGNKEY-STATUS     PIC XX.
       01 WS-NEWKEY-STATUS      PIC XX.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-EVENT        PIC X(24).
       01 WS-AUDIT-KEY          PIC X(4).
       01 WS-AUDIT-NOTE         PIC X(64).
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(8).
       01 WS-ARG-1              PIC X(16).
       01 WS-ARG-2              PIC X(16).
       01 WS-ARG-3              PIC X(16).
       01 WS-TOK-START          PIC 9(4) COMP.
       01 WS-TOK-END            PIC 9(4) COMP.
       01 WS-TOK-NUM            PIC 9 COMP.

*> Policy, from WEBSERVER.CFG
       01 WS-MAX-AGE            PIC 9(4) VALUE 90.
       01 WS-OVERLAP            PIC 9(4) VALUE 14.
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(16).

*> The keyring, loaded whole and written back whole
       01 WS-KEY-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 200 TIMES.
             10 WS-K-ID         PIC X(4).
             10 WS-K-FROM       PIC X(8).
             10 WS-K-RETIRE     PIC X(8).
             10 WS-K-STATUS     PIC X(7).
             10 WS-K-SECRET     PIC X(64).
       01 WS-KEY-IDX            PIC 9(3) COMP.
       01 WS-TARGET-IDX         PIC 9(3) COMP.
       01 WS-KEY-NUM            PIC 9(3).
       01 WS-MAX-KEY-NUM        PIC 9(4).
       01 WS-KEY-STATE          PIC X(9).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC X(8).
       01 WS-TODAY-INT          PIC 9(8) COMP.
       01 WS-FROM               PIC X(8).
       01 WS-RETIRE             PIC X(8).
       01 WS-DATE-CHECK         PIC X(8).
       01 WS-DATE-OK            PIC 9.
       01 WS-DATE-INT           PIC 9(8) COMP.
       01 WS-CUT-RETIRE         PIC X(8).
       01 WS-NEW-SECRET         PIC X(64).

*> The current key as SIGNKEY-LOOKUP sees it
       01 WS-LOOKUP-MODE        PIC X(1) VALUE "C".
       01 WS-CURRENT-ID         PIC X(8).
       01 WS-CURRENT-SECRET     PIC X(64).
       01 WS-CURRENT-FOUND      PIC 9.
       01 WS-CURRENT-IDX        PIC 9(3) COMP.
       01 WS-SUCC-IDX           PIC 9(3) COMP.

       01 WS-AGE                PIC S9(6).
       01 WS-RETIRE-LEFT        PIC S9(6).
       01 WS-AGE-D              PIC -(5)9.
       01 WS-LEFT-D             PIC -(5)9.
       01 WS-ALERT-LEVEL        PIC X(8).
       01 WS-ALERT-REASON       PIC X(40).
       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
       COPY "alert.cpy".

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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

           PERFORM READ-POLICY
           PERFORM LOAD-KEYRING

           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM LIST-KEYS
               WHEN "GENERATE"
                   PERFORM GENERATE-KEY
               WHEN "SCHEDULE"
                   PERFORM SCHEDULE-KEY
               WHEN "REVOKE"
                   PERFORM REVOKE-KEY
               WHEN "CHECK"
                   PERFORM CHECK-KEY-AGE
               WHEN OTHER
                   DISPLAY "SIGN-KEY: usage: GENERATE [YYYYMMDD] | "
                       "SCHEDULE <id> <from> <retire> | REVOKE <id> "
                       "| LIST | CHECK"
           END-EVALUATE
           STOP RUN.

       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-ARG-1
           MOVE SPACES TO WS-ARG-2
           MOVE SPACES TO WS-ARG-3
           MOVE 0 TO WS-TOK-NUM
           MOVE 1 TO WS-TOK-START
           PERFORM UNTIL WS-TOK-START > 256 OR WS-TOK-NUM >= 4
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
                   WHEN 2
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-1
                   WHEN 3
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-2
                   WHEN 4
                       MOVE WS-COMMAND-LINE(WS-TOK-START:
                           WS-TOK-END - WS-TOK-START) TO WS-ARG-3
               END-EVALUATE
               MOVE WS-TOK-END TO WS-TOK-START
           END-PERFORM
           .

*> SIGNING_KEY_MAX_AGE and SIGNING_KEY_OVERLAP, in days
       READ-POLICY.
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
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           IF FUNCTION TRIM(WS-CFG-VALUE) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CFG-KEY
               WHEN "SIGNING_KEY_MAX_AGE"
                   COMPUTE WS-MAX-AGE = FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "SIGNING_KEY_OVERLAP"
                   COMPUTE WS-OVERLAP = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-EVALUATE
           .

       LOAD-KEYRING.
           MOVE 0 TO WS-KEY-COUNT
           OPEN INPUT KEYRING-FILE
           IF WS-KEYRING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ KEYRING-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF KR-KEY-ID(1:1) = "K" AND
                          WS-KEY-COUNT < 200
                           ADD 1 TO WS-KEY-COUNT
                           MOVE KR-KEY-ID TO WS-K-ID(WS-KEY-COUNT)
                           MOVE KR-VALID-FROM
                               TO WS-K-FROM(WS-KEY-COUNT)
                           MOVE KR-RETIRE TO WS-K-RETIRE(WS-KEY-COUNT)
                           MOVE KR-STATUS TO WS-K-STATUS(WS-KEY-COUNT)
                           MOVE KR-SECRET TO WS-K-SECRET(WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEYRING-FILE
           .

*> Write the ring to a scratch file and swap it in, then keep it
*> away from everyone but its owner
       SAVE-KEYRING.
           OPEN OUTPUT KEYRING-TMP
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE SPACES TO KEYRING-TMP-RECORD
               STRING WS-K-ID(WS-KEY-IDX) " "
                      WS-K-FROM(WS-KEY-IDX) " "
                      WS-K-RETIRE(WS-KEY-IDX) " "
                      WS-K-STATUS(WS-KEY-IDX) " "
                      WS-K-SECRET(WS-KEY-IDX)
                      DELIMITED BY SIZE
                   INTO KEYRING-TMP-RECORD
               END-STRING
               WRITE KEYRING-TMP-RECORD
           END-PERFORM
           CLOSE KEYRING-TMP
           CALL "CBL_DELETE_FILE" USING "SIGNING-KEYS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "SIGNING-KEYS.TMP"
               "SIGNING-KEYS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           MOVE SPACES TO WS-SHELL-CMD
           STRING "chmod 600 SIGNING-KEYS.DAT 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> Which key issues today, and which (if any) is lined up next
       FIND-CURRENT-KEY.
           MOVE "C" TO WS-LOOKUP-MODE
           CALL "SIGNKEY-LOOKUP" USING WS-LOOKUP-MODE WS-CURRENT-ID
               WS-CURRENT-SECRET WS-CURRENT-FOUND
           END-CALL
           MOVE 0 TO WS-CURRENT-IDX
           MOVE 0 TO WS-SUCC-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-CURRENT-FOUND = 1 AND
                  WS-K-ID(WS-KEY-IDX) = WS-CURRENT-ID(1:4)
                   MOVE WS-KEY-IDX TO WS-CURRENT-IDX
               END-IF
               IF WS-K-STATUS(WS-KEY-IDX) = "ACTIVE" AND
                  WS-K-FROM(WS-KEY-IDX) > WS-TODAY
                   MOVE WS-KEY-IDX TO WS-SUCC-IDX
               END-IF
           END-PERFORM
           .

       SET-KEY-STATE.
           EVALUATE TRUE
               WHEN WS-K-STATUS(WS-KEY-IDX) = "REVOKED"
                   MOVE "REVOKED" TO WS-KEY-STATE
               WHEN WS-K-FROM(WS-KEY-IDX) > WS-TODAY
                   MOVE "SCHEDULED" TO WS-KEY-STATE
               WHEN WS-K-RETIRE(WS-KEY-IDX) < WS-TODAY
                   MOVE "RETIRED" TO WS-KEY-STATE
               WHEN WS-KEY-IDX = WS-CURRENT-IDX
                   MOVE "CURRENT" TO WS-KEY-STATE
               WHEN OTHER
                   MOVE "OVERLAP" TO WS-KEY-STATE
           END-EVALUATE
           .

       LIST-KEYS.
           IF WS-KEY-COUNT = 0
               DISPLAY "SIGN-KEY: no SIGNING-KEYS.DAT - the single "
                   "SIGNING.KEY signs everything (run GENERATE to "
                   "start the keyring)"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CURRENT-KEY
           DISPLAY "ID   VALID-FROM RETIRE   STATE"
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM SET-KEY-STATE
               DISPLAY WS-K-ID(WS-KEY-IDX) " "
                   WS-K-FROM(WS-KEY-IDX) "   "
                   WS-K-RETIRE(WS-KEY-IDX) " " WS-KEY-STATE
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

*> WS-DATE-INT days on, as YYYYMMDD in WS-DATE-CHECK
       DATE-FROM-INT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-CHECK
           .

       FIND-TARGET-KEY.
           MOVE 0 TO WS-TARGET-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-K-ID(WS-KEY-IDX) = WS-ARG-1(1:4) AND
                  WS-ARG-1(5:1) = SPACE
                   MOVE WS-KEY-IDX TO WS-TARGET-IDX
               END-IF
           END-PERFORM
           .

*> GENERATE: a fresh 256-bit secret from the external openssl the
*> rest of the auth machinery trusts, never echoed anywhere
       GENERATE-KEY.
           IF WS-ARG-1 = SPACES
               MOVE WS-TODAY TO WS-FROM
           ELSE
               MOVE WS-ARG-1(1:8) TO WS-DATE-CHECK
               PERFORM CHECK-DATE-ARG
               IF WS-DATE-OK = 0 OR WS-ARG-1(9:1) NOT = SPACE
                   DISPLAY "SIGN-KEY: valid-from must be YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-CHECK TO WS-FROM
               IF WS-FROM < WS-TODAY
                   DISPLAY "SIGN-KEY: valid-from cannot be in the "
                       "past"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-MAX-KEY-NUM
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-K-ID(WS-KEY-IDX)(2:3) IS NUMERIC
                   MOVE WS-K-ID(WS-KEY-IDX)(2:3) TO WS-KEY-NUM
                   IF WS-KEY-NUM > WS-MAX-KEY-NUM
                       MOVE WS-KEY-NUM TO WS-MAX-KEY-NUM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MAX-KEY-NUM >= 999 OR WS-KEY-COUNT >= 199
               DISPLAY "SIGN-KEY: keyring is full - prune RETIRED "
                   "and REVOKED keys first"
               EXIT PARAGRAPH
           END-IF

           PERFORM MAKE-SECRET
           IF WS-NEW-SECRET = SPACES
               DISPLAY "SIGN-KEY: key generation failed (openssl "
                   "rand)"
               EXIT PARAGRAPH
           END-IF

*> Whatever signs today keeps verifying for the overlap after the
*> new key takes over, and no longer
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM))
               + WS-OVERLAP
           PERFORM DATE-FROM-INT
           MOVE WS-DATE-CHECK TO WS-CUT-RETIRE

           IF WS-KEY-COUNT = 0
               PERFORM IMPORT-SINGLE-KEY
           END-IF

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-K-STATUS(WS-KEY-IDX) = "ACTIVE" AND
                  WS-K-FROM(WS-KEY-IDX) < WS-FROM AND
                  WS-K-RETIRE(WS-KEY-IDX) > WS-CUT-RETIRE
                   MOVE WS-CUT-RETIRE TO WS-K-RETIRE(WS-KEY-IDX)
                   MOVE "SIGNKEY_SCHEDULE" TO WS-AUDIT-EVENT
                   MOVE WS-K-ID(WS-KEY-IDX) TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-NOTE
                   STRING "from=" WS-K-FROM(WS-KEY-IDX)
                          " retire=" WS-CUT-RETIRE " superseded"
                          DELIMITED BY SIZE
                       INTO WS-AUDIT-NOTE
                   END-STRING
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "SIGN-KEY: " WS-K-ID(WS-KEY-IDX)
                       " now retires " WS-CUT-RETIRE
               END-IF
           END-PERFORM

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM))
               + WS-MAX-AGE + WS-OVERLAP
           PERFORM DATE-FROM-INT
           MOVE WS-DATE-CHECK TO WS-RETIRE

           ADD 1 TO WS-MAX-KEY-NUM
           MOVE WS-MAX-KEY-NUM TO WS-KEY-NUM
           ADD 1 TO WS-KEY-COUNT
           MOVE SPACES TO WS-K-ID(WS-KEY-COUNT)
           STRING "K" WS-KEY-NUM DELIMITED BY SIZE
               INTO WS-K-ID(WS-KEY-COUNT)
           END-STRING
           MOVE WS-FROM TO WS-K-FROM(WS-KEY-COUNT)
           MOVE WS-RETIRE TO WS-K-RETIRE(WS-KEY-COUNT)
           MOVE "ACTIVE" TO WS-K-STATUS(WS-KEY-COUNT)
           MOVE WS-NEW-SECRET TO WS-K-SECRET(WS-KEY-COUNT)
           PERFORM SAVE-KEYRING

           MOVE "SIGNKEY_GENERATE" TO WS-AUDIT-EVENT
           MOVE WS-K-ID(WS-KEY-COUNT) TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "from=" WS-FROM " retire=" WS-RETIRE
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "SIGN-KEY: " WS-K-ID(WS-KEY-COUNT)
               " generated, in force " WS-FROM ", retires "
               WS-RETIRE
           .

*> The first keyring entry is the old SIGNING.KEY as K000, so the
*> links and forms it signed keep verifying through the overlap
       IMPORT-SINGLE-KEY.
           MOVE SPACES TO SIGNING-KEY-RECORD
           OPEN INPUT SIGNING-KEY-FILE
           IF WS-SIGNKEY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SIGNING-KEY-FILE
               AT END
                   MOVE SPACES TO SIGNING-KEY-RECORD
           END-READ
           CLOSE SIGNING-KEY-FILE
           IF SIGNING-KEY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KEY-COUNT
           MOVE "K000" TO WS-K-ID(1)
           MOVE WS-TODAY TO WS-K-FROM(1)
           MOVE WS-CUT-RETIRE TO WS-K-RETIRE(1)
           MOVE "ACTIVE" TO WS-K-STATUS(1)
           MOVE SIGNING-KEY-RECORD TO WS-K-SECRET(1)
           MOVE "SIGNKEY_IMPORT" TO WS-AUDIT-EVENT
           MOVE "K000" TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "from=" WS-TODAY " retire=" WS-CUT-RETIRE
                  " source=SIGNING.KEY"
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "SIGN-KEY: SIGNING.KEY imported as K000, "
               "retires " WS-CUT-RETIRE
           .

       MAKE-SECRET.
           MOVE SPACES TO WS-NEW-SECRET
           MOVE SPACES TO WS-SHELL-CMD
           STRING "openssl rand -hex 32 > SIGNKEY-NEW.TMP "
                  "2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               OPEN INPUT NEWKEY-FILE
               IF WS-NEWKEY-STATUS = "00"
                   READ NEWKEY-FILE
                       NOT AT END
                           IF NEWKEY-RECORD(65:1) = SPACE AND
                              NEWKEY-RECORD(64:1) NOT = SPACE
                               MOVE NEWKEY-RECORD(1:64)
                                   TO WS-NEW-SECRET
                           END-IF
                   END-READ
                   CLOSE NEWKEY-FILE
               END-IF
           END-IF
           CALL "CBL_DELETE_FILE" USING "SIGNKEY-NEW.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

*> SCHEDULE: new dates for a live key. One already in force keeps
*> its valid-from - moving it would silently change which key
*> issues today
       SCHEDULE-KEY.
           IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES OR
              WS-ARG-3 = SPACES
               DISPLAY "SIGN-KEY: SCHEDULE needs <id> <from> "
                   "<retire>"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-KEY
           IF WS-TARGET-IDX = 0
               DISPLAY "SIGN-KEY: no key " WS-ARG-1(1:8)
               EXIT PARAGRAPH
           END-IF
           IF WS-K-STATUS(WS-TARGET-IDX) NOT = "ACTIVE"
               DISPLAY "SIGN-KEY: " WS-K-ID(WS-TARGET-IDX)
                   " is revoked"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-2(1:8) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-ARG
           IF WS-DATE-OK = 0 OR WS-ARG-2(9:1) NOT = SPACE
               DISPLAY "SIGN-KEY: valid-from must be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-FROM
           MOVE WS-ARG-3(1:8) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-ARG
           IF WS-DATE-OK = 0 OR WS-ARG-3(9:1) NOT = SPACE
               DISPLAY "SIGN-KEY: retire must be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-RETIRE
           IF WS-RETIRE < WS-FROM
               DISPLAY "SIGN-KEY: retire date is before valid-from"
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM NOT = WS-K-FROM(WS-TARGET-IDX)
               IF WS-K-FROM(WS-TARGET-IDX) <= WS-TODAY
                   DISPLAY "SIGN-KEY: " WS-K-ID(WS-TARGET-IDX)
                       " is already in force - only its retire "
                       "date can move"
                   EXIT PARAGRAPH
               END-IF
               IF WS-FROM < WS-TODAY
                   DISPLAY "SIGN-KEY: valid-from cannot be in the "
                       "past"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-FROM TO WS-K-FROM(WS-TARGET-IDX)
           MOVE WS-RETIRE TO WS-K-RETIRE(WS-TARGET-IDX)
           PERFORM SAVE-KEYRING

           MOVE "SIGNKEY_SCHEDULE" TO WS-AUDIT-EVENT
           MOVE WS-K-ID(WS-TARGET-IDX) TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "from=" WS-FROM " retire=" WS-RETIRE
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "SIGN-KEY: " WS-K-ID(WS-TARGET-IDX)
               " in force " WS-FROM ", retires " WS-RETIRE
           PERFORM WARN-IF-NO-CURRENT
           .

*> REVOKE: out of the ring's trust at once - every link and form it
*> signed is refused from the next request on
       REVOKE-KEY.
           IF WS-ARG-1 = SPACES
               DISPLAY "SIGN-KEY: REVOKE needs <id>"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-KEY
           IF WS-TARGET-IDX = 0
               DISPLAY "SIGN-KEY: no key " WS-ARG-1(1:8)
               EXIT PARAGRAPH
           END-IF
           IF WS-K-STATUS(WS-TARGET-IDX) = "REVOKED"
               DISPLAY "SIGN-KEY: " WS-K-ID(WS-TARGET-IDX)
                   " is already revoked"
               EXIT PARAGRAPH
           END-IF
           MOVE "REVOKED" TO WS-K-STATUS(WS-TARGET-IDX)
           PERFORM SAVE-KEYRING

           MOVE "SIGNKEY_REVOKE" TO WS-AUDIT-EVENT
           MOVE WS-K-ID(WS-TARGET-IDX) TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "from=" WS-K-FROM(WS-TARGET-IDX)
                  " retire=" WS-K-RETIRE(WS-TARGET-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "SIGN-KEY: " WS-K-ID(WS-TARGET-IDX) " revoked"
           PERFORM WARN-IF-NO-CURRENT
           .

       WARN-IF-NO-CURRENT.
           PERFORM FIND-CURRENT-KEY
           IF WS-CURRENT-FOUND = 0
               DISPLAY "SIGN-KEY: WARNING - no key is current now; "
                   "forms and signed URLs cannot be issued until "
                   "you GENERATE one"
           END-IF
           .

*> CHECK: the daily pass - list the ring to SIGNING-KEY.RPT and
*> escalate on the current key's age
       CHECK-KEY-AGE.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "Signing key age check - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-KEY-COUNT = 0
               MOVE "  (no keyring - the single SIGNING.KEY is "
                   & "unversioned; run sign-key GENERATE)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "SIGN-KEY: no keyring, see SIGNING-KEY.RPT"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-KEY
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM SET-KEY-STATE
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-K-ID(WS-KEY-IDX)
                      " from " WS-K-FROM(WS-KEY-IDX)
                      " retire " WS-K-RETIRE(WS-KEY-IDX)
                      " - " WS-KEY-STATE
                      DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO WS-ALERT-LEVEL
           MOVE SPACES TO WS-ALERT-REASON
           MOVE 0 TO WS-AGE
           MOVE 0 TO WS-RETIRE-LEFT
           IF WS-CURRENT-IDX = 0
               MOVE "CRITICAL" TO WS-ALERT-LEVEL
               MOVE "no current key" TO WS-ALERT-REASON
           ELSE
               COMPUTE WS-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (WS-K-FROM(WS-CURRENT-IDX)))
               COMPUTE WS-RETIRE-LEFT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                       (WS-K-RETIRE(WS-CURRENT-IDX))) - WS-TODAY-INT
               EVALUATE TRUE
                   WHEN WS-RETIRE-LEFT <= 3 AND WS-SUCC-IDX = 0
                       MOVE "CRITICAL" TO WS-ALERT-LEVEL
                       MOVE "retires with no successor"
                           TO WS-ALERT-REASON
                   WHEN WS-AGE > WS-MAX-AGE
                       MOVE "URGENT" TO WS-ALERT-LEVEL
                       MOVE "older than policy allows"
                           TO WS-ALERT-REASON
                   WHEN WS-AGE + 14 > WS-MAX-AGE AND WS-SUCC-IDX = 0
                       MOVE "NOTICE" TO WS-ALERT-LEVEL
                       MOVE "due for rotation" TO WS-ALERT-REASON
               END-EVALUATE
           END-IF

           MOVE WS-AGE TO WS-AGE-D
           MOVE SPACES TO REPORT-RECORD
           IF WS-CURRENT-IDX = 0
               MOVE "  current key: NONE - forms and signed URLs "
                   & "cannot be issued" TO REPORT-RECORD
           ELSE
               MOVE WS-MAX-AGE TO WS-LEFT-D
               STRING "  current key: " WS-K-ID(WS-CURRENT-IDX)
                      ", " FUNCTION TRIM(WS-AGE-D)
                      " day(s) old (policy "
                      FUNCTION TRIM(WS-LEFT-D) ")"
                      DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF WS-SUCC-IDX > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  next key: " WS-K-ID(WS-SUCC-IDX)
                      " from " WS-K-FROM(WS-SUCC-IDX)
                      DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE

           IF WS-ALERT-LEVEL = SPACES
               DISPLAY "SIGN-KEY: keyring checked, see "
                   "SIGNING-KEY.RPT"
               EXIT PARAGRAPH
           END-IF
           PERFORM RAISE-KEY-ALERT
           .

       RAISE-KEY-ALERT.
           MOVE SPACES TO WS-AUDIT-KEY
           IF WS-CURRENT-IDX > 0
               MOVE WS-K-ID(WS-CURRENT-IDX) TO WS-AUDIT-KEY
           ELSE
               MOVE "none" TO WS-AUDIT-KEY
           END-IF
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ALERT SIGNING-KEY-AGE "
                  DELIMITED BY SIZE
                  WS-ALERT-LEVEL DELIMITED BY SPACE
                  " key=" DELIMITED BY SIZE
                  WS-AUDIT-KEY DELIMITED BY SPACE
                  " age=" FUNCTION TRIM(WS-AGE-D)
                  " " DELIMITED BY SIZE
                  WS-ALERT-REASON DELIMITED BY "  "
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG
           DISPLAY "SIGN-KEY: " ALERTS-LOG-RECORD(1:100)

           MOVE "signing_key_age" TO WS-WEBHOOK-EVENT
           MOVE SPACES TO WS-WEBHOOK-DETAIL
           STRING "signing key " DELIMITED BY SIZE
                  WS-AUDIT-KEY DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ALERT-REASON DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  WS-ALERT-LEVEL DELIMITED BY SPACE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "SIGNING-KEY-AGE:" DELIMITED BY SIZE
                  WS-AUDIT-KEY DELIMITED BY SPACE
               INTO ALERT-KEY
           END-STRING
           MOVE "W" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE WS-WEBHOOK-EVENT TO ALERT-EVENT
           MOVE WS-WEBHOOK-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console signkey-"
                  DELIMITED BY SIZE
                  WS-AUDIT-KEY DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " result=APPLIED " DELIMITED BY SIZE
                  WS-AUDIT-NOTE DELIMITED BY "  "
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
