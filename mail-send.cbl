*> the message in MAIL-SPOOL.DAT ("address|subject|detail" lines),
*> and every later call first drains the spool oldest-first,
*> stopping at the first failure so ordering holds.
*>
*> MAIL-SEND-TO is the second entry point, for mail addressed to one
*> person rather than fanned out by event (REPORT-DISTRIBUTE's
*> subscriber deliveries): address, subject and a multi-line text
*> whose lines are separated by the two characters "\n". It drains
*> and spools exactly as above - such messages spool as
*> "+address|subject|text" - and hands back whether the message went
*> (S), was queued behind a mail outage (Q), or was lost to a full
*> spool (F), so the caller can record what really happened.
IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-SEND.

       FD  RECIPIENTS-FILE.
       01  RECIPIENTS-RECORD    PIC X(128).
       FD  SPOOL-FILE.
       01  SPOOL-RECORD         PIC X(1200).
       FD  SPOOL-TMP.
       01  SPOOL-TMP-RECORD     PIC X(1200).

       WORKING-STORAGE SECTION.
       01 WS-RCPT-STATUS        PIC XX.
       01 WS-SPOOL-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-SPOOL-SENT         PIC 9(4) COMP VALUE 0.
       01 SPOOL-TABLE.
          05 SPOOL-LINE OCCURS 100 TIMES PIC X(1200).
       01 WS-SPOOL-IDX          PIC 9(4) COMP.
       01 WS-SEND-FAILED        PIC 9 VALUE 0.

       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> MAIL-SEND-TO's message, spooled with a leading "+" so the drain
*> knows to expand its "\n" line breaks
       01 WS-TEXT-MODE          PIC 9 VALUE 0.
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-TEXT-LEN           PIC 9(4) COMP.

       LINKAGE SECTION.
*> The same event-name/detail pair WEBHOOK-NOTIFY takes, so every
*> producer can feed both channels with one set of fields
       01 LS-EVENT-NAME         PIC X(32).
       01 LS-EVENT-DETAIL       PIC X(128).
*> MAIL-SEND-TO's addressed message and the outcome handed back
       01 LS-MAIL-TO            PIC X(80).
       01 LS-MAIL-SUBJECT       PIC X(64).
       01 LS-MAIL-TEXT          PIC X(1000).
       01 LS-MAIL-RESULT        PIC X(1).

       PROCEDURE DIVISION USING LS-EVENT-NAME LS-EVENT-DETAIL.

       MAIN-LOGIC.
           MOVE 0 TO WS-TEXT-MODE
           MOVE 0 TO WS-DETAIL-LEN
           PERFORM VARYING WS-DETAIL-LEN FROM 128 BY -1
               UNTIL WS-DETAIL-LEN < 1

*> One spooled "address|subject|detail" line retried as-is
       SEND-ONE-SPOOLED.
           IF SPOOL-LINE(WS-SPOOL-IDX)(1:1) = "+"
               PERFORM SEND-ONE-SPOOLED-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-P1
           MOVE 0 TO WS-P2
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 1190 OR WS-P2 > 0
               IF SPOOL-LINE(WS-SPOOL-IDX)(WS-SCAN-POS:1) = "|"
                   IF WS-P1 = 0
                       MOVE WS-SCAN-POS TO WS-P1
               (WS-P1 + 1:WS-P2 - WS-P1 - 1)
               UPON ENVIRONMENT-VALUE
           DISPLAY "MAIL_BODY" UPON ENVIRONMENT-NAME
           DISPLAY SPOOL-LINE(WS-SPOOL-IDX)(WS-P2 + 1:1200 - WS-P2)
               UPON ENVIRONMENT-VALUE
           PERFORM RUN-SENDMAIL
           .

*> A spooled MAIL-SEND-TO message: "+address|subject|text"
       SEND-ONE-SPOOLED-TEXT.
           MOVE 0 TO WS-P1
           MOVE 0 TO WS-P2
           PERFORM VARYING WS-SCAN-POS FROM 2 BY 1
               UNTIL WS-SCAN-POS > 1190 OR WS-P2 > 0
               IF SPOOL-LINE(WS-SPOOL-IDX)(WS-SCAN-POS:1) = "|"
                   IF WS-P1 = 0
                       MOVE WS-SCAN-POS TO WS-P1
                   ELSE
                       MOVE WS-SCAN-POS TO WS-P2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-P1 < 3 OR WS-P2 = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MAIL_TO" UPON ENVIRONMENT-NAME
           DISPLAY SPOOL-LINE(WS-SPOOL-IDX)(2:WS-P1 - 2)
               UPON ENVIRONMENT-VALUE
           DISPLAY "MAIL_SUBJECT" UPON ENVIRONMENT-NAME
           DISPLAY SPOOL-LINE(WS-SPOOL-IDX)
               (WS-P1 + 1:WS-P2 - WS-P1 - 1)
               UPON ENVIRONMENT-VALUE
           DISPLAY "MAIL_BODY" UPON ENVIRONMENT-NAME
           DISPLAY SPOOL-LINE(WS-SPOOL-IDX)(WS-P2 + 1:1200 - WS-P2)
               UPON ENVIRONMENT-VALUE
           PERFORM RUN-SENDMAIL-TEXT
           .

       NOTIFY-ONE-RECIPIENT.
           IF RECIPIENTS-RECORD(1:1) = SPACE OR
              RECIPIENTS-RECORD(1:2) = "* "
           END-IF
           .

*> The same delivery for a MAIL-SEND-TO text: "%b" turns its "\n"
*> separators into real line breaks
       RUN-SENDMAIL-TEXT.
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'printf "To: %s\\nSubject: %s\\n\\n%b\\n" '
                  '"$MAIL_TO" "$MAIL_SUBJECT" "$MAIL_BODY" | '
                  'sendmail "$MAIL_TO" 2>/dev/null'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               MOVE 1 TO WS-SEND-FAILED
           END-IF
           .

       SPOOL-THIS-MESSAGE.
           IF WS-SPOOL-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPOOL-COUNT
           MOVE SPACES TO SPOOL-LINE(WS-SPOOL-COUNT)
           IF WS-TEXT-MODE = 1
               STRING "+" WS-RCPT-ADDR(1:WS-RCPT-ADDR-LEN) "|"
                      DELIMITED BY SIZE
                      WS-MAIL-SUBJECT DELIMITED BY "  "
                      "|" DELIMITED BY SIZE
                      WS-MAIL-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
                   INTO SPOOL-LINE(WS-SPOOL-COUNT)
               END-STRING
               EXIT PARAGRAPH
           END-IF
           STRING WS-RCPT-ADDR(1:WS-RCPT-ADDR-LEN) "|"
                  DELIMITED BY SIZE
                  WS-MAIL-SUBJECT DELIMITED BY "  "
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> Alternate entry point: one addressed message, same drain-first
*> and spool-on-failure discipline as an event
       MAIL-SEND-TO-ENTRY SECTION.
       ENTRY "MAIL-SEND-TO" USING LS-MAIL-TO LS-MAIL-SUBJECT
           LS-MAIL-TEXT LS-MAIL-RESULT.
           MOVE 1 TO WS-TEXT-MODE
           MOVE "F" TO LS-MAIL-RESULT
           MOVE SPACES TO WS-RCPT-ADDR
           MOVE LS-MAIL-TO TO WS-RCPT-ADDR
           MOVE 0 TO WS-RCPT-ADDR-LEN
           INSPECT WS-RCPT-ADDR TALLYING WS-RCPT-ADDR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-RCPT-ADDR-LEN = 0
               GOBACK
           END-IF
           MOVE LS-MAIL-SUBJECT TO WS-MAIL-SUBJECT
           INSPECT WS-MAIL-SUBJECT REPLACING ALL "|" BY "/"
           MOVE LS-MAIL-TEXT TO WS-MAIL-TEXT
           MOVE 0 TO WS-TEXT-LEN
           PERFORM VARYING WS-TEXT-LEN FROM 1000 BY -1
               UNTIL WS-TEXT-LEN < 1
               IF WS-MAIL-TEXT(WS-TEXT-LEN:1) NOT = SPACE AND
                  WS-MAIL-TEXT(WS-TEXT-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TEXT-LEN = 0
               MOVE 1 TO WS-TEXT-LEN
           END-IF

           PERFORM LOAD-SPOOL
           MOVE 0 TO WS-SEND-FAILED
           MOVE 0 TO WS-SPOOL-SENT
           PERFORM VARYING WS-SPOOL-IDX FROM 1 BY 1
               UNTIL WS-SPOOL-IDX > WS-SPOOL-COUNT OR
                     WS-SEND-FAILED = 1
               PERFORM SEND-ONE-SPOOLED
               IF WS-SEND-FAILED = 0
                   ADD 1 TO WS-SPOOL-SENT
               END-IF
           END-PERFORM

           IF WS-SEND-FAILED = 0
               DISPLAY "MAIL_TO" UPON ENVIRONMENT-NAME
               DISPLAY WS-RCPT-ADDR(1:WS-RCPT-ADDR-LEN)
                   UPON ENVIRONMENT-VALUE
               DISPLAY "MAIL_SUBJECT" UPON ENVIRONMENT-NAME
               DISPLAY WS-MAIL-SUBJECT UPON ENVIRONMENT-VALUE
               DISPLAY "MAIL_BODY" UPON ENVIRONMENT-NAME
               DISPLAY WS-MAIL-TEXT(1:WS-TEXT-LEN)
                   UPON ENVIRONMENT-VALUE
               PERFORM RUN-SENDMAIL-TEXT
               IF WS-SEND-FAILED = 0
                   MOVE "S" TO LS-MAIL-RESULT
               END-IF
           END-IF
           IF WS-SEND-FAILED = 1
               IF WS-SPOOL-COUNT < 100
                   PERFORM SPOOL-THIS-MESSAGE
                   MOVE "Q" TO LS-MAIL-RESULT
               END-IF
           END-IF

           PERFORM REWRITE-SPOOL
           MOVE 0 TO WS-TEXT-MODE
           GOBACK.
