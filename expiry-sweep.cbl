*> Run nightly; once the handler's own expiry table is answering the
*> path with 410, nothing can reach the live copy anyway, so this
*> sweep is what actually clears it off the live tree.
*> A page under a legal hold (HOLD-CHECK, by path) stays where it is
*> however long past its date; each skip is audited with the hold's
*> id.
IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRY-SWEEP.

       01 WS-SHELL-RC           PIC S9(9) COMP-5.

       01 WS-ARCHIVED           PIC 9(4) VALUE 0.
       01 WS-HELD               PIC 9(4) VALUE 0.

*> Legal-hold gate (HOLD-CHECK)
       01 WS-HOLD-KIND          PIC X(4).
       01 WS-HOLD-KEY           PIC X(512).
       01 WS-HOLD-ON            PIC 9.
       01 WS-HOLD-ID            PIC X(8).

       PROCEDURE DIVISION.

           END-PERFORM
           CLOSE EXPIRY-FILE

           DISPLAY "EXPIRY-SWEEP: archived " WS-ARCHIVED " file(s), "
               WS-HELD " held"
           STOP RUN.

       READ-CONFIG-FILE.
               EXIT PARAGRAPH
           END-IF

           MOVE "PATH" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-EXP-PATH(1:WS-EXP-PATH-LEN) TO WS-HOLD-KEY
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 1
               ADD 1 TO WS-HELD
               DISPLAY "EXPIRY-SWEEP: " WS-EXP-PATH(1:WS-EXP-PATH-LEN)
                   " kept, legal hold " WS-HOLD-ID
               MOVE SPACES TO WS-AUDIT-LINE
               STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                      WS-EXP-PATH(1:WS-EXP-PATH-LEN) DELIMITED BY SIZE
                      " event=LEGAL_HOLD_SKIP user=scheduler result="
                          DELIMITED BY SIZE
                      WS-HOLD-ID DELIMITED BY SPACE
                      " action=ARCHIVE" DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
               END-STRING
               CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
                   WS-AUDIT-CHAINED
               END-CALL
               EXIT PARAGRAPH
           END-IF

           DISPLAY "EXPIRY_SRC" UPON ENVIRONMENT-NAME
           DISPLAY WS-LIVE-PATH UPON ENVIRONMENT-VALUE
           DISPLAY "EXPIRY_DST" UPON ENVIRONMENT-NAME
