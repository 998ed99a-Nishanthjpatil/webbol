*>   comment-mod HIDE <n>     - hide comment number <n> (it stays
*>                              stored, but stops rendering)
*>   comment-mod SHOW <n>     - make comment number <n> visible again
*>   comment-mod DELETE <n>   - remove comment number <n> for good,
*>                              unless a legal hold covers its page
*>                              or its author (HOLD-CHECK), in which
*>                              case it is refused and the refusal
*>                              audited with the hold's id
*>
*> HIDE/SHOW/DELETE rewrite the file through a scratch copy renamed
*> into place, the same crash-safe arrangement the other rewriting
*> jobs use, and note the action in the audit log.
*>
*> The name and text of a comment are stored sealed (PII-CRYPT).
*> LIST opens them only for a login listed in PII_READERS - the ask
*> is audited either way - and otherwise shows the sealed token.
*> The rewrites carry every record across exactly as stored.
IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMENT-MOD.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMENTS-FILE.
       01  COMMENTS-RECORD      PIC X(1200).
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(1200).

       WORKING-STORAGE SECTION.
       01 WS-COMMENTS-STATUS    PIC XX.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-AUDIT-RESULT       PIC X(10) VALUE "APPLIED".

*> Legal-hold gate (HOLD-CHECK) for DELETE, and the page and author
*> fields of the comment being deleted ("flag|page|ts|name|text")
       01 WS-HOLD-KIND          PIC X(4).
       01 WS-HOLD-KEY           PIC X(512).
       01 WS-HOLD-ON            PIC 9 VALUE 0.
       01 WS-HOLD-ID            PIC X(8).
       01 WS-CMT-FLAG           PIC X(1).
       01 WS-CMT-PAGE           PIC X(256).
       01 WS-CMT-TIME           PIC X(19).
       01 WS-CMT-NAME           PIC X(64).

*> Sealed name|text: opened for LIST when this login may read it,
*> and for DELETE's author hold check
       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.
       01 WS-PII-READ           PIC 9 VALUE 0.

       PROCEDURE DIVISION.

           MOVE WS-COMMAND-LINE(1:WS-SP-POS) TO WS-ACTION

           IF WS-ACTION = "HIDE" OR WS-ACTION = "SHOW" OR
              WS-ACTION = "APPROVE" OR WS-ACTION = "DELETE"
               IF WS-COMMAND-LINE(WS-SP-POS + 2:6) = SPACES
                   PERFORM SHOW-USAGE
                   STOP RUN
                   PERFORM TOGGLE-COMMENT
               WHEN "APPROVE"
                   PERFORM TOGGLE-COMMENT
               WHEN "DELETE"
                   PERFORM DELETE-COMMENT
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE

       SHOW-USAGE.
           DISPLAY "COMMENT-MOD: usage: LIST [PENDING] | "
               "APPROVE <n> | HIDE <n> | SHOW <n> | DELETE <n>"
           .

       LIST-COMMENTS.
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-PII-MODE
           MOVE SPACES TO WS-PII-TEXT
           MOVE "comment-mod" TO WS-PII-TEXT
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 3
               DISPLAY "COMMENT-MOD: names and text stay sealed - "
                   "this login is not in PII_READERS"
           ELSE
               MOVE 1 TO WS-PII-READ
           END-IF

           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-RECORD-NUM
           PERFORM UNTIL WS-EOF = 1
                       ADD 1 TO WS-RECORD-NUM
                       IF WS-PENDING-ONLY = 0 OR
                          COMMENTS-RECORD(1:1) = "P"
                           MOVE COMMENTS-RECORD TO WS-PII-TEXT
                           IF WS-PII-READ = 1
                               MOVE "D" TO WS-PII-MODE
                               CALL "PII-CRYPT" USING WS-PII-MODE
                                   WS-PII-TEXT WS-PII-POS WS-PII-RC
                               END-CALL
                           END-IF
                           DISPLAY WS-RECORD-NUM " "
                               WS-PII-TEXT(1:110)
                       END-IF
               END-READ
           END-PERFORM
               WS-TARGET-NUM
           .

*> Copy every record across except the numbered one - which a legal
*> hold on its page or its author keeps in place, the whole rewrite
*> then being thrown away and the refusal audited instead
       DELETE-COMMENT.
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS NOT = "00"
               DISPLAY "COMMENT-MOD: no COMMENTS.DAT found"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT WORK-FILE

           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-RECORD-NUM
           MOVE 0 TO WS-CHANGED
           MOVE 0 TO WS-HOLD-ON
           PERFORM UNTIL WS-EOF = 1
               READ COMMENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUM
                       IF WS-RECORD-NUM = WS-TARGET-NUM
                           PERFORM CHECK-COMMENT-HOLD
                           MOVE 1 TO WS-CHANGED
                       END-IF
                       IF WS-RECORD-NUM NOT = WS-TARGET-NUM OR
                          WS-HOLD-ON = 1
                           MOVE COMMENTS-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMMENTS-FILE
           CLOSE WORK-FILE

           IF WS-CHANGED = 0 OR WS-HOLD-ON = 1
               CALL "CBL_DELETE_FILE" USING "COMMENTS.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF
           IF WS-CHANGED = 0
               DISPLAY "COMMENT-MOD: no comment number "
                   WS-TARGET-NUM
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-ON = 1
               MOVE WS-HOLD-ID TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
               IF WS-HOLD-ID = "SEALED"
                   DISPLAY "COMMENT-MOD: comment " WS-TARGET-NUM
                       " - its author could not be unsealed for the "
                       "hold check, not deleted"
               ELSE
                   DISPLAY "COMMENT-MOD: comment " WS-TARGET-NUM
                       " is under legal hold " WS-HOLD-ID
                       ", not deleted"
               END-IF
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "COMMENTS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "COMMENTS.TMP" "COMMENTS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL

           PERFORM WRITE-AUDIT-ENTRY

           DISPLAY "COMMENT-MOD: DELETE applied to comment "
               WS-TARGET-NUM
           .

*> Held if its page falls under a held content path, or its author
*> is a held user. An author that will not unseal cannot be cleared,
*> so the delete is refused rather than risk a held user's words
       CHECK-COMMENT-HOLD.
           MOVE COMMENTS-RECORD TO WS-PII-TEXT
           MOVE "D" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC NOT = 0
               MOVE 1 TO WS-HOLD-ON
               MOVE "SEALED" TO WS-HOLD-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMT-PAGE
           MOVE SPACES TO WS-CMT-NAME
           UNSTRING WS-PII-TEXT DELIMITED BY "|"
               INTO WS-CMT-FLAG WS-CMT-PAGE WS-CMT-TIME WS-CMT-NAME
           END-UNSTRING

           MOVE "PATH" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-CMT-PAGE TO WS-HOLD-KEY
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 1 OR WS-CMT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "USER" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-CMT-NAME TO WS-HOLD-KEY
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           .

*> The moderation action joins the same audit trail the server's own
*> security events use, in its field conventions
       WRITE-AUDIT-ENTRY.
           STRING "[" WS-TIMESTAMP "] console - event=COMMENT_"
                  DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SPACE
                  " user=operator result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING

