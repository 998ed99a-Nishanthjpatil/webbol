*>     scratch copy renamed into place;
*>   - everything newer is left byte-for-byte alone.
*>
*> A legal hold outranks both horizons: an archive whose day is held,
*> or which records a held user, is kept (and masked only where no
*> hold applies); a record whose date or authuser is held is left
*> unmasked. Each kept archive and each file with held records gets a
*> line in the summary and a LEGAL_HOLD_SKIP audit record naming the
*> hold.
*>
*> Both horizons come from PRIVACY.CFG (MASK_DAYS / RETAIN_DAYS,
*> key=value like WEBSERVER.CFG) with the policy's own 30/365 as
*> compiled-in defaults. A processing summary the auditor can be
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  WORK-LOG.
       01  WORK-LOG-RECORD      PIC X(1200).
       FD  MASKED-FILE.
       01  MASKED-RECORD        PIC X(1200).
       FD  ARCHIVE-LIST.
       01  ARCHIVE-LIST-RECORD  PIC X(64).
       FD  REPORT-FILE.
       01 WS-REPORT-LINE        PIC X(160).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.

*> Legal-hold gate (HOLD-CHECK), the records a hold kept unmasked in
*> this file, and the hold that last kept something
       01 WS-HOLD-KIND          PIC X(4).
       01 WS-HOLD-KEY           PIC X(512).
       01 WS-HOLD-ON            PIC 9.
       01 WS-HOLD-ID            PIC X(8).
       01 WS-LAST-HOLD-ID       PIC X(8).
       01 WS-FILE-HELD          PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-HELD         PIC 9(8) COMP VALUE 0.
       01 WS-USER-START         PIC 9(4) COMP.
       01 WS-USER-END           PIC 9(4) COMP.
       01 WS-AUDIT-OBJECT       PIC X(64).
       01 WS-AUDIT-EXTRA        PIC X(40).
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-HELD TO WS-COUNT-DISPLAY
           STRING "Records held unmasked: " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-DELETED TO WS-COUNT-DISPLAY
           STRING "Archives deleted:       " DELIMITED BY SIZE
           MOVE ARCHIVE-LIST-RECORD TO WS-ARCHIVE-NAME

           IF WS-ARCHIVE-DATE < WS-RETAIN-CUTOFF
               PERFORM CHECK-ARCHIVE-HOLD
           END-IF
           IF WS-ARCHIVE-DATE < WS-RETAIN-CUTOFF AND WS-HOLD-ON = 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HELD    " DELIMITED BY SIZE
                      WS-ARCHIVE-NAME DELIMITED BY SPACE
                      " (past retention, legal hold " DELIMITED BY SIZE
                      WS-HOLD-ID DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-ARCHIVE-NAME TO WS-AUDIT-OBJECT
               MOVE SPACES TO WS-AUDIT-EXTRA
               MOVE " action=DELETE" TO WS-AUDIT-EXTRA
               MOVE WS-HOLD-ID TO WS-LAST-HOLD-ID
               PERFORM WRITE-HOLD-AUDIT
           END-IF

           IF WS-ARCHIVE-DATE < WS-RETAIN-CUTOFF AND WS-HOLD-ON = 0
               CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           PERFORM MASK-ONE-FILE
           .

*> Is a past-retention archive under a legal hold? Either its day
*> is held outright, or one of its records names a held user (the
*> archive is read through once for that)
       CHECK-ARCHIVE-HOLD.
           MOVE "DATE" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-ARCHIVE-DATE TO WS-HOLD-KEY(1:8)
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARCHIVE-NAME TO WS-WORK-LOG-NAME
           OPEN INPUT WORK-LOG
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = 1 OR WS-HOLD-ON = 1
               READ WORK-LOG
                   AT END
                       MOVE 1 TO WS-WORK-EOF
                   NOT AT END
                       PERFORM CHECK-USER-HOLD
               END-READ
           END-PERFORM
           CLOSE WORK-LOG
           .

*> The record's authuser, if it names one, against the user holds
       CHECK-USER-HOLD.
           MOVE 0 TO WS-HOLD-ON
           PERFORM FIND-AUTH-USER
           IF WS-USER-START = 0 OR
              WORK-LOG-RECORD(WS-USER-START:1) = "-" OR
              WORK-LOG-RECORD(WS-USER-START:1) = "["
               EXIT PARAGRAPH
           END-IF
           MOVE "USER" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WORK-LOG-RECORD(WS-USER-START:
               WS-USER-END - WS-USER-START) TO WS-HOLD-KEY
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           .

*> One LEGAL_HOLD_SKIP audit record for WS-AUDIT-OBJECT, through the
*> shared hash-chaining door
       WRITE-HOLD-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
                  "-" WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2)
                  ":" WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
                  "] console " DELIMITED BY SIZE
                  WS-AUDIT-OBJECT DELIMITED BY SPACE
                  " event=LEGAL_HOLD_SKIP user=scheduler result="
                      DELIMITED BY SIZE
                  WS-LAST-HOLD-ID DELIMITED BY SPACE
                  WS-AUDIT-EXTRA DELIMITED BY "  "
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> One masking pass over WS-WORK-LOG-NAME: copy every record to the
*> scratch file, masking the client address of those dated before
*> the masking cutoff, and rename the scratch copy into place only
       MASK-ONE-FILE.
           MOVE 0 TO WS-FILE-MASKED
           MOVE 0 TO WS-FILE-KEPT
           MOVE 0 TO WS-FILE-HELD
           MOVE SPACES TO WS-LAST-HOLD-ID
           MOVE 0 TO WS-FILE-CHANGED

           OPEN INPUT WORK-LOG
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-FILE-HELD > 0
               ADD WS-FILE-HELD TO WS-TOTAL-HELD
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-FILE-HELD TO WS-COUNT-DISPLAY
               STRING "HELD    " DELIMITED BY SIZE
                      WS-WORK-LOG-NAME DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " record(s) left unmasked, legal hold "
                          DELIMITED BY SIZE
                      WS-LAST-HOLD-ID DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-WORK-LOG-NAME TO WS-AUDIT-OBJECT
               MOVE SPACES TO WS-AUDIT-EXTRA
               STRING " action=MASK records=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   INTO WS-AUDIT-EXTRA
               END-STRING
               PERFORM WRITE-HOLD-AUDIT
           END-IF
           .

*> Decide one record's fate by the YYYY-MM-DD inside its first
               IF WS-REC-DATE-STR NUMERIC
                   MOVE WS-REC-DATE-STR TO WS-REC-DATE
                   IF WS-REC-DATE < WS-MASK-CUTOFF
                       PERFORM CHECK-RECORD-HOLD
                   END-IF
                   IF WS-REC-DATE < WS-MASK-CUTOFF AND WS-HOLD-ON = 1
                       ADD 1 TO WS-FILE-HELD
                       MOVE WS-HOLD-ID TO WS-LAST-HOLD-ID
                   END-IF
                   IF WS-REC-DATE < WS-MASK-CUTOFF AND WS-HOLD-ON = 0
                       PERFORM MASK-CLIENT-ADDRESS
*> The authuser field the access log now records is personal data
*> exactly like the address, and ages out the same way
           WRITE MASKED-RECORD
           .

*> A record held by its day or by its authuser stays unmasked
       CHECK-RECORD-HOLD.
           MOVE "DATE" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-REC-DATE TO WS-HOLD-KEY(1:8)
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 0
               PERFORM CHECK-USER-HOLD
           END-IF
           .

*> Zero the final octet of the record's client address: the first
*> space-delimited token containing three dots is the address
*> (leading for access-log lines, after the timestamp for audit/
*> is already the bracket (the audit/incident layouts) fall through
*> untouched
       MASK-AUTH-USER.
           PERFORM FIND-AUTH-USER

           IF WS-USER-START = 0 OR
              MASKED-RECORD(WS-USER-START:1) = "-" OR
              MASKED-RECORD(WS-USER-START:1) = "["
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MASK-POS FROM WS-USER-START BY 1
               UNTIL WS-MASK-POS >= WS-USER-END
               MOVE "x" TO MASKED-RECORD(WS-MASK-POS:1)
           END-PERFORM
           MOVE 1 TO WS-FILE-CHANGED
           .

*> Locate the third space-delimited token of the record as read:
*> WS-USER-START at its first byte (0 if there is none) and
*> WS-USER-END just past its last. Masking the address never moves
*> it, so the positions serve the masked copy too
       FIND-AUTH-USER.
           MOVE 1 TO WS-SCAN-POS
           MOVE 0 TO WS-USER-START
           PERFORM VARYING WS-TOKEN-NO FROM 1 BY 1
               UNTIL WS-TOKEN-NO > 3 OR WS-SCAN-POS > 100
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 100 OR
                         WORK-LOG-RECORD(WS-SCAN-POS:1) NOT = SPACE
               END-PERFORM
               IF WS-SCAN-POS > 100
                   EXIT PERFORM
               END-IF
               IF WS-TOKEN-NO = 3
                   MOVE WS-SCAN-POS TO WS-USER-START
               END-IF
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 100 OR
                         WORK-LOG-RECORD(WS-SCAN-POS:1) = SPACE
               END-PERFORM
           END-PERFORM
           MOVE WS-SCAN-POS TO WS-USER-END
           .
