*> Shared destroy-gate: is this item under a legal hold right now?
*> Every path that purges, expires, masks or deletes records asks
*> here first - RETENTION, LOG-PRIVACY, EXPIRY-SWEEP, the content
*> DELETE and move endpoints, BACKUP-RUN's snapshot pruning and
*> COMMENT-MOD DELETE - so a hold placed with HOLD-ADMIN is honored
*> everywhere at once instead of by switching jobs off by hand.
*>
*> LEGAL-HOLDS.DAT (kept by HOLD-ADMIN) holds one record per hold:
*>   ID|STATUS|PLACED-TIMESTAMP|PLACED-BY|MATTER|SCOPE
*> STATUS being ACTIVE or RELEASED, SCOPE a space-separated list of
*>   path=/prefix/         content at or under the web path
*>   logs=FROM-TO          log records dated FROM..TO (YYYYMMDD,
*>                         inclusive; "logs=FROM-" is open-ended,
*>                         "logs=DAY" a single day)
*>   form=name             that form's FORM-<name>.LOG submissions
*>   user=id               that user's records (access-log authuser,
*>                         comment author)
*>
*> The caller names what kind of item it holds in LS-HOLD-KIND:
*>   PATH  LS-HOLD-KEY a web path; held when a path= term is its
*>         prefix, or when it is a prefix of a held path (a tree
*>         move or delete would take the held content with it)
*>   DATE  LS-HOLD-KEY(1:8) a YYYYMMDD inside some logs= range
*>   FORM  LS-HOLD-KEY a form name matching a form= term
*>   USER  LS-HOLD-KEY a user id matching a user= term
*>   SNAP  LS-HOLD-KEY(1:8) a backup snapshot's date: held when a
*>         hold with any path= term was placed on or after that day
*>         (the snapshot is the content as it stood then)
*> LS-HELD comes back 1 with the first matching hold's id in
*> LS-HOLD-ID ("H-NNNNNN"), for the caller's refusal and audit line.
*> Refusing, skipping and auditing are the caller's business - this
*> module only ever reports the state.
*>
*> Batch passes ask once per line, so the active holds are kept in
*> memory between calls and reloaded only when the register's size
*> or timestamp changes.
IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO "LEGAL-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
       01  HOLDS-RECORD         PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-HOLDS-STATUS       PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-HOLDS-NAME         PIC X(32) VALUE "LEGAL-HOLDS.DAT".

*> The register's size and timestamp when the table was loaded
       01 WS-FILE-INFO.
          05 WS-INFO-SIZE      PIC 9(18) COMP.
          05 WS-INFO-STAMP     PIC X(8).
       01 WS-LOADED-INFO        PIC X(16) VALUE LOW-VALUES.
       01 WS-LOADED-ONCE        PIC 9 VALUE 0.
       01 WS-STAT-RC            PIC S9(9) COMP-5.

       01 WS-HOLD-COUNT         PIC 9(4) COMP VALUE 0.
       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 50 TIMES.
             10 HOLD-ID           PIC X(6).
             10 HOLD-PLACED-DATE  PIC 9(8).
             10 HOLD-HAS-PATH     PIC 9.
             10 HOLD-TERM-COUNT   PIC 9(4) COMP.
             10 HOLD-TERM OCCURS 12 TIMES.
                15 TERM-KIND      PIC X(4).
                15 TERM-VALUE     PIC X(128).
                15 TERM-LEN       PIC 9(4) COMP.
                15 TERM-FROM      PIC 9(8).
                15 TERM-TO        PIC 9(8).
       01 WS-HOLD-IDX           PIC 9(4) COMP.
       01 WS-TERM-IDX           PIC 9(4) COMP.

*> Record parsing scratch
       01 WS-BAR-TABLE.
          05 WS-BAR-POS         PIC 9(4) COMP OCCURS 5 TIMES.
       01 WS-BAR-COUNT          PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-TOKEN-START        PIC 9(4) COMP.
       01 WS-TOKEN-LEN          PIC 9(4) COMP.
       01 WS-TOKEN              PIC X(140).

       01 WS-KEY-LEN            PIC 9(4) COMP.
       01 WS-KEY-DATE           PIC 9(8).

       LINKAGE SECTION.
       01 LS-HOLD-KIND          PIC X(4).
       01 LS-HOLD-KEY           PIC X(512).
       01 LS-HELD               PIC 9.
       01 LS-HOLD-ID            PIC X(8).

       PROCEDURE DIVISION USING LS-HOLD-KIND LS-HOLD-KEY LS-HELD
           LS-HOLD-ID.

       MAIN-LOGIC.
           MOVE 0 TO LS-HELD
           MOVE SPACES TO LS-HOLD-ID

           PERFORM REFRESH-HOLDS
           IF WS-HOLD-COUNT = 0
               GOBACK
           END-IF

           MOVE 0 TO WS-KEY-LEN
           INSPECT LS-HOLD-KEY TALLYING WS-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEY-LEN = 0
               GOBACK
           END-IF
           MOVE 0 TO WS-KEY-DATE
           IF LS-HOLD-KEY(1:8) NUMERIC
               MOVE LS-HOLD-KEY(1:8) TO WS-KEY-DATE
           END-IF

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR LS-HELD = 1
               IF LS-HOLD-KIND = "SNAP"
                   IF HOLD-HAS-PATH(WS-HOLD-IDX) = 1 AND
                      WS-KEY-DATE > 0 AND
                      HOLD-PLACED-DATE(WS-HOLD-IDX) >= WS-KEY-DATE
                       MOVE 1 TO LS-HELD
                   END-IF
               ELSE
                   PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX >
                             HOLD-TERM-COUNT(WS-HOLD-IDX) OR
                             LS-HELD = 1
                       PERFORM MATCH-ONE-TERM
                   END-PERFORM
               END-IF
               IF LS-HELD = 1
                   STRING "H-" HOLD-ID(WS-HOLD-IDX)
                       DELIMITED BY SIZE INTO LS-HOLD-ID
                   END-STRING
               END-IF
           END-PERFORM
           GOBACK.

       MATCH-ONE-TERM.
           IF TERM-KIND(WS-HOLD-IDX, WS-TERM-IDX) NOT = LS-HOLD-KIND
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-HOLD-KIND
               WHEN "PATH"
                   IF WS-KEY-LEN >= TERM-LEN(WS-HOLD-IDX, WS-TERM-IDX)
                       IF LS-HOLD-KEY(1:TERM-LEN(WS-HOLD-IDX,
                              WS-TERM-IDX)) =
                          TERM-VALUE(WS-HOLD-IDX, WS-TERM-IDX)
                              (1:TERM-LEN(WS-HOLD-IDX, WS-TERM-IDX))
                           MOVE 1 TO LS-HELD
                       END-IF
                   ELSE
                       IF LS-HOLD-KEY(WS-KEY-LEN:1) = "/" AND
                          TERM-VALUE(WS-HOLD-IDX, WS-TERM-IDX)
                              (1:WS-KEY-LEN) =
                          LS-HOLD-KEY(1:WS-KEY-LEN)
                           MOVE 1 TO LS-HELD
                       END-IF
                   END-IF
               WHEN "DATE"
                   IF WS-KEY-DATE > 0 AND
                      WS-KEY-DATE >= TERM-FROM(WS-HOLD-IDX, WS-TERM-IDX)
                      AND WS-KEY-DATE <=
                          TERM-TO(WS-HOLD-IDX, WS-TERM-IDX)
                       MOVE 1 TO LS-HELD
                   END-IF
               WHEN OTHER
                   IF WS-KEY-LEN = TERM-LEN(WS-HOLD-IDX, WS-TERM-IDX)
                      AND LS-HOLD-KEY(1:WS-KEY-LEN) =
                          TERM-VALUE(WS-HOLD-IDX, WS-TERM-IDX)
                              (1:WS-KEY-LEN)
                       MOVE 1 TO LS-HELD
                   END-IF
           END-EVALUATE
           .

*> Reload the active holds when the register has changed since the
*> last call (or has gone, which releases everything)
       REFRESH-HOLDS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HOLDS-NAME
               WS-FILE-INFO
               RETURNING WS-STAT-RC
           END-CALL
           IF WS-STAT-RC NOT = 0
               MOVE 0 TO WS-HOLD-COUNT
               MOVE LOW-VALUES TO WS-LOADED-INFO
               EXIT PARAGRAPH
           END-IF
           IF WS-LOADED-ONCE = 1 AND WS-FILE-INFO = WS-LOADED-INFO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-INFO TO WS-LOADED-INFO
           MOVE 1 TO WS-LOADED-ONCE

           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HOLDS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           .

*> "ID|ACTIVE|YYYY-MM-DD HH:MM:SS|by|matter|terms..." - released
*> holds protect nothing and are not loaded
       LOAD-ONE-HOLD.
           IF HOLDS-RECORD(1:6) NOT NUMERIC OR
              HOLDS-RECORD(7:8) NOT = "|ACTIVE|" OR
              WS-HOLD-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BAR-COUNT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 600 OR WS-BAR-COUNT >= 5
               IF HOLDS-RECORD(WS-SCAN-POS:1) = "|"
                   ADD 1 TO WS-BAR-COUNT
                   MOVE WS-SCAN-POS TO WS-BAR-POS(WS-BAR-COUNT)
               END-IF
           END-PERFORM
           IF WS-BAR-COUNT < 5 OR WS-BAR-POS(5) >= 599
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           MOVE HOLDS-RECORD(1:6) TO HOLD-ID(WS-HOLD-COUNT)
           MOVE 0 TO HOLD-PLACED-DATE(WS-HOLD-COUNT)
           IF HOLDS-RECORD(16:4) NUMERIC AND
              HOLDS-RECORD(21:2) NUMERIC AND
              HOLDS-RECORD(24:2) NUMERIC
               COMPUTE HOLD-PLACED-DATE(WS-HOLD-COUNT) =
                   FUNCTION NUMVAL(HOLDS-RECORD(16:4)) * 10000 +
                   FUNCTION NUMVAL(HOLDS-RECORD(21:2)) * 100 +
                   FUNCTION NUMVAL(HOLDS-RECORD(24:2))
           END-IF
           MOVE 0 TO HOLD-HAS-PATH(WS-HOLD-COUNT)
           MOVE 0 TO HOLD-TERM-COUNT(WS-HOLD-COUNT)

*> The scope terms, one space-separated token at a time
           COMPUTE WS-SCAN-POS = WS-BAR-POS(5) + 1
           PERFORM UNTIL WS-SCAN-POS > 600
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 600 OR
                         HOLDS-RECORD(WS-SCAN-POS:1) NOT = SPACE
               END-PERFORM
               IF WS-SCAN-POS > 600
                   EXIT PERFORM
               END-IF
               MOVE WS-SCAN-POS TO WS-TOKEN-START
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 600 OR
                         HOLDS-RECORD(WS-SCAN-POS:1) = SPACE
               END-PERFORM
               COMPUTE WS-TOKEN-LEN = WS-SCAN-POS - WS-TOKEN-START
               IF WS-TOKEN-LEN <= 140
                   MOVE SPACES TO WS-TOKEN
                   MOVE HOLDS-RECORD(WS-TOKEN-START:WS-TOKEN-LEN)
                       TO WS-TOKEN
                   PERFORM LOAD-ONE-TERM
               END-IF
           END-PERFORM
           .

       LOAD-ONE-TERM.
           IF HOLD-TERM-COUNT(WS-HOLD-COUNT) >= 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-TERM-COUNT(WS-HOLD-COUNT)
           MOVE HOLD-TERM-COUNT(WS-HOLD-COUNT) TO WS-TERM-IDX
           INITIALIZE HOLD-TERM(WS-HOLD-COUNT, WS-TERM-IDX)
           EVALUATE TRUE
               WHEN WS-TOKEN(1:5) = "path=" AND WS-TOKEN(6:1) = "/"
                   MOVE "PATH" TO TERM-KIND(WS-HOLD-COUNT, WS-TERM-IDX)
                   MOVE WS-TOKEN(6:) TO
                       TERM-VALUE(WS-HOLD-COUNT, WS-TERM-IDX)
                   COMPUTE TERM-LEN(WS-HOLD-COUNT, WS-TERM-IDX) =
                       WS-TOKEN-LEN - 5
                   MOVE 1 TO HOLD-HAS-PATH(WS-HOLD-COUNT)
               WHEN WS-TOKEN(1:5) = "form="
                   MOVE "FORM" TO TERM-KIND(WS-HOLD-COUNT, WS-TERM-IDX)
                   MOVE WS-TOKEN(6:) TO
                       TERM-VALUE(WS-HOLD-COUNT, WS-TERM-IDX)
                   COMPUTE TERM-LEN(WS-HOLD-COUNT, WS-TERM-IDX) =
                       WS-TOKEN-LEN - 5
               WHEN WS-TOKEN(1:5) = "user="
                   MOVE "USER" TO TERM-KIND(WS-HOLD-COUNT, WS-TERM-IDX)
                   MOVE WS-TOKEN(6:) TO
                       TERM-VALUE(WS-HOLD-COUNT, WS-TERM-IDX)
                   COMPUTE TERM-LEN(WS-HOLD-COUNT, WS-TERM-IDX) =
                       WS-TOKEN-LEN - 5
               WHEN WS-TOKEN(1:5) = "logs=" AND
                    WS-TOKEN(6:8) NUMERIC
                   MOVE "DATE" TO TERM-KIND(WS-HOLD-COUNT, WS-TERM-IDX)
                   MOVE WS-TOKEN(6:) TO
                       TERM-VALUE(WS-HOLD-COUNT, WS-TERM-IDX)
                   COMPUTE TERM-LEN(WS-HOLD-COUNT, WS-TERM-IDX) =
                       WS-TOKEN-LEN - 5
                   MOVE WS-TOKEN(6:8) TO
                       TERM-FROM(WS-HOLD-COUNT, WS-TERM-IDX)
                   EVALUATE TRUE
                       WHEN WS-TOKEN(14:1) = SPACE
                           MOVE WS-TOKEN(6:8) TO
                               TERM-TO(WS-HOLD-COUNT, WS-TERM-IDX)
                       WHEN WS-TOKEN(14:1) = "-" AND
                            WS-TOKEN(15:8) NUMERIC
                           MOVE WS-TOKEN(15:8) TO
                               TERM-TO(WS-HOLD-COUNT, WS-TERM-IDX)
                       WHEN OTHER
                           MOVE 99999999 TO
                               TERM-TO(WS-HOLD-COUNT, WS-TERM-IDX)
                   END-EVALUATE
               WHEN OTHER
                   SUBTRACT 1 FROM HOLD-TERM-COUNT(WS-HOLD-COUNT)
           END-EVALUATE
           .
