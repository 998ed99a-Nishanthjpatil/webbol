*> Operator tool for the legal-hold register in LEGAL-HOLDS.DAT
*> ("ID|STATUS|PLACED-TIMESTAMP|PLACED-BY|MATTER|SCOPE" per record,
*> the layout HOLD-CHECK reads for every destructive path):
*>
*>   hold-admin PLACE <by> <matter> <scope>...
*>                              - open a hold for the named matter
*>                                (one word, e.g. SMITH-V-COUNCIL),
*>                                placed by <by>, covering every
*>                                scope term given:
*>                                  path=/prefix/   content
*>                                  logs=FROM-TO    log dates
*>                                                  (YYYYMMDD; TO
*>                                                  may be left off
*>                                                  - "logs=FROM-"
*>                                                  holds from FROM
*>                                                  onwards)
*>                                  form=name       form submissions
*>                                  user=id         a user's records
*>   hold-admin LIST [ALL]      - active holds (ALL adds released)
*>   hold-admin RELEASE <id> <by>
*>                              - lift the hold; the record stays
*>                                on file as RELEASED
*>
*> Holds are numbered in sequence and never reused. Releases rewrite
*> the file through a scratch copy renamed into place; placing and
*> releasing are both audited under the operator's name. HOLD-REPORT
*> shows what each active hold is currently protecting.
IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO "LEGAL-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT HOLDS-TMP ASSIGN TO "LEGAL-HOLDS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-FILE.
       01  HOLDS-RECORD         PIC X(600).
       FD  HOLDS-TMP.
       01  HOLDS-TMP-REC        PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-HOLDS-STATUS       PIC XX.
       01 WS-TMP-STATUS         PIC XX.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(600).
       01 WS-ACTION             PIC X(8).
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-TOKEN-START        PIC 9(4) COMP.
       01 WS-TOKEN-LEN          PIC 9(4) COMP.
       01 WS-TOKEN-NO           PIC 9(4) COMP.
       01 WS-TOKEN              PIC X(140).

       01 WS-BY                 PIC X(32).
       01 WS-MATTER             PIC X(48).
       01 WS-SCOPE              PIC X(500).
       01 WS-SKIP-FIELD         PIC X(32).
       01 WS-SCOPE-PTR          PIC 9(4) COMP.
       01 WS-TERM-COUNT         PIC 9(4) COMP.
       01 WS-BAD-TERM           PIC X(140).
       01 WS-LIST-ALL           PIC 9 VALUE 0.
       01 WS-LISTED             PIC 9(6) VALUE 0.

       01 WS-TARGET-ID          PIC 9(6) VALUE 0.
       01 WS-NEXT-ID            PIC 9(6) VALUE 0.
       01 WS-FOUND              PIC 9 VALUE 0.
       01 WS-WAS-ACTIVE         PIC 9 VALUE 0.
       01 WS-REC-PTR            PIC 9(8) COMP-5.
       01 WS-EVENT              PIC X(20).

       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE

           MOVE SPACES TO WS-ACTION
           MOVE 0 TO WS-SP-POS
           INSPECT WS-COMMAND-LINE TALLYING WS-SP-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SP-POS = 0 OR WS-SP-POS > 8
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF
           MOVE WS-COMMAND-LINE(1:WS-SP-POS) TO WS-ACTION

           EVALUATE WS-ACTION
               WHEN "LIST"
                   IF WS-COMMAND-LINE(WS-SP-POS + 2:3) = "ALL"
                       MOVE 1 TO WS-LIST-ALL
                   END-IF
                   PERFORM LIST-HOLDS
               WHEN "PLACE"
                   PERFORM PLACE-HOLD
               WHEN "RELEASE"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "HOLD-ADMIN: usage: PLACE <by> <matter> "
               "<path=/p/|logs=FROM-TO|form=name|user=id>... | "
               "LIST [ALL] | RELEASE <id> <by>"
           .

*> The WS-TOKEN-NO'th space-separated word of the command line
*> into WS-TOKEN (spaces when there are fewer words)
       GET-TOKEN.
           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN
           MOVE 1 TO WS-SCAN-POS
           PERFORM WS-TOKEN-NO TIMES
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 600 OR
                         WS-COMMAND-LINE(WS-SCAN-POS:1) NOT = SPACE
               END-PERFORM
               MOVE WS-SCAN-POS TO WS-TOKEN-START
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 600 OR
                         WS-COMMAND-LINE(WS-SCAN-POS:1) = SPACE
               END-PERFORM
           END-PERFORM
           IF WS-TOKEN-START > 600
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOKEN-LEN = WS-SCAN-POS - WS-TOKEN-START
           IF WS-TOKEN-LEN > 140
               MOVE 140 TO WS-TOKEN-LEN
           END-IF
           MOVE WS-COMMAND-LINE(WS-TOKEN-START:WS-TOKEN-LEN)
               TO WS-TOKEN
           .

       LIST-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "HOLD-ADMIN: no holds on file"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HOLDS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-LIST-ALL = 1 OR
                          HOLDS-RECORD(7:8) = "|ACTIVE|"
                           DISPLAY HOLDS-RECORD(1:150)
                           ADD 1 TO WS-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           IF WS-LISTED = 0
               DISPLAY "HOLD-ADMIN: no active holds"
           END-IF
           .

*> PLACE <by> <matter> <term>... - every term is checked before
*> anything is written, so a typo never leaves a half-scoped hold
       PLACE-HOLD.
           MOVE 2 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           MOVE WS-TOKEN TO WS-BY
           MOVE 3 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           MOVE WS-TOKEN TO WS-MATTER
           IF WS-BY = SPACES OR WS-MATTER = SPACES
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCOPE
           MOVE 1 TO WS-SCOPE-PTR
           MOVE 0 TO WS-TERM-COUNT
           MOVE SPACES TO WS-BAD-TERM
           MOVE 4 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           PERFORM UNTIL WS-TOKEN-LEN = 0
               IF (WS-TOKEN(1:5) = "path=" AND WS-TOKEN(6:1) = "/")
                  OR (WS-TOKEN(1:5) = "form=" AND WS-TOKEN-LEN > 5)
                  OR (WS-TOKEN(1:5) = "user=" AND WS-TOKEN-LEN > 5)
                  OR (WS-TOKEN(1:5) = "logs=" AND
                      WS-TOKEN(6:8) NUMERIC AND
                      (WS-TOKEN(14:1) = SPACE OR
                       (WS-TOKEN(14:1) = "-" AND
                        (WS-TOKEN(15:1) = SPACE OR
                         WS-TOKEN(15:8) NUMERIC))))
                   IF WS-TERM-COUNT > 0
                       STRING " " DELIMITED BY SIZE INTO WS-SCOPE
                           WITH POINTER WS-SCOPE-PTR
                       END-STRING
                   END-IF
                   STRING WS-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
                       INTO WS-SCOPE WITH POINTER WS-SCOPE-PTR
                   END-STRING
                   ADD 1 TO WS-TERM-COUNT
               ELSE
                   MOVE WS-TOKEN TO WS-BAD-TERM
               END-IF
               ADD 1 TO WS-TOKEN-NO
               PERFORM GET-TOKEN
           END-PERFORM
           IF WS-BAD-TERM NOT = SPACES
               DISPLAY "HOLD-ADMIN: not a scope term: "
                   FUNCTION TRIM(WS-BAD-TERM)
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-COUNT = 0
               DISPLAY "HOLD-ADMIN: a hold needs at least one scope"
                   " term"
               EXIT PARAGRAPH
           END-IF

*> Next number after the highest on file, released holds included
           MOVE 0 TO WS-NEXT-ID
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HOLDS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HOLDS-RECORD(1:6) NUMERIC AND
                              HOLDS-RECORD(1:6) > WS-NEXT-ID
                               MOVE HOLDS-RECORD(1:6) TO WS-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID
           MOVE WS-NEXT-ID TO WS-TARGET-ID

           PERFORM SET-TIMESTAMP
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLDS-STATUS = "35" OR WS-HOLDS-STATUS = "05"
               OPEN OUTPUT HOLDS-FILE
           END-IF
           MOVE SPACES TO HOLDS-RECORD
           STRING WS-TARGET-ID "|ACTIVE|" WS-TIMESTAMP "|"
                      DELIMITED BY SIZE
                  WS-BY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MATTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SCOPE(1:WS-SCOPE-PTR - 1) DELIMITED BY SIZE
               INTO HOLDS-RECORD
           END-STRING
           WRITE HOLDS-RECORD
           CLOSE HOLDS-FILE

           MOVE "LEGAL_HOLD_PLACED" TO WS-EVENT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "HOLD-ADMIN: hold H-" WS-TARGET-ID " placed for "
               FUNCTION TRIM(WS-MATTER) ": "
               WS-SCOPE(1:WS-SCOPE-PTR - 1)
           .

*> RELEASE <id> <by> - flip the status field, everything else
*> passing through untouched
       RELEASE-HOLD.
           MOVE 2 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           IF WS-TOKEN(1:2) = "H-"
               MOVE WS-TOKEN(3:) TO WS-TOKEN
           END-IF
           IF WS-TOKEN = SPACES OR WS-TOKEN(1:1) NOT NUMERIC
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TARGET-ID = FUNCTION NUMVAL(WS-TOKEN)
           MOVE 3 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           MOVE WS-TOKEN TO WS-BY
           IF WS-BY = SPACES
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "HOLD-ADMIN: no holds on file"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLDS-TMP

           MOVE 0 TO WS-FOUND
           MOVE 0 TO WS-WAS-ACTIVE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HOLDS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM REWRITE-ONE-HOLD
               END-READ
           END-PERFORM

           CLOSE HOLDS-FILE
           CLOSE HOLDS-TMP

           IF WS-FOUND = 0 OR WS-WAS-ACTIVE = 0
               IF WS-FOUND = 0
                   DISPLAY "HOLD-ADMIN: no hold H-" WS-TARGET-ID
               ELSE
                   DISPLAY "HOLD-ADMIN: hold H-" WS-TARGET-ID
                       " is already released"
               END-IF
               CALL "CBL_DELETE_FILE" USING "LEGAL-HOLDS.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "LEGAL-HOLDS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "LEGAL-HOLDS.TMP"
               "LEGAL-HOLDS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL

           PERFORM SET-TIMESTAMP
           MOVE "LEGAL_HOLD_RELEASED" TO WS-EVENT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "HOLD-ADMIN: hold H-" WS-TARGET-ID " released"
           .

       REWRITE-ONE-HOLD.
           MOVE HOLDS-RECORD TO HOLDS-TMP-REC
           IF HOLDS-RECORD(1:6) NUMERIC AND
              HOLDS-RECORD(1:6) = WS-TARGET-ID
               MOVE 1 TO WS-FOUND
               IF HOLDS-RECORD(7:8) = "|ACTIVE|"
                   MOVE 1 TO WS-WAS-ACTIVE
                   UNSTRING HOLDS-RECORD DELIMITED BY "|"
                       INTO WS-SKIP-FIELD WS-SKIP-FIELD WS-SKIP-FIELD
                            WS-SKIP-FIELD WS-MATTER
                   END-UNSTRING
                   MOVE SPACES TO HOLDS-TMP-REC
                   MOVE 1 TO WS-REC-PTR
                   STRING HOLDS-RECORD(1:7) "RELEASED"
                          HOLDS-RECORD(14:587) DELIMITED BY SIZE
                       INTO HOLDS-TMP-REC WITH POINTER WS-REC-PTR
                   END-STRING
               END-IF
           END-IF
           WRITE HOLDS-TMP-REC
           .

       SET-TIMESTAMP.
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
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console hold-"
                  WS-TARGET-ID DELIMITED BY SIZE
                  " event=" DELIMITED BY SIZE
                  WS-EVENT DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-BY DELIMITED BY SPACE
                  " result=APPLIED matter=" DELIMITED BY SIZE
                  WS-MATTER DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
