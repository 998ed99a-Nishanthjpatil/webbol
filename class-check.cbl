*> Shared content-classification lookup: what label does this path
*> carry, and what handling does that label demand? CLASSIFICATION.CFG
*> maps path prefixes to a label, one
*>
*>   /prefix/ LABEL
*>
*> line per tree, the longest matching prefix winning the way
*> OWNERS.CFG's does - so /hr/ can be CONFIDENTIAL while
*> /hr/vacancies/ stays PUBLIC. The labels are PUBLIC, INTERNAL,
*> CONFIDENTIAL and RESTRICTED, each with four handling rules:
*>
*>   TLS       - served only over an encrypted connection
*>   AUTH      - served only to an authenticated user
*>   EXCLUDE   - kept out of search, the sitemap and the mirror
*>   NOSHARED  - never stored by a shared (proxy) cache
*>
*>                  TLS AUTH EXCLUDE NOSHARED
*>   PUBLIC          N    N     N       N
*>   INTERNAL        N    Y     Y       Y
*>   CONFIDENTIAL    Y    Y     Y       Y
*>   RESTRICTED      Y    Y     Y       Y
*>
*> A "RULES LABEL TLS AUTH EXCLUDE NOSHARED" line (Y/N per rule)
*> replaces a level's defaults or defines a further label. A label
*> nobody defined gets RESTRICTED's rules - a typo must not open a
*> tree up. "*" comments and blank lines are skipped.
*>
*> LS-FOUND = 0 means no prefix claims the path: it is handled as
*> PUBLIC (LS-LABEL spaces) so an unfinished register changes nothing,
*> and CLASS-REPORT lists it as unclassified for someone to decide.
*> HTTP-HANDLER enforces the serving rules; SEARCH-INDEX, SITEMAP-GEN
*> and MIRROR-PUBLISH leave EXCLUDE content out.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-FILE ASSIGN TO "CLASSIFICATION.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-FILE.
       01  CLASS-RECORD         PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-CLASS-STATUS       PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-PATH-LEN           PIC 9(4) COMP.
       01 WS-SP1                PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-PFX-LEN            PIC 9(4) COMP.
       01 WS-BEST-LEN           PIC 9(4) COMP.

*> The handling rules per label: the four standard levels, then
*> whatever RULES lines add
       01 WS-RULE-COUNT         PIC 9(2) COMP.
       01 RULE-TABLE.
          05 RULE-ENTRY OCCURS 12 TIMES.
             10 RULE-LABEL        PIC X(12).
             10 RULE-TLS          PIC X.
             10 RULE-AUTH         PIC X.
             10 RULE-EXCLUDE      PIC X.
             10 RULE-NOSHARED     PIC X.
       01 WS-RULE-IDX           PIC 9(2) COMP.
       01 WS-RULE-FOUND         PIC 9(2) COMP.
       01 WS-RULE-WORD          PIC X(8).
       01 WS-RULE-NAME          PIC X(12).
       01 WS-RULE-FLAGS.
          05 WS-RULE-FLAG OCCURS 4 TIMES PIC X(4).

       LINKAGE SECTION.
       01 LS-PATH               PIC X(512).
       01 LS-LABEL              PIC X(12).
       01 LS-FOUND              PIC 9.
       01 LS-NEED-TLS           PIC 9.
       01 LS-NEED-AUTH          PIC 9.
       01 LS-EXCLUDE            PIC 9.
       01 LS-NO-SHARED          PIC 9.

       PROCEDURE DIVISION USING LS-PATH LS-LABEL LS-FOUND
                                LS-NEED-TLS LS-NEED-AUTH LS-EXCLUDE
                                LS-NO-SHARED.

       MAIN-LOGIC.
           MOVE 0 TO LS-FOUND
           MOVE SPACES TO LS-LABEL
           MOVE 0 TO LS-NEED-TLS
           MOVE 0 TO LS-NEED-AUTH
           MOVE 0 TO LS-EXCLUDE
           MOVE 0 TO LS-NO-SHARED
           MOVE 0 TO WS-BEST-LEN

           MOVE 0 TO WS-PATH-LEN
           INSPECT LS-PATH TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PATH-LEN = 0
               GOBACK
           END-IF

           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM LOAD-DEFAULT-RULES
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CLASS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLASS-RECORD(1:6) = "RULES "
                           PERFORM APPLY-RULES-LINE
                       ELSE
                           PERFORM MATCH-ONE-CLASS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASS-FILE

           IF LS-FOUND = 0
               GOBACK
           END-IF

           MOVE 0 TO WS-RULE-FOUND
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF RULE-LABEL(WS-RULE-IDX) = LS-LABEL
                   MOVE WS-RULE-IDX TO WS-RULE-FOUND
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND = 0
               MOVE 4 TO WS-RULE-FOUND
           END-IF
           IF RULE-TLS(WS-RULE-FOUND) = "Y"
               MOVE 1 TO LS-NEED-TLS
           END-IF
           IF RULE-AUTH(WS-RULE-FOUND) = "Y"
               MOVE 1 TO LS-NEED-AUTH
           END-IF
           IF RULE-EXCLUDE(WS-RULE-FOUND) = "Y"
               MOVE 1 TO LS-EXCLUDE
           END-IF
           IF RULE-NOSHARED(WS-RULE-FOUND) = "Y"
               MOVE 1 TO LS-NO-SHARED
           END-IF
           GOBACK.

       LOAD-DEFAULT-RULES.
           MOVE 4 TO WS-RULE-COUNT
           MOVE "PUBLIC" TO RULE-LABEL(1)
           MOVE "N" TO RULE-TLS(1)
           MOVE "N" TO RULE-AUTH(1)
           MOVE "N" TO RULE-EXCLUDE(1)
           MOVE "N" TO RULE-NOSHARED(1)
           MOVE "INTERNAL" TO RULE-LABEL(2)
           MOVE "N" TO RULE-TLS(2)
           MOVE "Y" TO RULE-AUTH(2)
           MOVE "Y" TO RULE-EXCLUDE(2)
           MOVE "Y" TO RULE-NOSHARED(2)
           MOVE "CONFIDENTIAL" TO RULE-LABEL(3)
           MOVE "Y" TO RULE-TLS(3)
           MOVE "Y" TO RULE-AUTH(3)
           MOVE "Y" TO RULE-EXCLUDE(3)
           MOVE "Y" TO RULE-NOSHARED(3)
           MOVE "RESTRICTED" TO RULE-LABEL(4)
           MOVE "Y" TO RULE-TLS(4)
           MOVE "Y" TO RULE-AUTH(4)
           MOVE "Y" TO RULE-EXCLUDE(4)
           MOVE "Y" TO RULE-NOSHARED(4)
           .

*> "RULES LABEL TLS AUTH EXCLUDE NOSHARED" - an existing level's
*> line is replaced, a new label takes the next free slot
       APPLY-RULES-LINE.
           MOVE SPACES TO WS-RULE-WORD WS-RULE-NAME WS-RULE-FLAGS
           UNSTRING CLASS-RECORD DELIMITED BY ALL SPACE
               INTO WS-RULE-WORD WS-RULE-NAME
                    WS-RULE-FLAG(1) WS-RULE-FLAG(2)
                    WS-RULE-FLAG(3) WS-RULE-FLAG(4)
           END-UNSTRING
           IF WS-RULE-NAME = SPACES OR WS-RULE-FLAG(4) = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-RULE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-RULE-FLAGS CONVERTING "yn" TO "YN"
           MOVE 0 TO WS-RULE-FOUND
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF RULE-LABEL(WS-RULE-IDX) = WS-RULE-NAME
                   MOVE WS-RULE-IDX TO WS-RULE-FOUND
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND = 0
               IF WS-RULE-COUNT >= 12
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-COUNT TO WS-RULE-FOUND
               MOVE WS-RULE-NAME TO RULE-LABEL(WS-RULE-FOUND)
           END-IF
           MOVE WS-RULE-FLAG(1)(1:1) TO RULE-TLS(WS-RULE-FOUND)
           MOVE WS-RULE-FLAG(2)(1:1) TO RULE-AUTH(WS-RULE-FOUND)
           MOVE WS-RULE-FLAG(3)(1:1) TO RULE-EXCLUDE(WS-RULE-FOUND)
           MOVE WS-RULE-FLAG(4)(1:1) TO RULE-NOSHARED(WS-RULE-FOUND)
           .

*> "/prefix/ LABEL" - the longest prefix that still matches the
*> path takes the answer
       MATCH-ONE-CLASS-LINE.
           IF CLASS-RECORD(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SP1
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 160
               IF CLASS-RECORD(WS-SCAN-POS:1) = SPACE
                   MOVE WS-SCAN-POS TO WS-SP1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SP1 < 2 OR WS-SP1 > 129
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PFX-LEN = WS-SP1 - 1
           IF WS-PFX-LEN <= WS-BEST-LEN
               EXIT PARAGRAPH
           END-IF
*> The tree's own directory, asked for without its trailing slash
*> ("/hr" for "/hr/"), is the tree too - its listing names its files
           IF WS-PFX-LEN = WS-PATH-LEN + 1 AND
              CLASS-RECORD(WS-PFX-LEN:1) = "/"
               IF LS-PATH(1:WS-PATH-LEN) NOT =
                  CLASS-RECORD(1:WS-PATH-LEN)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PFX-LEN > WS-PATH-LEN
                   EXIT PARAGRAPH
               END-IF
               IF LS-PATH(1:WS-PFX-LEN) NOT =
                  CLASS-RECORD(1:WS-PFX-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CLASS-RECORD(WS-SP1 + 1:1) = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PFX-LEN TO WS-BEST-LEN
           MOVE 1 TO LS-FOUND
           MOVE SPACES TO LS-LABEL
           UNSTRING CLASS-RECORD(WS-SP1 + 1:160 - WS-SP1)
               DELIMITED BY ALL SPACE
               INTO LS-LABEL
           END-UNSTRING
           INSPECT LS-LABEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
