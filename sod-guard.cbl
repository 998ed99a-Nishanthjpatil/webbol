*> Shared segregation-of-duties test: which pairs of roles one
*> person must never hold together, and does this person hold (or
*> is about to hold) such a pair? SOD-RULES.CFG declares the pairs,
*>
*>   RULE <id> <role> <role> [what the pair puts at risk]
*>
*> where a role is one of
*>
*>   GROUP:<name>       membership of that AUTH-GROUPS.CFG group
*>   CERT               an enrolled admin certificate
*>                      (TLS-CLIENTS.CFG, operator = user)
*>   AUTHOR:<prefix>    in the AUTHORS= group of that
*>                      APPROVAL-PATHS.CFG prefix
*>   APPROVER:<prefix>  in its APPROVERS= group
*>
*> and a documented exception lets one named person hold one pair
*> for a stated period,
*>
*>   EXCEPT <id> <user> <until YYYYMMDD> <reference> [reason]
*>
*> - the reference (change ticket, risk acceptance) is mandatory,
*> so an exception without one is ignored, and one past its date no
*> longer covers anything. "*" comments and blank lines are
*> skipped; no SOD-RULES.CFG means no rules, the usual "absence
*> changes nothing" convention.
*>
*> Two ways to ask, by LS-GRANT:
*>
*>   a role (grant)  - would giving LS-USER this role create a pair
*>                     they do not already hold? LS-FOUND 1 = yes,
*>                     and no current exception covers it (refuse);
*>                     2 = yes, but an exception covers every such
*>                     pair (go ahead and say so); 0 = no
*>   spaces (report) - the LS-SEQ'th pair LS-USER holds now
*>                     (LS-FOUND 0 once there are no more)
*>
*> Either way LS-RULE-ID, LS-ROLE-A and LS-ROLE-B name the pair and
*> LS-EXC-STATE says what covers it: N none, V a current exception
*> (LS-EXC-REF its reference and date), X an expired one.
*> USER-ADMIN GROUP ADD and CERT-ADMIN ENROLL ask the first way;
*> SOD-CHECK's report asks the second.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-GUARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "SOD-RULES.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT GROUPS-FILE ASSIGN TO "AUTH-GROUPS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT CLIENTS-FILE ASSIGN TO "TLS-CLIENTS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTS-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL-PATHS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD         PIC X(200).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD        PIC X(64).
       FD  CLIENTS-FILE.
       01  CLIENTS-RECORD       PIC X(128).
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD      PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-RULES-STATUS       PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-CLIENTS-STATUS     PIC XX.
       01 WS-APPROVAL-STATUS    PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-T1                 PIC X(80).
       01 WS-T2                 PIC X(80).
       01 WS-T3                 PIC X(80).
       01 WS-T4                 PIC X(80).
       01 WS-T5                 PIC X(80).

*> The declared pairs and the exceptions to them
       01 WS-RULE-COUNT         PIC 9(4) COMP.
       01 WS-RULE-TABLE.
          05 SOD-RULE OCCURS 100 TIMES.
             10 SR-ID              PIC X(16).
             10 SR-ROLE-A          PIC X(80).
             10 SR-ROLE-B          PIC X(80).
       01 WS-RULE-IDX           PIC 9(4) COMP.
       01 WS-EXC-COUNT          PIC 9(4) COMP.
       01 WS-EXC-TABLE.
          05 SOD-EXCEPTION OCCURS 200 TIMES.
             10 SE-ID              PIC X(16).
             10 SE-USER            PIC X(32).
             10 SE-UNTIL           PIC 9(8).
             10 SE-REF             PIC X(32).
       01 WS-EXC-IDX            PIC 9(4) COMP.

*> The approval prefixes with their author and approver groups
       01 WS-PATH-COUNT         PIC 9(4) COMP.
       01 WS-PATH-TABLE.
          05 SOD-PATH OCCURS 50 TIMES.
             10 SP-PREFIX          PIC X(64).
             10 SP-AUTHORS         PIC X(16).
             10 SP-APPROVERS       PIC X(16).
       01 WS-PATH-IDX           PIC 9(4) COMP.

*> The user's groups, the one being granted counted in or out
       01 WS-GROUP-COUNT        PIC 9(4) COMP.
       01 WS-GROUP-TABLE.
          05 SOD-GROUP OCCURS 60 TIMES PIC X(16).
       01 WS-GROUP-IDX          PIC 9(4) COMP.
       01 WS-HAS-CERT           PIC 9.

*> The role sets: before the grant (held now) and after it
       01 WS-ROLE-COUNT         PIC 9(4) COMP.
       01 WS-ROLE-TABLE.
          05 SOD-ROLE OCCURS 200 TIMES PIC X(80).
       01 WS-BEFORE-COUNT       PIC 9(4) COMP.
       01 WS-BEFORE-TABLE.
          05 SOD-BEFORE OCCURS 200 TIMES PIC X(80).
       01 WS-ROLE-IDX           PIC 9(4) COMP.
       01 WS-WANT-ROLE          PIC X(80).
       01 WS-HAS-A              PIC 9.
       01 WS-HAS-B              PIC 9.
       01 WS-HELD-BEFORE        PIC 9.
       01 WS-HELD-AFTER         PIC 9.
       01 WS-IN-SET             PIC 9.
       01 WS-SEQ-SEEN           PIC 9(4) COMP.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).
       01 WS-UNTIL-D            PIC X(10).

       LINKAGE SECTION.
       01 LS-USER               PIC X(32).
       01 LS-GRANT              PIC X(80).
       01 LS-SEQ                PIC 9(4).
       01 LS-RULE-ID            PIC X(16).
       01 LS-ROLE-A             PIC X(80).
       01 LS-ROLE-B             PIC X(80).
       01 LS-EXC-STATE          PIC X(1).
       01 LS-EXC-REF            PIC X(48).
       01 LS-FOUND              PIC 9.

       PROCEDURE DIVISION USING LS-USER LS-GRANT LS-SEQ LS-RULE-ID
                                LS-ROLE-A LS-ROLE-B LS-EXC-STATE
                                LS-EXC-REF LS-FOUND.

       MAIN-LOGIC.
           MOVE 0 TO LS-FOUND
           MOVE SPACES TO LS-RULE-ID
           MOVE SPACES TO LS-ROLE-A
           MOVE SPACES TO LS-ROLE-B
           MOVE "N" TO LS-EXC-STATE
           MOVE SPACES TO LS-EXC-REF
           IF LS-USER = SPACES
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-RULES
           IF WS-RULE-COUNT = 0
               GOBACK
           END-IF
           PERFORM LOAD-APPROVAL-PATHS
           PERFORM LOAD-USER-GROUPS
           PERFORM LOAD-USER-CERT

*> Held now
           PERFORM BUILD-ROLE-SET
           MOVE WS-ROLE-COUNT TO WS-BEFORE-COUNT
           MOVE WS-ROLE-TABLE TO WS-BEFORE-TABLE

           IF LS-GRANT = SPACES
               PERFORM REPORT-HELD-PAIR
               GOBACK
           END-IF

*> Held once the grant goes through
           EVALUATE TRUE
               WHEN LS-GRANT(1:6) = "GROUP:"
                   IF WS-GROUP-COUNT < 60
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE LS-GRANT(7:16)
                           TO SOD-GROUP(WS-GROUP-COUNT)
                   END-IF
               WHEN LS-GRANT = "CERT"
                   MOVE 1 TO WS-HAS-CERT
           END-EVALUATE
           PERFORM BUILD-ROLE-SET
           IF LS-GRANT(1:6) NOT = "GROUP:" AND LS-GRANT NOT = "CERT"
               MOVE LS-GRANT TO WS-WANT-ROLE
               PERFORM ADD-ROLE
           END-IF
           PERFORM CHECK-GRANT-PAIRS
           GOBACK.

*> RULE and EXCEPT lines
       LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-EXC-COUNT
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RULES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULES-FILE
           .

       TAKE-ONE-RULE-LINE.
           IF RULES-RECORD(1:1) = SPACE OR RULES-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           UNSTRING RULES-RECORD DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           END-UNSTRING
           EVALUATE WS-T1
               WHEN "RULE"
                   IF WS-T4 NOT = SPACES AND WS-RULE-COUNT < 100
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-T2 TO SR-ID(WS-RULE-COUNT)
                       MOVE WS-T3 TO SR-ROLE-A(WS-RULE-COUNT)
                       MOVE WS-T4 TO SR-ROLE-B(WS-RULE-COUNT)
                   END-IF
               WHEN "EXCEPT"
                   IF WS-T4(1:8) IS NUMERIC AND WS-T5 NOT = SPACES
                      AND WS-EXC-COUNT < 200
                       ADD 1 TO WS-EXC-COUNT
                       MOVE WS-T2 TO SE-ID(WS-EXC-COUNT)
                       MOVE WS-T3 TO SE-USER(WS-EXC-COUNT)
                       MOVE WS-T4(1:8) TO SE-UNTIL(WS-EXC-COUNT)
                       MOVE WS-T5 TO SE-REF(WS-EXC-COUNT)
                   END-IF
           END-EVALUATE
           .

*> "/prefix/ [AUTHORS=group] [APPROVERS=group]"
       LOAD-APPROVAL-PATHS.
           MOVE 0 TO WS-PATH-COUNT
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ APPROVAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APPROVAL-RECORD(1:1) = "/" AND
                          WS-PATH-COUNT < 50
                           PERFORM TAKE-ONE-APPROVAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           .

       TAKE-ONE-APPROVAL-LINE.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3
           UNSTRING APPROVAL-RECORD DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3
           END-UNSTRING
           ADD 1 TO WS-PATH-COUNT
           MOVE WS-T1 TO SP-PREFIX(WS-PATH-COUNT)
           MOVE SPACES TO SP-AUTHORS(WS-PATH-COUNT)
           MOVE SPACES TO SP-APPROVERS(WS-PATH-COUNT)
           EVALUATE TRUE
               WHEN WS-T2(1:8) = "AUTHORS="
                   MOVE WS-T2(9:16) TO SP-AUTHORS(WS-PATH-COUNT)
               WHEN WS-T2(1:10) = "APPROVERS="
                   MOVE WS-T2(11:16) TO SP-APPROVERS(WS-PATH-COUNT)
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-T3(1:8) = "AUTHORS="
                   MOVE WS-T3(9:16) TO SP-AUTHORS(WS-PATH-COUNT)
               WHEN WS-T3(1:10) = "APPROVERS="
                   MOVE WS-T3(11:16) TO SP-APPROVERS(WS-PATH-COUNT)
           END-EVALUATE
           .

*> Every "GROUP USER" line naming this user
       LOAD-USER-GROUPS.
           MOVE 0 TO WS-GROUP-COUNT
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ GROUPS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GROUPS-RECORD(1:1) NOT = SPACE AND
                          GROUPS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-T1 WS-T2
                           UNSTRING GROUPS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-T1 WS-T2
                           END-UNSTRING
                           IF WS-T2(1:32) = LS-USER AND
                              WS-GROUP-COUNT < 60
                               ADD 1 TO WS-GROUP-COUNT
                               MOVE WS-T1(1:16)
                                   TO SOD-GROUP(WS-GROUP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           .

*> "FINGERPRINT OPERATOR" with this user as the operator
       LOAD-USER-CERT.
           MOVE 0 TO WS-HAS-CERT
           OPEN INPUT CLIENTS-FILE
           IF WS-CLIENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-HAS-CERT = 1
               READ CLIENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLIENTS-RECORD(1:1) NOT = SPACE AND
                          CLIENTS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-T1 WS-T2
                           UNSTRING CLIENTS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-T1 WS-T2
                           END-UNSTRING
                           IF WS-T2(1:32) = LS-USER
                               MOVE 1 TO WS-HAS-CERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTS-FILE
           .

*> Groups, certificate and the author/approver roles the groups
*> carry, as role names
       BUILD-ROLE-SET.
           MOVE 0 TO WS-ROLE-COUNT
           MOVE SPACES TO WS-ROLE-TABLE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE SPACES TO WS-WANT-ROLE
               STRING "GROUP:" SOD-GROUP(WS-GROUP-IDX)
                   DELIMITED BY SIZE INTO WS-WANT-ROLE
               END-STRING
               PERFORM ADD-ROLE
               PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > WS-PATH-COUNT
                   IF SP-AUTHORS(WS-PATH-IDX) = SOD-GROUP(WS-GROUP-IDX)
                       MOVE SPACES TO WS-WANT-ROLE
                       STRING "AUTHOR:" SP-PREFIX(WS-PATH-IDX)
                           DELIMITED BY SIZE INTO WS-WANT-ROLE
                       END-STRING
                       PERFORM ADD-ROLE
                   END-IF
                   IF SP-APPROVERS(WS-PATH-IDX) =
                          SOD-GROUP(WS-GROUP-IDX)
                       MOVE SPACES TO WS-WANT-ROLE
                       STRING "APPROVER:" SP-PREFIX(WS-PATH-IDX)
                           DELIMITED BY SIZE INTO WS-WANT-ROLE
                       END-STRING
                       PERFORM ADD-ROLE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-HAS-CERT = 1
               MOVE "CERT" TO WS-WANT-ROLE
               PERFORM ADD-ROLE
           END-IF
           .

       ADD-ROLE.
           PERFORM FIND-ROLE-AFTER
           IF WS-IN-SET = 0 AND WS-ROLE-COUNT < 200
               ADD 1 TO WS-ROLE-COUNT
               MOVE WS-WANT-ROLE TO SOD-ROLE(WS-ROLE-COUNT)
           END-IF
           .

       FIND-ROLE-AFTER.
           MOVE 0 TO WS-IN-SET
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
               IF SOD-ROLE(WS-ROLE-IDX) = WS-WANT-ROLE
                   MOVE 1 TO WS-IN-SET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       FIND-ROLE-BEFORE.
           MOVE 0 TO WS-IN-SET
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > WS-BEFORE-COUNT
               IF SOD-BEFORE(WS-ROLE-IDX) = WS-WANT-ROLE
                   MOVE 1 TO WS-IN-SET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Report: count through the pairs held now to the LS-SEQ'th
       REPORT-HELD-PAIR.
           MOVE 0 TO WS-SEQ-SEEN
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM TEST-PAIR-BEFORE
               IF WS-HELD-BEFORE = 1
                   ADD 1 TO WS-SEQ-SEEN
                   IF WS-SEQ-SEEN = LS-SEQ
                       PERFORM RETURN-RULE
                       MOVE 1 TO LS-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

*> Grant: any pair the grant completes. An uncovered one refuses
*> outright; pairs all covered by current exceptions let it by
       CHECK-GRANT-PAIRS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM TEST-PAIR-BEFORE
               PERFORM TEST-PAIR-AFTER
               IF WS-HELD-AFTER = 1 AND WS-HELD-BEFORE = 0
                   PERFORM RETURN-RULE
                   IF LS-EXC-STATE = "V"
                       MOVE 2 TO LS-FOUND
                   ELSE
                       MOVE 1 TO LS-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       TEST-PAIR-BEFORE.
           MOVE SR-ROLE-A(WS-RULE-IDX) TO WS-WANT-ROLE
           PERFORM FIND-ROLE-BEFORE
           MOVE WS-IN-SET TO WS-HAS-A
           MOVE SR-ROLE-B(WS-RULE-IDX) TO WS-WANT-ROLE
           PERFORM FIND-ROLE-BEFORE
           MOVE WS-IN-SET TO WS-HAS-B
           MOVE 0 TO WS-HELD-BEFORE
           IF WS-HAS-A = 1 AND WS-HAS-B = 1
               MOVE 1 TO WS-HELD-BEFORE
           END-IF
           .

       TEST-PAIR-AFTER.
           MOVE SR-ROLE-A(WS-RULE-IDX) TO WS-WANT-ROLE
           PERFORM FIND-ROLE-AFTER
           MOVE WS-IN-SET TO WS-HAS-A
           MOVE SR-ROLE-B(WS-RULE-IDX) TO WS-WANT-ROLE
           PERFORM FIND-ROLE-AFTER
           MOVE WS-IN-SET TO WS-HAS-B
           MOVE 0 TO WS-HELD-AFTER
           IF WS-HAS-A = 1 AND WS-HAS-B = 1
               MOVE 1 TO WS-HELD-AFTER
           END-IF
           .

*> The rule's names, and the best exception on file for this user:
*> a current one over an expired one
       RETURN-RULE.
           MOVE SR-ID(WS-RULE-IDX) TO LS-RULE-ID
           MOVE SR-ROLE-A(WS-RULE-IDX) TO LS-ROLE-A
           MOVE SR-ROLE-B(WS-RULE-IDX) TO LS-ROLE-B
           MOVE "N" TO LS-EXC-STATE
           MOVE SPACES TO LS-EXC-REF
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF SE-ID(WS-EXC-IDX) = SR-ID(WS-RULE-IDX) AND
                  SE-USER(WS-EXC-IDX) = LS-USER AND
                  LS-EXC-STATE NOT = "V"
                   IF SE-UNTIL(WS-EXC-IDX) >= WS-TODAY
                       MOVE "V" TO LS-EXC-STATE
                   ELSE
                       MOVE "X" TO LS-EXC-STATE
                   END-IF
                   MOVE SPACES TO WS-UNTIL-D
                   STRING SE-UNTIL(WS-EXC-IDX)(1:4) "-"
                          SE-UNTIL(WS-EXC-IDX)(5:2) "-"
                          SE-UNTIL(WS-EXC-IDX)(7:2)
                       DELIMITED BY SIZE INTO WS-UNTIL-D
                   END-STRING
                   MOVE SPACES TO LS-EXC-REF
                   STRING SE-REF(WS-EXC-IDX) DELIMITED BY SPACE
                          " until " WS-UNTIL-D DELIMITED BY SIZE
                       INTO LS-EXC-REF
                   END-STRING
               END-IF
           END-PERFORM
           .
