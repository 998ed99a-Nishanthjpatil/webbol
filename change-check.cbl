*> Shared change gate: may this release, certificate or
*> configuration change go ahead now? RELEASE-SWITCH, RELEASE-IMPORT,
*> CERT-ROTATE, CONFIG-PROMOTE and the handler's admin API all ask
*> here before acting, so the rule is kept in one place.
*>
*> A change number passes when CHANGE-REGISTER.DAT (kept by
*> CHANGE-ADMIN) has it APPROVED, the time now falls inside its
*> approved window and its components list the one being changed
*> (or ALL). Anything else is refused - unless the caller passes an
*> emergency reason, in which case the change goes ahead, LS-CHANGE-REF
*> comes back as EMERGENCY for the caller's audit line, and the
*> reason (with whatever number was given) is kept in
*> CHANGE-EMERGENCY.LOG for CHANGE-RECON:
*>
*>   [ts] EMERGENCY component=CERT actor=operator ref=- reason=...
*>
*> LS-REASON says why a change was refused, or APPROVED / EMERGENCY.
*> Refusing is the caller's business - this module only answers.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "CHANGE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT EMERGENCY-LOG ASSIGN TO "CHANGE-EMERGENCY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMERG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "change-rec.cpy".
       FD  EMERGENCY-LOG.
       01  EMERGENCY-LOG-RECORD PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS         PIC XX.
       01 WS-EMERG-STATUS       PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-NOW-STAMP          PIC X(16).
       01 WS-FOUND              PIC 9.
       01 WS-REF                PIC X(16).
       01 WS-COMPONENT          PIC X(16).
       01 WS-COMP-LIST          PIC X(70).
       01 WS-COMP-TAG           PIC X(20).
       01 WS-COMP-HITS          PIC 9(4) COMP.
       01 WS-LOG-PTR            PIC 9(4) COMP.

       LINKAGE SECTION.
*> The change number given (spaces = none); EMERGENCY on the way
*> back when the emergency reason let the change through
       01 LS-CHANGE-REF         PIC X(16).
*> The emergency reason given (spaces = no emergency)
       01 LS-EMERGENCY          PIC X(120).
*> RELEASE, CERT, ACL, REDIRECTS or CONFIG
       01 LS-COMPONENT          PIC X(16).
       01 LS-ACTOR              PIC X(32).
       01 LS-OK                 PIC 9.
       01 LS-REASON             PIC X(60).

       PROCEDURE DIVISION USING LS-CHANGE-REF LS-EMERGENCY
           LS-COMPONENT LS-ACTOR LS-OK LS-REASON.

       MAIN-LOGIC.
           MOVE 0 TO LS-OK
           MOVE SPACES TO LS-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING
           MOVE WS-TIMESTAMP(1:16) TO WS-NOW-STAMP
           MOVE FUNCTION UPPER-CASE(LS-CHANGE-REF) TO WS-REF
           MOVE FUNCTION UPPER-CASE(LS-COMPONENT) TO WS-COMPONENT

           IF WS-REF = SPACES
               MOVE "no change number given" TO LS-REASON
           ELSE
               PERFORM CHECK-REGISTER
           END-IF
           IF LS-OK = 1
               MOVE WS-REF TO LS-CHANGE-REF
               MOVE "APPROVED" TO LS-REASON
               GOBACK
           END-IF

           IF LS-EMERGENCY NOT = SPACES
               PERFORM LOG-EMERGENCY
               MOVE 1 TO LS-OK
               MOVE "EMERGENCY" TO LS-CHANGE-REF
               MOVE "EMERGENCY" TO LS-REASON
           END-IF
           GOBACK.

*> The number looked up on the register; LS-OK set when it is good
*> for this component now, LS-REASON saying what is wrong if not
       CHECK-REGISTER.
           MOVE 0 TO WS-FOUND
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REGISTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CR-NUMBER = WS-REF
                               MOVE 1 TO WS-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF

           IF WS-FOUND = 0
               STRING WS-REF DELIMITED BY SPACE
                      " is not on the change register"
                      DELIMITED BY SIZE
                   INTO LS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF CR-STATE NOT = "APPROVED"
               STRING WS-REF DELIMITED BY SPACE
                      " is " DELIMITED BY SIZE
                      CR-STATE DELIMITED BY SPACE
                   INTO LS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-NOW-STAMP < CR-START OR WS-NOW-STAMP > CR-END
               STRING WS-REF DELIMITED BY SPACE
                      " is only open " CR-START " - "
                      CR-END DELIMITED BY SIZE
                   INTO LS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

*> ",RELEASE,CERT," holding ",CERT," (or ",ALL,")
           MOVE SPACES TO WS-COMP-LIST
           STRING "," DELIMITED BY SIZE
                  CR-COMPONENTS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
               INTO WS-COMP-LIST
           END-STRING
           MOVE SPACES TO WS-COMP-TAG
           STRING "," DELIMITED BY SIZE
                  WS-COMPONENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
               INTO WS-COMP-TAG
           END-STRING
           MOVE 0 TO WS-COMP-HITS
           INSPECT WS-COMP-LIST TALLYING WS-COMP-HITS
               FOR ALL ",ALL,"
               ALL WS-COMP-TAG(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-COMP-TAG)))
           IF WS-COMP-HITS = 0
               STRING WS-REF DELIMITED BY SPACE
                      " does not cover " DELIMITED BY SIZE
                      WS-COMPONENT DELIMITED BY SPACE
                   INTO LS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-OK
           .

       LOG-EMERGENCY.
           OPEN EXTEND EMERGENCY-LOG
           IF WS-EMERG-STATUS = "35" OR WS-EMERG-STATUS = "05"
               OPEN OUTPUT EMERGENCY-LOG
           END-IF
           IF WS-EMERG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-REF = SPACES
               MOVE "-" TO WS-REF
           END-IF
           MOVE SPACES TO EMERGENCY-LOG-RECORD
           MOVE 1 TO WS-LOG-PTR
           STRING "[" WS-TIMESTAMP "] EMERGENCY component="
                      DELIMITED BY SIZE
                  WS-COMPONENT DELIMITED BY SPACE
                  " actor=" DELIMITED BY SIZE
                  LS-ACTOR DELIMITED BY SPACE
                  " ref=" DELIMITED BY SIZE
                  WS-REF DELIMITED BY SPACE
                  " reason=" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-EMERGENCY) DELIMITED BY SIZE
               INTO EMERGENCY-LOG-RECORD WITH POINTER WS-LOG-PTR
           END-STRING
           WRITE EMERGENCY-LOG-RECORD
           CLOSE EMERGENCY-LOG
           .
