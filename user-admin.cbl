*> Group membership lives in AUTH-GROUPS.CFG as one "GROUP USER"
*> pair per line - what a realm line's GROUP= field is checked
*> against - and membership changes are audited like every other
*> account action. GROUP ADD asks SOD-GUARD first: a membership
*> that would give the user a pair of roles SOD-RULES.CFG keeps
*> apart is refused (and audited SOD-DENIED) unless a current
*> documented exception covers it.
*>
*> Password hashes are computed the same "openssl dgst -sha256" way
*> COMPUTE-AUTH-HASH verifies them, with the password passed through
       01 WS-GROUP-LINE-LEN     PIC 9(4) COMP.
       01 WS-GROUP-FOUND        PIC 9.

*> Segregation-of-duties test on GROUP ADD (SOD-GUARD)
       01 WS-SG-USER            PIC X(32).
       01 WS-SG-GRANT           PIC X(80).
       01 WS-SG-SEQ             PIC 9(4).
       01 WS-SG-RULE-ID         PIC X(16).
       01 WS-SG-ROLE-A          PIC X(80).
       01 WS-SG-ROLE-B          PIC X(80).
       01 WS-SG-EXC-STATE       PIC X(1).
       01 WS-SG-EXC-REF         PIC X(48).
       01 WS-SG-FOUND           PIC 9.
       01 WS-AUDIT-RESULT       PIC X(12) VALUE "APPLIED".
       01 WS-AUDIT-NOTE         PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               EXIT PARAGRAPH
           END-IF

*> No membership that pairs up roles the SOD rules keep apart,
*> short of a documented exception
           MOVE WS-ARG-3 TO WS-SG-USER
           MOVE SPACES TO WS-SG-GRANT
           STRING "GROUP:" WS-ARG-2 DELIMITED BY SIZE
               INTO WS-SG-GRANT
           END-STRING
           MOVE 0 TO WS-SG-SEQ
           CALL "SOD-GUARD" USING WS-SG-USER WS-SG-GRANT WS-SG-SEQ
               WS-SG-RULE-ID WS-SG-ROLE-A WS-SG-ROLE-B
               WS-SG-EXC-STATE WS-SG-EXC-REF WS-SG-FOUND
           END-CALL
           IF WS-SG-FOUND = 1
               MOVE WS-ARG-3 TO WS-TGT-USER
               MOVE "GROUP_ADD" TO WS-ACTION
               MOVE "SOD-DENIED" TO WS-AUDIT-RESULT
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING "rule=" WS-SG-RULE-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-NOTE
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "USER-ADMIN: refused - " WS-ARG-3(1:20)
                   " would hold " FUNCTION TRIM(WS-SG-ROLE-A) " and "
                   FUNCTION TRIM(WS-SG-ROLE-B) " (SOD rule "
                   FUNCTION TRIM(WS-SG-RULE-ID) ")"
               IF WS-SG-EXC-STATE = "X"
                   DISPLAY "USER-ADMIN: the exception on file ("
                       FUNCTION TRIM(WS-SG-EXC-REF) ") has expired"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SG-FOUND = 2
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING "sod-exception=" WS-SG-EXC-REF
                   DELIMITED BY SPACE INTO WS-AUDIT-NOTE
               END-STRING
               DISPLAY "USER-ADMIN: allowed under SOD exception "
                   FUNCTION TRIM(WS-SG-EXC-REF) " (rule "
                   FUNCTION TRIM(WS-SG-RULE-ID) ")"
           END-IF

           OPEN EXTEND GROUPS-FILE
           IF WS-GROUPS-STATUS = "35" OR WS-GROUPS-STATUS = "05"
               OPEN OUTPUT GROUPS-FILE
                  WS-TGT-USER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ARG-2 DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-NOTE DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
