*>       audit trail and are no secret
*>   cert-admin LIST                          - who is enrolled
*>
*> ENROLL asks SOD-GUARD first: an admin certificate for someone
*> whose groups SOD-RULES.CFG keeps apart from CERT is refused (and
*> audited SOD-DENIED) unless a current documented exception
*> covers it.
*>
*> Every change is audited. The fingerprint is the certificate's
*> SHA-256, computed by the same external openssl the rest of the
*> auth machinery trusts.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-CURRENT-DATE       PIC X(21).

*> Segregation-of-duties test on ENROLL (SOD-GUARD)
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
       01 WS-TIMESTAMP          PIC X(19).

       PROCEDURE DIVISION.
               EXIT PARAGRAPH
           END-IF

*> No admin certificate that pairs up roles the SOD rules keep
*> apart, short of a documented exception
           MOVE WS-ARG-2 TO WS-SG-USER
           MOVE "CERT" TO WS-SG-GRANT
           MOVE 0 TO WS-SG-SEQ
           CALL "SOD-GUARD" USING WS-SG-USER WS-SG-GRANT WS-SG-SEQ
               WS-SG-RULE-ID WS-SG-ROLE-A WS-SG-ROLE-B
               WS-SG-EXC-STATE WS-SG-EXC-REF WS-SG-FOUND
           END-CALL
           IF WS-SG-FOUND = 1
               MOVE "ENROLL" TO WS-ACTION
               MOVE "SOD-DENIED" TO WS-AUDIT-RESULT
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING "rule=" WS-SG-RULE-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-NOTE
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "CERT-ADMIN: refused - " WS-ARG-2(1:20)
                   " would hold " FUNCTION TRIM(WS-SG-ROLE-A) " and "
                   FUNCTION TRIM(WS-SG-ROLE-B) " (SOD rule "
                   FUNCTION TRIM(WS-SG-RULE-ID) ")"
               IF WS-SG-EXC-STATE = "X"
                   DISPLAY "CERT-ADMIN: the exception on file ("
                       FUNCTION TRIM(WS-SG-EXC-REF) ") has expired"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SG-FOUND = 2
               MOVE SPACES TO WS-AUDIT-NOTE
               STRING "sod-exception=" WS-SG-EXC-REF
                   DELIMITED BY SPACE INTO WS-AUDIT-NOTE
               END-STRING
               DISPLAY "CERT-ADMIN: allowed under SOD exception "
                   FUNCTION TRIM(WS-SG-EXC-REF) " (rule "
                   FUNCTION TRIM(WS-SG-RULE-ID) ")"
           END-IF

           DISPLAY "CERTADM_CERT" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARG-1 UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
                  WS-ACTION DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-ARG-2 DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-NOTE DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
