*> s_server per connection, so the very next handshake terminates
*> with the new pair - the one-step rotation the old full-restart
*> procedure never was. The swap is audited.
*>
*> The swap needs a change number approved for CERT and open now on
*> the change register (CHANGE-ADMIN), given as CHANGE_REF=<number>
*> in the environment, or CHANGE_EMERGENCY=<reason> for a rotation
*> that cannot wait for the change board (a compromised key). The
*> number goes into the audit entry; without either the validated
*> pair is left unswapped, the refusal audited, return code 8.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-ROTATE.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> The change gate (CHANGE-CHECK)
       01 WS-CHANGE-REF         PIC X(16).
       01 WS-CHANGE-EMERGENCY   PIC X(120).
       01 WS-CHANGE-COMPONENT   PIC X(16) VALUE "CERT".
       01 WS-CHANGE-ACTOR       PIC X(32) VALUE "operator".
       01 WS-CHANGE-OK          PIC 9.
       01 WS-CHANGE-REASON      PIC X(60).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-RESULT       PIC X(12).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               END-IF
           END-IF

*> All checks held - the change register has the last word
           MOVE SPACES TO WS-CHANGE-REF WS-CHANGE-EMERGENCY
           ACCEPT WS-CHANGE-REF FROM ENVIRONMENT "CHANGE_REF"
           ACCEPT WS-CHANGE-EMERGENCY
               FROM ENVIRONMENT "CHANGE_EMERGENCY"
           MOVE 0 TO WS-CHANGE-OK
           CALL "CHANGE-CHECK" USING WS-CHANGE-REF
               WS-CHANGE-EMERGENCY WS-CHANGE-COMPONENT
               WS-CHANGE-ACTOR WS-CHANGE-OK WS-CHANGE-REASON
           END-CALL
           IF WS-CHANGE-OK = 0
               DISPLAY "CERT-ROTATE: REFUSED - "
                   FUNCTION TRIM(WS-CHANGE-REASON)
               DISPLAY "CERT-ROTATE: set CHANGE_REF to an approved "
                   "change, or CHANGE_EMERGENCY to the reason"
               MOVE "CHANGE_BLOCK" TO WS-AUDIT-EVENT
               MOVE WS-CHANGE-COMPONENT TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

*> Bank the old pair and swap the new one in
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'cp "$ROT_LIVE_CERT" "$ROT_LIVE_CERT".OLD '
                  "2>/dev/null; "
               STOP RUN
           END-IF

           MOVE "TLS_ROTATE" TO WS-AUDIT-EVENT
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY

           DISPLAY "CERT-ROTATE: pair validated and swapped; the "
               "TLS listener's next handshake serves it"
           STOP RUN.

       WRITE-AUDIT-ENTRY.
           IF WS-CHANGE-REF = SPACES
               MOVE "-" TO WS-CHANGE-REF
           END-IF
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console - event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=operator result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  WS-CHANGE-REF DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

       SPLIT-COMMAND-LINE.
           MOVE SPACES TO WS-NEW-CERT
