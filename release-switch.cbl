*> a rollback is simply another FLIP. Every flip is audited, and the
*> /stats endpoint reports the active root so monitoring can confirm
*> which release is serving.
*>
*> A FLIP needs a change number approved for RELEASE and open now on
*> the change register (CHANGE-ADMIN), given as CHANGE_REF=<number>
*> in the environment; the number goes into the audit entry. When
*> there is no time for the change board, CHANGE_EMERGENCY=<reason>
*> lets the flip through and the reason is kept for CHANGE-RECON.
*> A refused flip changes nothing, is audited, and ends with return
*> code 8.
*>
*> A FLIP onto a root RELEASE-IMPORT staged with a BLOCKED pre-publish
*> validation report (RELEASE-VALIDATE.RPT) is refused the same way
*> until a clean import replaces it - or the operator gives
*> VALIDATION_OVERRIDE=<reason>, which lets it through with the
*> reason in the audit entry.
IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-SWITCH.

           SELECT RELEASE-TMP ASSIGN TO "RELEASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELTMP-STATUS.
           SELECT VALIDATE-REPORT ASSIGN TO "RELEASE-VALIDATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RELEASE-RECORD       PIC X(256).
       FD  RELEASE-TMP.
       01  RELEASE-TMP-RECORD   PIC X(256).
       FD  VALIDATE-REPORT.
       01  VALIDATE-REPORT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> The change gate (CHANGE-CHECK)
       01 WS-CHANGE-REF         PIC X(16).
       01 WS-CHANGE-EMERGENCY   PIC X(120).
       01 WS-CHANGE-COMPONENT   PIC X(16) VALUE "RELEASE".
       01 WS-CHANGE-ACTOR       PIC X(32) VALUE "operator".
       01 WS-CHANGE-OK          PIC 9.
       01 WS-CHANGE-REASON      PIC X(60).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-RESULT       PIC X(256).

*> The pre-publish validation verdict on the root being flipped to
       01 WS-VALRPT-STATUS      PIC XX.
       01 WS-VALRPT-EOF         PIC 9.
       01 WS-VAL-ROOT           PIC X(256).
       01 WS-VAL-RESULT         PIC X(8).
       01 WS-VAL-OVERRIDE       PIC X(120).
       01 WS-VAL-OVERRIDE-LEN   PIC 9(4) COMP.
       01 WS-VAL-REFUSED        PIC 9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               MOVE WS-ROOT-A TO WS-NEW-ROOT
           END-IF

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
               DISPLAY "RELEASE-SWITCH: refused - "
                   FUNCTION TRIM(WS-CHANGE-REASON)
               DISPLAY "RELEASE-SWITCH: set CHANGE_REF to an approved "
                   "change, or CHANGE_EMERGENCY to the reason"
               MOVE "CHANGE_BLOCK" TO WS-AUDIT-EVENT
               MOVE WS-CHANGE-COMPONENT TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RELEASE-VALIDATION
           IF WS-VAL-REFUSED = 1
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RELEASE-TMP
           MOVE WS-NEW-ROOT TO RELEASE-TMP-RECORD
           WRITE RELEASE-TMP-RECORD
               RETURNING WS-RENAME-RC
           END-CALL

           MOVE "RELEASE_FLIP" TO WS-AUDIT-EVENT
           MOVE WS-NEW-ROOT TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY

           DISPLAY "RELEASE-SWITCH: now serving from "
           DISPLAY "RELEASE-SWITCH: rollback is another FLIP"
           .

*> RELEASE-VALIDATE.RPT speaks for the root RELEASE-IMPORT last
*> staged; a BLOCKED verdict on the root about to go live holds the
*> flip unless VALIDATION_OVERRIDE gives a reason. Any other root -
*> the one a rollback returns to - was live before and is not held
       CHECK-RELEASE-VALIDATION.
           MOVE 0 TO WS-VAL-REFUSED
           MOVE SPACES TO WS-VAL-ROOT
           MOVE SPACES TO WS-VAL-RESULT
           OPEN INPUT VALIDATE-REPORT
           IF WS-VALRPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VALRPT-EOF
           PERFORM UNTIL WS-VALRPT-EOF = 1
               READ VALIDATE-REPORT
                   AT END
                       MOVE 1 TO WS-VALRPT-EOF
                   NOT AT END
                       IF VALIDATE-REPORT-RECORD(1:6) = "Root: "
                           MOVE VALIDATE-REPORT-RECORD(7:256)
                               TO WS-VAL-ROOT
                       END-IF
                       IF VALIDATE-REPORT-RECORD(1:8) = "Result: "
                           MOVE VALIDATE-REPORT-RECORD(9:8)
                               TO WS-VAL-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALIDATE-REPORT
           IF WS-VAL-ROOT NOT = WS-NEW-ROOT OR
              WS-VAL-RESULT NOT = "BLOCKED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VAL-OVERRIDE
           ACCEPT WS-VAL-OVERRIDE FROM ENVIRONMENT "VALIDATION_OVERRIDE"
           IF WS-VAL-OVERRIDE = SPACES
               DISPLAY "RELEASE-SWITCH: refused - the staged release "
                   "failed pre-publish validation; see "
                   "RELEASE-VALIDATE.RPT"
               DISPLAY "RELEASE-SWITCH: fix and re-import it, or set "
                   "VALIDATION_OVERRIDE to the reason"
               MOVE "VALIDATE_BLOCK" TO WS-AUDIT-EVENT
               MOVE WS-NEW-ROOT TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
               MOVE 1 TO WS-VAL-REFUSED
               EXIT PARAGRAPH
           END-IF

*> The reason goes into the audit line as one word
           PERFORM VARYING WS-VAL-OVERRIDE-LEN FROM 120 BY -1
               UNTIL WS-VAL-OVERRIDE-LEN < 1
               IF WS-VAL-OVERRIDE(WS-VAL-OVERRIDE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           INSPECT WS-VAL-OVERRIDE(1:WS-VAL-OVERRIDE-LEN)
               REPLACING ALL SPACE BY "_"
           MOVE "VALIDATE_OVERRIDE" TO WS-AUDIT-EVENT
           MOVE WS-VAL-OVERRIDE TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "RELEASE-SWITCH: validation findings overridden - "
               WS-VAL-OVERRIDE(1:WS-VAL-OVERRIDE-LEN)
           .

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           END-STRING

           MOVE SPACES TO WS-AUDIT-LINE
           IF WS-CHANGE-REF = SPACES
               MOVE "-" TO WS-CHANGE-REF
           END-IF
           STRING "[" WS-TIMESTAMP "] console - event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=operator change=" DELIMITED BY SIZE
                  WS-CHANGE-REF DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
