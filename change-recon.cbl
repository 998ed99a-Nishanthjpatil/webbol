*> Standalone batch job: monthly change reconciliation. Every
*> change-controlled action - release flips and imports, certificate
*> rotations, ACL and redirect edits, configuration reloads and
*> promotions - is audited with the change number it went in under
*> ("change=CHG-1042", or change=EMERGENCY), and this job holds a
*> month of them up against the change register (CHANGE-ADMIN's
*> CHANGE-REGISTER.DAT). Run as
*>
*>   change-recon [YYYYMM]
*>
*> (default: the previous month), monthly from JOB-TABLE.CFG. The
*> month lands in CHANGE-RECON.RPT:
*>   - UNAUTHORIZED CHANGES: actions with no change number, or one
*>     the register does not have, had cancelled, or did not approve
*>     for that component at that time;
*>   - EMERGENCY CHANGES: actions let through on an emergency reason,
*>     each with the reason from CHANGE-EMERGENCY.LOG (and any
*>     emergency declared with no action audited after it);
*>   - APPROVED CHANGES THAT NEVER HAPPENED: changes still APPROVED
*>     whose window closed in the month without one matching action
*>     (an action earlier in the window, last month, counts);
*>   - CHANGES CARRIED OUT: each approved change with its actions.
*> Refused and blocked attempts changed nothing and are left out.
*> The job ends with return code 4 when anything unauthorized was
*> found, so JOB-RUN shows the month needs looking at.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "CHANGE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT EMERGENCY-LOG ASSIGN TO "CHANGE-EMERGENCY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMERG-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHANGE-RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "change-rec.cpy".
       FD  EMERGENCY-LOG.
       01  EMERGENCY-LOG-RECORD PIC X(256).
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD     PIC X(240).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS         PIC XX.
       01 WS-EMERG-STATUS       PIC XX.
       01 WS-AUDITLOG-STATUS    PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9.

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-NOW-STAMP          PIC X(16).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-MONTH-TAG          PIC X(7).

*> The register, with what the month's audit trail did under each
       01 WS-CHG-COUNT          PIC 9(4) COMP VALUE 0.
       01 CHG-TABLE.
          05 CHG-ENTRY OCCURS 2000 TIMES.
             10 CHG-RECORD        PIC X(300).
             10 CHG-USED          PIC 9.
             10 CHG-MONTH-ACTIONS PIC 9(4).
       01 WS-CHG-IDX            PIC 9(4) COMP.
       01 WS-CHG-FOUND-IDX      PIC 9(4) COMP.

*> The month's emergency declarations from CHANGE-EMERGENCY.LOG
       01 WS-EMG-COUNT          PIC 9(4) COMP VALUE 0.
       01 EMG-TABLE.
          05 EMG-ENTRY OCCURS 500 TIMES.
             10 EMG-TS            PIC X(19).
             10 EMG-COMPONENT     PIC X(16).
             10 EMG-ACTOR         PIC X(32).
             10 EMG-REF           PIC X(16).
             10 EMG-REASON        PIC X(120).
             10 EMG-USED          PIC 9.
       01 WS-EMG-IDX            PIC 9(4) COMP.
       01 WS-EMG-FOUND-IDX      PIC 9(4) COMP.

*> One audit line taken apart
       01 WS-AUD-TS             PIC X(19).
       01 WS-AUD-STAMP          PIC X(16).
       01 WS-AUD-EVENT          PIC X(24).
       01 WS-AUD-RESULT         PIC X(64).
       01 WS-AUD-USER           PIC X(32).
       01 WS-AUD-CHANGE         PIC X(16).
       01 WS-AUD-COMPONENT      PIC X(16).
       01 WS-AUD-IN-MONTH       PIC 9.
       01 WS-REFUSALS           PIC 9(4) COMP.
       01 WS-WHY                PIC X(48).
       01 WS-TAG                PIC X(12).
       01 WS-TAG-LEN            PIC 9(4) COMP.
       01 WS-TAG-VALUE          PIC X(64).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-CUT-POS            PIC 9(4) COMP.
       01 WS-COMP-LIST          PIC X(70).
       01 WS-COMP-TAG           PIC X(20).
       01 WS-COMP-HITS          PIC 9(4) COMP.

*> The report's unauthorized and emergency lines, held until the
*> scan is done so each section prints whole
       01 WS-UNAUTH-COUNT       PIC 9(4) COMP VALUE 0.
       01 UNAUTH-TABLE.
          05 UNAUTH-LINE OCCURS 500 TIMES PIC X(200).
       01 WS-EMACT-COUNT        PIC 9(4) COMP VALUE 0.
       01 EMACT-TABLE.
          05 EMACT-LINE OCCURS 500 TIMES PIC X(200).
       01 WS-LINE-IDX           PIC 9(4) COMP.
       01 WS-LINE               PIC X(200).
       01 WS-LINE-PTR           PIC 9(4) COMP.

*> Month totals
       01 WS-TOTAL-ACTIONS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-APPROVED     PIC 9(6) VALUE 0.
       01 WS-TOTAL-EMERGENCY    PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNAUTH       PIC 9(6) VALUE 0.
       01 WS-TOTAL-DUE          PIC 9(6) VALUE 0.
       01 WS-TOTAL-MISSED       PIC 9(6) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z(5)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2)
               DELIMITED BY SIZE INTO WS-NOW-STAMP
           END-STRING
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH
           ELSE
               COMPUTE WS-MONTH =
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:6)) - 1
               IF FUNCTION MOD(WS-MONTH, 100) = 0
                   COMPUTE WS-MONTH = WS-MONTH - 100 + 12
               END-IF
           END-IF
           MOVE SPACES TO WS-MONTH-TAG
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TAG
           END-STRING

           PERFORM LOAD-REGISTER
           PERFORM LOAD-EMERGENCIES
           PERFORM SCAN-AUDIT-LOG
           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-ACTIONS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-UNAUTH TO WS-COUNT-DISPLAY-2
           DISPLAY "CHANGE-RECON: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " change action(s) for " WS-MONTH-TAG ", "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " unauthorized - written to CHANGE-RECON.RPT"
           IF WS-TOTAL-UNAUTH > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REGISTER.
           MOVE 0 TO WS-CHG-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ REGISTER-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CR-NUMBER NOT = SPACES AND
                          WS-CHG-COUNT < 2000
                           ADD 1 TO WS-CHG-COUNT
                           MOVE CR-RECORD TO CHG-RECORD(WS-CHG-COUNT)
                           MOVE 0 TO CHG-USED(WS-CHG-COUNT)
                           MOVE 0 TO CHG-MONTH-ACTIONS(WS-CHG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

*> "[ts] EMERGENCY component=C actor=A ref=R reason=text..."
       LOAD-EMERGENCIES.
           MOVE 0 TO WS-EMG-COUNT
           OPEN INPUT EMERGENCY-LOG
           IF WS-EMERG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EMERGENCY-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF EMERGENCY-LOG-RECORD(1:1) = "[" AND
                          EMERGENCY-LOG-RECORD(2:7) = WS-MONTH-TAG AND
                          WS-EMG-COUNT < 500
                           PERFORM LOAD-ONE-EMERGENCY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMERGENCY-LOG
           .

       LOAD-ONE-EMERGENCY.
           ADD 1 TO WS-EMG-COUNT
           MOVE EMERGENCY-LOG-RECORD(2:19) TO EMG-TS(WS-EMG-COUNT)
           MOVE 0 TO EMG-USED(WS-EMG-COUNT)
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE EMERGENCY-LOG-RECORD(1:240) TO AUDIT-LOG-RECORD
           MOVE " component=" TO WS-TAG
           MOVE 11 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO EMG-COMPONENT(WS-EMG-COUNT)
           MOVE " actor=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO EMG-ACTOR(WS-EMG-COUNT)
           MOVE " ref=" TO WS-TAG
           MOVE 5 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO EMG-REF(WS-EMG-COUNT)
*> The reason is free text - everything after " reason="
           MOVE SPACES TO EMG-REASON(WS-EMG-COUNT)
           PERFORM VARYING WS-SCAN-POS FROM 22 BY 1
               UNTIL WS-SCAN-POS > 240
               IF EMERGENCY-LOG-RECORD(WS-SCAN-POS:8) = " reason="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS <= 240
               MOVE EMERGENCY-LOG-RECORD(WS-SCAN-POS + 8:120)
                   TO EMG-REASON(WS-EMG-COUNT)
           END-IF
           .

*> The whole trail is read: an action in an earlier month still
*> settles whether an approved change happened, though only the
*> month's own actions are counted and listed
       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDITLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ AUDIT-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           .

       MATCH-ONE-AUDIT-ENTRY.
           IF AUDIT-LOG-RECORD(1:1) NOT = "[" OR
              AUDIT-LOG-RECORD(21:2) NOT = "] "
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-LOG-RECORD(2:19) TO WS-AUD-TS
           MOVE WS-AUD-TS(1:16) TO WS-AUD-STAMP
           MOVE 0 TO WS-AUD-IN-MONTH
           IF WS-AUD-TS(1:7) = WS-MONTH-TAG
               MOVE 1 TO WS-AUD-IN-MONTH
           END-IF

           MOVE " event=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-AUD-EVENT
           MOVE " result=" TO WS-TAG
           MOVE 8 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-AUD-RESULT

*> Which component the action changed; anything else is not a
*> change-controlled action
           MOVE SPACES TO WS-AUD-COMPONENT
           EVALUATE WS-AUD-EVENT
               WHEN "RELEASE_FLIP"
                   MOVE "RELEASE" TO WS-AUD-COMPONENT
               WHEN "RELEASE_IMPORT"
                   IF WS-AUD-RESULT = "STAGED"
                       MOVE "RELEASE" TO WS-AUD-COMPONENT
                   END-IF
               WHEN "TLS_ROTATE"
                   MOVE "CERT" TO WS-AUD-COMPONENT
               WHEN "ACL_APPEND"
                   MOVE "ACL" TO WS-AUD-COMPONENT
               WHEN "REDIRECT_APPEND"
                   MOVE "REDIRECTS" TO WS-AUD-COMPONENT
               WHEN "CONFIG_RELOAD"
                   MOVE "CONFIG" TO WS-AUD-COMPONENT
               WHEN "CONFIG_PROMOTE"
                   IF WS-AUD-RESULT = "PROMOTED"
                       MOVE "CONFIG" TO WS-AUD-COMPONENT
                   END-IF
           END-EVALUATE
           IF WS-AUD-COMPONENT = SPACES
               EXIT PARAGRAPH
           END-IF
*> A refused, denied or blocked action changed nothing
           MOVE 0 TO WS-REFUSALS
           INSPECT WS-AUD-RESULT TALLYING WS-REFUSALS
               FOR ALL "DENIED" ALL "REFUSED" ALL "BLOCK" ALL "FAIL"
           IF WS-REFUSALS > 0
               EXIT PARAGRAPH
           END-IF

           MOVE " user=" TO WS-TAG
           MOVE 6 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-AUD-USER
           MOVE " change=" TO WS-TAG
           MOVE 8 TO WS-TAG-LEN
           PERFORM GET-TAG-VALUE
           MOVE FUNCTION UPPER-CASE(WS-TAG-VALUE) TO WS-AUD-CHANGE
           IF WS-AUD-IN-MONTH = 1
               ADD 1 TO WS-TOTAL-ACTIONS
           END-IF

           IF WS-AUD-CHANGE = "EMERGENCY"
               IF WS-AUD-IN-MONTH = 1
                   PERFORM NOTE-EMERGENCY-ACTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AGAINST-REGISTER
           IF WS-WHY = SPACES
               MOVE 1 TO CHG-USED(WS-CHG-FOUND-IDX)
               IF WS-AUD-IN-MONTH = 1
                   ADD 1 TO WS-TOTAL-APPROVED
                   ADD 1 TO CHG-MONTH-ACTIONS(WS-CHG-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-IN-MONTH = 1
               PERFORM NOTE-UNAUTHORIZED-ACTION
           END-IF
           .

*> WS-WHY comes back blank when the register approved this change
*> for this component at this time (WS-CHG-FOUND-IDX its entry)
       CHECK-AGAINST-REGISTER.
           MOVE SPACES TO WS-WHY
           MOVE 0 TO WS-CHG-FOUND-IDX
           IF WS-AUD-CHANGE = SPACES OR WS-AUD-CHANGE = "-"
               MOVE "no change number" TO WS-WHY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-RECORD(WS-CHG-IDX)(1:16) = WS-AUD-CHANGE
                   MOVE WS-CHG-IDX TO WS-CHG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHG-FOUND-IDX = 0
               MOVE "not on the change register" TO WS-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-RECORD(WS-CHG-FOUND-IDX) TO CR-RECORD
           IF CR-STATE NOT = "APPROVED"
               STRING "change is " DELIMITED BY SIZE
                      CR-STATE DELIMITED BY SPACE
                   INTO WS-WHY
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-STAMP < CR-START OR WS-AUD-STAMP > CR-END
               MOVE "outside the approved window" TO WS-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMP-LIST
           STRING "," DELIMITED BY SIZE
                  CR-COMPONENTS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
               INTO WS-COMP-LIST
           END-STRING
           MOVE SPACES TO WS-COMP-TAG
           STRING "," DELIMITED BY SIZE
                  WS-AUD-COMPONENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
               INTO WS-COMP-TAG
           END-STRING
           MOVE 0 TO WS-COMP-HITS
           INSPECT WS-COMP-LIST TALLYING WS-COMP-HITS
               FOR ALL ",ALL,"
               ALL WS-COMP-TAG(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-COMP-TAG)))
           IF WS-COMP-HITS = 0
               STRING "not approved for " DELIMITED BY SIZE
                      WS-AUD-COMPONENT DELIMITED BY SPACE
                   INTO WS-WHY
               END-STRING
           END-IF
           .

       NOTE-UNAUTHORIZED-ACTION.
           ADD 1 TO WS-TOTAL-UNAUTH
           IF WS-UNAUTH-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNAUTH-COUNT
           IF WS-AUD-CHANGE = SPACES
               MOVE "-" TO WS-AUD-CHANGE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "  " WS-AUD-TS " " DELIMITED BY SIZE
                  WS-AUD-EVENT DELIMITED BY SPACE
                  " by " DELIMITED BY SIZE
                  WS-AUD-USER DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  WS-AUD-CHANGE DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-WHY DELIMITED BY "  "
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO UNAUTH-LINE(WS-UNAUTH-COUNT)
           .

*> An EMERGENCY action is paired with the latest unclaimed
*> declaration for its component at or before it
       NOTE-EMERGENCY-ACTION.
           ADD 1 TO WS-TOTAL-EMERGENCY
           MOVE 0 TO WS-EMG-FOUND-IDX
           PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
               UNTIL WS-EMG-IDX > WS-EMG-COUNT
               IF EMG-USED(WS-EMG-IDX) = 0 AND
                  EMG-COMPONENT(WS-EMG-IDX) = WS-AUD-COMPONENT AND
                  EMG-TS(WS-EMG-IDX) <= WS-AUD-TS
                   MOVE WS-EMG-IDX TO WS-EMG-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-EMG-FOUND-IDX > 0
               MOVE 1 TO EMG-USED(WS-EMG-FOUND-IDX)
           END-IF
           IF WS-EMACT-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMACT-COUNT
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  " WS-AUD-TS " " DELIMITED BY SIZE
                  WS-AUD-EVENT DELIMITED BY SPACE
                  " by " DELIMITED BY SIZE
                  WS-AUD-USER DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-EMG-FOUND-IDX = 0
               STRING "no reason on file" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING EMG-REASON(WS-EMG-FOUND-IDX) DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           MOVE WS-LINE TO EMACT-LINE(WS-EMACT-COUNT)
           .

*> " tag=" in AUDIT-LOG-RECORD to WS-TAG-VALUE, up to the next space
       GET-TAG-VALUE.
           MOVE SPACES TO WS-TAG-VALUE
           PERFORM VARYING WS-SCAN-POS FROM 21 BY 1
               UNTIL WS-SCAN-POS > 220
               IF AUDIT-LOG-RECORD(WS-SCAN-POS:WS-TAG-LEN) =
                  WS-TAG(1:WS-TAG-LEN)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS > 220
               EXIT PARAGRAPH
           END-IF
           ADD WS-TAG-LEN TO WS-SCAN-POS
           MOVE 0 TO WS-CUT-POS
           INSPECT AUDIT-LOG-RECORD(WS-SCAN-POS:) TALLYING WS-CUT-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CUT-POS > 64
               MOVE 64 TO WS-CUT-POS
           END-IF
           IF WS-CUT-POS > 0
               MOVE AUDIT-LOG-RECORD(WS-SCAN-POS:WS-CUT-POS)
                   TO WS-TAG-VALUE
           END-IF
           .

*> ----------------------------------------------------------------
*> CHANGE-RECON.RPT
*> ----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CHANGE-RECON: cannot write CHANGE-RECON.RPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

*> Approved changes whose window closed in the month
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE CHG-RECORD(WS-CHG-IDX) TO CR-RECORD
               IF CR-STATE = "APPROVED" AND
                  CR-END(1:7) = WS-MONTH-TAG AND
                  CR-END < WS-NOW-STAMP
                   ADD 1 TO WS-TOTAL-DUE
                   IF CHG-USED(WS-CHG-IDX) = 0
                       ADD 1 TO WS-TOTAL-MISSED
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGE RECONCILIATION - " WS-MONTH-TAG
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ACTIONS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Change actions audited:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-APPROVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  under an approved change:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-EMERGENCY TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  as emergencies:                " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-UNAUTH TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  unauthorized:                  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-DUE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Approved windows closed in month:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-MISSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  never carried out:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "UNAUTHORIZED CHANGES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UNAUTH-COUNT = 0
               MOVE "  none" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-UNAUTH-COUNT
               MOVE UNAUTH-LINE(WS-LINE-IDX) TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "EMERGENCY CHANGES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-EMACT-COUNT = 0 AND WS-EMG-COUNT = 0
               MOVE "  none" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-EMACT-COUNT
               MOVE EMACT-LINE(WS-LINE-IDX) TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
               UNTIL WS-EMG-IDX > WS-EMG-COUNT
               IF EMG-USED(WS-EMG-IDX) = 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " EMG-TS(WS-EMG-IDX) " declared for "
                              DELIMITED BY SIZE
                          EMG-COMPONENT(WS-EMG-IDX) DELIMITED BY SPACE
                          " by " DELIMITED BY SIZE
                          EMG-ACTOR(WS-EMG-IDX) DELIMITED BY SPACE
                          ", no action audited - " DELIMITED BY SIZE
                          EMG-REASON(WS-EMG-IDX) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "APPROVED CHANGES THAT NEVER HAPPENED" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TOTAL-MISSED = 0
               MOVE "  none" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE CHG-RECORD(WS-CHG-IDX) TO CR-RECORD
               IF CR-STATE = "APPROVED" AND
                  CR-END(1:7) = WS-MONTH-TAG AND
                  CR-END < WS-NOW-STAMP AND
                  CHG-USED(WS-CHG-IDX) = 0
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHANGES CARRIED OUT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TOTAL-APPROVED = 0
               MOVE "  none" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-MONTH-ACTIONS(WS-CHG-IDX) > 0
                   MOVE CHG-RECORD(WS-CHG-IDX) TO CR-RECORD
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE
           .

*> One register entry: number, window, owner, what it covers, and -
*> when any - how many of the month's actions went in under it
       WRITE-CHANGE-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-LINE-PTR
           STRING "  " DELIMITED BY SIZE
                  CR-NUMBER DELIMITED BY SPACE
                  " " CR-START " - " CR-END " " DELIMITED BY SIZE
                  CR-OWNER DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  CR-COMPONENTS DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
           END-STRING
           IF CHG-MONTH-ACTIONS(WS-CHG-IDX) > 0
               MOVE CHG-MONTH-ACTIONS(WS-CHG-IDX) TO WS-COUNT-DISPLAY
               STRING " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      " action(s)" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "      " FUNCTION TRIM(CR-SUMMARY)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
