*> Ageing pass for the form-submission case queue. HTTP-HANDLER opens
*> a case in CASES.DAT for every accepted /form/ submission, due
*> after the form's target days out of CASE-FORMS.CFG
*>
*>   FORMNAME GROUP DAYS       (DEFAULT GROUP DAYS for unlisted forms)
*>
*> and any case still open past that due time is escalated here,
*> once: its escalated time is set, an ESCALATED line goes into the
*> case's CASE-NOTES.LOG history, an ALERTS.LOG CASE-OVERDUE entry
*> goes through ALERT-MANAGER (mail only - a late reply to a form is
*> not a page), and the case's assignee's line manager out of the
*> directory (MANAGER-LOOKUP) is mailed directly through MAIL-SEND-TO.
*> An unassigned case goes to the owning department's OWNERS.CFG
*> contact instead, when that is a mail address. Run nightly from
*> JOB-TABLE.CFG.
*>
*> An escalated case stays on the queue flagged as such until it is
*> closed; reopening a closed case does not escalate it a second time.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-AGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASES-FILE ASSIGN TO "CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASES-TMP ASSIGN TO "CASES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT CASE-NOTES-FILE ASSIGN TO "CASE-NOTES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASES-FILE.
       COPY "case-rec.cpy".
       FD  CASES-TMP.
       01  CASES-TMP-RECORD     PIC X(270).
       FD  CASE-NOTES-FILE.
       01  CASE-NOTES-RECORD    PIC X(1024).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS        PIC XX.
       01 WS-TMP-STATUS         PIC XX.
       01 WS-NOTES-STATUS       PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-ESCALATED          PIC 9(4) VALUE 0.
       01 WS-OPEN-CASES         PIC 9(6) VALUE 0.
       01 WS-MAILED             PIC 9(4) VALUE 0.
       01 WS-NOTE-PTR           PIC 9(8) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> Where the notice goes: the assignee's manager, else the
*> department's contact
       01 WS-MGR-USER           PIC X(32).
       01 WS-MGR-KEY            PIC X(16).
       01 WS-MGR-NAME           PIC X(40).
       01 WS-MGR-EMAIL          PIC X(64).
       01 WS-MGR-FOUND          PIC 9.
       01 WS-OWNER-PATH         PIC X(512).
       01 WS-OWNER-NAME         PIC X(24).
       01 WS-OWNER-CONTACT      PIC X(64).
       01 WS-OWNER-FOUND        PIC 9.
       01 WS-AT-COUNT           PIC 9(4) COMP.

       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-POS           PIC 9(4) COMP.
       01 WS-MAIL-EVENT         PIC X(32).
       01 WS-MAIL-DETAIL        PIC X(128).
       COPY "alert.cpy".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
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

           OPEN INPUT CASES-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "CASE-AGE: no cases on file"
               STOP RUN
           END-IF
           OPEN OUTPUT CASES-TMP

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CASES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM AGE-ONE-CASE
               END-READ
           END-PERFORM

           CLOSE CASES-FILE
           CLOSE CASES-TMP

           IF WS-ESCALATED > 0
               CALL "CBL_DELETE_FILE" USING "CASES.DAT"
                   RETURNING WS-DELETE-RC
               END-CALL
               CALL "CBL_RENAME_FILE" USING "CASES.TMP" "CASES.DAT"
                   RETURNING WS-RENAME-RC
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING "CASES.TMP"
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF

           DISPLAY "CASE-AGE: " WS-OPEN-CASES " open case(s), escalated "
               WS-ESCALATED ", " WS-MAILED " notice(s) mailed"
           STOP RUN.

*> Open, past due and not yet escalated: escalate. Everything else
*> passes through unchanged. The "YYYY-MM-DD HH:MM:SS" times compare
*> as text
       AGE-ONE-CASE.
           IF CS-REF(1:2) NOT = "CS" OR CS-STATUS = "CLOSED"
               WRITE CASES-TMP-RECORD FROM CS-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-CASES
           IF CS-ESCALATED NOT = SPACES OR CS-DUE = SPACES OR
              CS-DUE NOT < WS-TIMESTAMP
               WRITE CASES-TMP-RECORD FROM CS-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TIMESTAMP TO CS-ESCALATED
           WRITE CASES-TMP-RECORD FROM CS-RECORD
           ADD 1 TO WS-ESCALATED

           PERFORM APPEND-ESCALATED-NOTE
           PERFORM RAISE-CASE-ALERT
           PERFORM MAIL-ESCALATION
           .

*> The case's own history records the escalation, as HTTP-HANDLER
*> records every other change
       APPEND-ESCALATED-NOTE.
           OPEN EXTEND CASE-NOTES-FILE
           IF WS-NOTES-STATUS = "35" OR WS-NOTES-STATUS = "05"
               OPEN OUTPUT CASE-NOTES-FILE
           END-IF
           IF WS-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-NOTES-RECORD
           MOVE 1 TO WS-NOTE-PTR
           STRING WS-TIMESTAMP "|" CS-REF "|case-age|ESCALATED|"
                  "past due " CS-DUE DELIMITED BY SIZE
               INTO CASE-NOTES-RECORD WITH POINTER WS-NOTE-PTR
           END-STRING
           IF CS-ASSIGNEE = SPACES
               STRING ", unassigned" DELIMITED BY SIZE
                   INTO CASE-NOTES-RECORD WITH POINTER WS-NOTE-PTR
               END-STRING
           ELSE
               STRING ", with " DELIMITED BY SIZE
                      CS-ASSIGNEE DELIMITED BY SPACE
                   INTO CASE-NOTES-RECORD WITH POINTER WS-NOTE-PTR
               END-STRING
           END-IF
           WRITE CASE-NOTES-RECORD
           CLOSE CASE-NOTES-FILE
           .

       RAISE-CASE-ALERT.
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ALERT CASE-OVERDUE "
                  "case=" DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
                  " form=" DELIMITED BY SIZE
                  CS-FORM DELIMITED BY SPACE
                  " dept=" DELIMITED BY SIZE
                  CS-DEPT DELIMITED BY SPACE
                  " due=" CS-DUE(1:16) DELIMITED BY SIZE
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG

           MOVE "case_overdue" TO WS-MAIL-EVENT
           MOVE SPACES TO WS-MAIL-DETAIL
           STRING "case " DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  CS-FORM DELIMITED BY SPACE
                  ") still " DELIMITED BY SIZE
                  CS-STATUS DELIMITED BY SPACE
                  " past its due time " CS-DUE(1:16)
                  DELIMITED BY SIZE
               INTO WS-MAIL-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "CASE-OVERDUE:" CS-REF DELIMITED BY SIZE
               INTO ALERT-KEY
           END-STRING
           MOVE "M" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE WS-MAIL-EVENT TO ALERT-EVENT
           MOVE WS-MAIL-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

*> The assignee's line manager hears of it; an unassigned case's
*> department contact, when OWNERS.CFG gives a mail address for it
       MAIL-ESCALATION.
           MOVE SPACES TO WS-MAIL-TO
           IF CS-ASSIGNEE NOT = SPACES
               MOVE CS-ASSIGNEE TO WS-MGR-USER
               CALL "MANAGER-LOOKUP" USING WS-MGR-USER WS-MGR-KEY
                   WS-MGR-NAME WS-MGR-EMAIL WS-MGR-FOUND
               END-CALL
               IF WS-MGR-FOUND = 1 AND WS-MGR-EMAIL NOT = SPACES
                   MOVE WS-MGR-EMAIL TO WS-MAIL-TO
               END-IF
           END-IF
           IF WS-MAIL-TO = SPACES
               MOVE SPACES TO WS-OWNER-PATH
               STRING "/form/" DELIMITED BY SIZE
                      CS-FORM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                   INTO WS-OWNER-PATH
               END-STRING
               CALL "OWNER-LOOKUP" USING WS-OWNER-PATH WS-OWNER-NAME
                   WS-OWNER-CONTACT WS-OWNER-FOUND
               END-CALL
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-OWNER-CONTACT TALLYING WS-AT-COUNT
                   FOR ALL "@"
               IF WS-OWNER-FOUND = 1 AND WS-AT-COUNT > 0
                   MOVE WS-OWNER-CONTACT TO WS-MAIL-TO
               END-IF
           END-IF
           IF WS-MAIL-TO = SPACES
               DISPLAY "CASE-AGE: " CS-REF " escalated - nobody to mail"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MAIL-SUBJECT
           STRING "Overdue case " CS-REF DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT
           END-STRING
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           STRING "Case " DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
                  ", opened through the " DELIMITED BY SIZE
                  CS-FORM DELIMITED BY SPACE
                  " form on " CS-OPENED(1:16) DELIMITED BY SIZE
                  ", was due " CS-DUE(1:16) DELIMITED BY SIZE
                  " and is still " DELIMITED BY SIZE
                  CS-STATUS DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           IF CS-ASSIGNEE = SPACES
               STRING "\n\nNobody in " DELIMITED BY SIZE
                      CS-DEPT DELIMITED BY SPACE
                      " has been assigned to it." DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           ELSE
               STRING "\n\nIt is assigned to " DELIMITED BY SIZE
                      CS-ASSIGNEE DELIMITED BY SPACE
                      ", who reports to you." DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           STRING "\n\nThe case and its history: /cases?ref="
                  DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING

           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           IF WS-MAIL-RESULT = "F"
               DISPLAY "CASE-AGE: notice for " CS-REF " to "
                   FUNCTION TRIM(WS-MAIL-TO) " could not be sent"
           ELSE
               ADD 1 TO WS-MAILED
           END-IF
           .
