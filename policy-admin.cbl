*> The mandatory-read policy register. HR and Compliance name here
*> the documents every member of an audience must read and
*> acknowledge, and by when:
*>
*>   policy-admin ADD <id> <path> <due> <audience> <title...>
*>                      - register a document at version 1; <path> is
*>                        the page it is published at, <due> the
*>                        YYYY-MM-DD the acknowledgements are due by,
*>                        <audience> a comma list of GROUP:name
*>                        (AUTH-GROUPS.CFG), DEPT:name (DIRECTORY.DAT,
*>                        "_" for a space) or ALL
*>   policy-admin VERSION <id> <due>
*>                      - a new version has been published at the same
*>                        page: every earlier acknowledgement stops
*>                        counting and the audience is asked again,
*>                        due by the new date
*>   policy-admin RETIRE <id>
*>                      - withdraw the document; nobody is asked
*>                        any more
*>   policy-admin LIST  - the register, in the order entered
*>
*> The register is POLICY-REGISTER.DAT, one POL-RECORD per document
*> (policy-rec.cpy); only one ACTIVE document may sit at a page.
*> POLICY-CHECK puts the "I have read and understood" control on
*> the page for the audience, and POLICY-CHASE reports who is
*> outstanding and reminds them. Every change here is audited.
IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "POLICY-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REGISTER-TMP ASSIGN TO "POLICY-REGISTER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "policy-rec.cpy".
       FD  REGISTER-TMP.
       01  REGISTER-TMP-RECORD  PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS         PIC XX.
       01 WS-REG-TMP-STATUS     PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-EVENT        PIC X(24).
       01 WS-AUDIT-RESULT       PIC X(10).

       01 WS-COMMAND-LINE       PIC X(400).
       01 WS-CMD-PTR            PIC 9(4) COMP.
       01 WS-ACTION             PIC X(8).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-CALC-DATE          PIC 9(8).
       01 WS-DATE-OK            PIC 9.

*> The document as typed
       01 WS-ADD-ID             PIC X(16).
       01 WS-ADD-PATH           PIC X(128).
       01 WS-ADD-DUE            PIC X(10).
       01 WS-ADD-AUDIENCE       PIC X(120).
       01 WS-ADD-TITLE          PIC X(80).
       01 WS-AUD-PTR            PIC 9(4) COMP.
       01 WS-AUD-ONE            PIC X(40).
       01 WS-AUD-BAD            PIC 9.
       01 WS-VERSION-DISPLAY    PIC 9(4).

*> The register, loaded whole for a look-up or a rewrite
       01 WS-POL-COUNT          PIC 9(4) COMP VALUE 0.
       01 POL-TABLE.
          05 POL-ENTRY OCCURS 1000 TIMES.
             10 POL-ENTRY-RECORD  PIC X(400).
       01 WS-POL-IDX            PIC 9(4) COMP.
       01 WS-POL-FOUND-IDX      PIC 9(4) COMP.
       01 WS-PATH-TAKEN-IDX     PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ACTION
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

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

           EVALUATE WS-ACTION
               WHEN SPACES
               WHEN "LIST"
                   PERFORM LIST-POLICIES
               WHEN "ADD"
                   PERFORM ADD-POLICY
               WHEN "VERSION"
                   PERFORM NEW-POLICY-VERSION
               WHEN "RETIRE"
                   PERFORM RETIRE-POLICY
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "POLICY-ADMIN: usage: LIST | ADD <id> <path> <due> "
               "<audience> <title...> | VERSION <id> <due> | RETIRE "
               "<id>   (due as YYYY-MM-DD, audience a comma list of "
               "GROUP:name, DEPT:name or ALL)"
           .

       LOAD-REGISTER.
           MOVE 0 TO WS-POL-COUNT
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
                       IF POL-ID NOT = SPACES AND
                          WS-POL-COUNT < 1000
                           ADD 1 TO WS-POL-COUNT
                           MOVE POL-RECORD
                               TO POL-ENTRY-RECORD(WS-POL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

*> WS-POL-FOUND-IDX for WS-ADD-ID; WS-PATH-TAKEN-IDX for an ACTIVE
*> document already at WS-ADD-PATH
       FIND-POLICY.
           MOVE 0 TO WS-POL-FOUND-IDX
           MOVE 0 TO WS-PATH-TAKEN-IDX
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE POL-ENTRY-RECORD(WS-POL-IDX) TO POL-RECORD
               IF POL-ID = WS-ADD-ID
                   MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
               END-IF
               IF POL-STATE = "ACTIVE" AND POL-PATH = WS-ADD-PATH
                   MOVE WS-POL-IDX TO WS-PATH-TAKEN-IDX
               END-IF
           END-PERFORM
           .

       LIST-POLICIES.
           PERFORM LOAD-REGISTER
           IF WS-POL-COUNT = 0
               DISPLAY "POLICY-ADMIN: no documents on the register"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE POL-ENTRY-RECORD(WS-POL-IDX) TO POL-RECORD
               DISPLAY POL-ID " " POL-STATE " v" POL-VERSION
                   " due " POL-DUE " " FUNCTION TRIM(POL-PATH)
               DISPLAY "       " FUNCTION TRIM(POL-TITLE)
               DISPLAY "       audience " FUNCTION TRIM(POL-AUDIENCE)
                   ", published " POL-PUBLISHED
           END-PERFORM
           .

*> ADD <id> <path> <due> <audience> <title...>
       ADD-POLICY.
           MOVE SPACES TO WS-ADD-ID WS-ADD-PATH WS-ADD-DUE
               WS-ADD-AUDIENCE WS-ADD-TITLE
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-ADD-ID WS-ADD-PATH WS-ADD-DUE
                    WS-ADD-AUDIENCE
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 400
               MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-ADD-TITLE
           END-IF
           IF WS-ADD-AUDIENCE = SPACES OR WS-ADD-TITLE = SPACES
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
*> "|" separates the register's fields
           INSPECT WS-ADD-TITLE REPLACING ALL "|" BY "/"
           INSPECT WS-ADD-ID REPLACING ALL "|" BY "/"
           MOVE FUNCTION UPPER-CASE(WS-ADD-ID) TO WS-ADD-ID
           IF WS-ADD-PATH(1:1) NOT = "/" OR
              WS-ADD-PATH(128:1) NOT = SPACE
               DISPLAY "POLICY-ADMIN: the path is the page's site path, "
                   "starting with /"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUE-DATE
           IF WS-DATE-OK = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AUDIENCE
           IF WS-AUD-BAD = 1
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-AUD-ONE)
                   " is not an audience - GROUP:name, DEPT:name or ALL"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REGISTER
           PERFORM FIND-POLICY
           IF WS-POL-FOUND-IDX > 0
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
                   " is already on the register - use VERSION"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PATH-TAKEN-IDX > 0
               MOVE POL-ENTRY-RECORD(WS-PATH-TAKEN-IDX) TO POL-RECORD
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(POL-ID)
                   " is already published at that page"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS = "35" OR WS-REG-STATUS = "05"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "POLICY-ADMIN: cannot write POLICY-REGISTER.DAT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POL-RECORD
           MOVE WS-ADD-ID TO POL-ID
           MOVE "ACTIVE" TO POL-STATE
           MOVE 1 TO POL-VERSION
           MOVE WS-ADD-DUE TO POL-DUE
           MOVE WS-ADD-PATH TO POL-PATH
           MOVE WS-ADD-AUDIENCE TO POL-AUDIENCE
           MOVE WS-TIMESTAMP TO POL-PUBLISHED
           MOVE WS-ADD-TITLE TO POL-TITLE
           MOVE "|" TO POL-SEP-1 POL-SEP-2 POL-SEP-3 POL-SEP-4
               POL-SEP-5 POL-SEP-6 POL-SEP-7
           WRITE POL-RECORD
           CLOSE REGISTER-FILE

           MOVE 1 TO WS-VERSION-DISPLAY
           MOVE "POLICY_PUBLISH" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "V" WS-VERSION-DISPLAY DELIMITED BY SIZE
               INTO WS-AUDIT-RESULT
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
               " registered at " FUNCTION TRIM(WS-ADD-PATH)
               ", version 1, due " WS-ADD-DUE
           .

*> Every entry in the comma list must be one POLICY-CHECK knows;
*> WS-AUD-ONE holds the first that is not
       CHECK-AUDIENCE.
           MOVE 0 TO WS-AUD-BAD
           MOVE 1 TO WS-AUD-PTR
           PERFORM UNTIL WS-AUD-PTR > 120 OR WS-AUD-BAD = 1
               MOVE SPACES TO WS-AUD-ONE
               UNSTRING WS-ADD-AUDIENCE DELIMITED BY "," OR SPACE
                   INTO WS-AUD-ONE
                   WITH POINTER WS-AUD-PTR
               END-UNSTRING
               IF WS-AUD-ONE = SPACES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-AUD-ONE(1:6))
                   TO WS-AUD-ONE(1:6)
               IF WS-AUD-ONE NOT = "ALL" AND
                  NOT (WS-AUD-ONE(1:6) = "GROUP:" AND
                       WS-AUD-ONE(7:1) NOT = SPACE) AND
                  NOT (WS-AUD-ONE(1:5) = "DEPT:" AND
                       WS-AUD-ONE(6:1) NOT = SPACE)
                   MOVE 1 TO WS-AUD-BAD
               END-IF
           END-PERFORM
           .

*> WS-ADD-DUE must be a real YYYY-MM-DD not already past
       CHECK-DUE-DATE.
           MOVE 0 TO WS-DATE-OK
           IF WS-ADD-DUE(5:1) NOT = "-" OR
              WS-ADD-DUE(8:1) NOT = "-" OR
              WS-ADD-DUE(1:4) NOT NUMERIC OR
              WS-ADD-DUE(6:2) NOT NUMERIC OR
              WS-ADD-DUE(9:2) NOT NUMERIC
               DISPLAY "POLICY-ADMIN: the due date is YYYY-MM-DD"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-DATE =
               FUNCTION NUMVAL(WS-ADD-DUE(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-ADD-DUE(6:2)) * 100 +
               FUNCTION NUMVAL(WS-ADD-DUE(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) NOT = 0
               DISPLAY "POLICY-ADMIN: the due date is YYYY-MM-DD"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ADD-DUE < WS-TIMESTAMP(1:10)
               DISPLAY "POLICY-ADMIN: that due date is already past"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DATE-OK
           .

*> VERSION <id> <due> - the next version number, a new due date and
*> publication time; acknowledgements of the old version no longer
*> match, which is what asks everybody again
       NEW-POLICY-VERSION.
           MOVE SPACES TO WS-ADD-ID WS-ADD-DUE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-ADD-ID WS-ADD-DUE
           END-UNSTRING
           IF WS-ADD-DUE = SPACES
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ADD-ID) TO WS-ADD-ID
           PERFORM CHECK-DUE-DATE
           IF WS-DATE-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER
           PERFORM FIND-POLICY
           IF WS-POL-FOUND-IDX = 0
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
                   " is not on the register"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE POL-ENTRY-RECORD(WS-POL-FOUND-IDX) TO POL-RECORD
           IF POL-STATE NOT = "ACTIVE"
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
                   " is " FUNCTION TRIM(POL-STATE)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF POL-VERSION = 9999
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
                   " has run out of version numbers - retire it and "
                   "register it again under a new id"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POL-VERSION
           MOVE WS-ADD-DUE TO POL-DUE
           MOVE WS-TIMESTAMP TO POL-PUBLISHED
           MOVE POL-VERSION TO WS-VERSION-DISPLAY
           MOVE POL-RECORD TO POL-ENTRY-RECORD(WS-POL-FOUND-IDX)
           PERFORM REWRITE-REGISTER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "POLICY_PUBLISH" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "V" WS-VERSION-DISPLAY DELIMITED BY SIZE
               INTO WS-AUDIT-RESULT
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
               " is now version " WS-VERSION-DISPLAY ", due "
               WS-ADD-DUE " - every acknowledgement is asked for again"
           .

*> RETIRE <id>
       RETIRE-POLICY.
           MOVE SPACES TO WS-ADD-ID
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-ADD-ID
           END-UNSTRING
           IF WS-ADD-ID = SPACES
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ADD-ID) TO WS-ADD-ID
           PERFORM LOAD-REGISTER
           PERFORM FIND-POLICY
           IF WS-POL-FOUND-IDX = 0
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
                   " is not on the register"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE POL-ENTRY-RECORD(WS-POL-FOUND-IDX) TO POL-RECORD
           IF POL-STATE NOT = "ACTIVE"
               DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
                   " is already " FUNCTION TRIM(POL-STATE)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "RETIRED" TO POL-STATE
           MOVE POL-RECORD TO POL-ENTRY-RECORD(WS-POL-FOUND-IDX)
           PERFORM REWRITE-REGISTER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "POLICY_RETIRE" TO WS-AUDIT-EVENT
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "POLICY-ADMIN: " FUNCTION TRIM(WS-ADD-ID)
               " retired"
           .

*> The whole register goes back through a scratch copy renamed into
*> place
       REWRITE-REGISTER.
           OPEN OUTPUT REGISTER-TMP
           IF WS-REG-TMP-STATUS NOT = "00"
               DISPLAY "POLICY-ADMIN: cannot write POLICY-REGISTER.TMP"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE POL-ENTRY-RECORD(WS-POL-IDX) TO REGISTER-TMP-RECORD
               WRITE REGISTER-TMP-RECORD
           END-PERFORM
           CLOSE REGISTER-TMP
           CALL "CBL_DELETE_FILE" USING "POLICY-REGISTER.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "POLICY-REGISTER.TMP"
               "POLICY-REGISTER.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                  WS-ADD-ID DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=operator result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
