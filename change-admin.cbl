*> The change register. Release flips and imports, certificate
*> rotations, configuration promotions and the admin API's ACL,
*> redirect and reload calls are only let through (by CHANGE-CHECK)
*> under a change number entered here for the window the change
*> board approved:
*>
*>   change-admin ADD <number> <start> <end> <owner> <components>
*>                    <summary...>
*>                      - enter an approved change; <start> and <end>
*>                        are YYYY-MM-DDTHH:MM (local time, both
*>                        inclusive), <components> a comma list of
*>                        RELEASE, CERT, ACL, REDIRECTS and CONFIG,
*>                        or ALL
*>   change-admin CANCEL <number>
*>                      - withdraw an approval; the number stops
*>                        passing straight away
*>   change-admin LIST  - the register, in the order entered
*>
*> The register is CHANGE-REGISTER.DAT, one CR-RECORD per change
*> (change-rec.cpy). A number is entered once - a change that needs
*> a new window is cancelled and entered again under a new number -
*> and nothing is ever deleted, so CHANGE-RECON can still match last
*> month's actions to it. Entries and cancellations are audited.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "CHANGE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REGISTER-TMP ASSIGN TO "CHANGE-REGISTER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "change-rec.cpy".
       FD  REGISTER-TMP.
       01  REGISTER-TMP-RECORD  PIC X(300).

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

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-CMD-PTR            PIC 9(4) COMP.
       01 WS-ACTION             PIC X(8).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-CALC-STAMP         PIC X(16).
       01 WS-CALC-DATE          PIC 9(8).
       01 WS-STAMP-OK           PIC 9.

*> ADD: the change as typed
       01 WS-ADD-NUMBER         PIC X(16).
       01 WS-ADD-START          PIC X(16).
       01 WS-ADD-END            PIC X(16).
       01 WS-ADD-OWNER          PIC X(32).
       01 WS-ADD-COMPONENTS     PIC X(64).
       01 WS-ADD-SUMMARY        PIC X(120).
       01 WS-COMP-PTR           PIC 9(4) COMP.
       01 WS-COMP-ONE           PIC X(16).
       01 WS-COMP-BAD           PIC 9.

*> The register, loaded whole for a look-up or a rewrite
       01 WS-CHG-COUNT          PIC 9(4) COMP VALUE 0.
       01 CHG-TABLE.
          05 CHG-ENTRY OCCURS 2000 TIMES.
             10 CHG-RECORD        PIC X(300).
       01 WS-CHG-IDX            PIC 9(4) COMP.
       01 WS-CHG-FOUND-IDX      PIC 9(4) COMP.

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
                   PERFORM LIST-CHANGES
               WHEN "ADD"
                   PERFORM ADD-CHANGE
               WHEN "CANCEL"
                   PERFORM CANCEL-CHANGE
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "CHANGE-ADMIN: usage: LIST | ADD <number> <start> "
               "<end> <owner> <components> <summary...> | CANCEL "
               "<number>   (times as YYYY-MM-DDTHH:MM, components "
               "RELEASE,CERT,ACL,REDIRECTS,CONFIG or ALL)"
           .

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       FIND-CHANGE.
           MOVE 0 TO WS-CHG-FOUND-IDX
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CHG-RECORD(WS-CHG-IDX)(1:16) = WS-ADD-NUMBER
                   MOVE WS-CHG-IDX TO WS-CHG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LIST-CHANGES.
           PERFORM LOAD-REGISTER
           IF WS-CHG-COUNT = 0
               DISPLAY "CHANGE-ADMIN: no changes on the register"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE CHG-RECORD(WS-CHG-IDX) TO CR-RECORD
               DISPLAY CR-NUMBER " " CR-STATE " " CR-START " - "
                   CR-END " " FUNCTION TRIM(CR-OWNER) " "
                   FUNCTION TRIM(CR-COMPONENTS)
               DISPLAY "       " FUNCTION TRIM(CR-SUMMARY)
           END-PERFORM
           .

*> ADD <number> <start> <end> <owner> <components> <summary...>
       ADD-CHANGE.
           MOVE SPACES TO WS-ADD-NUMBER WS-ADD-START WS-ADD-END
               WS-ADD-OWNER WS-ADD-COMPONENTS WS-ADD-SUMMARY
           MOVE 1 TO WS-CMD-PTR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-ADD-NUMBER WS-ADD-START WS-ADD-END
                    WS-ADD-OWNER WS-ADD-COMPONENTS
               WITH POINTER WS-CMD-PTR
           END-UNSTRING
           IF WS-CMD-PTR <= 256
               MOVE WS-COMMAND-LINE(WS-CMD-PTR:) TO WS-ADD-SUMMARY
           END-IF
           IF WS-ADD-COMPONENTS = SPACES OR WS-ADD-SUMMARY = SPACES
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
*> "|" separates the register's fields
           INSPECT WS-ADD-SUMMARY REPLACING ALL "|" BY "/"
           INSPECT WS-ADD-OWNER REPLACING ALL "|" BY "/"
           INSPECT WS-ADD-NUMBER REPLACING ALL "|" BY "/"
           MOVE FUNCTION UPPER-CASE(WS-ADD-NUMBER) TO WS-ADD-NUMBER
           MOVE FUNCTION UPPER-CASE(WS-ADD-COMPONENTS)
               TO WS-ADD-COMPONENTS
           IF WS-ADD-NUMBER = "EMERGENCY" OR WS-ADD-NUMBER = "-"
               DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-ADD-NUMBER)
                   " cannot be used as a change number"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ADD-START TO WS-CALC-STAMP
           PERFORM CHECK-STAMP
           IF WS-STAMP-OK = 1
               MOVE WS-CALC-STAMP TO WS-ADD-START
               MOVE WS-ADD-END TO WS-CALC-STAMP
               PERFORM CHECK-STAMP
               MOVE WS-CALC-STAMP TO WS-ADD-END
           END-IF
           IF WS-STAMP-OK = 0
               DISPLAY "CHANGE-ADMIN: times are YYYY-MM-DDTHH:MM"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ADD-END <= WS-ADD-START
               DISPLAY "CHANGE-ADMIN: the window must end after it "
                   "starts"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ADD-END < WS-TIMESTAMP(1:16)
               DISPLAY "CHANGE-ADMIN: that window is already over"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-COMPONENTS
           IF WS-COMP-BAD = 1
               DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-COMP-ONE)
                   " is not a component - RELEASE, CERT, ACL, "
                   "REDIRECTS, CONFIG or ALL"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REGISTER
           PERFORM FIND-CHANGE
           IF WS-CHG-FOUND-IDX > 0
               DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-ADD-NUMBER)
                   " is already on the register"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS = "35" OR WS-REG-STATUS = "05"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "CHANGE-ADMIN: cannot write CHANGE-REGISTER.DAT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CR-RECORD
           MOVE WS-ADD-NUMBER TO CR-NUMBER
           MOVE "APPROVED" TO CR-STATE
           MOVE WS-ADD-START TO CR-START
           MOVE WS-ADD-END TO CR-END
           MOVE WS-ADD-OWNER TO CR-OWNER
           MOVE WS-ADD-COMPONENTS TO CR-COMPONENTS
           MOVE WS-TIMESTAMP TO CR-ENTERED-AT
           MOVE WS-ADD-SUMMARY TO CR-SUMMARY
           MOVE "|" TO CR-SEP-1 CR-SEP-2 CR-SEP-3 CR-SEP-4 CR-SEP-5
               CR-SEP-6 CR-SEP-7
           WRITE CR-RECORD
           CLOSE REGISTER-FILE

           MOVE "CHANGE_REGISTER" TO WS-AUDIT-EVENT
           MOVE "APPROVED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-ADD-NUMBER)
               " entered, " WS-ADD-START " to " WS-ADD-END " ("
               FUNCTION TRIM(WS-ADD-COMPONENTS) ")"
           .

*> Every name in the comma list must be one CHANGE-CHECK is asked
*> about; WS-COMP-ONE holds the first that is not
       CHECK-COMPONENTS.
           MOVE 0 TO WS-COMP-BAD
           MOVE 1 TO WS-COMP-PTR
           PERFORM UNTIL WS-COMP-PTR > 64 OR WS-COMP-BAD = 1
               MOVE SPACES TO WS-COMP-ONE
               UNSTRING WS-ADD-COMPONENTS DELIMITED BY "," OR SPACE
                   INTO WS-COMP-ONE
                   WITH POINTER WS-COMP-PTR
               END-UNSTRING
               IF WS-COMP-ONE = SPACES
                   EXIT PERFORM
               END-IF
               IF WS-COMP-ONE NOT = "RELEASE" AND
                  WS-COMP-ONE NOT = "CERT" AND
                  WS-COMP-ONE NOT = "ACL" AND
                  WS-COMP-ONE NOT = "REDIRECTS" AND
                  WS-COMP-ONE NOT = "CONFIG" AND
                  WS-COMP-ONE NOT = "ALL"
                   MOVE 1 TO WS-COMP-BAD
               END-IF
           END-PERFORM
           .

*> CANCEL <number> - the whole register goes back through a scratch
*> copy renamed into place
       CANCEL-CHANGE.
           MOVE SPACES TO WS-ADD-NUMBER
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-ADD-NUMBER
           END-UNSTRING
           IF WS-ADD-NUMBER = SPACES
               PERFORM SHOW-USAGE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ADD-NUMBER) TO WS-ADD-NUMBER
           PERFORM LOAD-REGISTER
           PERFORM FIND-CHANGE
           IF WS-CHG-FOUND-IDX = 0
               DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-ADD-NUMBER)
                   " is not on the register"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-RECORD(WS-CHG-FOUND-IDX) TO CR-RECORD
           IF CR-STATE NOT = "APPROVED"
               DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-ADD-NUMBER)
                   " is already " FUNCTION TRIM(CR-STATE)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCELLED" TO CR-STATE
           MOVE CR-RECORD TO CHG-RECORD(WS-CHG-FOUND-IDX)

           OPEN OUTPUT REGISTER-TMP
           IF WS-REG-TMP-STATUS NOT = "00"
               DISPLAY "CHANGE-ADMIN: cannot write CHANGE-REGISTER.TMP"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE CHG-RECORD(WS-CHG-IDX) TO REGISTER-TMP-RECORD
               WRITE REGISTER-TMP-RECORD
           END-PERFORM
           CLOSE REGISTER-TMP
           CALL "CBL_DELETE_FILE" USING "CHANGE-REGISTER.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "CHANGE-REGISTER.TMP"
               "CHANGE-REGISTER.DAT"
               RETURNING WS-RENAME-RC
           END-CALL

           MOVE "CHANGE_CANCEL" TO WS-AUDIT-EVENT
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "CHANGE-ADMIN: " FUNCTION TRIM(WS-ADD-NUMBER)
               " cancelled"
           .

*> A typed time, "YYYY-MM-DDTHH:MM" (a space in place of the T is
*> taken too), checked and turned into the register's form
       CHECK-STAMP.
           MOVE 0 TO WS-STAMP-OK
           IF WS-CALC-STAMP(11:1) = "T" OR WS-CALC-STAMP(11:1) = "t"
               MOVE SPACE TO WS-CALC-STAMP(11:1)
           END-IF
           IF WS-CALC-STAMP(5:1) NOT = "-" OR
              WS-CALC-STAMP(8:1) NOT = "-" OR
              WS-CALC-STAMP(11:1) NOT = SPACE OR
              WS-CALC-STAMP(14:1) NOT = ":" OR
              WS-CALC-STAMP(1:4) NOT NUMERIC OR
              WS-CALC-STAMP(6:2) NOT NUMERIC OR
              WS-CALC-STAMP(9:2) NOT NUMERIC OR
              WS-CALC-STAMP(12:2) NOT NUMERIC OR
              WS-CALC-STAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CALC-STAMP(12:2) > "23" OR WS-CALC-STAMP(15:2) > "59"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-DATE =
               FUNCTION NUMVAL(WS-CALC-STAMP(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-CALC-STAMP(6:2)) * 100 +
               FUNCTION NUMVAL(WS-CALC-STAMP(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STAMP-OK
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console " DELIMITED BY SIZE
                  WS-ADD-NUMBER DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=operator result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  WS-ADD-NUMBER DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
