*> Shared mandatory-read lookup: is the page being served a policy
*> document this user must acknowledge, and have they? POLICY-ADMIN
*> keeps the register (POLICY-REGISTER.DAT, see policy-rec.cpy); a
*> document applies when it is ACTIVE, published at exactly this
*> path, and the user falls within its audience:
*>
*>   GROUP:name   - a "name user" line in AUTH-GROUPS.CFG
*>   DEPT:name    - the user's DIRECTORY.DAT department (keyed by the
*>                  sign-in user id; "_" in the name stands for a
*>                  space, and case does not matter)
*>   ALL          - every signed-in user
*>
*> Acknowledgements are kept in POLICY-ACKS.DAT, one line each,
*>
*>   YYYY-MM-DD HH:MM:SS|POLICY-ID|VERSION|USER
*>
*> and only one against the document's current version counts - a
*> new version asks everybody again. LS-MODE "C" only answers; "A"
*> records the user's acknowledgement of the current version (once -
*> a second one hands back the first's time). HTTP-HANDLER calls
*> both; POLICY-CHASE reads the same two files on its own.
IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "POLICY-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ACKS-FILE ASSIGN TO "POLICY-ACKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKS-STATUS.
           SELECT GROUPS-FILE ASSIGN TO "AUTH-GROUPS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT DIRECTORY-FILE ASSIGN TO "DIRECTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       COPY "policy-rec.cpy".
       FD  ACKS-FILE.
       01  ACKS-RECORD          PIC X(120).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD        PIC X(80).
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 DIR-KEY           PIC X(16).
           05 DIR-NAME          PIC X(40).
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE        PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS         PIC XX.
       01 WS-ACKS-STATUS        PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-PATH-LEN           PIC 9(4) COMP.
       01 WS-USER-LEN           PIC 9(4) COMP.
       01 WS-MEMBER             PIC 9.

*> One audience entry at a time off the comma list
       01 WS-AUD-PTR            PIC 9(4) COMP.
       01 WS-AUD-ITEM           PIC X(40).
       01 WS-AUD-UPPER          PIC X(40).
       01 WS-AUD-NAME           PIC X(40).
       01 WS-AUD-NAME-LEN       PIC 9(4) COMP.

*> The user's department, looked up once when a DEPT: entry asks
       01 WS-DEPT-LOOKED        PIC 9.
       01 WS-USER-DEPT          PIC X(24).

*> One POLICY-ACKS.DAT line taken apart
       01 WS-ACK-TS             PIC X(19).
       01 WS-ACK-ID             PIC X(16).
       01 WS-ACK-VERSION        PIC X(8).
       01 WS-ACK-USER           PIC X(32).
       01 WS-VERSION-TEXT       PIC 9(4).

       LINKAGE SECTION.
*> C = check only, A = record the acknowledgement
       01 LS-MODE               PIC X.
       01 LS-PATH               PIC X(512).
       01 LS-USER               PIC X(32).
*> 1 when an ACTIVE document at this path applies to this user
       01 LS-FOUND              PIC 9.
       01 LS-POLICY-ID          PIC X(16).
       01 LS-VERSION            PIC 9(4).
       01 LS-TITLE              PIC X(80).
       01 LS-DUE                PIC X(10).
*> 1 when the user has acknowledged the current version, and when
       01 LS-ACKED              PIC 9.
       01 LS-ACKED-AT           PIC X(19).

       PROCEDURE DIVISION USING LS-MODE LS-PATH LS-USER LS-FOUND
                                LS-POLICY-ID LS-VERSION LS-TITLE
                                LS-DUE LS-ACKED LS-ACKED-AT.

       MAIN-LOGIC.
           MOVE 0 TO LS-FOUND
           MOVE SPACES TO LS-POLICY-ID
           MOVE 0 TO LS-VERSION
           MOVE SPACES TO LS-TITLE
           MOVE SPACES TO LS-DUE
           MOVE 0 TO LS-ACKED
           MOVE SPACES TO LS-ACKED-AT

           MOVE 0 TO WS-PATH-LEN
           INSPECT LS-PATH TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-USER-LEN
           INSPECT LS-USER TALLYING WS-USER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PATH-LEN = 0 OR WS-PATH-LEN > 128 OR
              WS-USER-LEN = 0
               GOBACK
           END-IF

           PERFORM FIND-POLICY
           IF LS-FOUND = 0
               GOBACK
           END-IF

           PERFORM FIND-ACKNOWLEDGEMENT
           IF LS-MODE = "A" AND LS-ACKED = 0
               PERFORM RECORD-ACKNOWLEDGEMENT
           END-IF
           GOBACK.

*> The first ACTIVE register entry published at this path, if its
*> audience takes in the user
       FIND-POLICY.
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
                       IF POL-STATE = "ACTIVE" AND
                          POL-PATH = LS-PATH(1:128)
                           MOVE 1 TO WS-EOF
                           PERFORM CHECK-AUDIENCE
                           IF WS-MEMBER = 1
                               MOVE 1 TO LS-FOUND
                               MOVE POL-ID TO LS-POLICY-ID
                               MOVE POL-VERSION TO LS-VERSION
                               MOVE POL-TITLE TO LS-TITLE
                               MOVE POL-DUE TO LS-DUE
                           END-IF
                   END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       CHECK-AUDIENCE.
           MOVE 0 TO WS-MEMBER
           MOVE 0 TO WS-DEPT-LOOKED
           MOVE SPACES TO WS-USER-DEPT
           MOVE 1 TO WS-AUD-PTR
           PERFORM UNTIL WS-AUD-PTR > 120 OR WS-MEMBER = 1
               MOVE SPACES TO WS-AUD-ITEM
               UNSTRING POL-AUDIENCE DELIMITED BY "," OR SPACE
                   INTO WS-AUD-ITEM
                   WITH POINTER WS-AUD-PTR
               END-UNSTRING
               IF WS-AUD-ITEM NOT = SPACES
                   PERFORM MATCH-AUDIENCE-ITEM
               END-IF
           END-PERFORM
           .

       MATCH-AUDIENCE-ITEM.
           MOVE FUNCTION UPPER-CASE(WS-AUD-ITEM) TO WS-AUD-UPPER
           IF WS-AUD-UPPER = "ALL"
               MOVE 1 TO WS-MEMBER
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-UPPER(1:6) = "GROUP:"
               MOVE WS-AUD-ITEM(7:34) TO WS-AUD-NAME
               PERFORM CHECK-GROUP-MEMBER
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-UPPER(1:5) = "DEPT:"
               IF WS-DEPT-LOOKED = 0
                   PERFORM LOOKUP-USER-DEPT
               END-IF
               MOVE WS-AUD-UPPER(6:35) TO WS-AUD-NAME
               INSPECT WS-AUD-NAME REPLACING ALL "_" BY " "
               IF WS-USER-DEPT NOT = SPACES AND
                  FUNCTION UPPER-CASE(WS-USER-DEPT) = WS-AUD-NAME
                   MOVE 1 TO WS-MEMBER
               END-IF
           END-IF
           .

*> "GROUP USER" lines, as USER-ADMIN GROUP ADD writes them
       CHECK-GROUP-MEMBER.
           MOVE 0 TO WS-AUD-NAME-LEN
           INSPECT WS-AUD-NAME TALLYING WS-AUD-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AUD-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-MEMBER = 1
               READ GROUPS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GROUPS-RECORD(1:1) NOT = "*" AND
                          GROUPS-RECORD(1:WS-AUD-NAME-LEN) =
                              WS-AUD-NAME(1:WS-AUD-NAME-LEN) AND
                          GROUPS-RECORD(WS-AUD-NAME-LEN + 1:1) = SPACE
                          AND GROUPS-RECORD(WS-AUD-NAME-LEN + 2:
                              WS-USER-LEN) = LS-USER(1:WS-USER-LEN)
                          AND GROUPS-RECORD(WS-AUD-NAME-LEN + 2 +
                              WS-USER-LEN:1) = SPACE
                           MOVE 1 TO WS-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           .

       LOOKUP-USER-DEPT.
           MOVE 1 TO WS-DEPT-LOOKED
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DIRECTORY-RECORD
           MOVE LS-USER TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DIR-DEPT TO WS-USER-DEPT
           END-READ
           CLOSE DIRECTORY-FILE
           .

*> The user's acknowledgement of the current version, if any
       FIND-ACKNOWLEDGEMENT.
           OPEN INPUT ACKS-FILE
           IF WS-ACKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ACKS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE ACKS-FILE
           .

       MATCH-ONE-ACK.
           MOVE SPACES TO WS-ACK-TS WS-ACK-ID WS-ACK-VERSION
               WS-ACK-USER
           UNSTRING ACKS-RECORD DELIMITED BY "|"
               INTO WS-ACK-TS WS-ACK-ID WS-ACK-VERSION WS-ACK-USER
           END-UNSTRING
           IF WS-ACK-ID NOT = LS-POLICY-ID OR
              WS-ACK-USER NOT = LS-USER
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-VERSION(1:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACK-VERSION(1:4) TO WS-VERSION-TEXT
           IF WS-VERSION-TEXT = LS-VERSION AND LS-ACKED = 0
               MOVE 1 TO LS-ACKED
               MOVE WS-ACK-TS TO LS-ACKED-AT
           END-IF
           .

       RECORD-ACKNOWLEDGEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING
           OPEN EXTEND ACKS-FILE
           IF WS-ACKS-STATUS = "35" OR WS-ACKS-STATUS = "05"
               OPEN OUTPUT ACKS-FILE
           END-IF
           IF WS-ACKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-VERSION TO WS-VERSION-TEXT
           MOVE SPACES TO ACKS-RECORD
           STRING WS-TIMESTAMP "|" DELIMITED BY SIZE
                  LS-POLICY-ID DELIMITED BY SPACE
                  "|" WS-VERSION-TEXT "|" DELIMITED BY SIZE
                  LS-USER DELIMITED BY SPACE
               INTO ACKS-RECORD
           END-STRING
           WRITE ACKS-RECORD
           CLOSE ACKS-FILE
           MOVE 1 TO LS-ACKED
           MOVE WS-TIMESTAMP TO LS-ACKED-AT
           .
