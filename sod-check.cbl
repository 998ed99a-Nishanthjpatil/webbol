*> Standalone batch job: segregation-of-duties report. Takes every
*> person the access stores know - AUTH-REALMS.CFG account holders,
*> AUTH-GROUPS.CFG members and TLS-CLIENTS.CFG certificate
*> operators - and asks SOD-GUARD which SOD-RULES.CFG pairs each one
*> holds today, writing SOD-CHECK.RPT:
*>
*>   OPEN      the pair is held and nothing covers it
*>   EXPIRED   held on an exception whose date has passed
*>   EXCEPTED  held under a current documented exception
*>
*> then the totals. USER-ADMIN and CERT-ADMIN refuse new grants
*> that would create a pair, so OPEN lines are what predates the
*> rules or came in by hand-edited config - the worklist. Run
*> weekly, and before each access recertification campaign.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REALMS-FILE ASSIGN TO "AUTH-REALMS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALMS-STATUS.
           SELECT GROUPS-FILE ASSIGN TO "AUTH-GROUPS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT CLIENTS-FILE ASSIGN TO "TLS-CLIENTS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOD-CHECK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REALMS-FILE.
       01  REALMS-RECORD        PIC X(128).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD        PIC X(64).
       FD  CLIENTS-FILE.
       01  CLIENTS-RECORD       PIC X(128).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-REALMS-STATUS      PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-CLIENTS-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-T1                 PIC X(80).
       01 WS-T2                 PIC X(80).

*> Everyone to check, each once
       01 WS-USER-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-USER-TABLE.
          05 SOD-USER OCCURS 500 TIMES PIC X(32).
       01 WS-USER-IDX           PIC 9(4) COMP.
       01 WS-NEW-USER           PIC X(32).
       01 WS-USER-KNOWN         PIC 9.

*> SOD-GUARD's answer
       01 WS-SG-USER            PIC X(32).
       01 WS-SG-GRANT           PIC X(80).
       01 WS-SG-SEQ             PIC 9(4).
       01 WS-SG-RULE-ID         PIC X(16).
       01 WS-SG-ROLE-A          PIC X(80).
       01 WS-SG-ROLE-B          PIC X(80).
       01 WS-SG-EXC-STATE       PIC X(1).
       01 WS-SG-EXC-REF         PIC X(48).
       01 WS-SG-FOUND           PIC 9.
       01 WS-LINE-STATE         PIC X(9).
       01 WS-RPT-POS            PIC 9(4) COMP.

       01 WS-CNT-OPEN           PIC 9(6) VALUE 0.
       01 WS-CNT-EXPIRED        PIC 9(6) VALUE 0.
       01 WS-CNT-EXCEPTED       PIC 9(6) VALUE 0.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

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

           PERFORM GATHER-REALM-USERS
           PERFORM GATHER-GROUP-USERS
           PERFORM GATHER-CERT-USERS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "SEGREGATION OF DUTIES REPORT - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STATE     RULE             USER                 "
               & "ROLES  [exception]" TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               PERFORM CHECK-ONE-USER
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-USER-COUNT TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "People checked:        " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CNT-OPEN TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Open conflicts:        " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXPIRED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "On expired exceptions: " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-CNT-EXCEPTED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Covered by exception:  " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           MOVE WS-CNT-OPEN TO WS-COUNT-D
           DISPLAY "SOD-CHECK: " WS-COUNT-D " open conflict(s), "
               WITH NO ADVANCING
           MOVE WS-CNT-EXPIRED TO WS-COUNT-D
           DISPLAY WS-COUNT-D " on expired exceptions - see "
               "SOD-CHECK.RPT"
           STOP RUN.

*> Every pair this person holds, one report line each
       CHECK-ONE-USER.
           MOVE SOD-USER(WS-USER-IDX) TO WS-SG-USER
           MOVE SPACES TO WS-SG-GRANT
           MOVE 1 TO WS-SG-SEQ
           MOVE 1 TO WS-SG-FOUND
           PERFORM UNTIL WS-SG-FOUND = 0
               CALL "SOD-GUARD" USING WS-SG-USER WS-SG-GRANT
                   WS-SG-SEQ WS-SG-RULE-ID WS-SG-ROLE-A WS-SG-ROLE-B
                   WS-SG-EXC-STATE WS-SG-EXC-REF WS-SG-FOUND
               END-CALL
               IF WS-SG-FOUND = 1
                   PERFORM WRITE-CONFLICT-LINE
                   ADD 1 TO WS-SG-SEQ
               END-IF
           END-PERFORM
           .

       WRITE-CONFLICT-LINE.
           EVALUATE WS-SG-EXC-STATE
               WHEN "V"
                   MOVE "EXCEPTED" TO WS-LINE-STATE
                   ADD 1 TO WS-CNT-EXCEPTED
               WHEN "X"
                   MOVE "EXPIRED" TO WS-LINE-STATE
                   ADD 1 TO WS-CNT-EXPIRED
               WHEN OTHER
                   MOVE "OPEN" TO WS-LINE-STATE
                   ADD 1 TO WS-CNT-OPEN
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-RPT-POS
           STRING WS-LINE-STATE " " WS-SG-RULE-ID " "
                  WS-SG-USER(1:20) " " DELIMITED BY SIZE
                  WS-SG-ROLE-A DELIMITED BY SPACE
                  " + " DELIMITED BY SIZE
                  WS-SG-ROLE-B DELIMITED BY SPACE
               INTO REPORT-RECORD WITH POINTER WS-RPT-POS
           END-STRING
           IF WS-SG-EXC-STATE NOT = "N"
               STRING "  [" DELIMITED BY SIZE
                      WS-SG-EXC-REF DELIMITED BY "  "
                      "]" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-RPT-POS
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .

       GATHER-REALM-USERS.
           OPEN INPUT REALMS-FILE
           IF WS-REALMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ REALMS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF REALMS-RECORD(1:1) NOT = SPACE AND
                          REALMS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-T1 WS-T2
                           UNSTRING REALMS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-T1 WS-T2
                           END-UNSTRING
                           MOVE WS-T2 TO WS-NEW-USER
                           PERFORM NOTE-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REALMS-FILE
           .

       GATHER-GROUP-USERS.
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ GROUPS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF GROUPS-RECORD(1:1) NOT = SPACE AND
                          GROUPS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-T1 WS-T2
                           UNSTRING GROUPS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-T1 WS-T2
                           END-UNSTRING
                           MOVE WS-T2 TO WS-NEW-USER
                           PERFORM NOTE-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           .

       GATHER-CERT-USERS.
           OPEN INPUT CLIENTS-FILE
           IF WS-CLIENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLIENTS-RECORD(1:1) NOT = SPACE AND
                          CLIENTS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-T1 WS-T2
                           UNSTRING CLIENTS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-T1 WS-T2
                           END-UNSTRING
                           MOVE WS-T2 TO WS-NEW-USER
                           PERFORM NOTE-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTS-FILE
           .

       NOTE-USER.
           IF WS-NEW-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-USER-KNOWN
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               IF SOD-USER(WS-USER-IDX) = WS-NEW-USER
                   MOVE 1 TO WS-USER-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USER-KNOWN = 0 AND WS-USER-COUNT < 500
               ADD 1 TO WS-USER-COUNT
               MOVE WS-NEW-USER TO SOD-USER(WS-USER-COUNT)
           END-IF
           .
