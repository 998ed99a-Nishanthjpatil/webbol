*> Shared on-call acknowledgement: the one door INCIDENT-ADMIN's
*> PAGEACK command and the handler's POST /api/admin/page-ack both
*> go through, so an acknowledgement reads the same in ONCALL.LOG
*> whichever way it arrived.
*>
*> The page must be in ONCALL-PAGES.DAT and still OPEN, and not
*> already acknowledged since ONCALL-PAGE last ran. The
*> acknowledgement is appended to ONCALL.LOG as
*>
*>   [ts] ACK id=NNNNNN level=L to=<holder> by=<login> after=Ns resp=Ns
*>
*> (after = since the first page, resp = since this level was paged)
*> and ONCALL-PAGE folds it into the page on its next run, which
*> stops the escalation. LS-ACK-RESULT comes back A (acknowledged),
*> N (no such page) or D (already acknowledged, cleared or closed);
*> LS-ACK-TARGET names who held the page. The caller audits.
IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGES-FILE ASSIGN TO "ONCALL-PAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGES-STATUS.
           SELECT ONCALL-LOG ASSIGN TO "ONCALL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGES-FILE.
       COPY "oncall-pages.cpy".
       FD  ONCALL-LOG.
       01  ONCALL-LOG-RECORD    PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-PAGES-STATUS       PIC XX.
       01 WS-LOG-STATUS         PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-FOUND              PIC 9.
       01 WS-SEEN               PIC 9.
       01 WS-ACK-TAG            PIC X(16).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-HELD-LEVEL         PIC 9.
       01 WS-FIRST-WHEN         PIC X(19).
       01 WS-LEVEL-WHEN         PIC X(19).

*> "YYYY-MM-DD HH:MM:SS" to seconds on a day-number clock
       01 WS-CALC-WHEN          PIC X(19).
       01 WS-CALC-SECS          PIC 9(12).
       01 WS-NOW-SECS           PIC 9(12).
       01 WS-AFTER-SECS         PIC 9(9).
       01 WS-RESP-SECS          PIC 9(9).
       01 WS-AFTER-D            PIC Z(8)9.
       01 WS-RESP-D             PIC Z(8)9.

       LINKAGE SECTION.
       01 LS-ACK-ID             PIC X(6).
       01 LS-ACK-BY             PIC X(32).
       01 LS-ACK-RESULT         PIC X(1).
       01 LS-ACK-TARGET         PIC X(32).

       PROCEDURE DIVISION USING LS-ACK-ID LS-ACK-BY LS-ACK-RESULT
                                LS-ACK-TARGET.

       MAIN-LOGIC.
           MOVE "N" TO LS-ACK-RESULT
           MOVE SPACES TO LS-ACK-TARGET
           IF LS-ACK-ID NOT NUMERIC
               GOBACK
           END-IF

           MOVE 0 TO WS-FOUND
           OPEN INPUT PAGES-FILE
           IF WS-PAGES-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PAGES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OP-ID = LS-ACK-ID
                           MOVE 1 TO WS-FOUND
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND = 0
               CLOSE PAGES-FILE
               GOBACK
           END-IF
           MOVE OP-TARGET TO LS-ACK-TARGET
           MOVE OP-LEVEL TO WS-HELD-LEVEL
           MOVE OP-FIRST-WHEN TO WS-FIRST-WHEN
           MOVE OP-LEVEL-WHEN TO WS-LEVEL-WHEN
           IF OP-STATUS NOT = "OPEN"
               MOVE "D" TO LS-ACK-RESULT
               CLOSE PAGES-FILE
               GOBACK
           END-IF
           CLOSE PAGES-FILE

*> Acknowledged already, but ONCALL-PAGE has not run since
           MOVE SPACES TO WS-ACK-TAG
           STRING "] ACK id=" LS-ACK-ID " " DELIMITED BY SIZE
               INTO WS-ACK-TAG
           END-STRING
           MOVE 0 TO WS-SEEN
           OPEN INPUT ONCALL-LOG
           IF WS-LOG-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ ONCALL-LOG
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ONCALL-LOG-RECORD(21:16) = WS-ACK-TAG
                               MOVE 1 TO WS-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-LOG
           END-IF
           IF WS-SEEN = 1
               MOVE "D" TO LS-ACK-RESULT
               GOBACK
           END-IF

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
           MOVE WS-TIMESTAMP TO WS-CALC-WHEN
           PERFORM WHEN-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-NOW-SECS
           MOVE 0 TO WS-AFTER-SECS
           MOVE 0 TO WS-RESP-SECS
           MOVE WS-FIRST-WHEN TO WS-CALC-WHEN
           PERFORM WHEN-TO-SECONDS
           IF WS-CALC-SECS > 0 AND WS-CALC-SECS <= WS-NOW-SECS
               COMPUTE WS-AFTER-SECS = WS-NOW-SECS - WS-CALC-SECS
           END-IF
           MOVE WS-LEVEL-WHEN TO WS-CALC-WHEN
           PERFORM WHEN-TO-SECONDS
           IF WS-CALC-SECS > 0 AND WS-CALC-SECS <= WS-NOW-SECS
               COMPUTE WS-RESP-SECS = WS-NOW-SECS - WS-CALC-SECS
           END-IF
           MOVE WS-AFTER-SECS TO WS-AFTER-D
           MOVE WS-RESP-SECS TO WS-RESP-D

           OPEN EXTEND ONCALL-LOG
           IF WS-LOG-STATUS = "35" OR WS-LOG-STATUS = "05"
               OPEN OUTPUT ONCALL-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE SPACES TO ONCALL-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ACK id=" LS-ACK-ID
                  " level=" WS-HELD-LEVEL " to=" DELIMITED BY SIZE
                  LS-ACK-TARGET DELIMITED BY SPACE
                  " by=" DELIMITED BY SIZE
                  LS-ACK-BY DELIMITED BY SPACE
                  " after=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AFTER-D) DELIMITED BY SIZE
                  "s resp=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESP-D) DELIMITED BY SIZE
                  "s" DELIMITED BY SIZE
               INTO ONCALL-LOG-RECORD
           END-STRING
           WRITE ONCALL-LOG-RECORD
           CLOSE ONCALL-LOG
           MOVE "A" TO LS-ACK-RESULT
           GOBACK.

       WHEN-TO-SECONDS.
           MOVE 0 TO WS-CALC-SECS
           IF WS-CALC-WHEN(1:4) NOT NUMERIC OR
              WS-CALC-WHEN(6:2) NOT NUMERIC OR
              WS-CALC-WHEN(9:2) NOT NUMERIC OR
              WS-CALC-WHEN(12:2) NOT NUMERIC OR
              WS-CALC-WHEN(15:2) NOT NUMERIC OR
              WS-CALC-WHEN(18:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CALC-WHEN(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-CALC-WHEN(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-CALC-WHEN(9:2))) * 86400 +
               FUNCTION NUMVAL(WS-CALC-WHEN(12:2)) * 3600 +
               FUNCTION NUMVAL(WS-CALC-WHEN(15:2)) * 60 +
               FUNCTION NUMVAL(WS-CALC-WHEN(18:2))
           .
