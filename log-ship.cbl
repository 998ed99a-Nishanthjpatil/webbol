*> HTTP-CLIENT body, advancing the position only after the peer
*> acknowledged, so a failed send simply retries next pass. A log
*> that shrank (LOG-ROTATE moved it) resets the position to zero.
*>
*> Every pass that ships anything also appends its acknowledged
*> line counts, per traffic date, to CONTROL-TOTALS.LOG
*> ("YYYYMMDD LOG-SHIP shipped=NNNNNNNNN") for BALANCE-RUN to hold
*> against the day's archive.
IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-SHIP.

           SELECT POS-FILE ASSIGN TO "LOGSHIP.POS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL-TOTALS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ACCESS-LOG-RECORD    PIC X(512).
       FD  POS-FILE.
       01  POS-RECORD           PIC X(16).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HACFG-STATUS       PIC XX.
       01 WS-ACCESS-STATUS      PIC XX.
       01 WS-POS-STATUS         PIC XX.
       01 WS-CONTROL-STATUS     PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 HA-PEER-HOST          PIC X(64) VALUE SPACES.
       01 WS-NL                 PIC X(1) VALUE X"0A".
       01 WS-BATCH-LINES        PIC 9(4) COMP VALUE 0.

*> Lines per traffic date - the batch being packed, and what the
*> peer has acknowledged this pass (a batch rolls into the pass
*> table only once the peer says 200)
       01 WS-LINE-DATE          PIC X(8).
       01 WS-DATE-POS           PIC 9(4) COMP.
       01 WS-DAY-IDX            PIC 9(4) COMP.
       01 WS-PASS-IDX           PIC 9(4) COMP.
       01 WS-BATCH-DAY-COUNT    PIC 9(4) COMP VALUE 0.
       01 BATCH-DAY-TABLE.
          05 BATCH-DAY OCCURS 8 TIMES.
             10 BATCH-DAY-DATE     PIC X(8).
             10 BATCH-DAY-LINES    PIC 9(9).
       01 WS-PASS-DAY-COUNT     PIC 9(4) COMP VALUE 0.
       01 PASS-DAY-TABLE.
          05 PASS-DAY OCCURS 8 TIMES.
             10 PASS-DAY-DATE      PIC X(8).
             10 PASS-DAY-LINES     PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           END-IF

           PERFORM SAVE-POSITION
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY "LOG-SHIP: " WS-SENT-LINES " line(s) shipped"
           STOP RUN.

               INTO WS-HC-BODY WITH POINTER WS-HC-BODY-PTR
           END-STRING
           ADD 1 TO WS-BATCH-LINES
           PERFORM TALLY-LINE-DATE
           .

*> The line's "[YYYY-MM-DD" date, counted against the batch; a line
*> with no readable date counts under 00000000
       TALLY-LINE-DATE.
           MOVE "00000000" TO WS-LINE-DATE
           PERFORM VARYING WS-DATE-POS FROM 1 BY 1
               UNTIL WS-DATE-POS > 100
               IF ACCESS-LOG-RECORD(WS-DATE-POS:1) = "["
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DATE-POS <= 100 AND
              ACCESS-LOG-RECORD(WS-DATE-POS + 1:4) NUMERIC
               STRING ACCESS-LOG-RECORD(WS-DATE-POS + 1:4)
                      ACCESS-LOG-RECORD(WS-DATE-POS + 6:2)
                      ACCESS-LOG-RECORD(WS-DATE-POS + 9:2)
                      DELIMITED BY SIZE
                   INTO WS-LINE-DATE
               END-STRING
           END-IF

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-BATCH-DAY-COUNT
               IF BATCH-DAY-DATE(WS-DAY-IDX) = WS-LINE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DAY-IDX > WS-BATCH-DAY-COUNT
               IF WS-BATCH-DAY-COUNT >= 8
                   MOVE 8 TO WS-DAY-IDX
               ELSE
                   ADD 1 TO WS-BATCH-DAY-COUNT
                   MOVE WS-LINE-DATE TO BATCH-DAY-DATE(WS-DAY-IDX)
                   MOVE 0 TO BATCH-DAY-LINES(WS-DAY-IDX)
               END-IF
           END-IF
           ADD 1 TO BATCH-DAY-LINES(WS-DAY-IDX)
           .

       SEND-BATCH.
           IF WS-HC-RC = 0 AND WS-HC-STATUS = 200
               ADD WS-BATCH-LINES TO WS-SENT-LINES
               ADD WS-BATCH-LINES TO WS-SHIPPED-POS
               PERFORM ROLL-BATCH-DAYS
           ELSE
               MOVE 1 TO WS-SEND-FAILED
               DISPLAY "LOG-SHIP: peer unreachable - will retry "
           MOVE SPACES TO WS-HC-BODY
           MOVE 1 TO WS-HC-BODY-PTR
           MOVE 0 TO WS-BATCH-LINES
           MOVE 0 TO WS-BATCH-DAY-COUNT
           .

*> An acknowledged batch's per-date counts join the pass totals
       ROLL-BATCH-DAYS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-BATCH-DAY-COUNT
               PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
                   UNTIL WS-PASS-IDX > WS-PASS-DAY-COUNT
                   IF PASS-DAY-DATE(WS-PASS-IDX) =
                      BATCH-DAY-DATE(WS-DAY-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PASS-IDX > WS-PASS-DAY-COUNT
                   IF WS-PASS-DAY-COUNT >= 8
                       MOVE 8 TO WS-PASS-IDX
                   ELSE
                       ADD 1 TO WS-PASS-DAY-COUNT
                       MOVE BATCH-DAY-DATE(WS-DAY-IDX)
                           TO PASS-DAY-DATE(WS-PASS-IDX)
                       MOVE 0 TO PASS-DAY-LINES(WS-PASS-IDX)
                   END-IF
               END-IF
               ADD BATCH-DAY-LINES(WS-DAY-IDX)
                   TO PASS-DAY-LINES(WS-PASS-IDX)
           END-PERFORM
           .

       WRITE-CONTROL-TOTALS.
           IF WS-PASS-DAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-STATUS = "35" OR WS-CONTROL-STATUS = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
               UNTIL WS-PASS-IDX > WS-PASS-DAY-COUNT
               MOVE SPACES TO CONTROL-RECORD
               STRING PASS-DAY-DATE(WS-PASS-IDX)
                      " LOG-SHIP shipped="
                      PASS-DAY-LINES(WS-PASS-IDX)
                      DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               END-STRING
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-FILE
           .
