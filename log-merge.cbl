*> archive; a line whose rid= is already present in the target is a
*> duplicate (both boxes saw it, or a re-ship) and is dropped. The
*> spool is cleared only after a clean pass.
*>
*> Each pass appends its merged and duplicate counts per archive
*> date to CONTROL-TOTALS.LOG ("YYYYMMDD LOG-MERGE merged=N dupes=N")
*> so BALANCE-RUN can tell peer lines from locally served ones.
IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-MERGE.

           SELECT TARGET-LOG ASSIGN TO DYNAMIC WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL-TOTALS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SPOOL-RECORD         PIC X(512).
       FD  TARGET-LOG.
       01  TARGET-RECORD        PIC X(512).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SPOOL-STATUS       PIC XX.
       01 WS-TARGET-STATUS      PIC XX.
       01 WS-CONTROL-STATUS     PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-TARGET-NAME        PIC X(32).
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-COUNT-D            PIC ZZZ,ZZZ,ZZ9.

*> Merged/duplicate counts per archive date, for CONTROL-TOTALS.LOG
       01 WS-DAY-IDX            PIC 9(4) COMP.
       01 WS-DAY-COUNT          PIC 9(4) COMP VALUE 0.
       01 MERGE-DAY-TABLE.
          05 MERGE-DAY OCCURS 16 TIMES.
             10 MERGE-DAY-DATE     PIC X(8).
             10 MERGE-DAY-MERGED   PIC 9(9).
             10 MERGE-DAY-DUPES    PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM WRITE-CONTROL-TOTALS

           MOVE WS-MERGED TO WS-COUNT-D
           DISPLAY "LOG-MERGE: " WS-COUNT-D " line(s) merged"
           MOVE WS-DUPES TO WS-COUNT-D
                   RETURNING WS-SHELL-RC
               IF WS-SHELL-RC = 0
                   ADD 1 TO WS-DUPES
                   PERFORM FIND-MERGE-DAY
                   ADD 1 TO MERGE-DAY-DUPES(WS-DAY-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           WRITE TARGET-RECORD
           CLOSE TARGET-LOG
           ADD 1 TO WS-MERGED
           PERFORM FIND-MERGE-DAY
           ADD 1 TO MERGE-DAY-MERGED(WS-DAY-IDX)
           .

*> WS-DAY-IDX to the target archive's date row (ACCESS-YYYYMMDD.LOG
*> carries the date at 8:8), opening one if it is new
       FIND-MERGE-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF MERGE-DAY-DATE(WS-DAY-IDX) = WS-TARGET-NAME(8:8)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-COUNT >= 16
                   MOVE 16 TO WS-DAY-IDX
               ELSE
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-TARGET-NAME(8:8)
                       TO MERGE-DAY-DATE(WS-DAY-IDX)
                   MOVE 0 TO MERGE-DAY-MERGED(WS-DAY-IDX)
                   MOVE 0 TO MERGE-DAY-DUPES(WS-DAY-IDX)
               END-IF
           END-IF
           .

       WRITE-CONTROL-TOTALS.
           IF WS-DAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-STATUS = "35" OR WS-CONTROL-STATUS = "05"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               MOVE SPACES TO CONTROL-RECORD
               STRING MERGE-DAY-DATE(WS-DAY-IDX)
                      " LOG-MERGE merged="
                      MERGE-DAY-MERGED(WS-DAY-IDX)
                      " dupes=" MERGE-DAY-DUPES(WS-DAY-IDX)
                      DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               END-STRING
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-FILE
           .
