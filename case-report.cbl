*> Standalone batch job: monthly case cycle-time report. Every form
*> submission HTTP-HANDLER accepts becomes a case in CASES.DAT (one
*> line per case, CASE-REC layout), worked by the owning department
*> through /cases until it is CLOSED, with CASE-AGE escalating any
*> that run past their form's target. This job folds the file into
*> CASE-REPORT.RPT, a section per department and a line per form:
*>
*>   opened     cases opened in the month
*>   closed     cases closed in the month
*>   late       of those, closed after their due time
*>   avg/max    open-to-close cycle time of the month's closed cases
*>   backlog    still open at the end of the month
*>   overdue    of the backlog, past their due time by then
*>   escalated  cases CASE-AGE escalated in the month
*>
*> Run as
*>
*>   case-report [YYYYMM]
*>
*> (default: the previous month), monthly from JOB-TABLE.CFG. A case
*> closed and later reopened counts by its latest close.
*>
*> The per-form rows also go to CASE-REPORT.CSV through EXTRACT-WRITE
*> (cases opened as the control column).
IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASES-FILE ASSIGN TO "CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASE-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASES-FILE.
       COPY "case-rec.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".
       01 WS-CASE-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-MONTH-TAG          PIC X(7).

*> Month totals
       01 WS-TOTAL-OPENED       PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-CLOSED       PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-LATE         PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-BACKLOG      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-OVERDUE      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-ESCALATED    PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-CYCLE-SUM    PIC 9(12) COMP VALUE 0.
       01 WS-TOTAL-CYCLE-MAX    PIC 9(9) COMP VALUE 0.

*> One form per entry, in first-seen order
       01 WS-FORM-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-FORM-DROPPED       PIC 9(6) VALUE 0.
       01 FORM-TABLE.
          05 FORM-ENTRY OCCURS 200 TIMES INDEXED BY WS-FRM-IDX.
             10 FRM-NAME          PIC X(32).
             10 FRM-DEPT          PIC X(24).
             10 FRM-OPENED        PIC 9(8) COMP.
             10 FRM-CLOSED        PIC 9(8) COMP.
             10 FRM-LATE          PIC 9(8) COMP.
             10 FRM-BACKLOG       PIC 9(8) COMP.
             10 FRM-OVERDUE       PIC 9(8) COMP.
             10 FRM-ESCALATED     PIC 9(8) COMP.
             10 FRM-CYCLE-SUM     PIC 9(12) COMP.
             10 FRM-CYCLE-MAX     PIC 9(9) COMP.
             10 FRM-REPORTED      PIC 9.
       01 WS-FRM-FOUND-IDX      PIC 9(4) COMP.
       01 WS-FRM-ROW-IDX        PIC 9(4) COMP.
       01 WS-DEPT-IN-HAND       PIC X(24).

*> "YYYY-MM-DD HH:MM:SS" to minutes since day 1, for cycle times
       01 WS-STAMP              PIC X(19).
       01 WS-STAMP-DATE         PIC 9(8).
       01 WS-STAMP-MINUTE       PIC 9(12) COMP.
       01 WS-OPEN-MINUTE        PIC 9(12) COMP.
       01 WS-CYCLE-MINS         PIC 9(9) COMP.

*> "Nd HHh" from WS-DUR-MINS
       01 WS-DUR-MINS           PIC 9(9).
       01 WS-DUR-DAYS           PIC 9(6).
       01 WS-DUR-HOURS          PIC 99.
       01 WS-DUR-REM            PIC 9(4).
       01 WS-DUR-DAYS-D         PIC Z(5)9.
       01 WS-DUR-TEXT           PIC X(12).
       01 WS-AVG-TEXT           PIC X(12).
       01 WS-MAX-TEXT           PIC X(12).

       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-OPENED-D           PIC ZZ,ZZ9.
       01 WS-CLOSED-D           PIC ZZ,ZZ9.
       01 WS-LATE-D             PIC ZZ,ZZ9.
       01 WS-BACKLOG-D          PIC ZZ,ZZ9.
       01 WS-OVERDUE-D          PIC ZZ,ZZ9.
       01 WS-ESCALATED-D        PIC ZZ,ZZ9.

*> CASE-REPORT.CSV figures, unedited
       01 WS-CSV-OPENED-D       PIC Z(8)9.
       01 WS-CSV-CLOSED-D       PIC Z(8)9.
       01 WS-CSV-LATE-D         PIC Z(8)9.
       01 WS-CSV-AVG-D          PIC Z(8)9.
       01 WS-CSV-MAX-D          PIC Z(8)9.
       01 WS-CSV-BACKLOG-D      PIC Z(8)9.
       01 WS-CSV-OVERDUE-D      PIC Z(8)9.
       01 WS-CSV-ESCALATED-D    PIC Z(8)9.
       01 WS-CSV-DEPT           PIC X(300).
       01 WS-CSV-DEPT-LEN       PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
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

           OPEN INPUT CASES-FILE
           IF WS-CASE-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CASES-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF

           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-OPENED TO WS-COUNT-DISPLAY
           DISPLAY "CASE-REPORT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " case(s) opened in " WS-MONTH-TAG
               " written to CASE-REPORT.RPT"
           STOP RUN.

*> The month's part in one case. The times are "YYYY-MM-DD ..." so
*> their first seven characters compare against "YYYY-MM" as text
       TALLY-ONE-CASE.
           IF CS-REF(1:2) NOT = "CS" OR CS-OPENED(1:7) > WS-MONTH-TAG
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FORM-ENTRY
           IF WS-FRM-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF CS-OPENED(1:7) = WS-MONTH-TAG
               ADD 1 TO FRM-OPENED(WS-FRM-FOUND-IDX)
               ADD 1 TO WS-TOTAL-OPENED
           END-IF
           IF CS-ESCALATED(1:7) = WS-MONTH-TAG
               ADD 1 TO FRM-ESCALATED(WS-FRM-FOUND-IDX)
               ADD 1 TO WS-TOTAL-ESCALATED
           END-IF

           IF CS-STATUS = "CLOSED" AND CS-CLOSED(1:7) = WS-MONTH-TAG
               ADD 1 TO FRM-CLOSED(WS-FRM-FOUND-IDX)
               ADD 1 TO WS-TOTAL-CLOSED
               IF CS-CLOSED > CS-DUE
                   ADD 1 TO FRM-LATE(WS-FRM-FOUND-IDX)
                   ADD 1 TO WS-TOTAL-LATE
               END-IF
               MOVE CS-OPENED TO WS-STAMP
               PERFORM STAMP-TO-MINUTE
               MOVE WS-STAMP-MINUTE TO WS-OPEN-MINUTE
               MOVE CS-CLOSED TO WS-STAMP
               PERFORM STAMP-TO-MINUTE
               MOVE 0 TO WS-CYCLE-MINS
               IF WS-STAMP-MINUTE > WS-OPEN-MINUTE
                   COMPUTE WS-CYCLE-MINS =
                       WS-STAMP-MINUTE - WS-OPEN-MINUTE
               END-IF
               ADD WS-CYCLE-MINS TO FRM-CYCLE-SUM(WS-FRM-FOUND-IDX)
               ADD WS-CYCLE-MINS TO WS-TOTAL-CYCLE-SUM
               IF WS-CYCLE-MINS > FRM-CYCLE-MAX(WS-FRM-FOUND-IDX)
                   MOVE WS-CYCLE-MINS
                       TO FRM-CYCLE-MAX(WS-FRM-FOUND-IDX)
               END-IF
               IF WS-CYCLE-MINS > WS-TOTAL-CYCLE-MAX
                   MOVE WS-CYCLE-MINS TO WS-TOTAL-CYCLE-MAX
               END-IF
           END-IF

*> Still open when the month ended: not closed, or closed since
           IF CS-STATUS NOT = "CLOSED" OR CS-CLOSED(1:7) > WS-MONTH-TAG
               ADD 1 TO FRM-BACKLOG(WS-FRM-FOUND-IDX)
               ADD 1 TO WS-TOTAL-BACKLOG
               IF CS-DUE(1:7) NOT > WS-MONTH-TAG
                   ADD 1 TO FRM-OVERDUE(WS-FRM-FOUND-IDX)
                   ADD 1 TO WS-TOTAL-OVERDUE
               END-IF
           END-IF
           .

       STAMP-TO-MINUTE.
           MOVE 0 TO WS-STAMP-MINUTE
           IF WS-STAMP(1:4) NOT NUMERIC OR WS-STAMP(6:2) NOT NUMERIC OR
              WS-STAMP(9:2) NOT NUMERIC OR WS-STAMP(12:2) NOT NUMERIC OR
              WS-STAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-DATE =
               FUNCTION NUMVAL(WS-STAMP(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-STAMP(6:2)) * 100 +
               FUNCTION NUMVAL(WS-STAMP(9:2))
           COMPUTE WS-STAMP-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440 +
               FUNCTION NUMVAL(WS-STAMP(12:2)) * 60 +
               FUNCTION NUMVAL(WS-STAMP(15:2))
           .

       FIND-FORM-ENTRY.
           MOVE 0 TO WS-FRM-FOUND-IDX
           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
               UNTIL WS-FRM-IDX > WS-FORM-COUNT
               IF FRM-NAME(WS-FRM-IDX) = CS-FORM AND
                  FRM-DEPT(WS-FRM-IDX) = CS-DEPT
                   SET WS-FRM-FOUND-IDX TO WS-FRM-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FORM-COUNT >= 200
               ADD 1 TO WS-FORM-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FORM-COUNT
           MOVE WS-FORM-COUNT TO WS-FRM-FOUND-IDX
           MOVE CS-FORM TO FRM-NAME(WS-FRM-FOUND-IDX)
           MOVE CS-DEPT TO FRM-DEPT(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-OPENED(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-CLOSED(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-LATE(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-BACKLOG(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-OVERDUE(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-ESCALATED(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-CYCLE-SUM(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-CYCLE-MAX(WS-FRM-FOUND-IDX)
           MOVE 0 TO FRM-REPORTED(WS-FRM-FOUND-IDX)
           .

       FORMAT-DURATION.
           DIVIDE WS-DUR-MINS BY 1440 GIVING WS-DUR-DAYS
               REMAINDER WS-DUR-REM
           DIVIDE WS-DUR-REM BY 60 GIVING WS-DUR-HOURS
           MOVE WS-DUR-DAYS TO WS-DUR-DAYS-D
           MOVE SPACES TO WS-DUR-TEXT
           STRING FUNCTION TRIM(WS-DUR-DAYS-D) "d " WS-DUR-HOURS "h"
               DELIMITED BY SIZE INTO WS-DUR-TEXT
           END-STRING
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "CASE-REPORT" TO EXTRACT-REPORT
           MOVE WS-MONTH-TAG TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING "department,form,opened,closed,closed_late,"
                  "avg_cycle_hours,max_cycle_hours,backlog,overdue,"
                  "escalated"
                  DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO REPORT-RECORD
           STRING "FORM CASES AND CYCLE TIMES - " WS-MONTH-TAG
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "==========================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-OPENED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Cases opened:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CLOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Cases closed:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-LATE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  closed after due:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-TOTAL-CLOSED > 0
               COMPUTE WS-DUR-MINS =
                   WS-TOTAL-CYCLE-SUM / WS-TOTAL-CLOSED
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-AVG-TEXT
               MOVE WS-TOTAL-CYCLE-MAX TO WS-DUR-MINS
               PERFORM FORMAT-DURATION
               MOVE SPACES TO REPORT-RECORD
               STRING "Open to close:           average "
                      FUNCTION TRIM(WS-AVG-TEXT) ", longest "
                      FUNCTION TRIM(WS-DUR-TEXT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-TOTAL-BACKLOG TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Open at month end:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  of those overdue:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-ESCALATED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Escalated in the month:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-FORM-DROPPED > 0
               MOVE WS-FORM-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Form table full - " WS-COUNT-DISPLAY
                      " case(s) for further forms not counted"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-FORM-COUNT = 0
               MOVE "No cases on file for the month." TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               MOVE "CLOSE" TO EXTRACT-OP
               CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
               END-CALL
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DEPARTMENT-SECTIONS

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> Departments in the order their first form was met, each with all
*> its forms under it - pick-and-mark, as the ranking reports do
       WRITE-DEPARTMENT-SECTIONS.
           PERFORM UNTIL 1 = 0
               MOVE 0 TO WS-FRM-FOUND-IDX
               PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                   UNTIL WS-FRM-IDX > WS-FORM-COUNT
                   IF FRM-REPORTED(WS-FRM-IDX) = 0
                       SET WS-FRM-FOUND-IDX TO WS-FRM-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FRM-FOUND-IDX = 0
                   EXIT PERFORM
               END-IF
               MOVE FRM-DEPT(WS-FRM-FOUND-IDX) TO WS-DEPT-IN-HAND
               MOVE SPACES TO REPORT-RECORD
               IF WS-DEPT-IN-HAND = SPACES
                   MOVE "Department: (no owner in OWNERS.CFG)"
                       TO REPORT-RECORD
               ELSE
                   STRING "Department: " WS-DEPT-IN-HAND
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "  opened  closed    late  avg cycle     longest"
                      "       backlog overdue  escal  form"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE "QUOTE" TO EXTRACT-OP
               MOVE WS-DEPT-IN-HAND TO EXTRACT-FIELD
               CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
               END-CALL
               MOVE EXTRACT-FIELD TO WS-CSV-DEPT
               MOVE EXTRACT-FIELD-LEN TO WS-CSV-DEPT-LEN
               PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                   UNTIL WS-FRM-IDX > WS-FORM-COUNT
                   IF FRM-REPORTED(WS-FRM-IDX) = 0 AND
                      FRM-DEPT(WS-FRM-IDX) = WS-DEPT-IN-HAND
                       MOVE 1 TO FRM-REPORTED(WS-FRM-IDX)
                       SET WS-FRM-ROW-IDX TO WS-FRM-IDX
                       PERFORM WRITE-FORM-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

       WRITE-FORM-LINE.
           MOVE 0 TO WS-DUR-MINS
           IF FRM-CLOSED(WS-FRM-ROW-IDX) > 0
               COMPUTE WS-DUR-MINS = FRM-CYCLE-SUM(WS-FRM-ROW-IDX) /
                   FRM-CLOSED(WS-FRM-ROW-IDX)
           END-IF
           COMPUTE WS-CSV-AVG-D = WS-DUR-MINS / 60
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-AVG-TEXT
           MOVE FRM-CYCLE-MAX(WS-FRM-ROW-IDX) TO WS-DUR-MINS
           COMPUTE WS-CSV-MAX-D = WS-DUR-MINS / 60
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-MAX-TEXT
           IF FRM-CLOSED(WS-FRM-ROW-IDX) = 0
               MOVE "-" TO WS-AVG-TEXT
               MOVE "-" TO WS-MAX-TEXT
           END-IF
           MOVE FRM-OPENED(WS-FRM-ROW-IDX) TO WS-OPENED-D
           MOVE FRM-CLOSED(WS-FRM-ROW-IDX) TO WS-CLOSED-D
           MOVE FRM-LATE(WS-FRM-ROW-IDX) TO WS-LATE-D
           MOVE FRM-BACKLOG(WS-FRM-ROW-IDX) TO WS-BACKLOG-D
           MOVE FRM-OVERDUE(WS-FRM-ROW-IDX) TO WS-OVERDUE-D
           MOVE FRM-ESCALATED(WS-FRM-ROW-IDX) TO WS-ESCALATED-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-OPENED-D "  " WS-CLOSED-D "  " WS-LATE-D
                  "  " WS-AVG-TEXT "  " WS-MAX-TEXT "  " WS-BACKLOG-D
                  "  " WS-OVERDUE-D " " WS-ESCALATED-D "  "
                  FRM-NAME(WS-FRM-ROW-IDX)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE FRM-NAME(WS-FRM-ROW-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE FRM-OPENED(WS-FRM-ROW-IDX) TO WS-CSV-OPENED-D
           MOVE FRM-CLOSED(WS-FRM-ROW-IDX) TO WS-CSV-CLOSED-D
           MOVE FRM-LATE(WS-FRM-ROW-IDX) TO WS-CSV-LATE-D
           MOVE FRM-BACKLOG(WS-FRM-ROW-IDX) TO WS-CSV-BACKLOG-D
           MOVE FRM-OVERDUE(WS-FRM-ROW-IDX) TO WS-CSV-OVERDUE-D
           MOVE FRM-ESCALATED(WS-FRM-ROW-IDX) TO WS-CSV-ESCALATED-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING WS-CSV-DEPT(1:WS-CSV-DEPT-LEN) ","
                  EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-OPENED-D) ","
                  FUNCTION TRIM(WS-CSV-CLOSED-D) ","
                  FUNCTION TRIM(WS-CSV-LATE-D) ","
                  FUNCTION TRIM(WS-CSV-AVG-D) ","
                  FUNCTION TRIM(WS-CSV-MAX-D) ","
                  FUNCTION TRIM(WS-CSV-BACKLOG-D) ","
                  FUNCTION TRIM(WS-CSV-OVERDUE-D) ","
                  FUNCTION TRIM(WS-CSV-ESCALATED-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE FRM-OPENED(WS-FRM-ROW-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
