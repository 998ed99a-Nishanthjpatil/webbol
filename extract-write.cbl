*> CSV extract writer shared by the report fleet. Each report job
*> writes its figures to <REPORT>.CSV alongside its .RPT through this
*> one module, so every extract has the same shape whichever job
*> produced it:
*>
*>   H,<report>,<period>,<run timestamp YYYY-MM-DD HH:MM:SS>
*>   C,<column names of the data rows>
*>   D,<one data row per figure line>
*>   ...
*>   T,<report>,<data row count>,<control total>
*>
*> The control total is the sum of every data row's first figure
*> column, so the receiving spreadsheet or warehouse load can prove
*> it has the whole file by recounting the D rows and re-adding that
*> column. One extract is open at a time; calling OPEN again closes
*> (and trailers) the one before. See extract.cpy for the calls.
IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-WRITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD       PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS     PIC XX.
       01 WS-EXTRACT-NAME       PIC X(48).
       01 WS-EXTRACT-OPEN       PIC 9 VALUE 0.
       01 WS-REPORT-NAME        PIC X(32).
       01 WS-ROW-COUNT          PIC 9(9) VALUE 0.
       01 WS-CONTROL-TOTAL      PIC S9(18) VALUE 0.
       01 WS-ROW-COUNT-D        PIC Z(8)9.
       01 WS-CONTROL-TOTAL-D    PIC -(17)9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-STAMP          PIC X(19).

       01 WS-IN-LEN             PIC 9(4) COMP.
       01 WS-IN-POS             PIC 9(4) COMP.
       01 WS-OUT-POS            PIC 9(4) COMP.
       01 WS-QUOTED             PIC X(300).

       LINKAGE SECTION.
       COPY "extract.cpy".

       PROCEDURE DIVISION USING EXTRACT-PARAMS.

       MAIN-LOGIC.
           EVALUATE EXTRACT-OP
               WHEN "OPEN"
                   PERFORM OPEN-EXTRACT
               WHEN "COLUMNS"
                   PERFORM WRITE-COLUMNS
               WHEN "ROW"
                   PERFORM WRITE-ROW
               WHEN "QUOTE"
                   PERFORM QUOTE-FIELD
               WHEN "CLOSE"
                   PERFORM CLOSE-EXTRACT
           END-EVALUATE
           GOBACK.

       OPEN-EXTRACT.
           IF WS-EXTRACT-OPEN = 1
               PERFORM CLOSE-EXTRACT
           END-IF

           MOVE EXTRACT-REPORT TO WS-REPORT-NAME
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING WS-REPORT-NAME DELIMITED BY SPACE
                  ".CSV" DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "EXTRACT-WRITE: cannot write "
                   FUNCTION TRIM(WS-EXTRACT-NAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-EXTRACT-OPEN
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-CONTROL-TOTAL

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-STAMP
           END-STRING

           MOVE SPACES TO EXTRACT-RECORD
           STRING "H," WS-REPORT-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(EXTRACT-TEXT) DELIMITED BY SIZE
                  "," WS-RUN-STAMP DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           .

       WRITE-COLUMNS.
           IF WS-EXTRACT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           STRING "C," FUNCTION TRIM(EXTRACT-TEXT TRAILING)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           .

       WRITE-ROW.
           IF WS-EXTRACT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           STRING "D," FUNCTION TRIM(EXTRACT-TEXT TRAILING)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-ROW-COUNT
           ADD EXTRACT-VALUE TO WS-CONTROL-TOTAL
           .

*> Free text (paths, names) as one field: wrapped in double quotes,
*> any quote inside doubled, trailing spaces dropped
       QUOTE-FIELD.
           MOVE 0 TO WS-IN-LEN
           PERFORM VARYING WS-IN-LEN FROM 300 BY -1
               UNTIL WS-IN-LEN < 1
               IF EXTRACT-FIELD(WS-IN-LEN:1) NOT = SPACE AND
                  EXTRACT-FIELD(WS-IN-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-QUOTED
           MOVE QUOTE TO WS-QUOTED(1:1)
           MOVE 2 TO WS-OUT-POS
           PERFORM VARYING WS-IN-POS FROM 1 BY 1
               UNTIL WS-IN-POS > WS-IN-LEN OR WS-OUT-POS > 297
               IF EXTRACT-FIELD(WS-IN-POS:1) = QUOTE
                   MOVE QUOTE TO WS-QUOTED(WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
               END-IF
               MOVE EXTRACT-FIELD(WS-IN-POS:1)
                   TO WS-QUOTED(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
           END-PERFORM
           MOVE QUOTE TO WS-QUOTED(WS-OUT-POS:1)

           MOVE WS-QUOTED TO EXTRACT-FIELD
           MOVE WS-OUT-POS TO EXTRACT-FIELD-LEN
           .

       CLOSE-EXTRACT.
           IF WS-EXTRACT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-COUNT TO WS-ROW-COUNT-D
           MOVE WS-CONTROL-TOTAL TO WS-CONTROL-TOTAL-D
           MOVE SPACES TO EXTRACT-RECORD
           STRING "T," WS-REPORT-NAME DELIMITED BY SPACE
                  "," FUNCTION TRIM(WS-ROW-COUNT-D)
                  "," FUNCTION TRIM(WS-CONTROL-TOTAL-D)
                  DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           MOVE 0 TO WS-EXTRACT-OPEN
           .
