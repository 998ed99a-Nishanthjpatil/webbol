*>
*>   FORM-<NAME>-EXPORT.CSV - one row per submission with the
*>     columns in the exact order FORMS.CFG declares the fields
*>     (then the attachment reference and the submission's case
*>     reference), ready for the owner's spreadsheet. Columns follow
*>     the field's FORMS.CFG type: NUMBER fields go out as bare
*>     numbers and DATE fields as YYYY-MM-DD, either left empty when
*>     an older submission holds something else, so the spreadsheet
*>     sorts and sums them; EMAIL addresses are lower-cased; text is
*>     double-quoted (quotes doubled) when it holds a comma or quote;
*>
*>   DOC-ROOT/forms/<name>/index.html - the same data as a browse
*>     page, rebuilt wholesale each run. Protect the /forms/ tree
*>     with an AUTH-REALMS.CFG realm (ideally GROUP= the owning
*>     department) - the job warns when none is on file, the same
*>     check REPORT-PUBLISH makes for /reports/.
*>
*> Submissions are stored sealed (PII-CRYPT); the job opens them
*> only for a login listed in PII_READERS and otherwise refuses to
*> run, the ask audited either way. Both outputs are plaintext by
*> design, which is why the browse tree is left out of BACKUP-RUN's
*> snapshots.
IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM-EXPORT.

          05 FLD-ENTRY OCCURS 40 TIMES.
             10 FLD-NAME           PIC X(32).
             10 FLD-NAME-LEN       PIC 9(4) COMP.
             10 FLD-TYPE           PIC X(8).
       01 WS-FIELD-IDX          PIC 9(2) COMP.

*> Parse scratch for one FORMS.CFG line and one log line
       01 WS-VALUE-LEN          PIC 9(4) COMP.
       01 WS-NEEDLE             PIC X(34).
       01 WS-NEEDLE-LEN         PIC 9(4) COMP.
       01 WS-DEF-FORM           PIC X(32).
       01 WS-DEF-FIELD          PIC X(32).
       01 WS-DEF-REQUIRED       PIC X(8).
       01 WS-DEF-MAXLEN         PIC X(8).
       01 WS-DEF-TYPE           PIC X(100).
       01 WS-QUOTE-COUNT        PIC 9(4) COMP.
       01 WS-DIGIT-COUNT        PIC 9(4) COMP.
       01 WS-DOT-COUNT          PIC 9(4) COMP.
       01 WS-VALUE-OK           PIC 9.
       01 WS-OUT-PTR            PIC 9(8) COMP-5.
       01 WS-ROWS-OUT           PIC 9(6) VALUE 0.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-MODE               PIC 9.

       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               STOP RUN
           END-IF

           MOVE "A" TO WS-PII-MODE
           MOVE SPACES TO WS-PII-TEXT
           MOVE "form-export" TO WS-PII-TEXT
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 3
               DISPLAY "FORM-EXPORT: submissions are sealed - this "
                   "login is not in PII_READERS, nothing exported"
               STOP RUN
           END-IF

           PERFORM READ-CONFIG-FILE
           PERFORM CHECK-FORMS-REALM

           END-PERFORM
           .

*> "FORMNAME FIELD REQUIRED MAXLEN [TYPE]" - field names taken in
*> declaration order, exactly the column order the owner expects;
*> the form's "FORMNAME RULE ..." lines are not fields
       LOAD-FIELD-ORDER.
           OPEN INPUT FORMS-FILE
           IF WS-FORMS-STATUS NOT = "00"
              WS-SP2 = WS-SP1
               EXIT PARAGRAPH
           END-IF
           IF FORMS-RECORD(WS-SP1:WS-SP2 - WS-SP1 + 1) = "RULE "
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           MOVE SPACES TO FLD-NAME(WS-FIELD-COUNT)
           MOVE FORMS-RECORD(WS-SP1:WS-SP2 - WS-SP1)
               TO FLD-NAME(WS-FIELD-COUNT)
           COMPUTE FLD-NAME-LEN(WS-FIELD-COUNT) = WS-SP2 - WS-SP1

*> The type word is the fifth token, up to any ":" arguments
           MOVE SPACES TO WS-DEF-TYPE
           UNSTRING FORMS-RECORD DELIMITED BY ALL SPACE
               INTO WS-DEF-FORM WS-DEF-FIELD WS-DEF-REQUIRED
                    WS-DEF-MAXLEN WS-DEF-TYPE
           END-UNSTRING
           MOVE SPACES TO FLD-TYPE(WS-FIELD-COUNT)
           UNSTRING WS-DEF-TYPE DELIMITED BY ":"
               INTO FLD-TYPE(WS-FIELD-COUNT)
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FLD-TYPE(WS-FIELD-COUNT))
               TO FLD-TYPE(WS-FIELD-COUNT)
           .

       READ-CONFIG-FILE.
                   INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-PERFORM
           STRING ",attachment,case" DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE EXPORT-RECORD
                   INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-PERFORM
           STRING "<th>attachment</th><th>case</th></tr>"
                  DELIMITED BY SIZE
               INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE BROWSE-RECORD
           WRITE BROWSE-RECORD
           .

*> One "[ts] client f=v|...|attachment=...|case=..." log line into
*> one CSV row and one table row, values pulled by declared field name
       EXPORT-ONE-SUBMISSION.
           IF FORM-LOG-RECORD(1:1) NOT = "["
               EXIT PARAGRAPH
           END-IF
           MOVE FORM-LOG-RECORD TO WS-PII-TEXT
           MOVE "D" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC NOT = 0
               DISPLAY "FORM-EXPORT: a submission would not unseal "
                   "(key not on hand?) - skipped: "
                   FORM-LOG-RECORD(1:21)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PII-TEXT TO FORM-LOG-RECORD
           IF FORM-LOG-RECORD(2:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
               MOVE FLD-NAME(WS-FIELD-IDX) TO WS-NEEDLE
               MOVE FLD-NAME-LEN(WS-FIELD-IDX) TO WS-NEEDLE-LEN
               PERFORM FIND-FIELD-VALUE
               STRING "," DELIMITED BY SIZE
                   INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
               EVALUATE FLD-TYPE(WS-FIELD-IDX)
                   WHEN "NUMBER"
                       PERFORM PUT-CSV-NUMBER
                   WHEN "DATE"
                       PERFORM PUT-CSV-DATE
                   WHEN "EMAIL"
                       IF WS-VALUE-LEN > 0
                           MOVE FUNCTION LOWER-CASE
                               (WS-VALUE(1:WS-VALUE-LEN))
                               TO WS-VALUE(1:WS-VALUE-LEN)
                       END-IF
                       PERFORM PUT-CSV-TEXT
                   WHEN OTHER
                       PERFORM PUT-CSV-TEXT
               END-EVALUATE
           END-PERFORM
           MOVE "attachment" TO WS-NEEDLE
           MOVE 10 TO WS-NEEDLE-LEN
           PERFORM FIND-FIELD-VALUE
           STRING "," DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM PUT-CSV-TEXT
           MOVE "case" TO WS-NEEDLE
           MOVE 4 TO WS-NEEDLE-LEN
           PERFORM FIND-FIELD-VALUE
           STRING "," DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
                   INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING "</td>" DELIMITED BY SIZE
               INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE "case" TO WS-NEEDLE
           MOVE 4 TO WS-NEEDLE-LEN
           PERFORM FIND-FIELD-VALUE
           STRING "<td>" DELIMITED BY SIZE
               INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-VALUE-LEN > 0
               STRING WS-VALUE(1:WS-VALUE-LEN) DELIMITED BY SIZE
                   INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           STRING "</td></tr>" DELIMITED BY SIZE
               INTO BROWSE-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE BROWSE-RECORD
           .

*> A text value as is, or double-quoted with its own quotes doubled
*> when a comma or quote in it would otherwise split the column
       PUT-CSV-TEXT.
           IF WS-VALUE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-VALUE(1:WS-VALUE-LEN) TALLYING WS-QUOTE-COUNT
               FOR ALL "," ALL '"'
           IF WS-QUOTE-COUNT = 0
               STRING WS-VALUE(1:WS-VALUE-LEN) DELIMITED BY SIZE
                   INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           STRING '"' DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-VALUE-LEN
               IF WS-VALUE(WS-SCAN-POS:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                       INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               ELSE
                   STRING WS-VALUE(WS-SCAN-POS:1) DELIMITED BY SIZE
                       INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           .

*> A NUMBER field bare, unquoted, when it is an optional "-", digits
*> and at most one "." - the shape the handler accepts; anything else
*> (a submission from before the field was typed) leaves it empty
       PUT-CSV-NUMBER.
           IF WS-VALUE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-VALUE-OK
           MOVE 0 TO WS-DIGIT-COUNT
           MOVE 0 TO WS-DOT-COUNT
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-VALUE-LEN
               EVALUATE TRUE
                   WHEN WS-VALUE(WS-SCAN-POS:1) IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN WS-VALUE(WS-SCAN-POS:1) = "."
                       ADD 1 TO WS-DOT-COUNT
                   WHEN WS-VALUE(WS-SCAN-POS:1) = "-" AND
                        WS-SCAN-POS = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-VALUE-OK
               END-EVALUATE
           END-PERFORM
           IF WS-VALUE-OK = 1 AND WS-DIGIT-COUNT > 0 AND
              WS-DOT-COUNT <= 1
               STRING WS-VALUE(1:WS-VALUE-LEN) DELIMITED BY SIZE
                   INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           .

*> A DATE field as YYYY-MM-DD, or empty when it is not one
       PUT-CSV-DATE.
           IF WS-VALUE-LEN = 10 AND
              WS-VALUE(1:4) IS NUMERIC AND WS-VALUE(5:1) = "-" AND
              WS-VALUE(6:2) IS NUMERIC AND WS-VALUE(8:1) = "-" AND
              WS-VALUE(9:2) IS NUMERIC
               STRING WS-VALUE(1:10) DELIMITED BY SIZE
                   INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           .

*> The "NAME=" token inside the fields section; its value runs to
*> the next "|" or the line's end
       FIND-FIELD-VALUE.
