*> should be behind an AUTH-REALMS.CFG realm; the job checks one is
*> on file and shouts at the console when it is not, but never edits
*> the security config itself.
*>
*> Where the job also left its EXTRACT-WRITE extract (the same name
*> with .CSV in place of .RPT), it is copied alongside as
*> reports/FAMILY/YYYY-MM-DD.csv and linked from that day's page and
*> from the index entry, so the figures can be pulled into a
*> spreadsheet without retyping them.
IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PUBLISH.

       01 WS-PUBLISHED          PIC 9(4) VALUE 0.
       01 WS-COUNT-D            PIC ZZZ9.

*> The report's CSV extract, when there is one, and the link to it
       01 WS-CSV-PATH           PIC X(512).
       01 WS-CSV-NAME-LEN       PIC 9(4) COMP.
       01 WS-CSV-LINK           PIC X(80).
       01 WS-CSV-LINK-LEN       PIC 9(4) COMP.
       01 WS-ISSUE-CSV-PATH     PIC X(512).

       01 WS-REALM-SEEN         PIC 9 VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC X(10).
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           PERFORM COPY-REPORT-EXTRACT

*> Render: the plain text HTML-escaped into a <pre> page, one dated
*> issue per day (a rerun the same day just refreshes the issue)
           MOVE SPACES TO WS-SHELL-CMD
                  " - " WS-TODAY "</title></head><body><h1>"
                  WS-RPT-TITLE(1:WS-TITLE-LEN) " - " WS-TODAY
                  "</h1><p><a href=" '"' "index.html" '"'
                  ">back issues</a>"
                  WS-CSV-LINK(1:WS-CSV-LINK-LEN)
                  "</p><pre>'; "
                  "sed 's/&/\&amp;/g; s/</\&lt;/g; s/>/\&gt;/g' '"
                  WS-RPT-NAME(1:WS-RPT-NAME-LEN)
                  "'; printf '%s' '</pre></body></html>'; } > '"
           PERFORM REBUILD-FAMILY-INDEX
           .

*> XXX.RPT's extract is XXX.CSV; copied in as today's .csv issue.
*> WS-CSV-LINK carries the page's link to it (one space when there
*> is no extract, so the page renders exactly as before)
       COPY-REPORT-EXTRACT.
           MOVE " " TO WS-CSV-LINK
           MOVE 1 TO WS-CSV-LINK-LEN
           IF WS-RPT-NAME-LEN < 5
               EXIT PARAGRAPH
           END-IF
           IF WS-RPT-NAME(WS-RPT-NAME-LEN - 3:4) NOT = ".RPT"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CSV-NAME-LEN = WS-RPT-NAME-LEN - 4
           MOVE SPACES TO WS-CSV-PATH
           STRING WS-RPT-NAME(1:WS-CSV-NAME-LEN) ".CSV"
               DELIMITED BY SIZE INTO WS-CSV-PATH
           END-STRING
           MOVE 0 TO WS-FILE-EXISTS
           CALL "FILE-EXISTS" USING WS-CSV-PATH WS-FILE-EXISTS
           END-CALL
           IF WS-FILE-EXISTS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "cp '" WS-RPT-NAME(1:WS-CSV-NAME-LEN) ".CSV' '"
                  WS-FAMILY-DIR(1:WS-FAMILY-DIR-LEN)
                  "/" WS-TODAY ".csv' 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "REPORT-PUBLISH: extract copy failed for "
                   WS-RPT-NAME(1:WS-CSV-NAME-LEN) ".CSV"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-LINK
           STRING " | <a href=" '"' WS-TODAY ".csv" '"'
                  ">data extract (CSV)</a>"
               DELIMITED BY SIZE INTO WS-CSV-LINK
           END-STRING
           COMPUTE WS-CSV-LINK-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINK TRAILING))
           .

*> The family index: every dated issue on disk, newest first, as one
*> link list - rebuilt wholesale each run so deletions fall out too
       REBUILD-FAMILY-INDEX.
           IF WS-ISSUE-LEN = 0
               EXIT PARAGRAPH
           END-IF

*> An issue published with its extract gets the CSV link beside it
           MOVE 0 TO WS-FILE-EXISTS
           IF WS-ISSUE-LEN > 5
               MOVE SPACES TO WS-ISSUE-CSV-PATH
               STRING WS-FAMILY-DIR(1:WS-FAMILY-DIR-LEN) "/"
                      WS-ISSUE-NAME(1:WS-ISSUE-LEN - 5) ".csv"
                   DELIMITED BY SIZE INTO WS-ISSUE-CSV-PATH
               END-STRING
               CALL "FILE-EXISTS" USING WS-ISSUE-CSV-PATH
                   WS-FILE-EXISTS
               END-CALL
           END-IF

           MOVE SPACES TO INDEX-OUT-RECORD
           IF WS-FILE-EXISTS = 1
               STRING '<li><a href="' WS-ISSUE-NAME(1:WS-ISSUE-LEN)
                      '">' WS-ISSUE-NAME(1:WS-ISSUE-LEN) "</a> ("
                      '<a href="' WS-ISSUE-NAME(1:WS-ISSUE-LEN - 5)
                      '.csv">CSV</a>)</li>'
                   DELIMITED BY SIZE INTO INDEX-OUT-RECORD
               END-STRING
           ELSE
               STRING '<li><a href="' WS-ISSUE-NAME(1:WS-ISSUE-LEN)
                      '">' WS-ISSUE-NAME(1:WS-ISSUE-LEN) "</a></li>"
                   DELIMITED BY SIZE INTO INDEX-OUT-RECORD
               END-STRING
           END-IF
           WRITE INDEX-OUT-RECORD
           .
