*> Standalone batch job: search query analysis. The handler appends
*> one "timestamp|query|hits|suggestion" line to SEARCH-QUERY.LOG per
*> search served; this job ranks that feed two ways into
*> SEARCH-QUERY-REPORT.RPT - the most frequent queries overall, and
*> the most frequent queries that returned nothing. The zero-result
*> list is the content team's to-write list: every line on it is
*> something people wanted and the site doesn't have (or the index
*> can't find). Run nightly after LOG-ANALYZE.
*>
*> Each zero-result line also says whether the search was offered a
*> "did you mean" suggestion, and which: a misspelling the suggestion
*> catches needs no page written, while a miss with no suggestion is
*> a real gap (or a word for SEARCH-SYNONYMS.CFG). Lines logged
*> before suggestions existed read as "no suggestion".
*>
*> The aggregation itself is the usual shelled-out sort|uniq -c the
*> indexer leans on; this program formats what comes back.
IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  RANKED-FILE.
       01  RANKED-RECORD        PIC X(240).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-RANKED-STATUS      PIC XX.
       01 WS-COUNT-START        PIC 9(4) COMP.
       01 WS-COUNT-END          PIC 9(4) COMP.
       01 WS-QUERY-COUNT        PIC 9(6).
       01 WS-QUERY-TEXT         PIC X(200).

       PROCEDURE DIVISION.

           WRITE REPORT-RECORD

           MOVE SPACES TO WS-SHELL-CMD
           STRING "awk -F'|' '$3+0==0{if($4!="""")"
                  "print $2""  [suggested: ""$4""]"";"
                  " else print $2""  [no suggestion]""}'"
                  " SEARCH-QUERY.LOG 2>/dev/null"
                  " | sort | uniq -c | sort -rn | head -25"
                  " > QRYRPT-RANKED.TMP"
       WRITE-ONE-RANKED-LINE.
           MOVE 0 TO WS-COUNT-START
           PERFORM VARYING WS-COUNT-START FROM 1 BY 1
               UNTIL WS-COUNT-START > 240
               IF RANKED-RECORD(WS-COUNT-START:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COUNT-START > 240 OR
              RANKED-RECORD(WS-COUNT-START:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COUNT-START TO WS-COUNT-END
           PERFORM VARYING WS-COUNT-END FROM WS-COUNT-END BY 1
               UNTIL WS-COUNT-END > 240 OR
                     RANKED-RECORD(WS-COUNT-END:1) = SPACE
           END-PERFORM
*> 40 keeps the 200-character query grab inside the record
           IF WS-COUNT-END > 40
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUERY-COUNT = FUNCTION NUMVAL(
               RANKED-RECORD(WS-COUNT-START:
                   WS-COUNT-END - WS-COUNT-START))
           MOVE SPACES TO WS-QUERY-TEXT
           MOVE RANKED-RECORD(WS-COUNT-END + 1:200) TO WS-QUERY-TEXT

           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-QUERY-COUNT "  " WS-QUERY-TEXT
