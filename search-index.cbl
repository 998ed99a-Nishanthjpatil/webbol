*> put up at 9am is findable before the nightly rebuild. Either way
*> the index is built to SEARCH-INDEX.NEW and renamed into place in
*> one step, so the serving side never scans a half-written file.
*>
*> Content whose classification label (CLASSIFICATION.CFG, through
*> CLASS-CHECK) excludes it from search is never indexed, and an
*> incremental pass drops any carried-over lines for it too, so
*> reclassifying a tree takes its pages out of the results.
*>
*> Every run, full or incremental, finishes by rolling the finished
*> index up into SEARCH-VOCAB.DAT - one "term|frequency" line per
*> distinct keyword, the frequency being its occurrences summed over
*> every page. The handler's "did you mean" step picks its spelling
*> suggestions from this list, favouring the commoner word when two
*> candidates are equally close. Built to .NEW and renamed into place
*> the same way the index is.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-INDEX.

       01 WS-OLD-PIPE2          PIC 9(4) COMP.
       01 WS-CARRIED-LINES      PIC 9(8) VALUE 0.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-VOCAB-RC           PIC S9(9) COMP-5 VALUE 0.

       01 WS-FILES-INDEXED      PIC 9(6) VALUE 0.
       01 WS-FILES-WITHHELD     PIC 9(6) VALUE 0.

*> Classification lookup for the page in hand; WS-CLASS-LAST-PATH
*> caches the last carried-over path's answer, since an old index
*> holds every word of one page on consecutive lines
       01 WS-CLASS-PATH         PIC X(512).
       01 WS-CLASS-LABEL        PIC X(12).
       01 WS-CLASS-FOUND        PIC 9.
       01 WS-CLASS-NEED-TLS     PIC 9.
       01 WS-CLASS-NEED-AUTH    PIC 9.
       01 WS-CLASS-EXCLUDE      PIC 9.
       01 WS-CLASS-NO-SHARED    PIC 9.
       01 WS-CLASS-LAST-PATH    PIC X(512) VALUE SPACES.
       01 WS-CLASS-LAST-EXCLUDE PIC 9 VALUE 0.
       01 WS-WORDS-INDEXED      PIC 9(8) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.

               RETURNING WS-RENAME-RC
           END-CALL

           PERFORM BUILD-SEARCH-VOCABULARY

           CALL "CBL_DELETE_FILE" USING "SEARCHIDX-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           MOVE WS-FILES-INDEXED TO WS-COUNT-DISPLAY
           DISPLAY "SEARCH-INDEX: indexed " WS-COUNT-DISPLAY
               " page(s)"
           IF WS-FILES-WITHHELD > 0
               MOVE WS-FILES-WITHHELD TO WS-COUNT-DISPLAY
               DISPLAY "SEARCH-INDEX: withheld " WS-COUNT-DISPLAY
                   " page(s) by classification"
           END-IF
           MOVE WS-WORDS-INDEXED TO WS-COUNT-DISPLAY
           DISPLAY "SEARCH-INDEX: wrote " WS-COUNT-DISPLAY
               " keyword entries to SEARCH-INDEX.DAT"
           IF WS-VOCAB-RC = 0
               DISPLAY "SEARCH-INDEX: vocabulary written to "
                   "SEARCH-VOCAB.DAT"
           ELSE
               DISPLAY "SEARCH-INDEX: vocabulary build failed - "
                   "SEARCH-VOCAB.DAT left as it stood"
           END-IF
           STOP RUN.

*> The live index summed per keyword into "term|frequency" lines,
*> sorted by term. Old index lines without a count field weigh one
*> occurrence, the same as the handler scores them. A failed build
*> leaves the previous vocabulary in place rather than none at all
       BUILD-SEARCH-VOCABULARY.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "awk -F'|' -v OFS='|' 'NF>=3{n=$4+0;"
                  " if(n<1)n=1; f[$1]+=n}"
                  " END{for(w in f)print w,f[w]}'"
                  " SEARCH-INDEX.DAT | sort > SEARCH-VOCAB.NEW"
                  DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-VOCAB-RC
           IF WS-VOCAB-RC NOT = 0
               CALL "CBL_DELETE_FILE" USING "SEARCH-VOCAB.NEW"
                   RETURNING WS-DELETE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "SEARCH-VOCAB.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "SEARCH-VOCAB.NEW"
               "SEARCH-VOCAB.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CLASS-PATH
           MOVE INDEX-OLD-RECORD(WS-OLD-PIPE1 + 1:
               WS-OLD-PIPE2 - WS-OLD-PIPE1 - 1) TO WS-CLASS-PATH
           IF WS-CLASS-PATH NOT = WS-CLASS-LAST-PATH
               MOVE WS-CLASS-PATH TO WS-CLASS-LAST-PATH
               CALL "CLASS-CHECK" USING WS-CLASS-PATH WS-CLASS-LABEL
                   WS-CLASS-FOUND WS-CLASS-NEED-TLS WS-CLASS-NEED-AUTH
                   WS-CLASS-EXCLUDE WS-CLASS-NO-SHARED
               END-CALL
               MOVE WS-CLASS-EXCLUDE TO WS-CLASS-LAST-EXCLUDE
           END-IF
           IF WS-CLASS-LAST-EXCLUDE = 1
               EXIT PARAGRAPH
           END-IF

           MOVE INDEX-OLD-RECORD TO INDEX-RECORD
           WRITE INDEX-RECORD
           ADD 1 TO WS-CARRIED-LINES
               MOVE 3 TO WS-FILE-KIND
           END-IF

           PERFORM DERIVE-WEB-PATH
           MOVE WS-WEB-PATH TO WS-CLASS-PATH
           CALL "CLASS-CHECK" USING WS-CLASS-PATH WS-CLASS-LABEL
               WS-CLASS-FOUND WS-CLASS-NEED-TLS WS-CLASS-NEED-AUTH
               WS-CLASS-EXCLUDE WS-CLASS-NO-SHARED
           END-CALL
           IF WS-CLASS-EXCLUDE = 1
               ADD 1 TO WS-FILES-WITHHELD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-INDEXED
           PERFORM SHELL-QUOTE-HTML-FILE
           IF WS-FILE-KIND = 1
               PERFORM EXTRACT-PAGE-TITLE
