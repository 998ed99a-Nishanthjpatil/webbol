*>                         ACCESS-YYYYMMDD.LOG archives in range
*>   MASKING-RUNS.TXT      the privacy job's runs out of
*>                         JOB-HISTORY.LOG
*>   RECERT-YYYYMMDD.TXT   the evidence file of every access
*>                         recertification campaign closed in range,
*>                         copied as RECERT wrote it
*>   DR-DRILL-YYYYMMDD.TXT the report of every disaster-recovery
*>                         drill run in range, copied as DR-DRILL
*>                         wrote it
*>   CHECKSUMS.TXT         a SHA-256 per pack file, computed last,
*>                         so the handed-over pack is verifiable
IDENTIFICATION DIVISION.
           PERFORM GATHER-RELEASE-EVENTS
           PERFORM GATHER-ACCESS-SUMMARY
           PERFORM GATHER-MASKING-RUNS
           PERFORM GATHER-RECERT-EVIDENCE
           PERFORM GATHER-DRILL-EVIDENCE
           PERFORM WRITE-PACK-CHECKSUMS

           DISPLAY "EVIDENCE-PACK: pack assembled under "
           WRITE OUT-RECORD
           .

*> Each recertification campaign closed in range, its dated
*> evidence file carried into the pack unchanged
       GATHER-RECERT-EVIDENCE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls RECERT-????????.TXT > EVPACK-SORTOUT.TMP "
                  "2>/dev/null"
                  DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT SORT-OUT-FILE
           IF WS-SORTOUT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SORT-OUT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM COPY-ONE-RECERT-FILE
                   END-READ
               END-PERFORM
               CLOSE SORT-OUT-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING "EVPACK-SORTOUT.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

       COPY-ONE-RECERT-FILE.
           IF SORT-OUT-RECORD(8:8) NOT NUMERIC OR
              SORT-OUT-RECORD(16:5) NOT = ".TXT "
               EXIT PARAGRAPH
           END-IF
           MOVE SORT-OUT-RECORD(8:8) TO WS-LINE-DATE
           IF WS-LINE-DATE < WS-FROM-DATE OR
              WS-LINE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "cp " SORT-OUT-RECORD(1:19) " '" DELIMITED BY SIZE
                  WS-PACK-DIR DELIMITED BY SPACE
                  "/'" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> Each disaster-recovery drill run in range, its dated report
*> carried into the pack unchanged
       GATHER-DRILL-EVIDENCE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls DR-DRILL-????????.TXT > EVPACK-SORTOUT.TMP "
                  "2>/dev/null"
                  DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT SORT-OUT-FILE
           IF WS-SORTOUT-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SORT-OUT-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM COPY-ONE-DRILL-FILE
                   END-READ
               END-PERFORM
               CLOSE SORT-OUT-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING "EVPACK-SORTOUT.TMP"
               RETURNING WS-DELETE-RC
           END-CALL
           .

       COPY-ONE-DRILL-FILE.
           IF SORT-OUT-RECORD(10:8) NOT NUMERIC OR
              SORT-OUT-RECORD(18:5) NOT = ".TXT "
               EXIT PARAGRAPH
           END-IF
           MOVE SORT-OUT-RECORD(10:8) TO WS-LINE-DATE
           IF WS-LINE-DATE < WS-FROM-DATE OR
              WS-LINE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "cp " SORT-OUT-RECORD(1:21) " '" DELIMITED BY SIZE
                  WS-PACK-DIR DELIMITED BY SPACE
                  "/'" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

*> Computed last, over everything the pack now holds, so the pack
*> itself is verifiable when handed over
       WRITE-PACK-CHECKSUMS.
