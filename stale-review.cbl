*> (MAX_AGE_DAYS, default 365) with the file-age test done by the
*> same last-modified stat FILE-OPS makes for conditional GET -
*> here via find's -mtime, the batch equivalent.
*>
*> CONTENT-USAGE's monthly CONTENT-ZERO-VIEWS.DAT ("webpath|owner",
*> pages nobody has viewed in 90 days) is folded into the same sweep:
*> those pages open as review items whatever their age, flagged HIGH
*> (a sixth "|HIGH" field on the item), and lead the report - disuse
*> is better evidence than age. A KEPT attestation still stands
*> until its cycle runs out.
*>
*> PAGE-RATING's monthly PAGE-RATING-LOW.DAT (the same "webpath|owner"
*> lines, pages most readers said were not helpful) is folded in the
*> same way, flagged RATE ("|RATE") unless already HIGH, and listed in
*> a section of its own after the no-views items.
IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-REVIEW.

           SELECT REVIEW-TMP ASSIGN TO "STALE-REVIEW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVTMP-STATUS.
           SELECT ZERO-VIEWS-FILE ASSIGN TO "CONTENT-ZERO-VIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZERO-STATUS.
           SELECT LOW-RATED-FILE ASSIGN TO "PAGE-RATING-LOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOWRATE-STATUS.
           SELECT EXPIRY-FILE ASSIGN TO "EXPIRY.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.
       01  REVIEW-RECORD        PIC X(300).
       FD  REVIEW-TMP.
       01  REVIEW-TMP-RECORD    PIC X(300).
       FD  ZERO-VIEWS-FILE.
       01  ZERO-VIEWS-RECORD    PIC X(160).
       FD  LOW-RATED-FILE.
       01  LOW-RATED-RECORD     PIC X(160).
       FD  EXPIRY-FILE.
       01  EXPIRY-RECORD        PIC X(160).
       FD  REPORT-FILE.
       01 WS-REVIEW-STATUS      PIC XX.
       01 WS-RVTMP-STATUS       PIC XX.
       01 WS-EXPIRY-STATUS      PIC XX.
       01 WS-ZERO-STATUS        PIC XX.
       01 WS-LOWRATE-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
             10 ITEM-DATE          PIC 9(8).
             10 ITEM-STATUS        PIC X(8).
             10 ITEM-CYCLES        PIC 9(2).
             10 ITEM-PRIORITY      PIC X(4).
       01 WS-ITEM-IDX           PIC 9(4) COMP.
       01 WS-ITEM-FOUND         PIC 9(4) COMP.

       01 WS-OPENED             PIC 9(4) VALUE 0.
       01 WS-REOPENED           PIC 9(4) VALUE 0.
       01 WS-IGNORED            PIC 9(4) VALUE 0.
       01 WS-FLAGGED            PIC 9(4) VALUE 0.
       01 WS-RATED              PIC 9(4) VALUE 0.
       01 WS-ZERO-BAR-POS       PIC 9(4) COMP.
       01 WS-COUNT-D            PIC ZZZ9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
               MOVE REVIEW-RECORD(WS-P4 + 1:2)
                   TO ITEM-CYCLES(WS-ITEM-COUNT)
           END-IF
           MOVE SPACES TO ITEM-PRIORITY(WS-ITEM-COUNT)
           IF REVIEW-RECORD(WS-P4 + 3:5) = "|HIGH"
               MOVE "HIGH" TO ITEM-PRIORITY(WS-ITEM-COUNT)
           END-IF
           IF REVIEW-RECORD(WS-P4 + 3:5) = "|RATE"
               MOVE "RATE" TO ITEM-PRIORITY(WS-ITEM-COUNT)
           END-IF
           .

       SAVE-REVIEW-ITEMS.
                      DELIMITED BY SIZE
                   INTO REVIEW-TMP-RECORD
               END-STRING
               IF ITEM-PRIORITY(WS-ITEM-IDX) = "HIGH" OR
                  ITEM-PRIORITY(WS-ITEM-IDX) = "RATE"
                   MOVE SPACES TO REVIEW-RECORD
                   STRING REVIEW-TMP-RECORD DELIMITED BY SPACE
                          "|" ITEM-PRIORITY(WS-ITEM-IDX)
                          DELIMITED BY SIZE
                       INTO REVIEW-RECORD
                   END-STRING
                   MOVE REVIEW-RECORD TO REVIEW-TMP-RECORD
               END-IF
               WRITE REVIEW-TMP-RECORD
           END-PERFORM
           CLOSE REVIEW-TMP
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM FOLD-ZERO-VIEW-PAGES
           PERFORM FOLD-LOW-RATED-PAGES

           PERFORM SAVE-REVIEW-ITEMS
           PERFORM WRITE-REVIEW-REPORT

           DISPLAY "STALE-REVIEW: " WS-COUNT-D " item(s) opened"
           MOVE WS-REOPENED TO WS-COUNT-D
           DISPLAY "STALE-REVIEW: " WS-COUNT-D " item(s) reopened"
           MOVE WS-FLAGGED TO WS-COUNT-D
           DISPLAY "STALE-REVIEW: " WS-COUNT-D
               " item(s) flagged high priority (no views)"
           MOVE WS-RATED TO WS-COUNT-D
           DISPLAY "STALE-REVIEW: " WS-COUNT-D
               " item(s) flagged by reader ratings"
           .

*> CONTENT-USAGE's zero-view pages: an existing item is flagged HIGH
*> (a RETIRED one is left alone), anything untracked opens as a HIGH
*> item owned as CONTENT-USAGE found it
       FOLD-ZERO-VIEW-PAGES.
           OPEN INPUT ZERO-VIEWS-FILE
           IF WS-ZERO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ZERO-VIEWS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-ONE-ZERO-VIEW-PAGE
               END-READ
           END-PERFORM
           CLOSE ZERO-VIEWS-FILE
           .

       FOLD-ONE-ZERO-VIEW-PAGE.
           IF ZERO-VIEWS-RECORD(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ZERO-BAR-POS
           INSPECT ZERO-VIEWS-RECORD TALLYING WS-ZERO-BAR-POS
               FOR CHARACTERS BEFORE INITIAL "|"
           IF WS-ZERO-BAR-POS = 0 OR WS-ZERO-BAR-POS > 128 OR
              WS-ZERO-BAR-POS >= 160
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WEB-PATH
           MOVE ZERO-VIEWS-RECORD(1:WS-ZERO-BAR-POS) TO WS-WEB-PATH
           MOVE WS-ZERO-BAR-POS TO WS-WEB-LEN

           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITEM-PATH-LEN(WS-ITEM-IDX) = WS-WEB-LEN AND
                  ITEM-PATH(WS-ITEM-IDX)(1:WS-WEB-LEN) =
                      WS-WEB-PATH(1:WS-WEB-LEN)
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ITEM-FOUND > 0
               IF ITEM-STATUS(WS-ITEM-FOUND)(1:7) NOT = "RETIRED" AND
                  ITEM-PRIORITY(WS-ITEM-FOUND) NOT = "HIGH"
                   MOVE "HIGH" TO ITEM-PRIORITY(WS-ITEM-FOUND)
                   ADD 1 TO WS-FLAGGED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ITEM-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OWN-NAME
           MOVE ZERO-VIEWS-RECORD(WS-ZERO-BAR-POS + 2:24)
               TO WS-OWN-NAME
           IF WS-OWN-NAME = SPACES
               MOVE "unowned" TO WS-OWN-NAME
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO ITEM-PATH(WS-ITEM-COUNT)
           MOVE WS-WEB-PATH(1:WS-WEB-LEN)
               TO ITEM-PATH(WS-ITEM-COUNT)
           MOVE WS-WEB-LEN TO ITEM-PATH-LEN(WS-ITEM-COUNT)
           MOVE WS-OWN-NAME TO ITEM-OWNER(WS-ITEM-COUNT)
           MOVE WS-TODAY TO ITEM-DATE(WS-ITEM-COUNT)
           MOVE "OPEN" TO ITEM-STATUS(WS-ITEM-COUNT)
           MOVE 1 TO ITEM-CYCLES(WS-ITEM-COUNT)
           MOVE "HIGH" TO ITEM-PRIORITY(WS-ITEM-COUNT)
           ADD 1 TO WS-OPENED
           ADD 1 TO WS-FLAGGED
           .

*> PAGE-RATING's poorly rated pages, folded the same way: an existing
*> item not already HIGH is flagged RATE (a RETIRED one is left
*> alone), anything untracked opens as a RATE item
       FOLD-LOW-RATED-PAGES.
           OPEN INPUT LOW-RATED-FILE
           IF WS-LOWRATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ LOW-RATED-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-ONE-LOW-RATED-PAGE
               END-READ
           END-PERFORM
           CLOSE LOW-RATED-FILE
           .

       FOLD-ONE-LOW-RATED-PAGE.
           IF LOW-RATED-RECORD(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ZERO-BAR-POS
           INSPECT LOW-RATED-RECORD TALLYING WS-ZERO-BAR-POS
               FOR CHARACTERS BEFORE INITIAL "|"
           IF WS-ZERO-BAR-POS = 0 OR WS-ZERO-BAR-POS > 128 OR
              WS-ZERO-BAR-POS >= 160
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WEB-PATH
           MOVE LOW-RATED-RECORD(1:WS-ZERO-BAR-POS) TO WS-WEB-PATH
           MOVE WS-ZERO-BAR-POS TO WS-WEB-LEN

           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITEM-PATH-LEN(WS-ITEM-IDX) = WS-WEB-LEN AND
                  ITEM-PATH(WS-ITEM-IDX)(1:WS-WEB-LEN) =
                      WS-WEB-PATH(1:WS-WEB-LEN)
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ITEM-FOUND > 0
               IF ITEM-STATUS(WS-ITEM-FOUND)(1:7) NOT = "RETIRED" AND
                  ITEM-PRIORITY(WS-ITEM-FOUND) = SPACES
                   MOVE "RATE" TO ITEM-PRIORITY(WS-ITEM-FOUND)
                   ADD 1 TO WS-RATED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ITEM-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OWN-NAME
           MOVE LOW-RATED-RECORD(WS-ZERO-BAR-POS + 2:24)
               TO WS-OWN-NAME
           IF WS-OWN-NAME = SPACES
               MOVE "unowned" TO WS-OWN-NAME
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO ITEM-PATH(WS-ITEM-COUNT)
           MOVE WS-WEB-PATH(1:WS-WEB-LEN)
               TO ITEM-PATH(WS-ITEM-COUNT)
           MOVE WS-WEB-LEN TO ITEM-PATH-LEN(WS-ITEM-COUNT)
           MOVE WS-OWN-NAME TO ITEM-OWNER(WS-ITEM-COUNT)
           MOVE WS-TODAY TO ITEM-DATE(WS-ITEM-COUNT)
           MOVE "OPEN" TO ITEM-STATUS(WS-ITEM-COUNT)
           MOVE 1 TO ITEM-CYCLES(WS-ITEM-COUNT)
           MOVE "RATE" TO ITEM-PRIORITY(WS-ITEM-COUNT)
           ADD 1 TO WS-OPENED
           ADD 1 TO WS-RATED
           .

       READ-CONFIG-FILE.
           MOVE WS-TODAY TO ITEM-DATE(WS-ITEM-COUNT)
           MOVE "OPEN" TO ITEM-STATUS(WS-ITEM-COUNT)
           MOVE 1 TO ITEM-CYCLES(WS-ITEM-COUNT)
           MOVE SPACES TO ITEM-PRIORITY(WS-ITEM-COUNT)
           ADD 1 TO WS-OPENED
           .

           END-STRING
           WRITE REPORT-RECORD

*> High-priority (no-views) items first
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "HIGH PRIORITY - NO VIEWS IN 90 DAYS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITEM-STATUS(WS-ITEM-IDX)(1:4) = "OPEN" AND
                  ITEM-PRIORITY(WS-ITEM-IDX) = "HIGH"
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " ITEM-OWNER(WS-ITEM-IDX)
                          " " DELIMITED BY SIZE
                          ITEM-PATH(WS-ITEM-IDX)
                              (1:ITEM-PATH-LEN(WS-ITEM-IDX))
                          " opened " ITEM-DATE(WS-ITEM-IDX)
                          " cycle " ITEM-CYCLES(WS-ITEM-IDX)
                          DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM

*> Then what readers rated as not helpful
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "POORLY RATED BY READERS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITEM-STATUS(WS-ITEM-IDX)(1:4) = "OPEN" AND
                  ITEM-PRIORITY(WS-ITEM-IDX) = "RATE"
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " ITEM-OWNER(WS-ITEM-IDX)
                          " " DELIMITED BY SIZE
                          ITEM-PATH(WS-ITEM-IDX)
                              (1:ITEM-PATH-LEN(WS-ITEM-IDX))
                          " opened " ITEM-DATE(WS-ITEM-IDX)
                          " cycle " ITEM-CYCLES(WS-ITEM-IDX)
                          DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPEN ITEMS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-IGNORED
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF ITEM-STATUS(WS-ITEM-IDX)(1:4) = "OPEN" AND
                  ITEM-PRIORITY(WS-ITEM-IDX) = SPACES
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " ITEM-OWNER(WS-ITEM-IDX)
                          " " DELIMITED BY SIZE
           END-IF
           MOVE "KEPT" TO ITEM-STATUS(WS-ITEM-FOUND)
           MOVE WS-TODAY TO ITEM-DATE(WS-ITEM-FOUND)
           MOVE SPACES TO ITEM-PRIORITY(WS-ITEM-FOUND)
           PERFORM SAVE-REVIEW-ITEMS
           MOVE "KEEP" TO WS-ACTION
           PERFORM WRITE-AUDIT-ENTRY
