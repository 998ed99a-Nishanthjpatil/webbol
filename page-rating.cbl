*> Standalone batch job: monthly "Was this page helpful?" scorecard
*> per owning department. The handler's POST /page-rating appends
*> one "timestamp|page|Y or N|reason|rater" line per rating to
*> PAGE-RATINGS.DAT; this job totals a month of them per page and,
*> through OWNER-LOOKUP, per department. Run as
*>
*>   page-rating [YYYYMM]
*>
*> (defaulting to the previous calendar month), monthly from
*> JOB-TABLE.CFG ahead of STALE-REVIEW. PAGE-RATING.RPT has one
*> section per department: each rated page with its number of
*> ratings, the share that found it helpful, and the commonest
*> reasons given by those that did not.
*>
*> A page with at least PAGE_RATING_MIN ratings in the month (default
*> 5) of which fewer than PAGE_RATING_THRESHOLD per cent (default 50)
*> were helpful is marked in the report and written to
*> PAGE-RATING-LOW.DAT as a "webpath|owner" line, which STALE-REVIEW's
*> next sweep opens as a review item - readers saying a page fails
*> them is as good a reason to look at it as its age.
IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGE-RATING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATINGS-FILE ASSIGN TO "PAGE-RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAGE-RATING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOW-FILE ASSIGN TO "PAGE-RATING-LOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATINGS-FILE.
       01  RATINGS-RECORD       PIC X(320).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).
       FD  LOW-FILE.
       01  LOW-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-RATINGS-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-LOW-STATUS         PIC XX.
       01 WS-EOF                PIC 9.

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-MONTH-TAG          PIC X(7).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-ENV-VALUE          PIC X(8).
       01 WS-THRESHOLD          PIC 9(3) VALUE 50.
       01 WS-MIN-RATINGS        PIC 9(5) VALUE 5.

*> The reasons the form offers, in the order the report names them
       01 REASON-NAMES.
          05 FILLER             PIC X(12) VALUE "outdated".
          05 FILLER             PIC X(12) VALUE "incorrect".
          05 FILLER             PIC X(12) VALUE "unclear".
          05 FILLER             PIC X(12) VALUE "incomplete".
          05 FILLER             PIC X(12) VALUE "notfound".
       01 REASON-TABLE REDEFINES REASON-NAMES.
          05 REASON-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-REASON-IDX         PIC 9(4) COMP.

*> Every page rated in the month, with its owner and counts
       01 WS-PAGE-COUNT         PIC 9(4) COMP VALUE 0.
       01 PAGE-TABLE.
          05 PAGE-ENTRY OCCURS 3000 TIMES.
             10 PAGE-PATH         PIC X(256).
             10 PAGE-OWNER        PIC X(24).
             10 PAGE-YES          PIC 9(6) COMP.
             10 PAGE-NO           PIC 9(6) COMP.
             10 PAGE-REASON-HITS  PIC 9(6) COMP OCCURS 5 TIMES.
       01 WS-PAGE-IDX           PIC 9(4) COMP.
       01 WS-PAGE-FOUND-IDX     PIC 9(4) COMP.
       01 WS-PAGES-DROPPED      PIC 9(6) VALUE 0.

*> Distinct owning departments, in first-seen order
       01 WS-DEPT-COUNT         PIC 9(4) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 100 TIMES.
             10 DEPT-NAME         PIC X(24).
       01 WS-DEPT-IDX           PIC 9(4) COMP.
       01 WS-DEPT-FOUND-IDX     PIC 9(4) COMP.

*> One rating line taken apart
       01 WS-F-TS               PIC X(19).
       01 WS-F-PAGE             PIC X(256).
       01 WS-F-FLAG             PIC X(8).
       01 WS-F-REASON           PIC X(16).
       01 WS-F-RATER            PIC X(16).

       01 WS-WEB-PATH           PIC X(512).
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> A page's line in the report
       01 WS-TOTAL              PIC 9(6) COMP.
       01 WS-PERCENT            PIC 9(3) COMP.
       01 WS-PERCENT-D          PIC ZZ9.
       01 WS-COUNT-D            PIC ZZZZZ9.
       01 WS-BEST-IDX           PIC 9(4) COMP.
       01 WS-BEST-HITS          PIC 9(6) COMP.
       01 WS-REASONS-SHOWN      PIC 9(4) COMP.
       01 WS-REASON-USED        PIC 9 OCCURS 5 TIMES.
       01 WS-LOW                PIC 9.
       01 WS-LINE               PIC X(200).
       01 WS-LINE-PTR           PIC 9(4) COMP.

*> Month totals
       01 WS-TOTAL-RATINGS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-LOW          PIC 9(6) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z(5)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH
           ELSE
*> Default: the month before this one
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

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAGE_RATING_THRESHOLD"
           IF WS-ENV-VALUE NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAGE_RATING_MIN"
           IF WS-ENV-VALUE NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
               COMPUTE WS-MIN-RATINGS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-MIN-RATINGS = 0
               MOVE 1 TO WS-MIN-RATINGS
           END-IF

           PERFORM LOAD-RATINGS
           PERFORM WRITE-REPORT

           MOVE WS-TOTAL-RATINGS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-LOW TO WS-COUNT-DISPLAY-2
           DISPLAY "PAGE-RATING: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " rating(s) for " WS-MONTH-TAG
               " written to PAGE-RATING.RPT; "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " page(s) handed to STALE-REVIEW"
           IF WS-PAGES-DROPPED > 0
               DISPLAY "PAGE-RATING: page table full - "
                   WS-PAGES-DROPPED " rating(s) left out"
           END-IF
           STOP RUN.

       LOAD-RATINGS.
           OPEN INPUT RATINGS-FILE
           IF WS-RATINGS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RATINGS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RATING
               END-READ
           END-PERFORM
           CLOSE RATINGS-FILE
           .

       LOAD-ONE-RATING.
           IF RATINGS-RECORD(1:7) NOT = WS-MONTH-TAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-F-TS WS-F-PAGE WS-F-FLAG WS-F-REASON
               WS-F-RATER
           UNSTRING RATINGS-RECORD DELIMITED BY "|"
               INTO WS-F-TS WS-F-PAGE WS-F-FLAG WS-F-REASON WS-F-RATER
           END-UNSTRING
           IF WS-F-PAGE(1:1) NOT = "/" OR
              (WS-F-FLAG NOT = "Y" AND WS-F-FLAG NOT = "N")
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAGE-FOUND-IDX
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               IF PAGE-PATH(WS-PAGE-IDX) = WS-F-PAGE
                   MOVE WS-PAGE-IDX TO WS-PAGE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAGE-FOUND-IDX = 0
               IF WS-PAGE-COUNT >= 3000
                   ADD 1 TO WS-PAGES-DROPPED
                   EXIT PARAGRAPH
               END-IF
               PERFORM ADD-PAGE
           END-IF

           ADD 1 TO WS-TOTAL-RATINGS
           IF WS-F-FLAG = "Y"
               ADD 1 TO PAGE-YES(WS-PAGE-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PAGE-NO(WS-PAGE-FOUND-IDX)
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 5
               IF REASON-NAME(WS-REASON-IDX) = WS-F-REASON
                   ADD 1 TO PAGE-REASON-HITS
                       (WS-PAGE-FOUND-IDX, WS-REASON-IDX)
               END-IF
           END-PERFORM
           .

*> A newly seen page, with its owner, and the owner's department
*> when that is newly seen too
       ADD-PAGE.
           MOVE SPACES TO WS-WEB-PATH
           MOVE WS-F-PAGE TO WS-WEB-PATH
           CALL "OWNER-LOOKUP" USING WS-WEB-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-FOUND-IDX
           MOVE WS-F-PAGE TO PAGE-PATH(WS-PAGE-COUNT)
           MOVE WS-OWN-NAME TO PAGE-OWNER(WS-PAGE-COUNT)
           MOVE 0 TO PAGE-YES(WS-PAGE-COUNT)
           MOVE 0 TO PAGE-NO(WS-PAGE-COUNT)
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 5
               MOVE 0 TO PAGE-REASON-HITS(WS-PAGE-COUNT, WS-REASON-IDX)
           END-PERFORM

           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-OWN-NAME
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = 0 AND WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-OWN-NAME TO DEPT-NAME(WS-DEPT-COUNT)
           END-IF
           .

*> ----------------------------------------------------------------
*> PAGE-RATING.RPT and PAGE-RATING-LOW.DAT
*> ----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PAGE-RATING: cannot write PAGE-RATING.RPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOW-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING "PAGE RATINGS - " WS-MONTH-TAG
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "=================================="
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-THRESHOLD TO WS-PERCENT-D
           MOVE WS-MIN-RATINGS TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "Pages marked * were found helpful by fewer than "
                  FUNCTION TRIM(WS-PERCENT-D) "% of at least "
                  FUNCTION TRIM(WS-COUNT-D) " ratings and go to "
                  "stale-content review."
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           IF WS-PAGE-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No pages were rated in the month."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPT-SECTION
           END-PERFORM

           CLOSE LOW-FILE
           CLOSE REPORT-FILE
           .

       WRITE-DEPT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DEPARTMENT: " DEPT-NAME(WS-DEPT-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "   RATED HELPFUL   PAGE, COMMONEST REASONS NOT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               IF PAGE-OWNER(WS-PAGE-IDX) = DEPT-NAME(WS-DEPT-IDX)
                   PERFORM WRITE-PAGE-LINE
               END-IF
           END-PERFORM
           .

       WRITE-PAGE-LINE.
           COMPUTE WS-TOTAL = PAGE-YES(WS-PAGE-IDX) +
               PAGE-NO(WS-PAGE-IDX)
           COMPUTE WS-PERCENT ROUNDED =
               PAGE-YES(WS-PAGE-IDX) * 100 / WS-TOTAL
           MOVE 0 TO WS-LOW
           IF WS-TOTAL >= WS-MIN-RATINGS AND
              WS-PERCENT < WS-THRESHOLD
               MOVE 1 TO WS-LOW
           END-IF

           MOVE WS-TOTAL TO WS-COUNT-D
           MOVE WS-PERCENT TO WS-PERCENT-D
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  " WS-COUNT-D "    " WS-PERCENT-D "%"
               DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-LOW = 1
               STRING " * " DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING "   " DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING PAGE-PATH(WS-PAGE-IDX) DELIMITED BY SPACE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

*> Up to three reasons, commonest first
           IF PAGE-NO(WS-PAGE-IDX) > 0
               PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 5
                   MOVE 0 TO WS-REASON-USED(WS-REASON-IDX)
               END-PERFORM
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "                     not helpful: "
                   DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               MOVE 0 TO WS-REASONS-SHOWN
               PERFORM 3 TIMES
                   PERFORM PICK-NEXT-REASON
               END-PERFORM
               IF WS-REASONS-SHOWN = 0
                   STRING "no reason given" DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
               MOVE WS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-LOW = 1
               ADD 1 TO WS-TOTAL-LOW
               MOVE SPACES TO LOW-RECORD
               STRING PAGE-PATH(WS-PAGE-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      PAGE-OWNER(WS-PAGE-IDX) DELIMITED BY SPACE
                   INTO LOW-RECORD
               END-STRING
               WRITE LOW-RECORD
           END-IF
           .

       PICK-NEXT-REASON.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-HITS
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 5
               IF WS-REASON-USED(WS-REASON-IDX) = 0 AND
                  PAGE-REASON-HITS(WS-PAGE-IDX, WS-REASON-IDX) >
                      WS-BEST-HITS
                   MOVE WS-REASON-IDX TO WS-BEST-IDX
                   MOVE PAGE-REASON-HITS(WS-PAGE-IDX, WS-REASON-IDX)
                       TO WS-BEST-HITS
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-REASON-USED(WS-BEST-IDX)
           MOVE WS-BEST-HITS TO WS-COUNT-D
           IF WS-REASONS-SHOWN > 0
               STRING ", " DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING REASON-NAME(WS-BEST-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           ADD 1 TO WS-REASONS-SHOWN
           .
