*> Standalone batch job: the staff directory's org charts. DIR-LOAD
*> keeps who reports to whom in DIRECTORY.DAT (DIR-MGR-KEY); this
*> job draws it, one page per department, under the document root's
*> orgchart/ folder (DOC_ROOT from WEBSERVER.CFG):
*>
*>   index.html      - every department, with its head count and a
*>                     link to its chart
*>   <dept>.html     - one department as a tree of reporting lines
*>
*> (file names are the department in lower case, anything but a
*> letter or digit made a "-"). A department's tree starts from each
*> member whose manager is outside it - in another department, not
*> on file, or nobody (the top of the organisation) - and the line
*> they report into is named beside them. Someone reporting in from
*> another department is shown where they sit, as a link to their
*> own department's chart. Members no tree reaches - people in a
*> reporting loop, or reporting into one, as DIR-RECON.RPT lists
*> them - are shown at the foot of the page as unresolved rather
*> than dropped. Each file is written to a scratch copy and renamed
*> into place.
*>
*>   org-chart
*>
*> Run nightly from JOB-TABLE.CFG after DIR-LOAD. The run is
*> audited, and ends with return code 8 when the directory could
*> not be read or the folder could not be written.
IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT DIRECTORY-FILE ASSIGN TO "DIRECTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIR-STATUS.
           SELECT PAGE-OUT ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 DIR-KEY           PIC X(16).
           05 DIR-NAME          PIC X(40).
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE        PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).
       FD  PAGE-OUT.
       01  OUT-RECORD           PIC X(2048).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-CFG-STATUS         PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-EOF                PIC 9.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> The directory, in key order (the order READ NEXT hands it back)
*> so a manager is found by halving; each person's direct reports
*> are chained first-child/next-sibling, in key order too
       01 WS-PER-COUNT          PIC 9(5) COMP VALUE 0.
       01 WS-PER-FULL           PIC 9 VALUE 0.
       01 PER-TABLE.
          05 PER-ENTRY OCCURS 20000 TIMES.
             10 PER-KEY           PIC X(16).
             10 PER-NAME          PIC X(40).
             10 PER-TITLE         PIC X(40).
             10 PER-MGR-KEY       PIC X(16).
             10 PER-DEPT-IDX      PIC 9(3) COMP.
             10 PER-MGR-IDX       PIC 9(5) COMP.
             10 PER-FIRST-CHILD   PIC 9(5) COMP.
             10 PER-LAST-CHILD    PIC 9(5) COMP.
             10 PER-NEXT-SIB      PIC 9(5) COMP.
             10 PER-SEEN          PIC 9.
       01 WS-PER-IDX            PIC 9(5) COMP.
       01 WS-MGR-IDX            PIC 9(5) COMP.
       01 WS-LOW                PIC 9(5) COMP.
       01 WS-HIGH               PIC 9(5) COMP.
       01 WS-MID                PIC 9(5) COMP.
       01 WS-FOUND-IDX          PIC 9(5) COMP.
       01 WS-WANTED-KEY         PIC X(16).

*> The departments a chart is written for
       01 WS-DEPT-COUNT         PIC 9(3) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 200 TIMES.
             10 DEPT-NAME         PIC X(24).
             10 DEPT-FILE         PIC X(24).
             10 DEPT-PEOPLE       PIC 9(5) COMP.
       01 WS-DEPT-IDX           PIC 9(3) COMP.
       01 WS-NEW-DEPT           PIC X(24).
       01 WS-FILE-POS           PIC 9(4) COMP.
       01 WS-OTHER-DEPTS        PIC 9(5) VALUE 0.

*> The tree walk: a stack of the people whose reports are being
*> listed and, for each, the next report still to list. Deeper than
*> the stack holds, people are listed without their own reports
*> (who then show as unresolved)
       01 WS-STACK-DEPTH        PIC 9(4) COMP.
       01 STACK-TABLE.
          05 STACK-ENTRY OCCURS 64 TIMES.
             10 STACK-PER         PIC 9(5) COMP.
             10 STACK-NEXT        PIC 9(5) COMP.
       01 WS-CHILD-IDX          PIC 9(5) COMP.
       01 WS-PAGE-ROOTS         PIC 9(5) COMP.
       01 WS-PAGE-LEFT          PIC 9(5) COMP.
       01 WS-UNRESOLVED         PIC 9(5) VALUE 0.

*> Output: the orgchart/ folder, the file being written and its
*> scratch copy
       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-OUT-DIR            PIC X(300).
       01 WS-OUT-DIR-LEN        PIC 9(4) COMP.
       01 WS-OUT-FILE           PIC X(32).
       01 WS-OUT-NAME           PIC X(340).
       01 WS-FINAL-NAME         PIC X(340).
       01 WS-OUT-FAILED         PIC 9 VALUE 0.
       01 WS-FILES-WRITTEN      PIC 9(4) VALUE 0.
       01 WS-OUT-PTR            PIC 9(4) COMP.
       01 WS-MKDIR-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> One person as page text: name, and title when there is one
       01 WS-PERSON-HTML        PIC X(1100).
       01 WS-PERSON-LEN         PIC 9(4) COMP.
       01 WS-SHOW-IDX           PIC 9(5) COMP.

*> Escaping for text written into a page
       01 WS-ESC-SRC            PIC X(256).
       01 WS-ESC-SRC-LEN        PIC 9(4) COMP.
       01 WS-ESC-DST            PIC X(1536).
       01 WS-ESC-DST-LEN        PIC 9(4) COMP.
       01 WS-ESC-PTR            PIC 9(4) COMP.
       01 WS-ESC-IDX            PIC 9(4) COMP.
       01 WS-ESC-CHAR           PIC X(1).

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-RESULT       PIC X(10).
       01 WS-LINE-PTR           PIC 9(4) COMP.
       01 WS-COUNT-DISPLAY      PIC Z(4)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(4)9.
       01 WS-COUNT-DISPLAY-3    PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING

           PERFORM READ-CONFIG-FILE
           PERFORM LOAD-DIRECTORY
           IF WS-OUT-FAILED = 0
               PERFORM LINK-REPORTING-LINES
               PERFORM SET-OUTPUT-DIR
               PERFORM WRITE-INDEX-PAGE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   PERFORM WRITE-DEPT-PAGE
               END-PERFORM
           END-IF

           IF WS-OUT-FAILED = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "APPLIED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
*> After the audit call, which leaves its own return code behind
           IF WS-OUT-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-PER-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISPLAY-2
           MOVE WS-FILES-WRITTEN TO WS-COUNT-DISPLAY-3
           DISPLAY "ORG-CHART: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " people in " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " department(s), "
               FUNCTION TRIM(WS-COUNT-DISPLAY-3) " file(s) written"
           IF WS-UNRESOLVED > 0
               MOVE WS-UNRESOLVED TO WS-COUNT-DISPLAY
               DISPLAY "ORG-CHART: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " people with unresolved reporting lines - see "
                   "DIR-RECON.RPT"
           END-IF
           IF WS-PER-FULL = 1
               DISPLAY "ORG-CHART: directory larger than 20,000 "
                   "people - the rest are not charted"
           END-IF
           IF WS-OTHER-DEPTS > 0
               MOVE WS-OTHER-DEPTS TO WS-COUNT-DISPLAY
               DISPLAY "ORG-CHART: more than 200 departments - "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " people not charted"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       APPLY-CONFIG-LINE.
           MOVE 0 TO WS-CFG-LEN
           INSPECT CFG-RECORD TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF CFG-RECORD(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           IF WS-CFG-KEY = "DOC_ROOT"
               MOVE WS-CFG-VALUE TO DOC-ROOT
           END-IF
           .

*> Everybody on file, with their department noted as it is first
*> met. An unreadable directory publishes nothing - yesterday's
*> charts stay up rather than being replaced by empty ones
       LOAD-DIRECTORY.
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               DISPLAY "ORG-CHART: cannot read DIRECTORY.DAT, status "
                   WS-DIR-STATUS
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DIRECTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE DIRECTORY-FILE
           .

       NOTE-ONE-PERSON.
           IF WS-PER-COUNT >= 20000
               MOVE 1 TO WS-PER-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE DIR-DEPT TO WS-NEW-DEPT
           IF WS-NEW-DEPT = SPACES
               MOVE "(no department)" TO WS-NEW-DEPT
           END-IF
           PERFORM NOTE-DEPARTMENT
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               ADD 1 TO WS-OTHER-DEPTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PER-COUNT
           MOVE DIR-KEY TO PER-KEY(WS-PER-COUNT)
           MOVE DIR-NAME TO PER-NAME(WS-PER-COUNT)
           MOVE DIR-TITLE TO PER-TITLE(WS-PER-COUNT)
           MOVE DIR-MGR-KEY TO PER-MGR-KEY(WS-PER-COUNT)
           MOVE WS-DEPT-IDX TO PER-DEPT-IDX(WS-PER-COUNT)
           MOVE 0 TO PER-MGR-IDX(WS-PER-COUNT)
           MOVE 0 TO PER-FIRST-CHILD(WS-PER-COUNT)
           MOVE 0 TO PER-LAST-CHILD(WS-PER-COUNT)
           MOVE 0 TO PER-NEXT-SIB(WS-PER-COUNT)
           MOVE 0 TO PER-SEEN(WS-PER-COUNT)
           ADD 1 TO DEPT-PEOPLE(WS-DEPT-IDX)
           .

*> WS-DEPT-IDX left at the department's entry, added when new; past
*> the table it is left one beyond the count
       NOTE-DEPARTMENT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-IDX) = WS-NEW-DEPT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
           MOVE WS-NEW-DEPT TO DEPT-NAME(WS-DEPT-IDX)
           MOVE 0 TO DEPT-PEOPLE(WS-DEPT-IDX)
           MOVE SPACES TO DEPT-FILE(WS-DEPT-IDX)
           MOVE 0 TO WS-OUT-PTR
           PERFORM VARYING WS-FILE-POS FROM 1 BY 1
               UNTIL WS-FILE-POS > 24
               EVALUATE TRUE
                   WHEN WS-NEW-DEPT(WS-FILE-POS:1) >= "a" AND
                        WS-NEW-DEPT(WS-FILE-POS:1) <= "z"
                   WHEN WS-NEW-DEPT(WS-FILE-POS:1) >= "A" AND
                        WS-NEW-DEPT(WS-FILE-POS:1) <= "Z"
                   WHEN WS-NEW-DEPT(WS-FILE-POS:1) >= "0" AND
                        WS-NEW-DEPT(WS-FILE-POS:1) <= "9"
                       ADD 1 TO WS-OUT-PTR
                       MOVE WS-NEW-DEPT(WS-FILE-POS:1) TO
                           DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
                   WHEN OTHER
*> One "-" for a run of separators, none leading
                       IF WS-OUT-PTR > 0 AND
                          DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
                              NOT = "-"
                           ADD 1 TO WS-OUT-PTR
                           MOVE "-" TO
                               DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-OUT-PTR > 1 AND
              DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1) = "-"
               MOVE SPACE TO DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
           END-IF
           INSPECT DEPT-FILE(WS-DEPT-IDX) CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
*> "index" is the list of departments, and a name with no letters
*> or digits still needs a page of its own
           IF DEPT-FILE(WS-DEPT-IDX) = SPACES OR
              DEPT-FILE(WS-DEPT-IDX) = "index" OR
              DEPT-FILE(WS-DEPT-IDX) = "-"
               MOVE SPACES TO DEPT-FILE(WS-DEPT-IDX)
               MOVE WS-DEPT-IDX TO WS-COUNT-DISPLAY
               STRING "dept-" FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO DEPT-FILE(WS-DEPT-IDX)
               END-STRING
           END-IF
           .

*> Each person's manager found in the table, and each person added
*> to the end of their manager's list of reports - walking in key
*> order keeps those lists in key order
       LINK-REPORTING-LINES.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT
               IF PER-MGR-KEY(WS-PER-IDX) NOT = SPACES
                   MOVE PER-MGR-KEY(WS-PER-IDX) TO WS-WANTED-KEY
                   PERFORM FIND-PERSON-KEY
                   MOVE WS-FOUND-IDX TO PER-MGR-IDX(WS-PER-IDX)
               END-IF
               MOVE PER-MGR-IDX(WS-PER-IDX) TO WS-MGR-IDX
               IF WS-MGR-IDX > 0
                   IF PER-LAST-CHILD(WS-MGR-IDX) = 0
                       MOVE WS-PER-IDX TO PER-FIRST-CHILD(WS-MGR-IDX)
                   ELSE
                       MOVE WS-PER-IDX TO
                           PER-NEXT-SIB(PER-LAST-CHILD(WS-MGR-IDX))
                   END-IF
                   MOVE WS-PER-IDX TO PER-LAST-CHILD(WS-MGR-IDX)
               END-IF
           END-PERFORM
           .

*> The table is in key order, so halve until found or exhausted
       FIND-PERSON-KEY.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-PER-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-IDX > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN PER-KEY(WS-MID) = WS-WANTED-KEY
                       MOVE WS-MID TO WS-FOUND-IDX
                   WHEN PER-KEY(WS-MID) < WS-WANTED-KEY
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN WS-MID = 1
                       MOVE 0 TO WS-HIGH
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM
           .

*> <DOC_ROOT>/orgchart, created when missing
       SET-OUTPUT-DIR.
           MOVE 0 TO WS-ROOT-LEN
           INSPECT DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-OUT-DIR
           IF WS-ROOT-LEN = 0 OR DOC-ROOT(1:WS-ROOT-LEN) = "."
               MOVE "orgchart" TO WS-OUT-DIR
           ELSE
               STRING DOC-ROOT(1:WS-ROOT-LEN) "/orgchart"
                   DELIMITED BY SIZE INTO WS-OUT-DIR
               END-STRING
           END-IF
           MOVE 0 TO WS-OUT-DIR-LEN
           INSPECT WS-OUT-DIR TALLYING WS-OUT-DIR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           CALL "CBL_CREATE_DIR" USING WS-OUT-DIR
               RETURNING WS-MKDIR-RC
           END-CALL
           .

       SET-OUT-NAMES.
           MOVE SPACES TO WS-FINAL-NAME
           STRING WS-OUT-DIR(1:WS-OUT-DIR-LEN) "/" DELIMITED BY SIZE
                  WS-OUT-FILE DELIMITED BY SPACE
               INTO WS-FINAL-NAME
           END-STRING
           MOVE SPACES TO WS-OUT-NAME
           STRING WS-FINAL-NAME DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
               INTO WS-OUT-NAME
           END-STRING
           .

       OPEN-OUT-FILE.
           PERFORM SET-OUT-NAMES
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ORG-CHART: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           .

       CLOSE-OUT-FILE.
           CLOSE PAGE-OUT
           PERFORM PLACE-OUT-FILE
           .

       PLACE-OUT-FILE.
           CALL "CBL_DELETE_FILE" USING WS-FINAL-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-OUT-NAME WS-FINAL-NAME
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ORG-CHART: cannot replace "
                   FUNCTION TRIM(WS-FINAL-NAME)
               MOVE 1 TO WS-OUT-FAILED
           ELSE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF
           .

*> ----------------------------------------------------------------
*> index.html: the departments, each with its head count
*> ----------------------------------------------------------------
       WRITE-INDEX-PAGE.
           MOVE "index.html" TO WS-OUT-FILE
           PERFORM OPEN-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUT-RECORD
           STRING "<!DOCTYPE html><html lang=" '"en"' "><head>"
                  "<meta charset=" '"utf-8"' "><title>Organisation"
                  " charts</title></head><body><h1>Organisation "
                  "charts</h1>" DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           IF WS-DEPT-COUNT = 0
               MOVE "<p>The directory has no entries.</p>"
                   TO OUT-RECORD
               WRITE OUT-RECORD
           ELSE
               MOVE "<ul>" TO OUT-RECORD
               WRITE OUT-RECORD
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   MOVE DEPT-NAME(WS-DEPT-IDX) TO WS-ESC-SRC
                   PERFORM ESCAPE-HTML-ENTITIES
                   MOVE DEPT-PEOPLE(WS-DEPT-IDX) TO WS-COUNT-DISPLAY
                   MOVE SPACES TO OUT-RECORD
                   STRING "<li><a href=" '"' DELIMITED BY SIZE
                          DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                          '.html"' ">" DELIMITED BY SIZE
                          WS-ESC-DST(1:WS-ESC-DST-LEN)
                              DELIMITED BY SIZE
                          "</a> (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                              DELIMITED BY SIZE
                          ")</li>" DELIMITED BY SIZE
                       INTO OUT-RECORD
                   END-STRING
                   WRITE OUT-RECORD
               END-PERFORM
               MOVE "</ul>" TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF
           MOVE SPACES TO OUT-RECORD
           STRING "<p>Updated " WS-TIMESTAMP "</p></body></html>"
               DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           PERFORM CLOSE-OUT-FILE
           .

*> ----------------------------------------------------------------
*> <dept>.html: a tree from each member whose manager is outside the
*> department, then whoever no tree reached
*> ----------------------------------------------------------------
       WRITE-DEPT-PAGE.
           MOVE SPACES TO WS-OUT-FILE
           STRING DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                  ".html" DELIMITED BY SIZE
               INTO WS-OUT-FILE
           END-STRING
           PERFORM OPEN-OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE DEPT-NAME(WS-DEPT-IDX) TO WS-ESC-SRC
           PERFORM ESCAPE-HTML-ENTITIES
           MOVE SPACES TO OUT-RECORD
           STRING "<!DOCTYPE html><html lang=" '"en"' "><head>"
                  "<meta charset=" '"utf-8"' "><title>"
                  "Organisation chart - " DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  "</title></head><body><h1>Organisation chart - "
                  DELIMITED BY SIZE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                  "</h1><p><a href=" '"index.html"'
                  ">All departments</a></p>" DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD

           MOVE 0 TO WS-PAGE-ROOTS
           MOVE "<ul>" TO OUT-RECORD
           WRITE OUT-RECORD
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT
               IF PER-DEPT-IDX(WS-PER-IDX) = WS-DEPT-IDX
                   MOVE PER-MGR-IDX(WS-PER-IDX) TO WS-MGR-IDX
                   IF WS-MGR-IDX = 0
                       PERFORM WRITE-TREE-FROM-ROOT
                   ELSE
                       IF PER-DEPT-IDX(WS-MGR-IDX) NOT = WS-DEPT-IDX
                           PERFORM WRITE-TREE-FROM-ROOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "</ul>" TO OUT-RECORD
           WRITE OUT-RECORD

           MOVE 0 TO WS-PAGE-LEFT
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT
               IF PER-DEPT-IDX(WS-PER-IDX) = WS-DEPT-IDX AND
                  PER-SEEN(WS-PER-IDX) = 0
                   PERFORM WRITE-UNRESOLVED-PERSON
               END-IF
           END-PERFORM
           IF WS-PAGE-LEFT > 0
               MOVE "</ul>" TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF

           MOVE SPACES TO OUT-RECORD
           STRING "<p>Updated " WS-TIMESTAMP "</p></body></html>"
               DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           PERFORM CLOSE-OUT-FILE
           .

*> WS-PER-IDX heads a tree: say what they report into, then list
*> their reports depth first off the stack
       WRITE-TREE-FROM-ROOT.
           ADD 1 TO WS-PAGE-ROOTS
           MOVE WS-PER-IDX TO WS-SHOW-IDX
           PERFORM FORMAT-PERSON
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<li>" WS-PERSON-HTML(1:WS-PERSON-LEN)
               DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           EVALUATE TRUE
               WHEN PER-MGR-KEY(WS-PER-IDX) = SPACES
                   CONTINUE
               WHEN PER-MGR-IDX(WS-PER-IDX) = 0
                   STRING " <em>(manager " DELIMITED BY SIZE
                          PER-MGR-KEY(WS-PER-IDX) DELIMITED BY SPACE
                          " is not in the directory)</em>"
                          DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN OTHER
                   MOVE PER-MGR-IDX(WS-PER-IDX) TO WS-MGR-IDX
                   MOVE PER-NAME(WS-MGR-IDX) TO WS-ESC-SRC
                   PERFORM ESCAPE-HTML-ENTITIES
                   STRING " <em>(reports to " DELIMITED BY SIZE
                          WS-ESC-DST(1:WS-ESC-DST-LEN)
                              DELIMITED BY SIZE
                          ", <a href=" '"' DELIMITED BY SIZE
                          DEPT-FILE(PER-DEPT-IDX(WS-MGR-IDX))
                              DELIMITED BY SPACE
                          '.html"' ">" DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
                   MOVE DEPT-NAME(PER-DEPT-IDX(WS-MGR-IDX))
                       TO WS-ESC-SRC
                   PERFORM ESCAPE-HTML-ENTITIES
                   STRING WS-ESC-DST(1:WS-ESC-DST-LEN)
                              DELIMITED BY SIZE
                          "</a>)</em>" DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
                   END-STRING
           END-EVALUATE
           WRITE OUT-RECORD
           MOVE 1 TO PER-SEEN(WS-PER-IDX)

           MOVE 1 TO WS-STACK-DEPTH
           MOVE WS-PER-IDX TO STACK-PER(1)
           MOVE PER-FIRST-CHILD(WS-PER-IDX) TO STACK-NEXT(1)
           IF STACK-NEXT(1) > 0
               MOVE "<ul>" TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF
           PERFORM UNTIL WS-STACK-DEPTH = 0
               PERFORM WALK-ONE-STEP
           END-PERFORM
           .

*> The person on top of the stack: list their next report, or, with
*> none left, close their list and go back up
       WALK-ONE-STEP.
           MOVE STACK-NEXT(WS-STACK-DEPTH) TO WS-CHILD-IDX
           IF WS-CHILD-IDX = 0
               IF PER-FIRST-CHILD(STACK-PER(WS-STACK-DEPTH)) > 0
                   MOVE "</ul></li>" TO OUT-RECORD
               ELSE
                   MOVE "</li>" TO OUT-RECORD
               END-IF
               WRITE OUT-RECORD
               SUBTRACT 1 FROM WS-STACK-DEPTH
               EXIT PARAGRAPH
           END-IF
           MOVE PER-NEXT-SIB(WS-CHILD-IDX) TO
               STACK-NEXT(WS-STACK-DEPTH)

           MOVE WS-CHILD-IDX TO WS-SHOW-IDX
           PERFORM FORMAT-PERSON
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<li>" WS-PERSON-HTML(1:WS-PERSON-LEN)
               DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING

*> Reporting in from another department: a pointer to their own
*> chart, which draws them and their reports in full
           IF PER-DEPT-IDX(WS-CHILD-IDX) NOT = WS-DEPT-IDX
               MOVE DEPT-NAME(PER-DEPT-IDX(WS-CHILD-IDX)) TO WS-ESC-SRC
               PERFORM ESCAPE-HTML-ENTITIES
               STRING " <em>(<a href=" '"' DELIMITED BY SIZE
                      DEPT-FILE(PER-DEPT-IDX(WS-CHILD-IDX))
                          DELIMITED BY SPACE
                      '.html"' ">" DELIMITED BY SIZE
                      WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                      "</a>)</em></li>" DELIMITED BY SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
               WRITE OUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO PER-SEEN(WS-CHILD-IDX)
           IF PER-FIRST-CHILD(WS-CHILD-IDX) = 0 OR
              WS-STACK-DEPTH >= 64
               STRING "</li>" DELIMITED BY SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
               WRITE OUT-RECORD
               EXIT PARAGRAPH
           END-IF
           STRING "<ul>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD
           ADD 1 TO WS-STACK-DEPTH
           MOVE WS-CHILD-IDX TO STACK-PER(WS-STACK-DEPTH)
           MOVE PER-FIRST-CHILD(WS-CHILD-IDX) TO
               STACK-NEXT(WS-STACK-DEPTH)
           .

*> A member no tree reached: named with the manager they report to,
*> under a heading written before the first of them
       WRITE-UNRESOLVED-PERSON.
           IF WS-PAGE-LEFT = 0
               MOVE SPACES TO OUT-RECORD
               STRING "<h2>Unresolved reporting lines</h2><p>These "
                      "people's managers lead round in a loop, so "
                      "they have no place in the chart until the HR "
                      "record is corrected.</p><ul>"
                   DELIMITED BY SIZE INTO OUT-RECORD
               END-STRING
               WRITE OUT-RECORD
           END-IF
           ADD 1 TO WS-PAGE-LEFT
           ADD 1 TO WS-UNRESOLVED
           MOVE WS-PER-IDX TO WS-SHOW-IDX
           PERFORM FORMAT-PERSON
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "<li>" WS-PERSON-HTML(1:WS-PERSON-LEN)
                  " <em>(reports to " DELIMITED BY SIZE
                  PER-MGR-KEY(WS-PER-IDX) DELIMITED BY SPACE
                  ")</em></li>" DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE OUT-RECORD
           .

*> WS-SHOW-IDX as "<strong>name</strong>, title"
       FORMAT-PERSON.
           MOVE SPACES TO WS-PERSON-HTML
           MOVE 1 TO WS-LINE-PTR
           MOVE PER-NAME(WS-SHOW-IDX) TO WS-ESC-SRC
           IF WS-ESC-SRC = SPACES
               MOVE PER-KEY(WS-SHOW-IDX) TO WS-ESC-SRC
           END-IF
           PERFORM ESCAPE-HTML-ENTITIES
           STRING "<strong>" WS-ESC-DST(1:WS-ESC-DST-LEN) "</strong>"
               DELIMITED BY SIZE
               INTO WS-PERSON-HTML WITH POINTER WS-LINE-PTR
           END-STRING
           IF PER-TITLE(WS-SHOW-IDX) NOT = SPACES
               MOVE PER-TITLE(WS-SHOW-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-HTML-ENTITIES
               STRING ", " WS-ESC-DST(1:WS-ESC-DST-LEN)
                   DELIMITED BY SIZE
                   INTO WS-PERSON-HTML WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           COMPUTE WS-PERSON-LEN = WS-LINE-PTR - 1
           .

       MEASURE-ESC-SRC.
           PERFORM VARYING WS-ESC-SRC-LEN FROM 256 BY -1
               UNTIL WS-ESC-SRC-LEN < 1
               IF WS-ESC-SRC(WS-ESC-SRC-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> HTML-entity-escape WS-ESC-SRC into WS-ESC-DST/WS-ESC-DST-LEN, as
*> EVENT-PUBLISH does for text it writes into its pages
       ESCAPE-HTML-ENTITIES.
           PERFORM MEASURE-ESC-SRC
           MOVE 1 TO WS-ESC-PTR
           MOVE SPACES TO WS-ESC-DST
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
               PERFORM APPEND-ESCAPED-CHAR
           END-PERFORM
           COMPUTE WS-ESC-DST-LEN = WS-ESC-PTR - 1
           IF WS-ESC-DST-LEN = 0
               MOVE 1 TO WS-ESC-DST-LEN
           END-IF
           .

       APPEND-ESCAPED-CHAR.
           MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CHAR
           EVALUATE WS-ESC-CHAR
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN QUOTE
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "'"
                   STRING "&#39;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN OTHER
                   STRING WS-ESC-CHAR DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
           END-EVALUATE
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-PER-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISPLAY-2
           MOVE WS-UNRESOLVED TO WS-COUNT-DISPLAY-3
           STRING "[" WS-TIMESTAMP "] console org-chart"
                  " event=ORG_CHART user=scheduler result="
                  DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " people=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " departments=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " unresolved=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
