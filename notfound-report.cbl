*> rule in the exact "FROM-PATH TO-URL CODE" format PARSE-REDIRECT-
*> LINE consumes is written to REDIRECTS-DRAFT.CFG for an operator to
*> review and merge into REDIRECTS.CFG - never applied automatically.
*>
*> With "HISTORY" on the command line the closed archives are read
*> out of HIST-LOAD's ACCESS-HISTORY.DAT; the live ACCESS.LOG is
*> still read as text.
*>
*> The ranking also goes to NOTFOUND-REPORT.CSV through EXTRACT-WRITE
*> (one row per missing path, hits as the control column; the period
*> is "ALL/<run date>" since every archive on disk is read) for
*> loading into a spreadsheet or the warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTFOUND-REPORT.

           SELECT DRAFT-FILE ASSIGN TO "REDIRECTS-DRAFT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.
*> HIST-LOAD's keyed store of the closed archives, read by date
*> range in HISTORY mode
           SELECT HISTORY-FILE ASSIGN TO "ACCESS-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               ALTERNATE RECORD KEY IS AH-VHOST-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-CLASS-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-USER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-ARCHIVE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-AH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REPORT-RECORD        PIC X(256).
       FD  DRAFT-FILE.
       01  DRAFT-RECORD         PIC X(400).
       FD  HISTORY-FILE.
       COPY "access-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "extract.cpy".

*> "HISTORY" on the command line reads the closed archives' lines
*> out of ACCESS-HISTORY.DAT instead of the text files
       01 WS-HIST-MODE          PIC 9 VALUE 0.
       01 WS-HIST-HITS          PIC 9(4) VALUE 0.
       01 WS-AH-STATUS          PIC XX.
       01 WS-AH-EOF             PIC 9 VALUE 0.
       01 WS-HIST-FROM          PIC X(8).
       01 WS-HIST-TO            PIC X(8).
       01 WS-COMMAND-LINE       PIC X(32).
       COPY "config.cpy".

       01 WS-CFG-STATUS         PIC XX.

       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.

*> NOTFOUND-REPORT.CSV: one row per ranked path, through
*> EXTRACT-WRITE
       01 WS-CSV-TODAY          PIC X(21).
       01 WS-CSV-PERIOD         PIC X(24).
       01 WS-CSV-PATH           PIC X(300).
       01 WS-CSV-PATH-LEN       PIC 9(4) COMP.
       01 WS-CSV-HITS-D         PIC Z(7)9.
       01 WS-CSV-OWNER          PIC X(24).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM READ-CONFIG-FILE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE TALLYING WS-HIST-HITS
               FOR ALL "HISTORY"
           IF WS-HIST-HITS > 0
               MOVE 1 TO WS-HIST-MODE
           END-IF

*> Every access log on hand - the live one plus all rotated archives
           MOVE "ls ACCESS.LOG ACCESS-*.LOG > NOTFOUND-LOGS.TMP "
               TO WS-SHELL-CMD
           IF WS-HIST-MODE = 1
               MOVE "00000000" TO WS-HIST-FROM
               MOVE "99999999" TO WS-HIST-TO
               PERFORM TALLY-FROM-HISTORY
               MOVE SPACES TO WS-SHELL-CMD
               STRING "ls ACCESS.LOG > NOTFOUND-LOGS.TMP 2>/dev/null"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
           ELSE
               STRING "ls ACCESS.LOG ACCESS-*.LOG > NOTFOUND-LOGS.TMP "
                      "2>/dev/null" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT LOG-LIST
           END-IF
           .

*> The closed archives' lines from the store, in key order from the
*> range's first day, fed to the same per-line tally the text files get
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "NOTFOUND-REPORT: no ACCESS-HISTORY.DAT - "
                   "run HIST-LOAD, or drop HISTORY to read the "
                   "text archives"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AH-KEY
           MOVE WS-HIST-FROM TO AH-DATE
           MOVE 0 TO WS-AH-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
               INVALID KEY
                   MOVE 1 TO WS-AH-EOF
           END-START
           PERFORM UNTIL WS-AH-EOF = 1
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-AH-EOF
                   NOT AT END
                       IF AH-DATE > WS-HIST-TO
                           MOVE 1 TO WS-AH-EOF
                       ELSE
                           MOVE AH-LINE TO WORK-LOG-RECORD
                           PERFORM TALLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       TALLY-ONE-LOG.
           OPEN INPUT WORK-LOG
           IF WS-WORK-STATUS NOT = "00"
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DRAFT-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CSV-TODAY
           MOVE SPACES TO WS-CSV-PERIOD
           STRING "ALL/" WS-CSV-TODAY(1:4) "-" WS-CSV-TODAY(5:2) "-"
                  WS-CSV-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-CSV-PERIOD
           END-STRING
           MOVE "OPEN" TO EXTRACT-OP
           MOVE "NOTFOUND-REPORT" TO EXTRACT-REPORT
           MOVE WS-CSV-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "path,hits,candidate,owner" TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE "404 hotspot report - most-requested missing paths"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   WRITE DRAFT-RECORD
               END-IF

               PERFORM WRITE-NOTFOUND-CSV-ROW

               MOVE 0 TO MISS-HITS(WS-RANK-BEST-IDX)
           END-PERFORM


           CLOSE DRAFT-FILE
           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> Path and candidate both quoted; the owner is blank when unowned
       WRITE-NOTFOUND-CSV-ROW.
           MOVE "QUOTE" TO EXTRACT-OP
           MOVE MISS-PATH(WS-RANK-BEST-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-PATH
           MOVE EXTRACT-FIELD-LEN TO WS-CSV-PATH-LEN

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-FIELD
           IF WS-CAND-FOUND = 1
               MOVE WS-CAND-WEB-PATH TO EXTRACT-FIELD
           END-IF
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO WS-CSV-OWNER
           IF WS-OWN-FOUND = 1
               MOVE WS-OWN-NAME TO WS-CSV-OWNER
           END-IF
           MOVE WS-RANK-BEST-HITS TO WS-CSV-HITS-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING WS-CSV-PATH(1:WS-CSV-PATH-LEN) ","
                  FUNCTION TRIM(WS-CSV-HITS-D) ","
                  EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  WS-CSV-OWNER
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE WS-RANK-BEST-HITS TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> A missing path's likely new home is a file still on the site with
