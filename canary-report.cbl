*> responses per variant - from the live log plus the rotated
*> archives - and writes the comparison to CANARY-REPORT.RPT, the
*> numbers the promotion decision is made on.
*>
*> With "HISTORY" on the command line the closed archives are read
*> out of HIST-LOAD's ACCESS-HISTORY.DAT; the live ACCESS.LOG is
*> still read as text.
*>
*> The comparison also goes to CANARY-REPORT.CSV through
*> EXTRACT-WRITE (one row per variant, requests as the control
*> column; the period is "ALL/<run date>" since every archive on disk
*> is read) for loading into a spreadsheet or the warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CANARY-REPORT.

           SELECT REPORT-FILE ASSIGN TO "CANARY-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       01  LOG-LIST-RECORD      PIC X(64).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(160).
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
       01 WS-WORK-STATUS        PIC XX.
       01 WS-LOGLIST-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-BYTES-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

*> CANARY-REPORT.CSV: one row per variant, through EXTRACT-WRITE
       01 WS-CSV-TODAY          PIC X(21).
       01 WS-CSV-PERIOD         PIC X(24).
       01 WS-CSV-VARIANT        PIC X(8).
       01 WS-CSV-REQS           PIC 9(8).
       01 WS-CSV-BYTES          PIC 9(15).
       01 WS-CSV-ERRS           PIC 9(8).
       01 WS-CSV-REQS-D         PIC Z(7)9.
       01 WS-CSV-BYTES-D        PIC Z(14)9.
       01 WS-CSV-ERRS-D         PIC Z(7)9.
       01 WS-CSV-PERMILLE-D     PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "CANARY-REPORT: starting variant comparison"

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE TALLYING WS-HIST-HITS
               FOR ALL "HISTORY"
           IF WS-HIST-HITS > 0
               MOVE 1 TO WS-HIST-MODE
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           IF WS-HIST-MODE = 1
               MOVE "00000000" TO WS-HIST-FROM
               MOVE "99999999" TO WS-HIST-TO
               PERFORM TALLY-FROM-HISTORY
               MOVE SPACES TO WS-SHELL-CMD
               STRING "ls ACCESS.LOG > CANARYRPT-LOGS.TMP 2>/dev/null"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               END-STRING
           ELSE
               STRING "ls ACCESS.LOG ACCESS-*.LOG > CANARYRPT-LOGS.TMP "
                      "2>/dev/null" DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT LOG-LIST
               "CANARY-REPORT.RPT"
           STOP RUN.

*> The closed archives' lines from the store, in key order from the
*> range's first day, fed to the same per-line tally the text files get
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "CANARY-REPORT: no ACCESS-HISTORY.DAT - "
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
           END-IF

           CLOSE REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CSV-TODAY
           MOVE SPACES TO WS-CSV-PERIOD
           STRING "ALL/" WS-CSV-TODAY(1:4) "-" WS-CSV-TODAY(5:2) "-"
                  WS-CSV-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-CSV-PERIOD
           END-STRING
           MOVE "OPEN" TO EXTRACT-OP
           MOVE "CANARY-REPORT" TO EXTRACT-REPORT
           MOVE WS-CSV-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "variant,requests,bytes_sent,error_responses,"
               & "error_permille" TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE "control" TO WS-CSV-VARIANT
           MOVE WS-CONTROL-REQS TO WS-CSV-REQS
           MOVE WS-CONTROL-BYTES TO WS-CSV-BYTES
           MOVE WS-CONTROL-ERRS TO WS-CSV-ERRS
           PERFORM WRITE-VARIANT-CSV-ROW
           MOVE "canary" TO WS-CSV-VARIANT
           MOVE WS-CANARY-REQS TO WS-CSV-REQS
           MOVE WS-CANARY-BYTES TO WS-CSV-BYTES
           MOVE WS-CANARY-ERRS TO WS-CSV-ERRS
           PERFORM WRITE-VARIANT-CSV-ROW

           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

       WRITE-VARIANT-CSV-ROW.
           MOVE 0 TO WS-ERR-PERMILLE
           IF WS-CSV-REQS > 0
               COMPUTE WS-ERR-PERMILLE =
                   WS-CSV-ERRS * 1000 / WS-CSV-REQS
           END-IF
           MOVE WS-CSV-REQS TO WS-CSV-REQS-D
           MOVE WS-CSV-BYTES TO WS-CSV-BYTES-D
           MOVE WS-CSV-ERRS TO WS-CSV-ERRS-D
           MOVE WS-ERR-PERMILLE TO WS-CSV-PERMILLE-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING FUNCTION TRIM(WS-CSV-VARIANT) ","
                  FUNCTION TRIM(WS-CSV-REQS-D) ","
                  FUNCTION TRIM(WS-CSV-BYTES-D) ","
                  FUNCTION TRIM(WS-CSV-ERRS-D) ","
                  FUNCTION TRIM(WS-CSV-PERMILLE-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE WS-CSV-REQS TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
