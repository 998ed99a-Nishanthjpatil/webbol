*> Traffic served by the default site (no vhost matched) is reported
*> under "-" so the statement always accounts for the whole log.
*> Output goes to TENANT-REPORT.RPT, one section per tenant.
*>
*> With "HISTORY" on the command line the month's closed archives are
*> read by key out of HIST-LOAD's ACCESS-HISTORY.DAT; the live
*> ACCESS.LOG is still read as text.
*>
*> The same per-tenant figures go to TENANT-REPORT.CSV through
*> EXTRACT-WRITE (one row per tenant, requests as the control column)
*> for loading into a spreadsheet or the chargeback warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. VHOST-REPORT.

           SELECT REPORT-FILE ASSIGN TO "TENANT-REPORT.RPT"
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
       01  DU-RECORD            PIC X(80).
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
       01 WS-VHOST-FILE-STATUS  PIC XX.
       01 WS-WORK-STATUS        PIC XX.
       01 WS-ARCLIST-STATUS     PIC XX.
       01 WS-BYTES-DISPLAY      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-KB-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.

*> TENANT-REPORT.CSV: one row per tenant, through EXTRACT-WRITE
       01 WS-CSV-REQUESTS-D     PIC Z(7)9.
       01 WS-CSV-BYTES-D        PIC Z(14)9.
       01 WS-CSV-ERRORS-D       PIC Z(7)9.
       01 WS-CSV-KB-D           PIC Z(11)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               DELIMITED BY SIZE INTO WS-MONTH-DASH
           END-STRING
           MOVE WS-CURRENT-DATE(1:6) TO WS-MONTH-PLAIN
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE TALLYING WS-HIST-HITS
               FOR ALL "HISTORY"
           IF WS-HIST-HITS > 0
               MOVE 1 TO WS-HIST-MODE
           END-IF

*> Slot 1 is the default site; configured vhosts follow
           MOVE 1 TO WS-TENANT-COUNT
           .

       TALLY-MONTH-ARCHIVES.
           IF WS-HIST-MODE = 1
               MOVE SPACES TO WS-HIST-FROM
               MOVE SPACES TO WS-HIST-TO
               STRING WS-MONTH-PLAIN "01" DELIMITED BY SIZE
                   INTO WS-HIST-FROM
               END-STRING
               STRING WS-MONTH-PLAIN "31" DELIMITED BY SIZE
                   INTO WS-HIST-TO
               END-STRING
               PERFORM TALLY-FROM-HISTORY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls ACCESS-" DELIMITED BY SIZE
                  WS-MONTH-PLAIN DELIMITED BY SIZE
           END-CALL
           .

*> The closed archives' lines from the store, in key order from the
*> range's first day, fed to the same per-line tally the text files get
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "VHOST-REPORT: no ACCESS-HISTORY.DAT - "
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
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "TENANT-REPORT" TO EXTRACT-REPORT
           MOVE WS-MONTH-DASH TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "tenant,requests,bytes_sent,error_responses,storage_kb"
               TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           PERFORM VARYING WS-TENANT-IDX FROM 1 BY 1
               UNTIL WS-TENANT-IDX > WS-TENANT-COUNT
               PERFORM WRITE-TENANT-SECTION
               PERFORM WRITE-TENANT-CSV-ROW
           END-PERFORM

           CLOSE REPORT-FILE
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> The default site keeps its "-" name, as in the access log
       WRITE-TENANT-CSV-ROW.
           MOVE "QUOTE" TO EXTRACT-OP
           MOVE TENANT-NAME(WS-TENANT-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE TENANT-REQUESTS(WS-TENANT-IDX) TO WS-CSV-REQUESTS-D
           MOVE TENANT-BYTES(WS-TENANT-IDX) TO WS-CSV-BYTES-D
           MOVE TENANT-ERRORS(WS-TENANT-IDX) TO WS-CSV-ERRORS-D
           MOVE TENANT-STORAGE-KB(WS-TENANT-IDX) TO WS-CSV-KB-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(WS-CSV-REQUESTS-D) ","
                  FUNCTION TRIM(WS-CSV-BYTES-D) ","
                  FUNCTION TRIM(WS-CSV-ERRORS-D) ","
                  FUNCTION TRIM(WS-CSV-KB-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE TENANT-REQUESTS(WS-TENANT-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

       WRITE-TENANT-SECTION.
