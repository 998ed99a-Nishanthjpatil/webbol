*> requests counted on their own row. Schedule monthly after
*> LOG-ROTATE, before LOG-PRIVACY's masking horizon overtakes the
*> month being reported.
*>
*> "protacc-report [YYYYMM] HISTORY" reads the month by key out of
*> HIST-LOAD's ACCESS-HISTORY.DAT instead of the text archives.
IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTACC-REPORT.

           SELECT REPORT-FILE ASSIGN TO "PROTECTED-ACCESS.RPT"
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
       01  ARCHIVE-LOG-RECORD   PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(160).
       FD  HISTORY-FILE.
       COPY "access-history.cpy".

       WORKING-STORAGE SECTION.

*> "HISTORY" on the command line reads the closed archives' lines
*> out of ACCESS-HISTORY.DAT instead of the text files
       01 WS-HIST-MODE          PIC 9 VALUE 0.
       01 WS-HIST-HITS          PIC 9(4) VALUE 0.
       01 WS-AH-STATUS          PIC XX.
       01 WS-AH-EOF             PIC 9 VALUE 0.
       01 WS-HIST-FROM          PIC X(8).
       01 WS-HIST-TO            PIC X(8).
       01 WS-REALMS-STATUS      PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           INSPECT WS-COMMAND-LINE TALLYING WS-HIST-HITS
               FOR ALL "HISTORY"
           IF WS-HIST-HITS > 0
               MOVE 1 TO WS-HIST-MODE
           END-IF
           IF WS-COMMAND-LINE(1:6) NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-MONTH
           ELSE
               STOP RUN
           END-IF

           IF WS-HIST-MODE = 1
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + 1
               MOVE WS-DAY-DATE TO WS-HIST-FROM
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + 31
               MOVE WS-DAY-DATE TO WS-HIST-TO
               PERFORM TALLY-FROM-HISTORY
           ELSE
               PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
                   COMPUTE WS-DAY-DATE = WS-MONTH * 100 + WS-DAY
                   MOVE SPACES TO WS-ARCHIVE-NAME
                   STRING "ACCESS-" WS-DAY-DATE ".LOG"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
                   END-STRING
                   PERFORM TALLY-ONE-ARCHIVE
               END-PERFORM
           END-IF

           PERFORM WRITE-REPORT
           MOVE WS-MATCHED-LINES TO WS-COUNT-D
           MOVE WS-SCAN-POS TO REALM-PREFIX-LEN(WS-REALM-COUNT)
           .

*> The closed archives' lines from the store, in key order from the
*> range's first day, fed to the same per-line tally the text files get
       TALLY-FROM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "PROTACC-REPORT: no ACCESS-HISTORY.DAT - "
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
                           MOVE AH-LINE TO ARCHIVE-LOG-RECORD
                           PERFORM TALLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       TALLY-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-LOG
           IF WS-ARCHIVE-STATUS NOT = "00"
