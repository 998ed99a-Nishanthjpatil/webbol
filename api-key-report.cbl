*> Standalone batch job: monthly per-key API usage report. Every
*> request a machine client makes with an API key carries key=<id>
*> on its access line, refused ones included, so the month's
*> archives say what each integration actually did against what it
*> was issued. Run as
*>
*>   api-key-report [YYYYMM]
*>
*> (defaulting to the previous calendar month); it walks each
*> ACCESS-YYYYMMDD.LOG archive of that month and writes
*> API-KEY-REPORT.RPT - one row per key in API-KEYS.DAT, owner and
*> contact alongside: requests, how many were served (2xx/3xx),
*> refused (401/403 - bad secret, scope or network), throttled (429,
*> daily quota spent) or failed otherwise, the days it was used, its
*> busiest day and that day as a share of its daily quota. Keys
*> issued but never used show as zero rows, which is the point; an
*> id presented that was never issued gets a row of its own marked
*> "(not issued)". The rows also go to API-KEY-REPORT.CSV through
*> EXTRACT-WRITE. Schedule monthly after LOG-ROTATE, with the other
*> monthly reports.
IDENTIFICATION DIVISION.
       PROGRAM-ID. API-KEY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APIKEY-FILE ASSIGN TO "API-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIKEY-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "API-KEY-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APIKEY-FILE.
       01  APIKEY-FILE-RECORD   PIC X(600).
       FD  ARCHIVE-LOG.
       01  ARCHIVE-LOG-RECORD   PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-APIKEY-STATUS      PIC XX.
       01 WS-ARCHIVE-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(32).
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-MONTH-X            PIC X(6).
       01 WS-MONTH-TAG          PIC X(7).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-ARCHIVE-NAME       PIC X(32).
       01 WS-DAY                PIC 9(2).
       01 WS-DAY-DATE           PIC 9(8).

       COPY "apikey-rec.cpy".
       COPY "extract.cpy".

*> One row per key - the issued ones loaded first, in issue order,
*> then any unissued id the logs turn up
       01 WS-KEY-COUNT          PIC 9(3) COMP VALUE 0.
       01 WS-KEY-TABLE.
          05 KEY-ENTRY OCCURS 500 TIMES.
             10 KT-ID              PIC X(6).
             10 KT-OWNER           PIC X(24).
             10 KT-CONTACT         PIC X(64).
             10 KT-STATUS          PIC X(8).
             10 KT-EXPIRES         PIC X(8).
             10 KT-QUOTA           PIC 9(7).
             10 KT-REQUESTS        PIC 9(8) COMP.
             10 KT-OK              PIC 9(8) COMP.
             10 KT-REFUSED         PIC 9(8) COMP.
             10 KT-THROTTLED       PIC 9(8) COMP.
             10 KT-ERRORS          PIC 9(8) COMP.
             10 KT-DAYS            PIC 9(2) COMP.
             10 KT-DAY-HITS        PIC 9(8) COMP.
             10 KT-PEAK            PIC 9(8) COMP.
             10 KT-PEAK-DATE       PIC 9(8).
       01 WS-KEY-IDX            PIC 9(3) COMP.
       01 WS-HIT-IDX            PIC 9(3) COMP.

*> One parsed access line's interesting pieces
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-QUOTE1-POS         PIC 9(4) COMP.
       01 WS-QUOTE2-POS         PIC 9(4) COMP.
       01 WS-KEY-POS            PIC 9(4) COMP.
       01 WS-LINE-KEY           PIC X(6).
       01 WS-LINE-STATUS        PIC X(3).

       01 WS-COUNT-D            PIC ZZZ,ZZZ,ZZ9.
       01 WS-MATCHED-LINES      PIC 9(8) VALUE 0.
       01 WS-REQUESTS-D         PIC Z(7)9.
       01 WS-OK-D               PIC Z(7)9.
       01 WS-REFUSED-D          PIC Z(7)9.
       01 WS-THROTTLED-D        PIC Z(7)9.
       01 WS-ERRORS-D           PIC Z(7)9.
       01 WS-DAYS-D             PIC Z9.
       01 WS-PEAK-D             PIC Z(7)9.
       01 WS-QUOTA-D            PIC Z(6)9.
       01 WS-PEAK-PCT           PIC 9(5).
       01 WS-PEAK-PCT-D         PIC ZZZZ9.
       01 WS-PEAK-PCT-TEXT      PIC X(6).
       01 WS-QUOTA-TEXT         PIC X(9).
       01 WS-CSV-OWNER          PIC X(300).
       01 WS-CSV-OWNER-LEN      PIC 9(4) COMP.
       01 WS-CSV-PTR            PIC 9(4) COMP.

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
           MOVE WS-MONTH TO WS-MONTH-X
           MOVE SPACES TO WS-MONTH-TAG
           STRING WS-MONTH-X(1:4) "-" WS-MONTH-X(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TAG
           END-STRING

           PERFORM LOAD-ISSUED-KEYS

           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               COMPUTE WS-DAY-DATE = WS-MONTH * 100 + WS-DAY
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "ACCESS-" WS-DAY-DATE ".LOG"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
               PERFORM TALLY-ONE-ARCHIVE
           END-PERFORM

           PERFORM WRITE-REPORT
           MOVE WS-MATCHED-LINES TO WS-COUNT-D
           DISPLAY "API-KEY-REPORT: " WS-COUNT-D " keyed "
               "request(s) summarized for " WS-MONTH-TAG
           STOP RUN.

*> Every issued key gets a row, used or not
       LOAD-ISSUED-KEYS.
           OPEN INPUT APIKEY-FILE
           IF WS-APIKEY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ APIKEY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APIKEY-FILE-RECORD(1:2) = "AK" AND
                          WS-KEY-COUNT < 500
                           MOVE APIKEY-FILE-RECORD TO AK-RECORD
                           ADD 1 TO WS-KEY-COUNT
                           PERFORM CLEAR-KEY-ROW
                           MOVE AK-ID TO KT-ID(WS-KEY-COUNT)
                           MOVE AK-OWNER TO KT-OWNER(WS-KEY-COUNT)
                           MOVE AK-CONTACT TO KT-CONTACT(WS-KEY-COUNT)
                           MOVE AK-STATUS TO KT-STATUS(WS-KEY-COUNT)
                           MOVE AK-EXPIRES TO KT-EXPIRES(WS-KEY-COUNT)
                           IF AK-QUOTA NUMERIC
                               MOVE AK-QUOTA TO KT-QUOTA(WS-KEY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APIKEY-FILE
           .

       CLEAR-KEY-ROW.
           MOVE SPACES TO KT-ID(WS-KEY-COUNT)
           MOVE SPACES TO KT-OWNER(WS-KEY-COUNT)
           MOVE SPACES TO KT-CONTACT(WS-KEY-COUNT)
           MOVE SPACES TO KT-STATUS(WS-KEY-COUNT)
           MOVE SPACES TO KT-EXPIRES(WS-KEY-COUNT)
           MOVE 0 TO KT-QUOTA(WS-KEY-COUNT)
           MOVE 0 TO KT-REQUESTS(WS-KEY-COUNT)
           MOVE 0 TO KT-OK(WS-KEY-COUNT)
           MOVE 0 TO KT-REFUSED(WS-KEY-COUNT)
           MOVE 0 TO KT-THROTTLED(WS-KEY-COUNT)
           MOVE 0 TO KT-ERRORS(WS-KEY-COUNT)
           MOVE 0 TO KT-DAYS(WS-KEY-COUNT)
           MOVE 0 TO KT-DAY-HITS(WS-KEY-COUNT)
           MOVE 0 TO KT-PEAK(WS-KEY-COUNT)
           MOVE 0 TO KT-PEAK-DATE(WS-KEY-COUNT)
           .

*> One day's archive; each key's day total then feeds its active
*> days and busiest day
       TALLY-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-LOG
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE 0 TO KT-DAY-HITS(WS-KEY-IDX)
           END-PERFORM
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ARCHIVE-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF KT-DAY-HITS(WS-KEY-IDX) > 0
                   ADD 1 TO KT-DAYS(WS-KEY-IDX)
                   IF KT-DAY-HITS(WS-KEY-IDX) > KT-PEAK(WS-KEY-IDX)
                       MOVE KT-DAY-HITS(WS-KEY-IDX)
                           TO KT-PEAK(WS-KEY-IDX)
                       MOVE WS-DAY-DATE TO KT-PEAK-DATE(WS-KEY-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

*> 'client - user [ts] "METHOD PATH" STATUS len ... key=AKnnnn ...'
*> - the status follows the request's closing quote, the key id
*> rides among the trailing fields
       TALLY-ONE-LINE.
           MOVE 0 TO WS-QUOTE1-POS
           MOVE 0 TO WS-QUOTE2-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 500
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
                   IF WS-QUOTE1-POS = 0
                       MOVE WS-SCAN-POS TO WS-QUOTE1-POS
                   ELSE
                       MOVE WS-SCAN-POS TO WS-QUOTE2-POS
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QUOTE2-POS = 0 OR WS-QUOTE2-POS > 490
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KEY-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-QUOTE2-POS BY 1
               UNTIL WS-SCAN-POS > 500
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:5) = " key="
                   COMPUTE WS-KEY-POS = WS-SCAN-POS + 5
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KEY-POS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-LOG-RECORD(WS-KEY-POS:6) TO WS-LINE-KEY
           IF WS-LINE-KEY(1:2) NOT = "AK" OR
              ARCHIVE-LOG-RECORD(WS-KEY-POS + 6:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-LOG-RECORD(WS-QUOTE2-POS + 2:3)
               TO WS-LINE-STATUS

           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF KT-ID(WS-KEY-IDX) = WS-LINE-KEY
                   MOVE WS-KEY-IDX TO WS-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0
               IF WS-KEY-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KEY-COUNT
               PERFORM CLEAR-KEY-ROW
               MOVE WS-LINE-KEY TO KT-ID(WS-KEY-COUNT)
               MOVE "(not issued)" TO KT-OWNER(WS-KEY-COUNT)
               MOVE WS-KEY-COUNT TO WS-HIT-IDX
           END-IF

           ADD 1 TO WS-MATCHED-LINES
           ADD 1 TO KT-REQUESTS(WS-HIT-IDX)
           EVALUATE TRUE
               WHEN WS-LINE-STATUS(1:1) = "2" OR
                    WS-LINE-STATUS(1:1) = "3"
                   ADD 1 TO KT-OK(WS-HIT-IDX)
                   ADD 1 TO KT-DAY-HITS(WS-HIT-IDX)
               WHEN WS-LINE-STATUS = "401" OR WS-LINE-STATUS = "403"
                   ADD 1 TO KT-REFUSED(WS-HIT-IDX)
               WHEN WS-LINE-STATUS = "429"
                   ADD 1 TO KT-THROTTLED(WS-HIT-IDX)
               WHEN OTHER
                   ADD 1 TO KT-ERRORS(WS-HIT-IDX)
                   ADD 1 TO KT-DAY-HITS(WS-HIT-IDX)
           END-EVALUATE
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "OPEN" TO EXTRACT-OP
           MOVE "API-KEY-REPORT" TO EXTRACT-REPORT
           MOVE WS-MONTH-TAG TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING "key,owner,contact,status,expires,requests,served,"
                  "refused,throttled,errors,active_days,daily_quota,"
                  "peak_day,peak_requests,peak_pct_quota"
                  DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE SPACES TO REPORT-RECORD
           STRING "API KEY USAGE - " WS-MONTH-TAG
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "========================================"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-KEY-COUNT = 0
               MOVE "  (no API keys issued, and none presented)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "KEY    STATUS   EXPIRES   REQUESTS   SERVED  "
                      "REFUSED THROTTLED  ERRORS DAYS     PEAK ON     "
                      "  QUOTA  %QUOTA OWNER"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   PERFORM WRITE-KEY-LINE
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE

           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .

*> The busiest day against the daily quota - "-" where the key has
*> no limit or was not used
       WRITE-KEY-LINE.
           MOVE KT-REQUESTS(WS-KEY-IDX) TO WS-REQUESTS-D
           MOVE KT-OK(WS-KEY-IDX) TO WS-OK-D
           MOVE KT-REFUSED(WS-KEY-IDX) TO WS-REFUSED-D
           MOVE KT-THROTTLED(WS-KEY-IDX) TO WS-THROTTLED-D
           MOVE KT-ERRORS(WS-KEY-IDX) TO WS-ERRORS-D
           MOVE KT-DAYS(WS-KEY-IDX) TO WS-DAYS-D
           MOVE KT-PEAK(WS-KEY-IDX) TO WS-PEAK-D
           MOVE KT-QUOTA(WS-KEY-IDX) TO WS-QUOTA-D
           IF KT-QUOTA(WS-KEY-IDX) = 0
               MOVE "unlimited" TO WS-QUOTA-TEXT
           ELSE
               MOVE SPACES TO WS-QUOTA-TEXT
               MOVE WS-QUOTA-D TO WS-QUOTA-TEXT(3:7)
           END-IF
           IF KT-QUOTA(WS-KEY-IDX) = 0 OR KT-PEAK(WS-KEY-IDX) = 0
               MOVE "     -" TO WS-PEAK-PCT-TEXT
           ELSE
               COMPUTE WS-PEAK-PCT ROUNDED =
                   KT-PEAK(WS-KEY-IDX) * 100 / KT-QUOTA(WS-KEY-IDX)
               MOVE WS-PEAK-PCT TO WS-PEAK-PCT-D
               MOVE SPACES TO WS-PEAK-PCT-TEXT
               STRING WS-PEAK-PCT-D "%" DELIMITED BY SIZE
                   INTO WS-PEAK-PCT-TEXT
               END-STRING
           END-IF

           MOVE SPACES TO REPORT-RECORD
           IF KT-PEAK(WS-KEY-IDX) = 0
               STRING KT-ID(WS-KEY-IDX) " " KT-STATUS(WS-KEY-IDX) " "
                      KT-EXPIRES(WS-KEY-IDX) " " WS-REQUESTS-D " "
                      WS-OK-D " " WS-REFUSED-D "  " WS-THROTTLED-D " "
                      WS-ERRORS-D "   " WS-DAYS-D "        - -       "
                      " " WS-QUOTA-TEXT " " WS-PEAK-PCT-TEXT " "
                      KT-OWNER(WS-KEY-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING KT-ID(WS-KEY-IDX) " " KT-STATUS(WS-KEY-IDX) " "
                      KT-EXPIRES(WS-KEY-IDX) " " WS-REQUESTS-D " "
                      WS-OK-D " " WS-REFUSED-D "  " WS-THROTTLED-D " "
                      WS-ERRORS-D "   " WS-DAYS-D " " WS-PEAK-D " "
                      KT-PEAK-DATE(WS-KEY-IDX) " " WS-QUOTA-TEXT " "
                      WS-PEAK-PCT-TEXT " " KT-OWNER(WS-KEY-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           IF KT-CONTACT(WS-KEY-IDX) NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "       contact " KT-CONTACT(WS-KEY-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           MOVE "QUOTE" TO EXTRACT-OP
           MOVE KT-OWNER(WS-KEY-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE EXTRACT-FIELD TO WS-CSV-OWNER
           MOVE EXTRACT-FIELD-LEN TO WS-CSV-OWNER-LEN
           MOVE "QUOTE" TO EXTRACT-OP
           MOVE KT-CONTACT(WS-KEY-IDX) TO EXTRACT-FIELD
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           MOVE 1 TO WS-CSV-PTR
           STRING KT-ID(WS-KEY-IDX) ","
                  WS-CSV-OWNER(1:WS-CSV-OWNER-LEN) ","
                  EXTRACT-FIELD(1:EXTRACT-FIELD-LEN) ","
                  FUNCTION TRIM(KT-STATUS(WS-KEY-IDX)) ","
                  FUNCTION TRIM(KT-EXPIRES(WS-KEY-IDX)) ","
                  FUNCTION TRIM(WS-REQUESTS-D) ","
                  FUNCTION TRIM(WS-OK-D) ","
                  FUNCTION TRIM(WS-REFUSED-D) ","
                  FUNCTION TRIM(WS-THROTTLED-D) ","
                  FUNCTION TRIM(WS-ERRORS-D) ","
                  FUNCTION TRIM(WS-DAYS-D) ","
                  FUNCTION TRIM(WS-QUOTA-D) ","
               DELIMITED BY SIZE
               INTO EXTRACT-TEXT WITH POINTER WS-CSV-PTR
           END-STRING
*> Peak day, its requests and its share of the quota - blank where
*> there is nothing to say
           IF KT-PEAK(WS-KEY-IDX) > 0
               STRING KT-PEAK-DATE(WS-KEY-IDX) ","
                      FUNCTION TRIM(WS-PEAK-D) ","
                   DELIMITED BY SIZE
                   INTO EXTRACT-TEXT WITH POINTER WS-CSV-PTR
               END-STRING
               IF KT-QUOTA(WS-KEY-IDX) > 0
                   STRING FUNCTION TRIM(WS-PEAK-PCT-D)
                       DELIMITED BY SIZE
                       INTO EXTRACT-TEXT WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF
           ELSE
               STRING ",0," DELIMITED BY SIZE
                   INTO EXTRACT-TEXT WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           MOVE KT-REQUESTS(WS-KEY-IDX) TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
