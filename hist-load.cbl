*> Nightly loader for the access-history store. The report fleet
*> used to re-read and re-parse every ACCESS-YYYYMMDD.LOG line itself,
*> month-end runs included, until the runs overlapped the batch
*> window. This job parses each closed archive once into the keyed
*> ACCESS-HISTORY.DAT - primary key date, time and request id;
*> alternate keys on vhost, status class, authuser and the archive
*> the line came from - and the
*> reports' HISTORY mode reads a date range from it by key instead.
*>
*> HIST-LOAD.DAT remembers, per archive date, the archive's size and
*> last-modified stamp as loaded ("YYYYMMDD SIZE YYYYMMDDHHMMSS
*> LINES"). Each run:
*>
*>   - loads any archive it has no entry for, and reloads any whose
*>     size or stamp has moved since (LOG-MERGE folding in late peer
*>     lines, LOG-PRIVACY masking addresses);
*>   - drops a date's records once its archive is gone (LOG-PRIVACY's
*>     retention purge), so the store never outlives the archives.
*>
*> A load always deletes the archive's records (by archive date, not
*> line date) before writing them, and
*> the date's entry is only recorded after the load finished, so a
*> failed load is simply rerun - "hist-load YYYYMMDD" forces one date
*> - and never leaves duplicates behind. Run nightly after LOG-ROTATE
*> and LOG-MERGE, ahead of the reports.
IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
*> Rotated archives present tonight, from a shelled-out "ls" - the
*> same scratch-file convention LOG-PRIVACY uses
           SELECT ARCHIVE-LIST ASSIGN TO "HISTLOAD-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT STATE-FILE ASSIGN TO "HIST-LOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT STATE-TMP ASSIGN TO "HIST-LOAD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TMP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ACCESS-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               ALTERNATE RECORD KEY IS AH-VHOST-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-CLASS-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-USER-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS AH-ARCHIVE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-LOG.
       01  ARCHIVE-LOG-RECORD   PIC X(512).
       FD  ARCHIVE-LIST.
       01  ARCHIVE-LIST-RECORD  PIC X(64).
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(64).
       FD  STATE-TMP.
       01  STATE-TMP-RECORD     PIC X(64).
       FD  HISTORY-FILE.
       COPY "access-history.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS         PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-STATE-TMP-STATUS   PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-LOG-EOF            PIC 9 VALUE 0.
       01 WS-HIST-EOF           PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-FORCE-DATE         PIC X(8) VALUE SPACES.
       01 WS-LOG-NAME           PIC X(32).
       01 WS-LOAD-DATE          PIC X(8).
       01 WS-SHELL-CMD          PIC X(200).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> File-detail area for CBL_CHECK_FILE_EXIST - the same 16-byte
*> layout FILE-OPS reads its Last-Modified stamp from
       01 WS-FILE-INFO.
          05 WS-INFO-SIZE      PIC 9(18) COMP.
          05 WS-INFO-DAY       PIC 9(2) COMP-X.
          05 WS-INFO-MONTH     PIC 9(2) COMP-X.
          05 WS-INFO-YEAR      PIC 9(4) COMP.
          05 WS-INFO-HOUR      PIC 9(2) COMP-X.
          05 WS-INFO-MINUTE    PIC 9(2) COMP-X.
          05 WS-INFO-SECOND    PIC 9(2) COMP-X.
          05 FILLER            PIC X(1).
       01 WS-STAT-RC           PIC S9(9) COMP-5.
       01 WS-ARCH-SIZE         PIC 9(18).
       01 WS-ARCH-STAMP.
          05 WS-STAMP-YEAR     PIC 9(4).
          05 WS-STAMP-MONTH    PIC 9(2).
          05 WS-STAMP-DAY      PIC 9(2).
          05 WS-STAMP-HOUR     PIC 9(2).
          05 WS-STAMP-MINUTE   PIC 9(2).
          05 WS-STAMP-SECOND   PIC 9(2).

*> What HIST-LOAD.DAT says was loaded, one entry per archive date;
*> SEEN marks the dates whose archive still exists tonight
       01 WS-STATE-COUNT        PIC 9(4) COMP VALUE 0.
       01 STATE-TABLE.
          05 STATE-ENTRY OCCURS 800 TIMES.
             10 STATE-DATE         PIC X(8).
             10 STATE-SIZE         PIC 9(18).
             10 STATE-STAMP        PIC X(14).
             10 STATE-LINES        PIC 9(9).
             10 STATE-SEEN         PIC 9.
       01 WS-STATE-IDX          PIC 9(4) COMP.
       01 WS-STATE-FOUND        PIC 9(4) COMP.

*> One line's parse
       01 WS-LINE-NO            PIC 9(9).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-FIELD-POS          PIC 9(4) COMP.
       01 WS-FIELD-LEN          PIC 9(4) COMP.
       01 WS-REC-LEN            PIC 9(4) COMP.
       01 WS-CLIENT-LEN         PIC 9(4) COMP.
       01 WS-BRACKET-POS        PIC 9(4) COMP.
       01 WS-QUOTE1-POS         PIC 9(4) COMP.
       01 WS-QUOTE2-POS         PIC 9(4) COMP.
       01 WS-METHOD-END         PIC 9(4) COMP.
       01 WS-DIGITS             PIC X(9).
       01 WS-DIGITS-LEN         PIC 9(4) COMP.
       01 WS-FIELD-NAME         PIC X(8).
       01 WS-FIELD-NAME-LEN     PIC 9(4) COMP.
       01 WS-FIELD-VALUE        PIC X(96).
       01 WS-FIELD-VALUE-LEN    PIC 9(4) COMP.

*> Run tallies
       01 WS-DATE-LINES         PIC 9(9) VALUE 0.
       01 WS-DATE-SKIPPED       PIC 9(9) VALUE 0.
       01 WS-DATE-PURGED        PIC 9(9) VALUE 0.
       01 WS-DATES-LOADED       PIC 9(4) VALUE 0.
       01 WS-DATES-DROPPED      PIC 9(4) VALUE 0.
       01 WS-LOAD-FAILED        PIC 9 VALUE 0.
       01 WS-COUNT-D            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:8) NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-FORCE-DATE
           END-IF

           PERFORM LOAD-STATE
           PERFORM OPEN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "HIST-LOAD: cannot open ACCESS-HISTORY.DAT, "
                   "status " WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ls ACCESS-*.LOG > HISTLOAD-FILES.TMP 2>/dev/null"
               TO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT ARCHIVE-LIST
           IF WS-LIST-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1 OR WS-LOAD-FAILED = 1
                   READ ARCHIVE-LIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CONSIDER-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST
           END-IF
           CALL "CBL_DELETE_FILE" USING "HISTLOAD-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

*> Dates whose archive has gone leave the store too - but only after
*> a clean pass, since an unread list proves nothing
           IF WS-LOAD-FAILED = 0 AND WS-LIST-STATUS = "00"
               PERFORM DROP-VANISHED-DATES
           END-IF

           CLOSE HISTORY-FILE

           MOVE WS-DATES-LOADED TO WS-COUNT-D
           DISPLAY "HIST-LOAD: " WS-COUNT-D " archive date(s) loaded"
           MOVE WS-DATES-DROPPED TO WS-COUNT-D
           DISPLAY "HIST-LOAD: " WS-COUNT-D
               " date(s) dropped with their archive"
           IF WS-LOAD-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

*> A missing store is created empty, then reopened for update. A
*> store whose keys do not match the record (one built before the
*> archive-date key) is rebuilt: dropped, and every archive in the
*> list reloaded by forgetting what HIST-LOAD.DAT says was loaded
       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = "39"
               DISPLAY "HIST-LOAD: ACCESS-HISTORY.DAT key layout "
                   "out of date - rebuilding from the archives"
               CALL "CBL_DELETE_FILE" USING "ACCESS-HISTORY.DAT"
                   RETURNING WS-DELETE-RC
               END-CALL
               MOVE 0 TO WS-STATE-COUNT
               MOVE "35" TO WS-HIST-STATUS
           END-IF
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           .

       LOAD-STATE.
           MOVE 0 TO WS-STATE-COUNT
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ STATE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF STATE-RECORD(1:8) NUMERIC AND
                          STATE-RECORD(10:18) NUMERIC AND
                          WS-STATE-COUNT < 800
                           ADD 1 TO WS-STATE-COUNT
                           MOVE STATE-RECORD(1:8)
                               TO STATE-DATE(WS-STATE-COUNT)
                           MOVE STATE-RECORD(10:18)
                               TO STATE-SIZE(WS-STATE-COUNT)
                           MOVE STATE-RECORD(29:14)
                               TO STATE-STAMP(WS-STATE-COUNT)
                           MOVE 0 TO STATE-LINES(WS-STATE-COUNT)
                           IF STATE-RECORD(44:9) NUMERIC
                               MOVE STATE-RECORD(44:9)
                                   TO STATE-LINES(WS-STATE-COUNT)
                           END-IF
                           MOVE 0 TO STATE-SEEN(WS-STATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           .

*> Rewritten whole after every date loaded or dropped, through a
*> scratch copy renamed into place, so an interrupted run leaves the
*> last finished date recorded and nothing after it
       SAVE-STATE.
           OPEN OUTPUT STATE-TMP
           IF WS-STATE-TMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF STATE-DATE(WS-STATE-IDX) NOT = SPACES
                   MOVE SPACES TO STATE-TMP-RECORD
                   STRING STATE-DATE(WS-STATE-IDX) " "
                          STATE-SIZE(WS-STATE-IDX) " "
                          STATE-STAMP(WS-STATE-IDX) " "
                          STATE-LINES(WS-STATE-IDX)
                          DELIMITED BY SIZE
                       INTO STATE-TMP-RECORD
                   END-STRING
                   WRITE STATE-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE STATE-TMP
           CALL "CBL_DELETE_FILE" USING "HIST-LOAD.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "HIST-LOAD.TMP"
               "HIST-LOAD.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> "ACCESS-YYYYMMDD.LOG" - anything else the glob caught is skipped
       CONSIDER-ONE-ARCHIVE.
           IF ARCHIVE-LIST-RECORD(1:7) NOT = "ACCESS-" OR
              ARCHIVE-LIST-RECORD(8:8) NOT NUMERIC OR
              ARCHIVE-LIST-RECORD(16:5) NOT = ".LOG "
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-LIST-RECORD(8:8) TO WS-LOAD-DATE
           MOVE SPACES TO WS-LOG-NAME
           MOVE ARCHIVE-LIST-RECORD(1:19) TO WS-LOG-NAME

           CALL "CBL_CHECK_FILE_EXIST" USING WS-LOG-NAME WS-FILE-INFO
               RETURNING WS-STAT-RC
           END-CALL
           IF WS-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INFO-SIZE TO WS-ARCH-SIZE
           MOVE WS-INFO-YEAR TO WS-STAMP-YEAR
           MOVE WS-INFO-MONTH TO WS-STAMP-MONTH
           MOVE WS-INFO-DAY TO WS-STAMP-DAY
           MOVE WS-INFO-HOUR TO WS-STAMP-HOUR
           MOVE WS-INFO-MINUTE TO WS-STAMP-MINUTE
           MOVE WS-INFO-SECOND TO WS-STAMP-SECOND

           MOVE 0 TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF STATE-DATE(WS-STATE-IDX) = WS-LOAD-DATE
                   MOVE WS-STATE-IDX TO WS-STATE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-STATE-FOUND > 0
               MOVE 1 TO STATE-SEEN(WS-STATE-FOUND)
               IF STATE-SIZE(WS-STATE-FOUND) = WS-ARCH-SIZE AND
                  STATE-STAMP(WS-STATE-FOUND) = WS-ARCH-STAMP AND
                  WS-LOAD-DATE NOT = WS-FORCE-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-ONE-DATE
           IF WS-LOAD-FAILED = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-STATE-FOUND = 0
               IF WS-STATE-COUNT >= 800
                   DISPLAY "HIST-LOAD: HIST-LOAD.DAT full at 800 "
                       "dates - " WS-LOAD-DATE " will reload next run"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-STATE-FOUND
               MOVE WS-LOAD-DATE TO STATE-DATE(WS-STATE-FOUND)
               MOVE 1 TO STATE-SEEN(WS-STATE-FOUND)
           END-IF
           MOVE WS-ARCH-SIZE TO STATE-SIZE(WS-STATE-FOUND)
           MOVE WS-ARCH-STAMP TO STATE-STAMP(WS-STATE-FOUND)
           MOVE WS-DATE-LINES TO STATE-LINES(WS-STATE-FOUND)
           PERFORM SAVE-STATE
           .

*> Clear the date, then file every line of its archive
       LOAD-ONE-DATE.
           PERFORM PURGE-DATE-RECORDS

           OPEN INPUT ARCHIVE-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "HIST-LOAD: cannot read " WS-LOG-NAME
                   ", status " WS-LOG-STATUS
               MOVE 1 TO WS-LOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-DATE-LINES
           MOVE 0 TO WS-DATE-SKIPPED
           MOVE 0 TO WS-LOG-EOF
           PERFORM UNTIL WS-LOG-EOF = 1 OR WS-LOAD-FAILED = 1
               READ ARCHIVE-LOG
                   AT END
                       MOVE 1 TO WS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM FILE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG
           IF WS-LOAD-FAILED = 1
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DATES-LOADED
           MOVE WS-DATE-LINES TO WS-COUNT-D
           DISPLAY "HIST-LOAD: " WS-LOG-NAME " " WS-COUNT-D
               " line(s) filed"
           IF WS-DATE-SKIPPED > 0
               MOVE WS-DATE-SKIPPED TO WS-COUNT-D
               DISPLAY "HIST-LOAD: " WS-LOG-NAME " " WS-COUNT-D
                   " malformed/duplicate line(s) skipped"
           END-IF
           .

*> Every record the archive WS-LOAD-DATE filed, found by START on
*> the archive-date key - its lines dated either side of midnight
*> included, and no other archive's lines that share their date
       PURGE-DATE-RECORDS.
           MOVE 0 TO WS-DATE-PURGED
           MOVE WS-LOAD-DATE TO AH-ARCHIVE-DATE
           START HISTORY-FILE KEY IS EQUAL TO AH-ARCHIVE-DATE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 0 TO WS-HIST-EOF
           PERFORM UNTIL WS-HIST-EOF = 1
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       IF AH-ARCHIVE-DATE NOT = WS-LOAD-DATE
                           MOVE 1 TO WS-HIST-EOF
                       ELSE
                           DELETE HISTORY-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DATE-PURGED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           .

*> Parse one "client - user [YYYY-MM-DD HH:MM:SS] "METHOD PATH"
*> STATUS-TEXT LEN vhost=.. rid=.. ... Nms" line into AH-RECORD
       FILE-ONE-LINE.
           MOVE SPACES TO AH-RECORD
           MOVE 0 TO AH-BYTES
           MOVE 0 TO AH-MS

           MOVE 0 TO WS-REC-LEN
           PERFORM VARYING WS-REC-LEN FROM 512 BY -1
               UNTIL WS-REC-LEN < 1
               IF ARCHIVE-LOG-RECORD(WS-REC-LEN:1) NOT = SPACE AND
                  ARCHIVE-LOG-RECORD(WS-REC-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REC-LEN < 20
               ADD 1 TO WS-DATE-SKIPPED
               EXIT PARAGRAPH
           END-IF

*> Client address, then the authuser token after " - "
           MOVE 0 TO WS-CLIENT-LEN
           INSPECT ARCHIVE-LOG-RECORD TALLYING WS-CLIENT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CLIENT-LEN = 0 OR WS-CLIENT-LEN > 46
               ADD 1 TO WS-DATE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE ARCHIVE-LOG-RECORD(1:WS-CLIENT-LEN) TO AH-CLIENT-ADDR
           COMPUTE WS-FIELD-POS = WS-CLIENT-LEN + 4
           MOVE 0 TO WS-FIELD-LEN
           INSPECT ARCHIVE-LOG-RECORD(WS-FIELD-POS:64)
               TALLYING WS-FIELD-LEN FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 32
               MOVE ARCHIVE-LOG-RECORD(WS-FIELD-POS:WS-FIELD-LEN)
                   TO AH-AUTHUSER
           ELSE
               MOVE "-" TO AH-AUTHUSER
           END-IF

*> The bracketed timestamp gives the date and time of the key
           MOVE 0 TO WS-BRACKET-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 120
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = "["
                   MOVE WS-SCAN-POS TO WS-BRACKET-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRACKET-POS = 0 OR
              ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 1:4) NOT NUMERIC OR
              ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 12:2) NOT NUMERIC
               ADD 1 TO WS-DATE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           STRING ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 1:4)
                  ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 6:2)
                  ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 9:2)
                  DELIMITED BY SIZE INTO AH-DATE
           END-STRING
           STRING ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 12:2)
                  ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 15:2)
                  ARCHIVE-LOG-RECORD(WS-BRACKET-POS + 18:2)
                  DELIMITED BY SIZE INTO AH-TIME
           END-STRING

*> The quoted "METHOD PATH"
           MOVE 0 TO WS-QUOTE1-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-BRACKET-POS BY 1
               UNTIL WS-SCAN-POS > 480
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
                   MOVE WS-SCAN-POS TO WS-QUOTE1-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QUOTE1-POS = 0
               ADD 1 TO WS-DATE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QUOTE2-POS
           COMPUTE WS-SCAN-POS = WS-QUOTE1-POS + 1
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-SCAN-POS > 480
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = QUOTE
                   MOVE WS-SCAN-POS TO WS-QUOTE2-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QUOTE2-POS = 0 OR WS-QUOTE2-POS <= WS-QUOTE1-POS + 1
               ADD 1 TO WS-DATE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-METHOD-END
           PERFORM VARYING WS-SCAN-POS FROM WS-QUOTE1-POS BY 1
               UNTIL WS-SCAN-POS > WS-QUOTE2-POS
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = SPACE
                   MOVE WS-SCAN-POS TO WS-METHOD-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-METHOD-END > WS-QUOTE1-POS + 1 AND
              WS-METHOD-END < WS-QUOTE2-POS
               COMPUTE WS-FIELD-LEN = WS-METHOD-END - WS-QUOTE1-POS - 1
               IF WS-FIELD-LEN > 8
                   MOVE 8 TO WS-FIELD-LEN
               END-IF
               MOVE ARCHIVE-LOG-RECORD(WS-QUOTE1-POS + 1:WS-FIELD-LEN)
                   TO AH-METHOD
               COMPUTE WS-FIELD-LEN = WS-QUOTE2-POS - WS-METHOD-END - 1
               IF WS-FIELD-LEN > 256
                   MOVE 256 TO WS-FIELD-LEN
               END-IF
               IF WS-FIELD-LEN > 0
                   MOVE ARCHIVE-LOG-RECORD(WS-METHOD-END + 1:
                       WS-FIELD-LEN) TO AH-PATH
               END-IF
           END-IF

*> Status, its class, and the response length after the 32-column
*> status text
           MOVE ARCHIVE-LOG-RECORD(WS-QUOTE2-POS + 2:3) TO AH-STATUS
           IF AH-STATUS NUMERIC
               MOVE AH-STATUS(1:1) TO AH-STATUS-CLASS
           ELSE
               MOVE "0" TO AH-STATUS-CLASS
           END-IF
           MOVE SPACES TO WS-DIGITS
           MOVE 0 TO WS-DIGITS-LEN
           COMPUTE WS-SCAN-POS = WS-QUOTE2-POS + 34
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-SCAN-POS > 504 OR WS-DIGITS-LEN >= 9
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) NUMERIC
                   ADD 1 TO WS-DIGITS-LEN
                   MOVE ARCHIVE-LOG-RECORD(WS-SCAN-POS:1)
                       TO WS-DIGITS(WS-DIGITS-LEN:1)
               ELSE
                   IF WS-DIGITS-LEN > 0
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIGITS-LEN > 0
               COMPUTE AH-BYTES =
                   FUNCTION NUMVAL(WS-DIGITS(1:WS-DIGITS-LEN))
           END-IF

*> The name=value fields after the length
           MOVE " vhost=" TO WS-FIELD-NAME
           MOVE 7 TO WS-FIELD-NAME-LEN
           PERFORM FIND-NAMED-FIELD
           MOVE WS-FIELD-VALUE TO AH-VHOST
           IF AH-VHOST = SPACES
               MOVE "-" TO AH-VHOST
           END-IF
           MOVE " rid=" TO WS-FIELD-NAME
           MOVE 5 TO WS-FIELD-NAME-LEN
           PERFORM FIND-NAMED-FIELD
           MOVE WS-FIELD-VALUE TO AH-RID
           MOVE " var=" TO WS-FIELD-NAME
           MOVE 5 TO WS-FIELD-NAME-LEN
           PERFORM FIND-NAMED-FIELD
           MOVE WS-FIELD-VALUE TO AH-VARIANT
           MOVE " net=" TO WS-FIELD-NAME
           MOVE 5 TO WS-FIELD-NAME-LEN
           PERFORM FIND-NAMED-FIELD
           MOVE WS-FIELD-VALUE TO AH-NET
           MOVE " ua=" TO WS-FIELD-NAME
           MOVE 4 TO WS-FIELD-NAME-LEN
           PERFORM FIND-NAMED-FIELD
           MOVE WS-FIELD-VALUE TO AH-USER-AGENT
           MOVE " ref=" TO WS-FIELD-NAME
           MOVE 5 TO WS-FIELD-NAME-LEN
           PERFORM FIND-NAMED-FIELD
           MOVE WS-FIELD-VALUE TO AH-REFERER

*> A line with no request id still needs a unique key
           IF AH-RID = SPACES OR AH-RID = "-"
               MOVE SPACES TO AH-RID
               STRING "L" WS-LINE-NO DELIMITED BY SIZE INTO AH-RID
               END-STRING
           END-IF

*> The trailing "Nms" service time
           IF ARCHIVE-LOG-RECORD(WS-REC-LEN - 1:2) = "ms"
               MOVE SPACES TO WS-DIGITS
               MOVE 0 TO WS-DIGITS-LEN
               COMPUTE WS-SCAN-POS = WS-REC-LEN - 2
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY -1
                   UNTIL WS-SCAN-POS < 1 OR
                         ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) NOT NUMERIC
                   ADD 1 TO WS-DIGITS-LEN
               END-PERFORM
               IF WS-DIGITS-LEN > 0 AND WS-DIGITS-LEN <= 7
                   COMPUTE AH-MS = FUNCTION NUMVAL(
                       ARCHIVE-LOG-RECORD(WS-SCAN-POS + 1:
                           WS-DIGITS-LEN))
               END-IF
           END-IF

           MOVE AH-DATE TO AH-VHOST-WHEN(1:8)
           MOVE AH-TIME TO AH-VHOST-WHEN(9:6)
           MOVE AH-VHOST-WHEN TO AH-CLASS-WHEN
           MOVE AH-VHOST-WHEN TO AH-USER-WHEN
           MOVE ARCHIVE-LOG-RECORD TO AH-LINE
           MOVE WS-LOAD-DATE TO AH-ARCHIVE-DATE

           WRITE AH-RECORD
               INVALID KEY
                   ADD 1 TO WS-DATE-SKIPPED
               NOT INVALID KEY
                   ADD 1 TO WS-DATE-LINES
           END-WRITE
           IF WS-HIST-STATUS NOT = "00" AND
              WS-HIST-STATUS NOT = "02" AND
              WS-HIST-STATUS NOT = "22"
               DISPLAY "HIST-LOAD: write failed on " WS-LOG-NAME
                   " line " WS-LINE-NO ", status " WS-HIST-STATUS
               MOVE 1 TO WS-LOAD-FAILED
           END-IF
           .

*> WS-FIELD-NAME (" key=") located after the closing quote; its value
*> runs to the next space
       FIND-NAMED-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE 0 TO WS-FIELD-VALUE-LEN
           PERFORM VARYING WS-SCAN-POS FROM WS-QUOTE2-POS BY 1
               UNTIL WS-SCAN-POS > WS-REC-LEN
               IF ARCHIVE-LOG-RECORD(WS-SCAN-POS:WS-FIELD-NAME-LEN) =
                  WS-FIELD-NAME(1:WS-FIELD-NAME-LEN)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCAN-POS > WS-REC-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-FIELD-NAME-LEN
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-SCAN-POS > WS-REC-LEN OR
                     WS-FIELD-VALUE-LEN >= 96 OR
                     ARCHIVE-LOG-RECORD(WS-SCAN-POS:1) = SPACE
               ADD 1 TO WS-FIELD-VALUE-LEN
               MOVE ARCHIVE-LOG-RECORD(WS-SCAN-POS:1)
                   TO WS-FIELD-VALUE(WS-FIELD-VALUE-LEN:1)
           END-PERFORM
           .

*> Loaded dates whose archive was not in tonight's list
       DROP-VANISHED-DATES.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF STATE-SEEN(WS-STATE-IDX) = 0 AND
                  STATE-DATE(WS-STATE-IDX) NOT = SPACES
                   MOVE STATE-DATE(WS-STATE-IDX) TO WS-LOAD-DATE
                   PERFORM PURGE-DATE-RECORDS
                   MOVE WS-DATE-PURGED TO WS-COUNT-D
                   DISPLAY "HIST-LOAD: ACCESS-" WS-LOAD-DATE
                       ".LOG gone - " WS-COUNT-D " record(s) dropped"
                   MOVE SPACES TO STATE-DATE(WS-STATE-IDX)
                   ADD 1 TO WS-DATES-DROPPED
                   PERFORM SAVE-STATE
               END-IF
           END-PERFORM
           .
