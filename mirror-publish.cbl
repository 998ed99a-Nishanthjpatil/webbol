*>     diffs against today's state;
*>   - writes MIRROR.RPT listing every transfer, delete, and skip.
*>
*> Content whose classification label (CLASSIFICATION.CFG, through
*> CLASS-CHECK) excludes it from the mirror is never sent: it is
*> reported as WITHHELD, deleted from the peer if an earlier sync put
*> it there, and left out of the checksum list the peer receives.
*>
*> "mirror-publish DRY" reports what would move without touching the
*> peer. Files past the 64KB transfer buffer are reported as skipped
*> rather than sent truncated.
           SELECT SUMS-FILE ASSIGN TO "MANIFEST.SUMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMS-STATUS.
           SELECT PEER-SUMS-FILE ASSIGN TO "MIRROR-SUMS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSUMS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MIRROR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  CFG-RECORD           PIC X(256).
       FD  SUMS-FILE.
       01  SUMS-RECORD          PIC X(300).
       FD  PEER-SUMS-FILE.
       01  PEER-SUMS-RECORD     PIC X(300).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       01 WS-MCFG-STATUS        PIC XX.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-SUMS-STATUS        PIC XX.
       01 WS-PSUMS-STATUS       PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-UNCHANGED          PIC 9(6) VALUE 0.
       01 WS-SKIPPED            PIC 9(6) VALUE 0.
       01 WS-FAILED             PIC 9(6) VALUE 0.
       01 WS-WITHHELD           PIC 9(6) VALUE 0.
       01 WS-WITHHELD-D         PIC ZZZZZ9.
       01 WS-WITHHELD-THIS      PIC 9 VALUE 0.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.

*> Classification lookup for the file in hand, by its web path
       01 WS-CLASS-PATH         PIC X(512).
       01 WS-CLASS-LABEL        PIC X(12).
       01 WS-CLASS-FOUND        PIC 9.
       01 WS-CLASS-NEED-TLS     PIC 9.
       01 WS-CLASS-NEED-AUTH    PIC 9.
       01 WS-CLASS-EXCLUDE      PIC 9.
       01 WS-CLASS-NO-SHARED    PIC 9.
       01 WS-REPORT-LINE        PIC X(300).
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.
       01 WS-PUSHED-D           PIC ZZZZZ9.
           MOVE "Mirror transfer report" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

*> The checksum list the peer gets is MANIFEST.SUMS less anything
*> withheld, so the peer never learns the withheld paths either
           OPEN OUTPUT PEER-SUMS-FILE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ SUMS-FILE
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM SYNC-ONE-FILE
                       IF WS-WITHHELD-THIS = 0
                           WRITE PEER-SUMS-RECORD FROM SUMS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUMS-FILE
           CLOSE PEER-SUMS-FILE

*> Anything the peer still lists that the local site no longer has
*> gets deleted over there too
               PERFORM PUSH-SUMS-FILE
           END-IF

           CALL "CBL_DELETE_FILE" USING "MIRROR-SUMS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM WRITE-TOTALS
           CLOSE REPORT-FILE

           MOVE WS-UNCHANGED TO WS-UNCHANGED-D
           MOVE WS-SKIPPED TO WS-SKIPPED-D
           MOVE WS-FAILED TO WS-FAILED-D
           MOVE WS-WITHHELD TO WS-WITHHELD-D
           DISPLAY "MIRROR-PUBLISH: " WS-PUSHED-D " pushed, "
               WS-DELETED-D " deleted, " WS-UNCHANGED-D " unchanged, "
               WS-SKIPPED-D " skipped, " WS-WITHHELD-D " withheld, "
               WS-FAILED-D " failed - see MIRROR.RPT"
           STOP RUN.

       READ-MIRROR-CONFIG.

*> One local "path sum" line: unchanged, changed, or new on the peer
       SYNC-ONE-FILE.
           MOVE 0 TO WS-WITHHELD-THIS
           MOVE 0 TO WS-SP-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 300
           MOVE SPACES TO WS-LCL-SUM
           MOVE SUMS-RECORD(WS-SP-POS + 1:10) TO WS-LCL-SUM

*> A withheld file is never marked seen on the peer, so the delete
*> pass takes down any copy an earlier sync left there
           MOVE SPACES TO WS-CLASS-PATH
           STRING "/" WS-LCL-PATH(1:WS-LCL-PATH-LEN)
               DELIMITED BY SIZE INTO WS-CLASS-PATH
           END-STRING
           CALL "CLASS-CHECK" USING WS-CLASS-PATH WS-CLASS-LABEL
               WS-CLASS-FOUND WS-CLASS-NEED-TLS WS-CLASS-NEED-AUTH
               WS-CLASS-EXCLUDE WS-CLASS-NO-SHARED
           END-CALL
           IF WS-CLASS-EXCLUDE = 1
               MOVE 1 TO WS-WITHHELD-THIS
               ADD 1 TO WS-WITHHELD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WITHHELD " WS-LCL-PATH(1:WS-LCL-PATH-LEN)
                      " (" DELIMITED BY SIZE
                      WS-CLASS-LABEL DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PEER-FOUND-IDX
           PERFORM VARYING WS-PEER-IDX FROM 1 BY 1
               UNTIL WS-PEER-IDX > WS-PEER-COUNT
*> run's fetch finds it
       PUSH-SUMS-FILE.
           MOVE SPACES TO WS-DISK-PATH
           MOVE "MIRROR-SUMS.TMP" TO WS-DISK-PATH
           CALL "FILE-OPS" USING WS-DISK-PATH WS-FILE-BUFFER
               WS-FILE-SIZE WS-FILE-RC WS-FILE-LASTMOD WS-FILE-ETAG
           IF WS-FILE-RC NOT = 0
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-WITHHELD TO WS-COUNT-DISPLAY
           STRING "Withheld:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FAILED TO WS-COUNT-DISPLAY
           STRING "Failed:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
