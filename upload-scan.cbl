*>     the same signatures MIME-TYPES' SNIFF-MAGIC-BYTES recognizes:
*>     a binary type must open with its own signature, and a text
*>     type must not open with any known binary signature (an
*>     executable renamed to .txt fails exactly here);
*>   - DLP-SCAN must not have found high-severity sensitive data in
*>     it (a BLOCK verdict in DLP-UPLOADS.DAT rejects it). Once
*>     DLP-SCAN is running and that file exists, an upload it has
*>     not yet read at its current size waits for the next pass
*>     rather than going out unscanned.
*>
*> Rejected files move to QUARANTINE/REJECTED/ with a reason line in
*> UPLOAD-REJECTS.LOG for the operator; nothing is ever deleted by
*> this job. A promoted JPEG/PNG gets its thumbnail and web-sized
*> renditions straight away (IMAGE-RENDER, as IMAGE-DERIVE does
*> nightly) so "?size=" works for it from the first request.
IDENTIFICATION DIVISION.
       PROGRAM-ID. UPLOAD-SCAN.

           SELECT REJECTS-LOG ASSIGN TO "UPLOAD-REJECTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT DLP-VERDICT-FILE ASSIGN TO "DLP-UPLOADS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FILE-LIST-RECORD     PIC X(256).
       FD  REJECTS-LOG.
       01  REJECTS-RECORD       PIC X(256).
       FD  DLP-VERDICT-FILE.
       01  DLP-VERDICT-RECORD   PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-POLICY-STATUS      PIC XX.
       01 WS-FILELIST-STATUS    PIC XX.
       01 WS-REJECTS-STATUS     PIC XX.
       01 WS-DLP-STATUS         PIC XX.
       01 WS-DLP-EOF            PIC 9 VALUE 0.
       01 WS-CFG-EOF            PIC 9 VALUE 0.
       01 WS-POLICY-EOF         PIC 9 VALUE 0.
       01 WS-FILELIST-EOF       PIC 9 VALUE 0.
       01 WS-SHELL-CMD          PIC X(300).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-TARGET-PATH        PIC X(400).
       01 WS-RENDER-PATH        PIC X(512).
       01 WS-RENDER-RESULT      PIC X.
       01 WS-ROOT-LEN           PIC 9(4) COMP.

       01 WS-PROMOTED           PIC 9(6) VALUE 0.

*> DLP-SCAN's verdict on this file: C cleared, B blocked, W not
*> yet scanned, space when DLP-SCAN keeps no verdict file at all
       01 WS-DLP-VERDICT        PIC X.
       01 WS-DLP-NAME           PIC X(128).
       01 WS-DLP-SIZE-X         PIC X(18).
       01 WS-DLP-WORD           PIC X(8).
       01 WS-DLP-PATTERN        PIC X(12).
       01 WS-DLP-SIZE           PIC 9(18).

*> Change-freeze gate plumbing (FREEZE-CHECK module)
       01 WS-FREEZE-PATH        PIC X(512).
       01 WS-FREEZE-ON          PIC 9.
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DLP-VERDICT
           IF WS-DLP-VERDICT = "B"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "sensitive data found (" DELIMITED BY SIZE
                      WS-DLP-PATTERN DELIMITED BY SPACE
                      ") - see DLP-FINDINGS.RPT" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM REJECT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-DLP-VERDICT = "W"
               DISPLAY "UPLOAD-SCAN: not yet sensitive-data scanned "
                   "- left in quarantine: "
                   WS-FILE-NAME(1:WS-FILE-NAME-LEN)
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMOTE-FILE
           .

*> DLP-SCAN's "name|size|CLEAR|NOTEXT|BLOCK|pattern" line for this
*> file; a line for a different size is an older upload of the same
*> name and does not count
       CHECK-DLP-VERDICT.
           MOVE SPACE TO WS-DLP-VERDICT
           OPEN INPUT DLP-VERDICT-FILE
           IF WS-DLP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO WS-DLP-VERDICT
           MOVE 0 TO WS-DLP-EOF
           PERFORM UNTIL WS-DLP-EOF = 1
               READ DLP-VERDICT-FILE
                   AT END
                       MOVE 1 TO WS-DLP-EOF
                   NOT AT END
                       MOVE SPACES TO WS-DLP-NAME WS-DLP-SIZE-X
                           WS-DLP-WORD WS-DLP-PATTERN
                       UNSTRING DLP-VERDICT-RECORD DELIMITED BY "|"
                           INTO WS-DLP-NAME WS-DLP-SIZE-X
                                WS-DLP-WORD WS-DLP-PATTERN
                       END-UNSTRING
                       IF WS-DLP-NAME = WS-FILE-NAME AND
                          WS-DLP-SIZE-X(1:1) IS NUMERIC
                           COMPUTE WS-DLP-SIZE =
                               FUNCTION NUMVAL(WS-DLP-SIZE-X)
                           IF WS-DLP-SIZE = WS-INFO-SIZE
                               IF WS-DLP-WORD = "BLOCK"
                                   MOVE "B" TO WS-DLP-VERDICT
                               ELSE
                                   MOVE "C" TO WS-DLP-VERDICT
                               END-IF
                               MOVE 1 TO WS-DLP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLP-VERDICT-FILE
           .

*> The same signature set SNIFF-MAGIC-BYTES in MIME-TYPES keys on,
*> reduced to the extension the signature vouches for
       SNIFF-FILE-TYPE.
               ADD 1 TO WS-PROMOTED
               DISPLAY "UPLOAD-SCAN: promoted "
                   WS-FILE-NAME(1:WS-FILE-NAME-LEN)
*> Renditions for an image; anything else comes back "N" untouched
               MOVE WS-TARGET-PATH TO WS-RENDER-PATH
               CALL "IMAGE-RENDER" USING WS-RENDER-PATH
                   WS-RENDER-RESULT
               END-CALL
               IF WS-RENDER-RESULT = "E"
                   DISPLAY "UPLOAD-SCAN: renditions not built for "
                       WS-FILE-NAME(1:WS-FILE-NAME-LEN)
                       " - IMAGE-DERIVE will retry"
               END-IF
           ELSE
               MOVE "promotion rename failed" TO WS-REJECT-REASON
               PERFORM REJECT-FILE
