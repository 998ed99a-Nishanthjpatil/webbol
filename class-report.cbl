*> Standalone batch job: classification register report. Walks every
*> file under DOC-ROOT (the same shelled-out "find" QUALITY-AUDIT
*> uses, but every published file rather than just the .html pages),
*> looks each one up through CLASS-CHECK, and writes
*> CLASSIFICATION.RPT: one line per file with its effective label,
*> the handling rules that label carries, and the owning department
*> from OWNER-LOOKUP, then a count per label.
*>
*> A file that no CLASSIFICATION.CFG prefix claims is served as
*> PUBLIC, so it is listed as UNCLASSIFIED and gathered again in a
*> closing section per owner - the worklist for getting the register
*> complete. Run after publishing, or weekly alongside QUALITY-AUDIT.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT FILE-LIST-FILE ASSIGN TO "CLASSRPT-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT UNCLASS-FILE ASSIGN TO "CLASSRPT-UNCLASS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLASS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLASSIFICATION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  FILE-LIST-FILE.
       01  FILE-LIST-RECORD     PIC X(512).
       FD  UNCLASS-FILE.
       01  UNCLASS-RECORD       PIC X(300).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-LIST-STATUS        PIC XX.
       01 WS-UNCLASS-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
       01 WS-DOCROOT-ARG        PIC X(256).
       01 WS-ROOT-LEN           PIC 9(4) COMP.

*> The file under examination
       01 WS-DISK-FILE          PIC X(512).
       01 WS-FILE-LEN           PIC 9(4) COMP.
       01 WS-WEB-PATH           PIC X(512).

*> CLASS-CHECK's answer for it
       01 WS-CLASS-LABEL        PIC X(12).
       01 WS-CLASS-FOUND        PIC 9.
       01 WS-CLASS-NEED-TLS     PIC 9.
       01 WS-CLASS-NEED-AUTH    PIC 9.
       01 WS-CLASS-EXCLUDE      PIC 9.
       01 WS-CLASS-NO-SHARED    PIC 9.
       01 WS-SHOW-LABEL         PIC X(12).
       01 WS-RULE-TEXT          PIC X(40).
       01 WS-RULE-PTR           PIC 9(4) COMP.

       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.

*> Files per effective label, in order of first appearance
       01 WS-LABEL-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-LABEL-TABLE.
          05 LABEL-ENTRY OCCURS 13 TIMES.
             10 LABEL-NAME         PIC X(12).
             10 LABEL-FILES        PIC 9(6).
       01 WS-LABEL-IDX          PIC 9(2) COMP.

       01 WS-FILES-SCANNED      PIC 9(6) VALUE 0.
       01 WS-FILES-UNCLASS      PIC 9(6) VALUE 0.
       01 WS-SHELL-CMD          PIC X(700).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-COUNT-D            PIC ZZZ,ZZ9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING

           PERFORM READ-CONFIG-FILE
           PERFORM FIND-PUBLISHED-FILES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "CONTENT CLASSIFICATION REPORT - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "LABEL        PATH  [rules] [owner]" TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN OUTPUT UNCLASS-FILE
           OPEN INPUT FILE-LIST-FILE
           IF WS-LIST-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FILE-LIST-FILE INTO WS-DISK-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CLASSIFY-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST-FILE
           END-IF
           CLOSE UNCLASS-FILE
           CALL "CBL_DELETE_FILE" USING "CLASSRPT-FILES.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           PERFORM WRITE-LABEL-SUMMARY
           PERFORM WRITE-UNCLASSIFIED-LIST
           CLOSE REPORT-FILE
           CALL "CBL_DELETE_FILE" USING "CLASSRPT-UNCLASS.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE WS-FILES-SCANNED TO WS-COUNT-D
           DISPLAY "CLASS-REPORT: " WS-COUNT-D " file(s) listed, "
               WITH NO ADVANCING
           MOVE WS-FILES-UNCLASS TO WS-COUNT-D
           DISPLAY WS-COUNT-D " unclassified - see "
               "CLASSIFICATION.RPT"
           STOP RUN.

       READ-CONFIG-FILE.
           MOVE "." TO WS-DOCROOT-ARG
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
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           IF WS-CFG-KEY = "DOC_ROOT"
               MOVE SPACES TO WS-CFG-VALUE
               MOVE CFG-RECORD(WS-EQUALS-POS + 1:
                   WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
               IF WS-CFG-VALUE NOT = SPACES
                   MOVE WS-CFG-VALUE(1:192) TO WS-DOCROOT-ARG
               END-IF
           END-IF
           .

*> Every regular file, sorted so the report reads tree by tree
       FIND-PUBLISHED-FILES.
           MOVE 0 TO WS-ROOT-LEN
           INSPECT WS-DOCROOT-ARG TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "find '" DELIMITED BY SIZE
                  WS-DOCROOT-ARG DELIMITED BY SPACE
                  "' -type f 2>/dev/null | sort > CLASSRPT-FILES.TMP"
                      DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       CLASSIFY-ONE-FILE.
           MOVE 0 TO WS-FILE-LEN
           PERFORM VARYING WS-FILE-LEN FROM 512 BY -1
               UNTIL WS-FILE-LEN < 1
               IF WS-DISK-FILE(WS-FILE-LEN:1) NOT = SPACE AND
                  WS-DISK-FILE(WS-FILE-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FILE-LEN = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-WEB-PATH
           IF WS-WEB-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-SCANNED

           CALL "CLASS-CHECK" USING WS-WEB-PATH WS-CLASS-LABEL
               WS-CLASS-FOUND WS-CLASS-NEED-TLS WS-CLASS-NEED-AUTH
               WS-CLASS-EXCLUDE WS-CLASS-NO-SHARED
           END-CALL
           CALL "OWNER-LOOKUP" USING WS-WEB-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
           END-IF

           IF WS-CLASS-FOUND = 0
               MOVE "UNCLASSIFIED" TO WS-SHOW-LABEL
               ADD 1 TO WS-FILES-UNCLASS
               MOVE SPACES TO UNCLASS-RECORD
               STRING WS-OWN-NAME " " DELIMITED BY SIZE
                      WS-WEB-PATH DELIMITED BY SPACE
                   INTO UNCLASS-RECORD
               END-STRING
               WRITE UNCLASS-RECORD
           ELSE
               MOVE WS-CLASS-LABEL TO WS-SHOW-LABEL
           END-IF
           PERFORM COUNT-LABEL
           PERFORM BUILD-RULE-TEXT

           MOVE SPACES TO REPORT-RECORD
           STRING WS-SHOW-LABEL " " DELIMITED BY SIZE
                  WS-WEB-PATH DELIMITED BY SPACE
                  "  [" DELIMITED BY SIZE
                  WS-RULE-TEXT DELIMITED BY "  "
                  "] [owner: " DELIMITED BY SIZE
                  WS-OWN-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> The rules in force, named - "open" when the label demands none,
*> which is also how an unclassified file is being served
       BUILD-RULE-TEXT.
           MOVE SPACES TO WS-RULE-TEXT
           MOVE 1 TO WS-RULE-PTR
           IF WS-CLASS-NEED-TLS = 1
               STRING "TLS " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF
           IF WS-CLASS-NEED-AUTH = 1
               STRING "AUTH " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF
           IF WS-CLASS-EXCLUDE = 1
               STRING "EXCLUDE " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF
           IF WS-CLASS-NO-SHARED = 1
               STRING "NOSHARED " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF
           IF WS-RULE-PTR = 1
               MOVE "open" TO WS-RULE-TEXT
           ELSE
               MOVE SPACE TO WS-RULE-TEXT(WS-RULE-PTR - 1:1)
           END-IF
           .

       COUNT-LABEL.
           PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
               UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
               IF LABEL-NAME(WS-LABEL-IDX) = WS-SHOW-LABEL
                   ADD 1 TO LABEL-FILES(WS-LABEL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-LABEL-COUNT < 13
               ADD 1 TO WS-LABEL-COUNT
               MOVE WS-SHOW-LABEL TO LABEL-NAME(WS-LABEL-COUNT)
               MOVE 1 TO LABEL-FILES(WS-LABEL-COUNT)
           END-IF
           .

       DERIVE-WEB-PATH.
           MOVE SPACES TO WS-WEB-PATH
           IF WS-DOCROOT-ARG(1:1) = "." AND WS-ROOT-LEN = 1
               IF WS-DISK-FILE(1:2) = "./"
                   MOVE WS-DISK-FILE(2:WS-FILE-LEN - 1)
                       TO WS-WEB-PATH
               ELSE
                   STRING "/" WS-DISK-FILE(1:WS-FILE-LEN)
                       DELIMITED BY SIZE INTO WS-WEB-PATH
                   END-STRING
               END-IF
           ELSE
               IF WS-FILE-LEN > WS-ROOT-LEN
                   MOVE WS-DISK-FILE(WS-ROOT-LEN + 1:
                       WS-FILE-LEN - WS-ROOT-LEN) TO WS-WEB-PATH
               END-IF
           END-IF
           .

       WRITE-LABEL-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FILES BY LABEL" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
               UNTIL WS-LABEL-IDX > WS-LABEL-COUNT
               MOVE LABEL-FILES(WS-LABEL-IDX) TO WS-COUNT-D
               MOVE SPACES TO REPORT-RECORD
               STRING "  " LABEL-NAME(WS-LABEL-IDX) " " WS-COUNT-D
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE WS-FILES-SCANNED TO WS-COUNT-D
           MOVE SPACES TO REPORT-RECORD
           STRING "  TOTAL        " WS-COUNT-D
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .

*> The unclassified files again, grouped by owning department, so
*> each owner can see at a glance which of their trees still need
*> a label in CLASSIFICATION.CFG
       WRITE-UNCLASSIFIED-LIST.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-FILES-UNCLASS TO WS-COUNT-D
           STRING "UNCLASSIFIED FILES BY OWNER (" WS-COUNT-D
                  ") - served as PUBLIC until labelled"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-FILES-UNCLASS = 0
               MOVE "  none" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "sort -o CLASSRPT-UNCLASS.TMP CLASSRPT-UNCLASS.TMP"
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN INPUT UNCLASS-FILE
           IF WS-UNCLASS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ UNCLASS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO REPORT-RECORD
                       STRING "  " UNCLASS-RECORD
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE UNCLASS-FILE
           .
