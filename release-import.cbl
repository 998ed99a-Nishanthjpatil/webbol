*> which files mismatched in RELEASE-IMPORT.RPT, exiting nonzero so
*> the API trigger (and JOB-RUN) see the failure. The flip itself
*> stays a deliberate separate RELEASE-SWITCH action.
*>
*> Staging a release needs a change number approved for RELEASE and
*> open now on the change register (CHANGE-ADMIN), given as
*> CHANGE_REF=<number> in the environment, or CHANGE_EMERGENCY=
*> <reason> when there is no time for the change board
*> (CHANGE_ACTOR names who asked, "operator" when unset - the admin
*> API passes its caller). The number goes into the audit entry; a
*> refusal touches nothing, says why in RELEASE-IMPORT.RPT and ends
*> with return code 8.
*>
*> A verified release is also put through the pre-publish gate
*> (CONTENT-VALIDATE) page by page, its links resolved within the
*> release itself, and RELEASE-VALIDATE.RPT lists the findings -
*> "BLOCK" under VALIDATE.CFG's BLOCK prefixes, "WARN" under its
*> WARN ones. The release is staged either way; a BLOCKED report is
*> what RELEASE-SWITCH FLIP then refuses to activate until a clean
*> import replaces it, or the operator overrides it (audited).
IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-IMPORT.

           SELECT REPORT-FILE ASSIGN TO "RELEASE-IMPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PAGE-LIST ASSIGN TO "RELIMP-PAGES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGES-STATUS.
           SELECT FINDINGS-FILE ASSIGN TO "RELIMP-FINDINGS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.
           SELECT VALIDATE-REPORT ASSIGN TO "RELEASE-VALIDATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  VERIFY-RECORD        PIC X(300).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(300).
       FD  PAGE-LIST.
       01  PAGE-LIST-RECORD     PIC X(512).
       FD  FINDINGS-FILE.
       01  FINDINGS-RECORD      PIC X(300).
       FD  VALIDATE-REPORT.
       01  VALIDATE-REPORT-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> The change gate (CHANGE-CHECK)
       01 WS-CHANGE-REF         PIC X(16).
       01 WS-CHANGE-EMERGENCY   PIC X(120).
       01 WS-CHANGE-COMPONENT   PIC X(16) VALUE "RELEASE".
       01 WS-CHANGE-ACTOR       PIC X(32).
       01 WS-CHANGE-OK          PIC 9.
       01 WS-CHANGE-REASON      PIC X(60).
       01 WS-AUDIT-EVENT        PIC X(20).
       01 WS-AUDIT-RESULT       PIC X(12).

*> The pre-publish gate over the staged pages (CONTENT-VALIDATE)
       01 WS-PAGES-STATUS       PIC XX.
       01 WS-FINDINGS-STATUS    PIC XX.
       01 WS-VALRPT-STATUS      PIC XX.
       01 WS-VAL-PAGE           PIC X(512).
       01 WS-VAL-PAGE-LEN       PIC 9(4) COMP.
       01 WS-VAL-URL            PIC X(512).
       01 WS-VAL-ROOT           PIC X(256) VALUE "RELEASE-STAGE".
       01 WS-VAL-ALT-ROOT       PIC X(256) VALUE SPACES.
       01 WS-VAL-MODE           PIC X.
       01 WS-VAL-COUNT          PIC 9(4).
       01 WS-VAL-FINDINGS.
          05 WS-VAL-FINDING OCCURS 20 TIMES PIC X(100).
       01 WS-VAL-IDX            PIC 9(4) COMP.
       01 WS-VAL-TAG            PIC X(6).
       01 WS-VAL-MORE-D         PIC ZZZ9.
       01 WS-VAL-PAGES          PIC 9(6) VALUE 0.
       01 WS-VAL-BLOCKING       PIC 9(6) VALUE 0.
       01 WS-VAL-WARNED         PIC 9(6) VALUE 0.
       01 WS-VAL-RESULT         PIC X(8) VALUE "CLEAN".
       01 WS-COUNT-D2           PIC ZZZ,ZZ9.
       01 WS-COUNT-D3           PIC ZZZ,ZZ9.

*> WEBHOOK-NOTIFY plumbing
       01 WS-WEBHOOK-EVENT      PIC X(32).
       01 WS-WEBHOOK-DETAIL     PIC X(128).
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CHANGE-REF WS-CHANGE-EMERGENCY
               WS-CHANGE-ACTOR
           ACCEPT WS-CHANGE-REF FROM ENVIRONMENT "CHANGE_REF"
           ACCEPT WS-CHANGE-EMERGENCY
               FROM ENVIRONMENT "CHANGE_EMERGENCY"
           ACCEPT WS-CHANGE-ACTOR FROM ENVIRONMENT "CHANGE_ACTOR"
           IF WS-CHANGE-ACTOR = SPACES
               MOVE "operator" TO WS-CHANGE-ACTOR
           END-IF
           MOVE 0 TO WS-CHANGE-OK
           CALL "CHANGE-CHECK" USING WS-CHANGE-REF
               WS-CHANGE-EMERGENCY WS-CHANGE-COMPONENT
               WS-CHANGE-ACTOR WS-CHANGE-OK WS-CHANGE-REASON
           END-CALL
           IF WS-CHANGE-OK = 0
               DISPLAY "RELEASE-IMPORT: refused - "
                   FUNCTION TRIM(WS-CHANGE-REASON)
               PERFORM WRITE-CHANGE-REFUSAL
               MOVE "CHANGE_BLOCK" TO WS-AUDIT-EVENT
               MOVE WS-CHANGE-COMPONENT TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

*> 1: a fresh staging tree, the archive unpacked into it
           DISPLAY "RELIMP_ARCHIVE" UPON ENVIRONMENT-NAME
           DISPLAY WS-ARCHIVE UPON ENVIRONMENT-VALUE
               STOP RUN
           END-IF

*> 2b: the pre-publish gate over every page of the release - its
*> verdict travels with the staged root for RELEASE-SWITCH to honour
           PERFORM VALIDATE-RELEASE-PAGES

*> 3: the clean tree replaces the idle root's contents wholesale;
*> the live root is never written
           DISPLAY "RELIMP_IDLE" UPON ENVIRONMENT-NAME
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           PERFORM WRITE-SUCCESS-REPORT
           MOVE "RELEASE_IMPORT" TO WS-AUDIT-EVENT
           MOVE "STAGED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "RELEASE_VALIDATE" TO WS-AUDIT-EVENT
           MOVE WS-VAL-RESULT TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-ENTRY

           MOVE "release_imported" TO WS-WEBHOOK-EVENT

           DISPLAY "RELEASE-IMPORT: verified release staged into "
               WS-IDLE-ROOT(1:40)
           IF WS-VAL-RESULT = "BLOCKED"
               MOVE WS-VAL-BLOCKING TO WS-COUNT-D
               DISPLAY "RELEASE-IMPORT: validation BLOCKED - "
                   WS-COUNT-D " page(s) with blocking findings; see "
                   "RELEASE-VALIDATE.RPT"
               DISPLAY "RELEASE-IMPORT: release-switch FLIP will "
                   "refuse this release until it is fixed or "
                   "overridden"
           ELSE
               DISPLAY "RELEASE-IMPORT: validation "
                   WS-VAL-RESULT " - see RELEASE-VALIDATE.RPT"
               DISPLAY "RELEASE-IMPORT: run release-switch FLIP to "
                   "serve it"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
           CLOSE VERIFY-FILE
           .

*> Every .html/.htm page of the staged tree through CONTENT-VALIDATE
*> as the page it will serve as; the findings gather in a scratch
*> file so the report can open with its verdict
       VALIDATE-RELEASE-PAGES.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "find RELEASE-STAGE -type f \( -name '*.html' "
                  "-o -name '*.htm' \) | sort > RELIMP-PAGES.TMP "
                  "2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           OPEN OUTPUT FINDINGS-FILE
           OPEN INPUT PAGE-LIST
           IF WS-PAGES-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PAGE-LIST INTO WS-VAL-PAGE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM VALIDATE-ONE-PAGE
                   END-READ
               END-PERFORM
               CLOSE PAGE-LIST
           END-IF
           CLOSE FINDINGS-FILE

           EVALUATE TRUE
               WHEN WS-VAL-BLOCKING > 0
                   MOVE "BLOCKED" TO WS-VAL-RESULT
               WHEN WS-VAL-WARNED > 0
                   MOVE "WARNINGS" TO WS-VAL-RESULT
               WHEN OTHER
                   MOVE "CLEAN" TO WS-VAL-RESULT
           END-EVALUATE
           PERFORM WRITE-VALIDATE-REPORT

           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f RELIMP-PAGES.TMP RELIMP-FINDINGS.TMP"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           .

       VALIDATE-ONE-PAGE.
           MOVE 0 TO WS-VAL-PAGE-LEN
           INSPECT WS-VAL-PAGE TALLYING WS-VAL-PAGE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VAL-PAGE-LEN < 15
               EXIT PARAGRAPH
           END-IF
*> "RELEASE-STAGE/news/a.html" serves as "/news/a.html"
           MOVE SPACES TO WS-VAL-URL
           MOVE WS-VAL-PAGE(14:WS-VAL-PAGE-LEN - 13) TO WS-VAL-URL
           ADD 1 TO WS-VAL-PAGES
           CALL "CONTENT-VALIDATE" USING WS-VAL-PAGE WS-VAL-URL
               WS-VAL-ROOT WS-VAL-ALT-ROOT WS-VAL-MODE WS-VAL-COUNT
               WS-VAL-FINDINGS
           END-CALL
           IF WS-VAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-MODE = "B"
               MOVE "BLOCK " TO WS-VAL-TAG
               ADD 1 TO WS-VAL-BLOCKING
           ELSE
               MOVE "WARN  " TO WS-VAL-TAG
               ADD 1 TO WS-VAL-WARNED
           END-IF
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-VAL-COUNT OR WS-VAL-IDX > 20
               MOVE SPACES TO FINDINGS-RECORD
               STRING WS-VAL-TAG DELIMITED BY SIZE
                      WS-VAL-URL DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-VAL-FINDING(WS-VAL-IDX) DELIMITED BY SIZE
                   INTO FINDINGS-RECORD
               END-STRING
               WRITE FINDINGS-RECORD
           END-PERFORM
           IF WS-VAL-COUNT > 20
               COMPUTE WS-VAL-MORE-D = WS-VAL-COUNT - 20
               MOVE SPACES TO FINDINGS-RECORD
               STRING WS-VAL-TAG DELIMITED BY SIZE
                      WS-VAL-URL DELIMITED BY SPACE
                      ": ... and" DELIMITED BY SIZE
                      WS-VAL-MORE-D DELIMITED BY SIZE
                      " more" DELIMITED BY SIZE
                   INTO FINDINGS-RECORD
               END-STRING
               WRITE FINDINGS-RECORD
           END-IF
           .

*> RELEASE-VALIDATE.RPT: verdict and root first - RELEASE-SWITCH
*> reads the "Root: " and "Result: " lines - then the findings
       WRITE-VALIDATE-REPORT.
           OPEN OUTPUT VALIDATE-REPORT
           MOVE SPACES TO VALIDATE-REPORT-RECORD
           STRING "Release validation - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO VALIDATE-REPORT-RECORD
           END-STRING
           WRITE VALIDATE-REPORT-RECORD
           MOVE SPACES TO VALIDATE-REPORT-RECORD
           STRING "Root: " DELIMITED BY SIZE
                  WS-IDLE-ROOT DELIMITED BY SIZE
               INTO VALIDATE-REPORT-RECORD
           END-STRING
           WRITE VALIDATE-REPORT-RECORD
           MOVE SPACES TO VALIDATE-REPORT-RECORD
           STRING "Result: " WS-VAL-RESULT
               DELIMITED BY SIZE INTO VALIDATE-REPORT-RECORD
           END-STRING
           WRITE VALIDATE-REPORT-RECORD
           MOVE WS-VAL-PAGES TO WS-COUNT-D
           MOVE WS-VAL-BLOCKING TO WS-COUNT-D2
           MOVE WS-VAL-WARNED TO WS-COUNT-D3
           MOVE SPACES TO VALIDATE-REPORT-RECORD
           STRING "Pages checked: " WS-COUNT-D
                  "   blocking: " WS-COUNT-D2
                  "   with warnings: " WS-COUNT-D3
               DELIMITED BY SIZE INTO VALIDATE-REPORT-RECORD
           END-STRING
           WRITE VALIDATE-REPORT-RECORD
           MOVE SPACES TO VALIDATE-REPORT-RECORD
           WRITE VALIDATE-REPORT-RECORD

           OPEN INPUT FINDINGS-FILE
           IF WS-FINDINGS-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FINDINGS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE FINDINGS-RECORD
                               TO VALIDATE-REPORT-RECORD
                           WRITE VALIDATE-REPORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FINDINGS-FILE
           END-IF

           IF WS-VAL-RESULT = "BLOCKED"
               MOVE SPACES TO VALIDATE-REPORT-RECORD
               WRITE VALIDATE-REPORT-RECORD
               MOVE "release-switch FLIP will not activate this release"
                   & " until a clean import replaces it, or the operato"
                   & "r sets VALIDATION_OVERRIDE=<reason> (audited)."
                   TO VALIDATE-REPORT-RECORD
               WRITE VALIDATE-REPORT-RECORD
           END-IF
           CLOSE VALIDATE-REPORT
           .

       WRITE-FAILURE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           CLOSE REPORT-FILE
           .

       WRITE-CHANGE-REFUSAL.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "Release import REFUSED - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Change gate: " DELIMITED BY SIZE
                  WS-CHANGE-REASON DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "Give an approved change number (CHANGE_REF / "
               & "X-Change-Ref) or an emergency reason."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

       WRITE-SUCCESS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           END-STRING
           MOVE WS-IDLE-ROOT TO REPORT-RECORD(34:192)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Change: " WS-CHANGE-REF DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Validation: " DELIMITED BY SIZE
                  WS-VAL-RESULT DELIMITED BY SPACE
                  " - see RELEASE-VALIDATE.RPT" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           IF WS-CHANGE-REF = SPACES
               MOVE "-" TO WS-CHANGE-REF
           END-IF
           STRING "[" WS-TIMESTAMP "] console - event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-CHANGE-ACTOR DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " change=" DELIMITED BY SIZE
                  WS-CHANGE-REF DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
