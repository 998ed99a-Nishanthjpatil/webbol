*> file in the snapshot's CHECKSUMS so RESTORE-RUN can verify what
*> it puts back. Snapshots older than BACKUP_RETAIN_DAYS
*> (WEBSERVER.CFG, default 14) are removed by filename date at the
*> end of each run - except a snapshot taken on or before the day a
*> content legal hold was placed (HOLD-CHECK), which is the only
*> record of what that content was; each such skip is audited.
*>
*> The personal-data stores go into a snapshot only as they sit on
*> disk - sealed (PII-CRYPT). Two things are kept out so a snapshot
*> never carries them open: DOC-ROOT/forms/, the plaintext browse
*> pages FORM-EXPORT rebuilds on its next run, and PII_KEY_DIR,
*> should it have been put under DOC-ROOT, which is warned about -
*> a backup holding both the data and its key protects nothing.
IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-RUN.


       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-DOCROOT-ARG        PIC X(256).
       01 WS-PII-KEY-DIR        PIC X(192).
       01 WS-SHELL-CMD          PIC X(700).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.

*> Legal-hold gate (HOLD-CHECK) and its audit line, appended (and
*> hash-chained) through the shared AUDIT-APPEND door
       01 WS-HOLD-KIND          PIC X(4).
       01 WS-HOLD-KEY           PIC X(512).
       01 WS-HOLD-ON            PIC 9.
       01 WS-HOLD-ID            PIC X(8).
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY WS-SNAP-NAME UPON ENVIRONMENT-VALUE
           DISPLAY "BACKUP_ROOT" UPON ENVIRONMENT-NAME
           DISPLAY WS-DOCROOT-ARG UPON ENVIRONMENT-VALUE
           DISPLAY "BACKUP_KEYDIR" UPON ENVIRONMENT-NAME
           DISPLAY "-" UPON ENVIRONMENT-VALUE
           IF WS-DOCROOT-ARG NOT = SPACES AND
              WS-PII-KEY-DIR NOT = SPACES
               IF WS-PII-KEY-DIR(1:WS-ROOT-LEN) =
                      WS-DOCROOT-ARG(1:WS-ROOT-LEN) AND
                  (WS-PII-KEY-DIR(WS-ROOT-LEN + 1:1) = "/" OR
                   WS-PII-KEY-DIR(WS-ROOT-LEN + 1:1) = SPACE)
                   DISPLAY "BACKUP-RUN: WARNING - PII_KEY_DIR is "
                       "under DOC_ROOT; the keys are left out of the "
                       "snapshot - move them outside the served tree"
                   DISPLAY "BACKUP_KEYDIR" UPON ENVIRONMENT-NAME
                   DISPLAY WS-PII-KEY-DIR UPON ENVIRONMENT-VALUE
               END-IF
           END-IF

*> Content tree plus every configuration file that exists, copied
*> with their relative paths preserved, less the plaintext form
*> browse pages (and any key directory found under the content
*> tree); the checksum manifest is computed over the finished
*> snapshot, itself excluded
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'mkdir -p "$BACKUP_SNAP" && for f in '
                      DELIMITED BY SIZE
                      DELIMITED BY SIZE
                  'cp -r --parents "$f" "$BACKUP_SNAP/"; done; '
                      DELIMITED BY SIZE
                  '[ -n "$BACKUP_ROOT" ] && rm -rf '
                      DELIMITED BY SIZE
                  '"$BACKUP_SNAP/$BACKUP_ROOT/forms"; '
                      DELIMITED BY SIZE
                  '[ "$BACKUP_KEYDIR" != "-" ] && rm -rf '
                      DELIMITED BY SIZE
                  '"$BACKUP_SNAP/$BACKUP_KEYDIR"; '
                      DELIMITED BY SIZE
                  'find "$BACKUP_SNAP" -type f ! -name CHECKSUMS '
                      DELIMITED BY SIZE
                  '-exec cksum {} \; > "$BACKUP_SNAP/CHECKSUMS"'
           EVALUATE WS-CFG-KEY
               WHEN "DOC_ROOT"
                   MOVE WS-CFG-VALUE TO DOC-ROOT
               WHEN "PII_KEY_DIR"
                   MOVE WS-CFG-VALUE TO WS-PII-KEY-DIR
               WHEN "BACKUP_RETAIN_DAYS"
                   COMPUTE BACKUP-RETAIN-DAYS =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               EXIT PARAGRAPH
           END-IF

           MOVE "SNAP" TO WS-HOLD-KIND
           MOVE SPACES TO WS-HOLD-KEY
           MOVE WS-SNAP-DATE TO WS-HOLD-KEY(1:8)
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           IF WS-HOLD-ON = 1
               DISPLAY "BACKUP-RUN: kept " SNAP-LIST-RECORD(1:21)
                   " (legal hold " WS-HOLD-ID ")"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO WS-AUDIT-LINE
               STRING "[" WS-CURRENT-DATE(1:4) "-"
                      WS-CURRENT-DATE(5:2) "-" WS-CURRENT-DATE(7:2)
                      " " WS-CURRENT-DATE(9:2) ":"
                      WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
                      "] console " DELIMITED BY SIZE
                      SNAP-LIST-RECORD DELIMITED BY SPACE
                      " event=LEGAL_HOLD_SKIP user=scheduler result="
                          DELIMITED BY SIZE
                      WS-HOLD-ID DELIMITED BY SPACE
                      " action=PRUNE" DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
               END-STRING
               CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
                   WS-AUDIT-CHAINED
               END-CALL
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BACKUP_SNAP" UPON ENVIRONMENT-NAME
           DISPLAY SNAP-LIST-RECORD UPON ENVIRONMENT-VALUE
           MOVE 'rm -rf "$BACKUP_SNAP"' TO WS-SHELL-CMD
