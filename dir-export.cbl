*> Standalone batch job: the staff directory as address-book feeds.
*> Staff were copying numbers out of the /api/directory pages into
*> their phones and mail clients by hand, and the copies went stale;
*> after each DIR-LOAD this job writes the directory, as loaded, into
*> the document root's directory-export/ folder (DOC_ROOT from
*> WEBSERVER.CFG):
*>
*>   company.vcf     - everybody, as vCards (3.0)
*>   <dept>.vcf      - one department's people
*>   directory.ldif  - the extract the mail team imports into the
*>                     address-book server
*>   index.html      - what was written, with counts
*>
*> (department file names are made the way ORG-CHART makes its page
*> names). The folder holds personal details, so it is published
*> only from behind an AUTH-REALMS.CFG realm: with no "/directory-
*> export" realm on file the job refuses to write anything. A
*> department file left over from a department that has gone is
*> deleted, going by the file list the previous run kept in
*> DIR-EXPORT.FILES.
*>
*> The export is stamped from DIR-RECON.RPT, not from the clock: its
*> generation date is the load's own timestamp and its record count
*> is the load's "Records after" figure, and the job refuses when
*> DIRECTORY.DAT no longer holds that many records (the file has
*> moved on since the load, or the load's figures are wrong - either
*> way not an export to hand on). After a refused load there is
*> nothing new to export and the standing one is left as it is.
*>
*> The LDIF is written as changes against the previous export, so a
*> downstream copy can be kept in step with ldapmodify: a person new
*> since then is an add, everyone else a modify replacing every
*> attribute, and anyone the previous export carried who is no
*> longer on file is an explicit delete. The keys each export
*> carried are kept in DIR-EXPORT.KEYS, stamped with the load they
*> came from; running the job again for the same load diffs against
*> the same earlier list, so a rerun writes the same deletions
*> rather than losing them. DIR_EXPORT_BASE_DN in WEBSERVER.CFG names
*> the subtree the entries sit under (default "ou=people"); each
*> entry is uid=<directory key> there.
*>
*>   dir-export
*>
*> Run from JOB-TABLE.CFG with DEPENDS on the directory load, full or
*> delta. The run is audited, and ends with return code 8 when
*> nothing could be exported.
IDENTIFICATION DIVISION.
       PROGRAM-ID. DIR-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT RECON-FILE ASSIGN TO "DIR-RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT REALMS-FILE ASSIGN TO "AUTH-REALMS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALMS-STATUS.
           SELECT DIRECTORY-FILE ASSIGN TO "DIRECTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIR-STATUS.
*> The keys the last export carried, the keys the export before that
*> carried (what this run is diffed against), and this run's list
           SELECT KEYS-FILE ASSIGN TO "DIR-EXPORT.KEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYS-STATUS.
           SELECT PRIOR-KEYS-FILE ASSIGN TO "DIR-EXPORT-PRIOR.KEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NEW-KEYS-FILE ASSIGN TO "DIR-EXPORT-KEYS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-KEYS-STATUS.
*> The department files the last run wrote
           SELECT FILES-LIST-FILE ASSIGN TO DYNAMIC WS-FILES-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILES-LIST-STATUS.
           SELECT LDIF-OUT ASSIGN TO DYNAMIC WS-LDIF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDIF-STATUS.
           SELECT PAGE-OUT ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  RECON-FILE.
       01  RECON-RECORD         PIC X(160).
       FD  REALMS-FILE.
       01  REALMS-RECORD        PIC X(128).
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 DIR-KEY           PIC X(16).
           05 DIR-NAME          PIC X(40).
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE        PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).
       FD  KEYS-FILE.
       01  KEYS-RECORD          PIC X(40).
       FD  PRIOR-KEYS-FILE.
       01  PRIOR-KEYS-RECORD    PIC X(40).
       FD  NEW-KEYS-FILE.
       01  NEW-KEYS-RECORD      PIC X(40).
       FD  FILES-LIST-FILE.
       01  FILES-LIST-RECORD    PIC X(40).
       FD  LDIF-OUT.
       01  LDIF-RECORD          PIC X(400).
       FD  PAGE-OUT.
       01  OUT-RECORD           PIC X(1024).

       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       01 WS-CFG-STATUS         PIC XX.
       01 WS-RECON-STATUS       PIC XX.
       01 WS-REALMS-STATUS      PIC XX.
       01 WS-DIR-STATUS         PIC XX.
       01 WS-KEYS-STATUS        PIC XX.
       01 WS-PRIOR-STATUS       PIC XX.
       01 WS-NEW-KEYS-STATUS    PIC XX.
       01 WS-FILES-LIST-STATUS  PIC XX.
       01 WS-LDIF-STATUS        PIC XX.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-EOF                PIC 9.

       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
       01 WS-BASE-DN            PIC X(128) VALUE "ou=people".

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> What DIR-RECON.RPT says of the load: its kind (F full rebuild, D
*> delta, R refused), its timestamp and its "Records after" figure
       01 WS-RECON-KIND         PIC X VALUE SPACE.
       01 WS-GEN-STAMP          PIC X(19) VALUE SPACES.
       01 WS-RECON-COUNT        PIC 9(7) VALUE 0.
       01 WS-RECON-COUNT-SEEN   PIC 9 VALUE 0.
       01 WS-DIGIT-POS          PIC 9(4) COMP.
       01 WS-DIGIT              PIC 9.
       01 WS-REALM-SEEN         PIC 9 VALUE 0.
       01 WS-DIR-COUNT          PIC 9(7) VALUE 0.

*> The previous export's keys, read alongside the directory in the
*> same key order; HIGH-VALUES once they run out
       01 WS-PRIOR-KEY          PIC X(16).
       01 WS-PRIOR-OPEN         PIC 9 VALUE 0.
       01 WS-KEYS-HEADER        PIC X(40).
       01 WS-ADDED              PIC 9(7) VALUE 0.
       01 WS-UPDATED            PIC 9(7) VALUE 0.
       01 WS-DELETED            PIC 9(7) VALUE 0.
       01 WS-EXPORTED           PIC 9(7) VALUE 0.

*> The departments, in the order the department key hands them back
       01 WS-DEPT-COUNT         PIC 9(3) COMP VALUE 0.
       01 DEPT-TABLE.
          05 DEPT-ENTRY OCCURS 200 TIMES.
             10 DEPT-NAME         PIC X(24).
             10 DEPT-FILE         PIC X(24).
             10 DEPT-PEOPLE       PIC 9(5) COMP.
       01 WS-DEPT-IDX           PIC 9(3) COMP.
       01 WS-SCAN-IDX           PIC 9(3) COMP.
       01 WS-NEW-DEPT           PIC X(24).
       01 WS-CUR-DEPT           PIC X(24).
       01 WS-DEPT-OPEN          PIC 9 VALUE 0.
       01 WS-FILE-POS           PIC 9(4) COMP.
       01 WS-OTHER-DEPTS        PIC 9(5) VALUE 0.
       01 WS-OLD-FILE           PIC X(40).
       01 WS-OLD-KEPT           PIC 9.

*> Output: the directory-export/ folder, the file being written and
*> its scratch copy
       01 WS-ROOT-LEN           PIC 9(4) COMP.
       01 WS-OUT-DIR            PIC X(300).
       01 WS-OUT-DIR-LEN        PIC 9(4) COMP.
       01 WS-OUT-FILE           PIC X(32).
       01 WS-OUT-NAME           PIC X(340).
       01 WS-VCARD-NAME         PIC X(340).
       01 WS-LDIF-NAME          PIC X(340).
       01 WS-FINAL-NAME         PIC X(340).
       01 WS-VCARD-FINAL        PIC X(340).
       01 WS-LDIF-FINAL         PIC X(340).
       01 WS-FILES-LIST-NAME    PIC X(40).
       01 WS-OUT-FAILED         PIC 9 VALUE 0.
       01 WS-FILES-WRITTEN      PIC 9(4) VALUE 0.
       01 WS-OUT-PTR            PIC 9(4) COMP.
       01 WS-MKDIR-RC           PIC S9(9) COMP-5.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

*> vCard lines end CRLF and fold at 75 octets, as EVENT-PUBLISH's
*> iCalendar feed does, so the cards go out through the same raw
*> CBL_CREATE_FILE/CBL_WRITE_FILE byte-exact write
       01 WS-FILE-HANDLE        PIC 9(8) COMP-5.
       01 WS-CREATE-RC          PIC S9(9) COMP-5.
       01 WS-WRITE-RC           PIC S9(9) COMP-5.
       01 WS-CLOSE-RC           PIC S9(9) COMP-5.
       01 WS-WRITE-OFFSET       PIC 9(18) COMP VALUE 0.
       01 WS-WRITE-LEN          PIC 9(9) COMP.
       01 WS-VC-LINE            PIC X(400).
       01 WS-VC-LEN             PIC 9(4) COMP.
       01 WS-VC-POS             PIC 9(4) COMP.
       01 WS-VC-CHUNK           PIC 9(4) COMP.
       01 WS-VC-OUT             PIC X(80).
       01 WS-REV-STAMP          PIC X(19).

*> One person's name both ways round: the directory holds it surname
*> first ("Surname, Given" or "Surname Given"), address books want
*> the parts and the name as it is spoken
       01 WS-SURNAME            PIC X(40).
       01 WS-GIVEN              PIC X(40).
       01 WS-FULL-NAME          PIC X(82).
       01 WS-NAME-WORK          PIC X(40).
       01 WS-NAME-LEN           PIC 9(4) COMP.
       01 WS-NAME-POS           PIC 9(4) COMP.

*> One LDIF attribute: written as "name: value" for an add (nothing
*> when blank), as "replace: name" / "name: value" / "-" for a
*> modify (a blank value clears the attribute)
       01 WS-LDIF-MODE          PIC X.
       01 WS-ATTR-NAME          PIC X(20).
       01 WS-ATTR-VALUE         PIC X(200).

*> Escaping: HTML entities for the index page, and the vCard text
*> escapes ("\" "," ";") for card values
       01 WS-ESC-SRC            PIC X(256).
       01 WS-ESC-SRC-LEN        PIC 9(4) COMP.
       01 WS-ESC-DST            PIC X(1536).
       01 WS-ESC-DST-LEN        PIC 9(4) COMP.
       01 WS-ESC-PTR            PIC 9(4) COMP.
       01 WS-ESC-IDX            PIC 9(4) COMP.
       01 WS-ESC-CHAR           PIC X(1).
       01 WS-SURNAME-ESC        PIC X(120).
       01 WS-GIVEN-ESC          PIC X(120).

*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-AUDIT-RESULT       PIC X(10).
       01 WS-LINE-PTR           PIC 9(4) COMP.
       01 WS-COUNT-DISPLAY      PIC Z(6)9.
       01 WS-COUNT-DISPLAY-2    PIC Z(6)9.
       01 WS-COUNT-DISPLAY-3    PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           END-STRING

           PERFORM READ-CONFIG-FILE
           PERFORM READ-RECON-REPORT
           IF WS-RECON-KIND = "R"
               DISPLAY "DIR-EXPORT: the last directory load was "
                   "refused - the standing export is left as it is"
               MOVE "SKIPPED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-ENTRY
               STOP RUN
           END-IF
           IF WS-OUT-FAILED = 0
               PERFORM CHECK-EXPORT-REALM
           END-IF
           IF WS-OUT-FAILED = 0
               PERFORM COUNT-DIRECTORY
           END-IF
           IF WS-OUT-FAILED = 0
               PERFORM SET-OUTPUT-DIR
               PERFORM SETTLE-PRIOR-KEYS
               PERFORM WRITE-COMPANY-EXPORT
           END-IF
           IF WS-OUT-FAILED = 0
               PERFORM WRITE-DEPT-FILES
               PERFORM WRITE-INDEX-PAGE
           END-IF
           IF WS-OUT-FAILED = 0
               PERFORM REMOVE-GONE-DEPT-FILES
               PERFORM PLACE-NEW-KEYS
           END-IF

           IF WS-OUT-FAILED = 1
               MOVE "FAILED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "APPLIED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
*> After the audit call, which leaves its own return code behind
           IF WS-OUT-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-OUT-FAILED = 0
               MOVE WS-EXPORTED TO WS-COUNT-DISPLAY
               MOVE WS-DEPT-COUNT TO WS-COUNT-DISPLAY-2
               MOVE WS-FILES-WRITTEN TO WS-COUNT-DISPLAY-3
               DISPLAY "DIR-EXPORT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " people in " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                   " department(s), "
                   FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                   " file(s) written for the load of " WS-GEN-STAMP
               MOVE WS-ADDED TO WS-COUNT-DISPLAY
               MOVE WS-UPDATED TO WS-COUNT-DISPLAY-2
               MOVE WS-DELETED TO WS-COUNT-DISPLAY-3
               DISPLAY "DIR-EXPORT: LDIF " FUNCTION TRIM(
                   WS-COUNT-DISPLAY) " add(s), " FUNCTION TRIM(
                   WS-COUNT-DISPLAY-2) " modify(s), " FUNCTION TRIM(
                   WS-COUNT-DISPLAY-3) " delete(s)"
           END-IF
           IF WS-OTHER-DEPTS > 0
               MOVE WS-OTHER-DEPTS TO WS-COUNT-DISPLAY
               DISPLAY "DIR-EXPORT: more than 200 departments - "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " people have no department file (they are in "
                   "company.vcf and the LDIF)"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
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
           MOVE SPACES TO WS-CFG-VALUE
           MOVE CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           EVALUATE WS-CFG-KEY
               WHEN "DOC_ROOT"
                   MOVE WS-CFG-VALUE TO DOC-ROOT
               WHEN "DIR_EXPORT_BASE_DN"
                   MOVE WS-CFG-VALUE TO WS-BASE-DN
           END-EVALUATE
           .

*> ----------------------------------------------------------------
*> DIR-RECON.RPT: the first line names the kind of load and when it
*> ran, and "Records after:" carries the count the file was left
*> with. No report, or one without a count, exports nothing
*> ----------------------------------------------------------------
       READ-RECON-REPORT.
           OPEN INPUT RECON-FILE
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "DIR-EXPORT: no DIR-RECON.RPT - run the "
                   "directory load first; nothing exported"
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ RECON-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-RECON-LINE
               END-READ
           END-PERFORM
           CLOSE RECON-FILE
           IF WS-RECON-KIND = "R"
               EXIT PARAGRAPH
           END-IF
           IF WS-RECON-KIND = SPACE OR WS-RECON-COUNT-SEEN = 0
               DISPLAY "DIR-EXPORT: DIR-RECON.RPT carries no load "
                   "date and record count; nothing exported"
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           .

       NOTE-RECON-LINE.
           EVALUATE TRUE
               WHEN RECON-RECORD(1:25) = "Directory full rebuild - "
                   MOVE "F" TO WS-RECON-KIND
                   MOVE RECON-RECORD(26:19) TO WS-GEN-STAMP
               WHEN RECON-RECORD(1:33) =
                    "Directory delta reconciliation - "
                   MOVE "D" TO WS-RECON-KIND
                   MOVE RECON-RECORD(34:19) TO WS-GEN-STAMP
               WHEN RECON-RECORD(1:28) = "Directory rebuild REFUSED - "
                   MOVE "R" TO WS-RECON-KIND
                   MOVE RECON-RECORD(29:19) TO WS-GEN-STAMP
               WHEN RECON-RECORD(1:14) = "Records after:"
                   MOVE 0 TO WS-RECON-COUNT
                   PERFORM VARYING WS-DIGIT-POS FROM 15 BY 1
                       UNTIL WS-DIGIT-POS > 40
                       IF RECON-RECORD(WS-DIGIT-POS:1) IS NUMERIC
                           MOVE RECON-RECORD(WS-DIGIT-POS:1)
                               TO WS-DIGIT
                           COMPUTE WS-RECON-COUNT =
                               WS-RECON-COUNT * 10 + WS-DIGIT
                       END-IF
                   END-PERFORM
                   MOVE 1 TO WS-RECON-COUNT-SEEN
           END-EVALUATE
           .

*> The folder holds phone numbers and mailboxes; unlike the report
*> portal, which only warns, nothing is written unless a realm
*> already covers it
       CHECK-EXPORT-REALM.
           MOVE 0 TO WS-REALM-SEEN
           OPEN INPUT REALMS-FILE
           IF WS-REALMS-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ REALMS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF REALMS-RECORD(1:17) = "/directory-export"
                               MOVE 1 TO WS-REALM-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REALMS-FILE
           END-IF
           IF WS-REALM-SEEN = 0
               DISPLAY "DIR-EXPORT: REFUSED - no /directory-export "
                   "realm in AUTH-REALMS.CFG; the export would be "
                   "world-readable"
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           .

*> The record count the export will carry must be the one the load
*> reported
       COUNT-DIRECTORY.
           MOVE 0 TO WS-DIR-COUNT
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               DISPLAY "DIR-EXPORT: cannot read DIRECTORY.DAT, status "
                   WS-DIR-STATUS
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DIRECTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-DIR-COUNT
               END-READ
           END-PERFORM
           CLOSE DIRECTORY-FILE
           IF WS-DIR-COUNT NOT = WS-RECON-COUNT
               MOVE WS-DIR-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-RECON-COUNT TO WS-COUNT-DISPLAY-2
               DISPLAY "DIR-EXPORT: REFUSED - DIRECTORY.DAT holds "
                   FUNCTION TRIM(WS-COUNT-DISPLAY) " record(s) but "
                   "DIR-RECON.RPT reports "
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                   " after the load of " WS-GEN-STAMP
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           .

*> <DOC_ROOT>/directory-export, created when missing
       SET-OUTPUT-DIR.
           MOVE 0 TO WS-ROOT-LEN
           INSPECT DOC-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-OUT-DIR
           IF WS-ROOT-LEN = 0 OR DOC-ROOT(1:WS-ROOT-LEN) = "."
               MOVE "directory-export" TO WS-OUT-DIR
           ELSE
               STRING DOC-ROOT(1:WS-ROOT-LEN) "/directory-export"
                   DELIMITED BY SIZE INTO WS-OUT-DIR
               END-STRING
           END-IF
           MOVE 0 TO WS-OUT-DIR-LEN
           INSPECT WS-OUT-DIR TALLYING WS-OUT-DIR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           CALL "CBL_CREATE_DIR" USING WS-OUT-DIR
               RETURNING WS-MKDIR-RC
           END-CALL
           MOVE SPACES TO WS-REV-STAMP
           STRING WS-GEN-STAMP(1:10) "T" WS-GEN-STAMP(12:8)
               DELIMITED BY SIZE INTO WS-REV-STAMP
           END-STRING
           .

*> ----------------------------------------------------------------
*> Which earlier key list this run is diffed against. DIR-EXPORT.KEYS
*> stamped with this same load means the job is being rerun, and the
*> list before it (DIR-EXPORT-PRIOR.KEYS) still stands; stamped with
*> an older load, it becomes the prior list. With no DIR-EXPORT.KEYS
*> - the first run, or a run that failed after turning it over - the
*> prior list is used as it is, and with neither everyone is an add
*> ----------------------------------------------------------------
       SETTLE-PRIOR-KEYS.
           OPEN INPUT KEYS-FILE
           IF WS-KEYS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEYS-HEADER
           READ KEYS-FILE
               AT END
                   MOVE SPACES TO KEYS-RECORD
           END-READ
           MOVE KEYS-RECORD TO WS-KEYS-HEADER
           CLOSE KEYS-FILE
           IF WS-KEYS-HEADER(1:12) = "# generated " AND
              WS-KEYS-HEADER(13:19) = WS-GEN-STAMP
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "DIR-EXPORT-PRIOR.KEYS"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "DIR-EXPORT.KEYS"
               "DIR-EXPORT-PRIOR.KEYS"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       READ-PRIOR-KEY.
           MOVE HIGH-VALUES TO WS-PRIOR-KEY
           IF WS-PRIOR-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRIOR-KEY NOT = HIGH-VALUES
               READ PRIOR-KEYS-FILE
                   AT END
                       CLOSE PRIOR-KEYS-FILE
                       MOVE 0 TO WS-PRIOR-OPEN
                       EXIT PARAGRAPH
               END-READ
               IF PRIOR-KEYS-RECORD NOT = SPACES AND
                  PRIOR-KEYS-RECORD(1:1) NOT = "#"
                   MOVE PRIOR-KEYS-RECORD(1:16) TO WS-PRIOR-KEY
               END-IF
           END-PERFORM
           .

       SET-OUT-NAMES.
           MOVE SPACES TO WS-FINAL-NAME
           STRING WS-OUT-DIR(1:WS-OUT-DIR-LEN) "/" DELIMITED BY SIZE
                  WS-OUT-FILE DELIMITED BY SPACE
               INTO WS-FINAL-NAME
           END-STRING
           MOVE SPACES TO WS-OUT-NAME
           STRING WS-FINAL-NAME DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
               INTO WS-OUT-NAME
           END-STRING
           .

*> WS-OUT-NAME (the scratch copy) renamed over WS-FINAL-NAME
       PLACE-OUT-FILE.
           CALL "CBL_DELETE_FILE" USING WS-FINAL-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-OUT-NAME WS-FINAL-NAME
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "DIR-EXPORT: cannot replace "
                   FUNCTION TRIM(WS-FINAL-NAME)
               MOVE 1 TO WS-OUT-FAILED
           ELSE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF
           .

*> ----------------------------------------------------------------
*> company.vcf and directory.ldif, in one pass in key order - the
*> order the previous export's key list was written in, so the two
*> are merged as they go: prior keys short of the current one are
*> people since removed
*> ----------------------------------------------------------------
       WRITE-COMPANY-EXPORT.
           MOVE "company.vcf" TO WS-OUT-FILE
           PERFORM SET-OUT-NAMES
           MOVE WS-OUT-NAME TO WS-VCARD-NAME
           MOVE WS-FINAL-NAME TO WS-VCARD-FINAL
           MOVE "directory.ldif" TO WS-OUT-FILE
           PERFORM SET-OUT-NAMES
           MOVE WS-OUT-NAME TO WS-LDIF-NAME
           MOVE WS-FINAL-NAME TO WS-LDIF-FINAL

           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               DISPLAY "DIR-EXPORT: cannot read DIRECTORY.DAT, status "
                   WS-DIR-STATUS
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-VCARD-FILE
           IF WS-CREATE-RC NOT = 0
               CLOSE DIRECTORY-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LDIF-OUT
           IF WS-LDIF-STATUS NOT = "00"
               DISPLAY "DIR-EXPORT: cannot write "
                   FUNCTION TRIM(WS-LDIF-NAME)
               CLOSE DIRECTORY-FILE
               CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
                   RETURNING WS-CLOSE-RC
               END-CALL
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-KEYS-FILE
           MOVE SPACES TO NEW-KEYS-RECORD
           STRING "# generated " WS-GEN-STAMP
               DELIMITED BY SIZE INTO NEW-KEYS-RECORD
           END-STRING
           WRITE NEW-KEYS-RECORD

           MOVE 0 TO WS-PRIOR-OPEN
           OPEN INPUT PRIOR-KEYS-FILE
           IF WS-PRIOR-STATUS = "00"
               MOVE 1 TO WS-PRIOR-OPEN
           END-IF
           PERFORM READ-PRIOR-KEY

           MOVE "version: 1" TO LDIF-RECORD
           WRITE LDIF-RECORD
           MOVE WS-RECON-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LDIF-RECORD
           STRING "# Staff directory - generated " WS-GEN-STAMP
                  ", " FUNCTION TRIM(WS-COUNT-DISPLAY) " record(s)"
                  " (as DIR-RECON.RPT)"
               DELIMITED BY SIZE INTO LDIF-RECORD
           END-STRING
           WRITE LDIF-RECORD
           MOVE "# Changes against the previous export" TO LDIF-RECORD
           WRITE LDIF-RECORD
           MOVE SPACES TO LDIF-RECORD
           WRITE LDIF-RECORD

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DIRECTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM EXPORT-ONE-PERSON
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-PRIOR-KEY = HIGH-VALUES
               PERFORM WRITE-LDIF-DELETE
               PERFORM READ-PRIOR-KEY
           END-PERFORM

           MOVE WS-ADDED TO WS-COUNT-DISPLAY
           MOVE WS-UPDATED TO WS-COUNT-DISPLAY-2
           MOVE WS-DELETED TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO LDIF-RECORD
           STRING "# " FUNCTION TRIM(WS-COUNT-DISPLAY) " added, "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) " modified, "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3) " deleted"
               DELIMITED BY SIZE INTO LDIF-RECORD
           END-STRING
           WRITE LDIF-RECORD

           CLOSE DIRECTORY-FILE
           CLOSE LDIF-OUT
           CLOSE NEW-KEYS-FILE
           IF WS-PRIOR-OPEN = 1
               CLOSE PRIOR-KEYS-FILE
           END-IF

           MOVE WS-VCARD-FINAL TO WS-FINAL-NAME
           PERFORM CLOSE-VCARD-FILE
           MOVE WS-LDIF-NAME TO WS-OUT-NAME
           MOVE WS-LDIF-FINAL TO WS-FINAL-NAME
           PERFORM PLACE-OUT-FILE
           .

       EXPORT-ONE-PERSON.
           ADD 1 TO WS-EXPORTED
           PERFORM SPLIT-PERSON-NAME
           PERFORM WRITE-ONE-VCARD
           PERFORM UNTIL WS-PRIOR-KEY >= DIR-KEY
               PERFORM WRITE-LDIF-DELETE
               PERFORM READ-PRIOR-KEY
           END-PERFORM
           IF WS-PRIOR-KEY = DIR-KEY
               MOVE "M" TO WS-LDIF-MODE
               ADD 1 TO WS-UPDATED
               PERFORM READ-PRIOR-KEY
           ELSE
               MOVE "A" TO WS-LDIF-MODE
               ADD 1 TO WS-ADDED
           END-IF
           PERFORM WRITE-LDIF-ENTRY
           MOVE SPACES TO NEW-KEYS-RECORD
           MOVE DIR-KEY TO NEW-KEYS-RECORD
           WRITE NEW-KEYS-RECORD
           .

*> "Surname, Given", or failing a comma the first word as the
*> surname - the order the name search already assumes
       SPLIT-PERSON-NAME.
           MOVE SPACES TO WS-SURNAME
           MOVE SPACES TO WS-GIVEN
           MOVE SPACES TO WS-FULL-NAME
           MOVE FUNCTION TRIM(DIR-NAME) TO WS-NAME-WORK
           IF WS-NAME-WORK = SPACES
               MOVE DIR-KEY TO WS-SURNAME
               MOVE DIR-KEY TO WS-FULL-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NAME-POS
           INSPECT WS-NAME-WORK TALLYING WS-NAME-POS
               FOR CHARACTERS BEFORE INITIAL ","
           IF WS-NAME-POS >= 40
               MOVE 0 TO WS-NAME-POS
               INSPECT WS-NAME-WORK TALLYING WS-NAME-POS
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           IF WS-NAME-POS = 0
               MOVE WS-NAME-WORK TO WS-SURNAME
           ELSE
               MOVE WS-NAME-WORK(1:WS-NAME-POS) TO WS-SURNAME
               IF WS-NAME-POS < 39
                   MOVE FUNCTION TRIM(WS-NAME-WORK(WS-NAME-POS + 2:))
                       TO WS-GIVEN
               END-IF
           END-IF
           IF WS-GIVEN = SPACES
               MOVE WS-SURNAME TO WS-FULL-NAME
           ELSE
               STRING FUNCTION TRIM(WS-GIVEN) " "
                      FUNCTION TRIM(WS-SURNAME)
                   DELIMITED BY SIZE INTO WS-FULL-NAME
               END-STRING
           END-IF
           .

*> ----------------------------------------------------------------
*> The vCard file being written: WS-VCARD-NAME created empty, and on
*> closing renamed over WS-FINAL-NAME unless a write failed
*> ----------------------------------------------------------------
       OPEN-VCARD-FILE.
           CALL "CBL_CREATE_FILE" USING WS-VCARD-NAME 2 0 0
               WS-FILE-HANDLE
               RETURNING WS-CREATE-RC
           END-CALL
           IF WS-CREATE-RC NOT = 0
               DISPLAY "DIR-EXPORT: cannot write "
                   FUNCTION TRIM(WS-VCARD-NAME)
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           MOVE 0 TO WS-WRITE-OFFSET
           MOVE 0 TO WS-WRITE-RC
           .

       CLOSE-VCARD-FILE.
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
               RETURNING WS-CLOSE-RC
           END-CALL
           MOVE WS-VCARD-NAME TO WS-OUT-NAME
           IF WS-WRITE-RC NOT = 0
               DISPLAY "DIR-EXPORT: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
               MOVE 1 TO WS-OUT-FAILED
               CALL "CBL_DELETE_FILE" USING WS-OUT-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM PLACE-OUT-FILE
           .

*> ----------------------------------------------------------------
*> One vCard, to whichever file is open
*> ----------------------------------------------------------------
       WRITE-ONE-VCARD.
           MOVE "BEGIN:VCARD" TO WS-VC-LINE
           PERFORM WRITE-VCARD-LINE
           MOVE "VERSION:3.0" TO WS-VC-LINE
           PERFORM WRITE-VCARD-LINE
           MOVE SPACES TO WS-VC-LINE
           STRING "UID:" DELIMITED BY SIZE
                  DIR-KEY DELIMITED BY SPACE
               INTO WS-VC-LINE
           END-STRING
           PERFORM WRITE-VCARD-LINE

           MOVE WS-SURNAME TO WS-ESC-SRC
           PERFORM ESCAPE-VCARD-TEXT
           MOVE WS-ESC-DST(1:WS-ESC-DST-LEN) TO WS-SURNAME-ESC
           MOVE SPACES TO WS-GIVEN-ESC
           IF WS-GIVEN NOT = SPACES
               MOVE WS-GIVEN TO WS-ESC-SRC
               PERFORM ESCAPE-VCARD-TEXT
               MOVE WS-ESC-DST(1:WS-ESC-DST-LEN) TO WS-GIVEN-ESC
           END-IF
           MOVE SPACES TO WS-VC-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "N:" DELIMITED BY SIZE
                  WS-SURNAME-ESC DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-GIVEN-ESC DELIMITED BY "  "
                  ";;;" DELIMITED BY SIZE
               INTO WS-VC-LINE WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM WRITE-VCARD-LINE
           MOVE WS-FULL-NAME TO WS-ESC-SRC
           PERFORM ESCAPE-VCARD-TEXT
           MOVE "FN:" TO WS-ATTR-NAME
           PERFORM WRITE-VCARD-VALUE

           IF DIR-DEPT NOT = SPACES
               MOVE DIR-DEPT TO WS-ESC-SRC
               PERFORM ESCAPE-VCARD-TEXT
               MOVE "ORG:" TO WS-ATTR-NAME
               PERFORM WRITE-VCARD-VALUE
           END-IF
           IF DIR-TITLE NOT = SPACES
               MOVE DIR-TITLE TO WS-ESC-SRC
               PERFORM ESCAPE-VCARD-TEXT
               MOVE "TITLE:" TO WS-ATTR-NAME
               PERFORM WRITE-VCARD-VALUE
           END-IF
           IF DIR-PHONE NOT = SPACES
               MOVE DIR-PHONE TO WS-ESC-SRC
               PERFORM ESCAPE-VCARD-TEXT
               MOVE "TEL;TYPE=WORK,VOICE:" TO WS-ATTR-NAME
               PERFORM WRITE-VCARD-VALUE
           END-IF
           IF DIR-EMAIL NOT = SPACES
               MOVE DIR-EMAIL TO WS-ESC-SRC
               PERFORM ESCAPE-VCARD-TEXT
               MOVE "EMAIL;TYPE=INTERNET:" TO WS-ATTR-NAME
               PERFORM WRITE-VCARD-VALUE
           END-IF
*> The office goes in the address's "extended" part - a room, not a
*> postal address
           IF DIR-OFFICE NOT = SPACES
               MOVE DIR-OFFICE TO WS-ESC-SRC
               PERFORM ESCAPE-VCARD-TEXT
               MOVE SPACES TO WS-VC-LINE
               STRING "ADR;TYPE=WORK:;" WS-ESC-DST(1:WS-ESC-DST-LEN)
                      ";;;;;" DELIMITED BY SIZE
                   INTO WS-VC-LINE
               END-STRING
               PERFORM WRITE-VCARD-LINE
           END-IF
           MOVE SPACES TO WS-VC-LINE
           STRING "REV:" WS-REV-STAMP DELIMITED BY SIZE
               INTO WS-VC-LINE
           END-STRING
           PERFORM WRITE-VCARD-LINE
           MOVE "END:VCARD" TO WS-VC-LINE
           PERFORM WRITE-VCARD-LINE
           .

*> WS-ATTR-NAME (property and its ":") then the escaped value
       WRITE-VCARD-VALUE.
           MOVE SPACES TO WS-VC-LINE
           STRING WS-ATTR-NAME DELIMITED BY SPACE
                  WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
               INTO WS-VC-LINE
           END-STRING
           PERFORM WRITE-VCARD-LINE
           .

*> WS-VC-LINE out CRLF-terminated, folded at 75 octets (never inside
*> a UTF-8 sequence) - EVENT-PUBLISH's WRITE-ICS-LINE for vCards
       WRITE-VCARD-LINE.
           PERFORM VARYING WS-VC-LEN FROM 400 BY -1
               UNTIL WS-VC-LEN < 1
               IF WS-VC-LINE(WS-VC-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 1 TO WS-VC-POS
           PERFORM UNTIL WS-VC-POS > WS-VC-LEN
               IF WS-VC-POS = 1
                   MOVE 75 TO WS-VC-CHUNK
               ELSE
                   MOVE 74 TO WS-VC-CHUNK
               END-IF
               IF WS-VC-POS + WS-VC-CHUNK > WS-VC-LEN
                   COMPUTE WS-VC-CHUNK = WS-VC-LEN - WS-VC-POS + 1
               ELSE
                   PERFORM UNTIL WS-VC-CHUNK < 2 OR
                       WS-VC-LINE(WS-VC-POS + WS-VC-CHUNK:1)
                           < X"80" OR
                       WS-VC-LINE(WS-VC-POS + WS-VC-CHUNK:1)
                           > X"BF"
                       SUBTRACT 1 FROM WS-VC-CHUNK
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-VC-OUT
               MOVE 1 TO WS-OUT-PTR
               IF WS-VC-POS > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-VC-OUT WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               STRING WS-VC-LINE(WS-VC-POS:WS-VC-CHUNK)
                      X"0D0A" DELIMITED BY SIZE
                   INTO WS-VC-OUT WITH POINTER WS-OUT-PTR
               END-STRING
               COMPUTE WS-WRITE-LEN = WS-OUT-PTR - 1
               IF WS-WRITE-RC = 0
                   CALL "CBL_WRITE_FILE" USING WS-FILE-HANDLE
                       WS-WRITE-OFFSET WS-WRITE-LEN 0
                       WS-VC-OUT(1:WS-WRITE-LEN)
                       RETURNING WS-WRITE-RC
                   END-CALL
               END-IF
               ADD WS-WRITE-LEN TO WS-WRITE-OFFSET
               ADD WS-VC-CHUNK TO WS-VC-POS
           END-PERFORM
           .

*> ----------------------------------------------------------------
*> One LDIF entry, an add or a modify as WS-LDIF-MODE says
*> ----------------------------------------------------------------
       WRITE-LDIF-ENTRY.
           MOVE SPACES TO LDIF-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "dn: uid=" DELIMITED BY SIZE
                  DIR-KEY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BASE-DN DELIMITED BY SPACE
               INTO LDIF-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE LDIF-RECORD
           IF WS-LDIF-MODE = "A"
               MOVE "changetype: add" TO LDIF-RECORD
               WRITE LDIF-RECORD
               MOVE "objectClass: top" TO LDIF-RECORD
               WRITE LDIF-RECORD
               MOVE "objectClass: person" TO LDIF-RECORD
               WRITE LDIF-RECORD
               MOVE "objectClass: organizationalPerson"
                   TO LDIF-RECORD
               WRITE LDIF-RECORD
               MOVE "objectClass: inetOrgPerson" TO LDIF-RECORD
               WRITE LDIF-RECORD
               MOVE "uid" TO WS-ATTR-NAME
               MOVE DIR-KEY TO WS-ATTR-VALUE
               PERFORM WRITE-LDIF-ATTRIBUTE
           ELSE
               MOVE "changetype: modify" TO LDIF-RECORD
               WRITE LDIF-RECORD
           END-IF
           MOVE "cn" TO WS-ATTR-NAME
           MOVE WS-FULL-NAME TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "sn" TO WS-ATTR-NAME
           MOVE WS-SURNAME TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "givenName" TO WS-ATTR-NAME
           MOVE WS-GIVEN TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "telephoneNumber" TO WS-ATTR-NAME
           MOVE DIR-PHONE TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "roomNumber" TO WS-ATTR-NAME
           MOVE DIR-OFFICE TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "ou" TO WS-ATTR-NAME
           MOVE DIR-DEPT TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "mail" TO WS-ATTR-NAME
           MOVE DIR-EMAIL TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "title" TO WS-ATTR-NAME
           MOVE DIR-TITLE TO WS-ATTR-VALUE
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE "manager" TO WS-ATTR-NAME
           MOVE SPACES TO WS-ATTR-VALUE
           IF DIR-MGR-KEY NOT = SPACES AND DIR-MGR-KEY NOT = DIR-KEY
               STRING "uid=" DELIMITED BY SIZE
                      DIR-MGR-KEY DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-BASE-DN DELIMITED BY SPACE
                   INTO WS-ATTR-VALUE
               END-STRING
           END-IF
           PERFORM WRITE-LDIF-ATTRIBUTE
           MOVE SPACES TO LDIF-RECORD
           WRITE LDIF-RECORD
           .

       WRITE-LDIF-ATTRIBUTE.
           IF WS-LDIF-MODE = "M"
               MOVE SPACES TO LDIF-RECORD
               STRING "replace: " WS-ATTR-NAME DELIMITED BY SIZE
                   INTO LDIF-RECORD
               END-STRING
               WRITE LDIF-RECORD
           END-IF
           IF WS-ATTR-VALUE NOT = SPACES
               MOVE SPACES TO LDIF-RECORD
               MOVE 1 TO WS-OUT-PTR
               STRING WS-ATTR-NAME DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ATTR-VALUE) DELIMITED BY SIZE
                   INTO LDIF-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
               WRITE LDIF-RECORD
           END-IF
           IF WS-LDIF-MODE = "M"
               MOVE "-" TO LDIF-RECORD
               WRITE LDIF-RECORD
           END-IF
           .

*> Someone the previous export carried and the directory no longer
*> holds
       WRITE-LDIF-DELETE.
           MOVE SPACES TO LDIF-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "dn: uid=" DELIMITED BY SIZE
                  WS-PRIOR-KEY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BASE-DN DELIMITED BY SPACE
               INTO LDIF-RECORD WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE LDIF-RECORD
           MOVE "changetype: delete" TO LDIF-RECORD
           WRITE LDIF-RECORD
           MOVE SPACES TO LDIF-RECORD
           WRITE LDIF-RECORD
           ADD 1 TO WS-DELETED
           .

*> ----------------------------------------------------------------
*> <dept>.vcf: down the department key, a file opened each time the
*> department changes
*> ----------------------------------------------------------------
       WRITE-DEPT-FILES.
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEPT-OPEN
           MOVE LOW-VALUES TO WS-CUR-DEPT
           MOVE LOW-VALUES TO DIR-DEPT
           MOVE 0 TO WS-EOF
           START DIRECTORY-FILE KEY IS >= DIR-DEPT
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ DIRECTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM EXPORT-ONE-DEPT-MEMBER
               END-READ
           END-PERFORM
           IF WS-DEPT-OPEN = 1
               PERFORM CLOSE-VCARD-FILE
           END-IF
           CLOSE DIRECTORY-FILE
           .

       EXPORT-ONE-DEPT-MEMBER.
           IF DIR-DEPT NOT = WS-CUR-DEPT
               PERFORM START-DEPT-FILE
           END-IF
           IF WS-DEPT-OPEN = 0
               ADD 1 TO WS-OTHER-DEPTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEPT-PEOPLE(WS-DEPT-IDX)
           PERFORM SPLIT-PERSON-NAME
           PERFORM WRITE-ONE-VCARD
           .

       START-DEPT-FILE.
           IF WS-DEPT-OPEN = 1
               PERFORM CLOSE-VCARD-FILE
               MOVE 0 TO WS-DEPT-OPEN
           END-IF
           MOVE DIR-DEPT TO WS-CUR-DEPT
           MOVE DIR-DEPT TO WS-NEW-DEPT
           IF WS-NEW-DEPT = SPACES
               MOVE "(no department)" TO WS-NEW-DEPT
           END-IF
           IF WS-DEPT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-DEPARTMENT
           MOVE SPACES TO WS-OUT-FILE
           STRING DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                  ".vcf" DELIMITED BY SIZE
               INTO WS-OUT-FILE
           END-STRING
           PERFORM SET-OUT-NAMES
           MOVE WS-OUT-NAME TO WS-VCARD-NAME
           PERFORM OPEN-VCARD-FILE
           IF WS-CREATE-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DEPT-OPEN
           .

*> A new department's entry, its file name made the way ORG-CHART
*> makes its page names; a name already taken by another department
*> (or by the company file) falls back to "dept-N"
       NOTE-DEPARTMENT.
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
           MOVE WS-NEW-DEPT TO DEPT-NAME(WS-DEPT-IDX)
           MOVE 0 TO DEPT-PEOPLE(WS-DEPT-IDX)
           MOVE SPACES TO DEPT-FILE(WS-DEPT-IDX)
           MOVE 0 TO WS-OUT-PTR
           PERFORM VARYING WS-FILE-POS FROM 1 BY 1
               UNTIL WS-FILE-POS > 24
               EVALUATE TRUE
                   WHEN WS-NEW-DEPT(WS-FILE-POS:1) >= "a" AND
                        WS-NEW-DEPT(WS-FILE-POS:1) <= "z"
                   WHEN WS-NEW-DEPT(WS-FILE-POS:1) >= "A" AND
                        WS-NEW-DEPT(WS-FILE-POS:1) <= "Z"
                   WHEN WS-NEW-DEPT(WS-FILE-POS:1) >= "0" AND
                        WS-NEW-DEPT(WS-FILE-POS:1) <= "9"
                       ADD 1 TO WS-OUT-PTR
                       MOVE WS-NEW-DEPT(WS-FILE-POS:1) TO
                           DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
                   WHEN OTHER
                       IF WS-OUT-PTR > 0 AND
                          DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
                              NOT = "-"
                           ADD 1 TO WS-OUT-PTR
                           MOVE "-" TO
                               DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-OUT-PTR > 1 AND
              DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1) = "-"
               MOVE SPACE TO DEPT-FILE(WS-DEPT-IDX)(WS-OUT-PTR:1)
           END-IF
           INSPECT DEPT-FILE(WS-DEPT-IDX) CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           IF DEPT-FILE(WS-DEPT-IDX) = SPACES OR
              DEPT-FILE(WS-DEPT-IDX) = "company" OR
              DEPT-FILE(WS-DEPT-IDX) = "-"
               PERFORM NUMBER-DEPT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX >= WS-DEPT-IDX
               IF DEPT-FILE(WS-SCAN-IDX) = DEPT-FILE(WS-DEPT-IDX)
                   PERFORM NUMBER-DEPT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       NUMBER-DEPT-FILE.
           MOVE SPACES TO DEPT-FILE(WS-DEPT-IDX)
           MOVE WS-DEPT-IDX TO WS-COUNT-DISPLAY
           STRING "dept-" FUNCTION TRIM(WS-COUNT-DISPLAY)
               DELIMITED BY SIZE INTO DEPT-FILE(WS-DEPT-IDX)
           END-STRING
           .

*> ----------------------------------------------------------------
*> index.html: what this export holds, stamped as the load was
*> ----------------------------------------------------------------
       WRITE-INDEX-PAGE.
           MOVE "index.html" TO WS-OUT-FILE
           PERFORM SET-OUT-NAMES
           OPEN OUTPUT PAGE-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "DIR-EXPORT: cannot write "
                   FUNCTION TRIM(WS-OUT-NAME)
               MOVE 1 TO WS-OUT-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUT-RECORD
           STRING "<!DOCTYPE html><html lang=" '"en"' "><head>"
                  "<meta charset=" '"utf-8"' "><title>Staff directory"
                  " address books</title></head><body><h1>Staff "
                  "directory address books</h1>" DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           MOVE WS-EXPORTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO OUT-RECORD
           STRING "<p>Generated " WS-GEN-STAMP " from the directory "
                  "load of that time: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  " record(s).</p><ul>"
               DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           MOVE SPACES TO OUT-RECORD
           STRING "<li><a href=" '"company.vcf"' ">Everyone</a> ("
                  FUNCTION TRIM(WS-COUNT-DISPLAY) ", vCard)</li>"
               DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           MOVE WS-ADDED TO WS-COUNT-DISPLAY
           MOVE WS-UPDATED TO WS-COUNT-DISPLAY-2
           MOVE WS-DELETED TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO OUT-RECORD
           STRING "<li><a href=" '"directory.ldif"' ">LDIF for the "
                  "address-book server</a> ("
                  FUNCTION TRIM(WS-COUNT-DISPLAY) " added, "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) " modified, "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3) " deleted)</li>"
               DELIMITED BY SIZE INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           MOVE "</ul><h2>By department</h2><ul>" TO OUT-RECORD
           WRITE OUT-RECORD
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DEPT-NAME(WS-DEPT-IDX) TO WS-ESC-SRC
               PERFORM ESCAPE-HTML-ENTITIES
               MOVE DEPT-PEOPLE(WS-DEPT-IDX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO OUT-RECORD
               STRING "<li><a href=" '"' DELIMITED BY SIZE
                      DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                      '.vcf"' ">" DELIMITED BY SIZE
                      WS-ESC-DST(1:WS-ESC-DST-LEN) DELIMITED BY SIZE
                      "</a> (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                      ")</li>" DELIMITED BY SIZE
                   INTO OUT-RECORD
               END-STRING
               WRITE OUT-RECORD
           END-PERFORM
           MOVE "</ul></body></html>" TO OUT-RECORD
           WRITE OUT-RECORD
           CLOSE PAGE-OUT
           PERFORM PLACE-OUT-FILE
           .

*> ----------------------------------------------------------------
*> Department files from the last run that this run did not write -
*> departments since emptied - are deleted, and this run's list is
*> kept for the next
*> ----------------------------------------------------------------
       REMOVE-GONE-DEPT-FILES.
           MOVE "DIR-EXPORT.FILES" TO WS-FILES-LIST-NAME
           OPEN INPUT FILES-LIST-FILE
           IF WS-FILES-LIST-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ FILES-LIST-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM REMOVE-IF-GONE
                   END-READ
               END-PERFORM
               CLOSE FILES-LIST-FILE
           END-IF
           OPEN OUTPUT FILES-LIST-FILE
           IF WS-FILES-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO FILES-LIST-RECORD
               STRING DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                      ".vcf" DELIMITED BY SIZE
                   INTO FILES-LIST-RECORD
               END-STRING
               WRITE FILES-LIST-RECORD
           END-PERFORM
           CLOSE FILES-LIST-FILE
           .

       REMOVE-IF-GONE.
           MOVE FILES-LIST-RECORD TO WS-OLD-FILE
           IF WS-OLD-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OLD-KEPT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-OLD-KEPT = 1
               MOVE SPACES TO WS-OUT-FILE
               STRING DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SPACE
                      ".vcf" DELIMITED BY SIZE
                   INTO WS-OUT-FILE
               END-STRING
               IF WS-OUT-FILE = WS-OLD-FILE
                   MOVE 1 TO WS-OLD-KEPT
               END-IF
           END-PERFORM
           IF WS-OLD-KEPT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-FILE TO WS-OUT-FILE
           PERFORM SET-OUT-NAMES
           CALL "CBL_DELETE_FILE" USING WS-FINAL-NAME
               RETURNING WS-DELETE-RC
           END-CALL
           .

*> This export's key list becomes the one the next export is
*> diffed against - only once everything it describes is in place
       PLACE-NEW-KEYS.
           CALL "CBL_DELETE_FILE" USING "DIR-EXPORT.KEYS"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "DIR-EXPORT-KEYS.TMP"
               "DIR-EXPORT.KEYS"
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "DIR-EXPORT: cannot keep DIR-EXPORT.KEYS - the "
                   "next LDIF will carry no deletions"
               MOVE 1 TO WS-OUT-FAILED
           END-IF
           .

       MEASURE-ESC-SRC.
           PERFORM VARYING WS-ESC-SRC-LEN FROM 256 BY -1
               UNTIL WS-ESC-SRC-LEN < 1
               IF WS-ESC-SRC(WS-ESC-SRC-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> vCard 3.0 text values: backslash, comma and semicolon escaped
       ESCAPE-VCARD-TEXT.
           PERFORM MEASURE-ESC-SRC
           MOVE 1 TO WS-ESC-PTR
           MOVE SPACES TO WS-ESC-DST
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
               MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CHAR
               IF WS-ESC-CHAR = "\" OR WS-ESC-CHAR = "," OR
                  WS-ESC-CHAR = ";"
                   STRING "\" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               END-IF
               STRING WS-ESC-CHAR DELIMITED BY SIZE
                   INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
               END-STRING
           END-PERFORM
           COMPUTE WS-ESC-DST-LEN = WS-ESC-PTR - 1
           IF WS-ESC-DST-LEN = 0
               MOVE 1 TO WS-ESC-DST-LEN
           END-IF
           .

*> HTML-entity-escape WS-ESC-SRC into WS-ESC-DST/WS-ESC-DST-LEN, as
*> ORG-CHART does for text it writes into its pages
       ESCAPE-HTML-ENTITIES.
           PERFORM MEASURE-ESC-SRC
           MOVE 1 TO WS-ESC-PTR
           MOVE SPACES TO WS-ESC-DST
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
               PERFORM APPEND-ESCAPED-CHAR
           END-PERFORM
           COMPUTE WS-ESC-DST-LEN = WS-ESC-PTR - 1
           IF WS-ESC-DST-LEN = 0
               MOVE 1 TO WS-ESC-DST-LEN
           END-IF
           .

       APPEND-ESCAPED-CHAR.
           MOVE WS-ESC-SRC(WS-ESC-IDX:1) TO WS-ESC-CHAR
           EVALUATE WS-ESC-CHAR
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN QUOTE
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "'"
                   STRING "&#39;" DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN OTHER
                   STRING WS-ESC-CHAR DELIMITED BY SIZE
                       INTO WS-ESC-DST WITH POINTER WS-ESC-PTR
                   END-STRING
           END-EVALUATE
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-EXPORTED TO WS-COUNT-DISPLAY
           MOVE WS-ADDED TO WS-COUNT-DISPLAY-2
           MOVE WS-DELETED TO WS-COUNT-DISPLAY-3
           STRING "[" WS-TIMESTAMP "] console dir-export"
                  " event=DIR_EXPORT user=scheduler result="
                  DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  " load=" DELIMITED BY SIZE
                  WS-GEN-STAMP(1:10) DELIMITED BY SIZE
                  "T" WS-GEN-STAMP(12:8) DELIMITED BY SIZE
                  " people=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " added=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                  " deleted=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
