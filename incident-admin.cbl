*> ("ID|STATUS|SEV|TIMESTAMP|CLIENT|TEXT" per record):
*>
*>   incident-admin LIST          - every incident, open ones first
*>                                  worth reading top to bottom, each
*>                                  with its ITSM ticket, the ticket's
*>                                  state and resolution note as
*>                                  ITSM-SYNC last pulled them
*>   incident-admin ACK <id>      - mark acknowledged
*>   incident-admin RESOLVE <id>  - mark resolved
*>   incident-admin PAGES         - ONCALL-PAGE's open and recent
*>                                  pages
*>   incident-admin PAGEACK <page> [<by>]
*>                                - acknowledge an on-call page so it
*>                                  stops escalating (ONCALL-ACK)
*>   incident-admin PUBLIC <id> <text...>
*>                                - post an operator-written update
*>                                  for the status page (appended to
*>                                  STATUS-UPDATES.DAT as
*>                                  "ID|TIMESTAMP|TEXT"); the
*>                                  reporter's own narrative is never
*>                                  published, only these
*>
*> Status changes rewrite the file through a scratch copy renamed
*> into place and are audited. The reporter's narrative is stored
*> sealed (PII-CRYPT): LIST opens it only for a login listed in
*> PII_READERS, the ask audited either way, and the rewrite carries
*> it across still sealed.
IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-ADMIN.

           SELECT INCIDENTS-TMP ASSIGN TO "INCIDENTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT PAGES-FILE ASSIGN TO "ONCALL-PAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGES-STATUS.
           SELECT UPDATES-FILE ASSIGN TO "STATUS-UPDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPD-STATUS.
           SELECT LINKS-FILE ASSIGN TO "ITSM-LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  INCIDENTS-TMP.
       01  INCIDENTS-TMP-REC    PIC X(1200).
       FD  PAGES-FILE.
       COPY "oncall-pages.cpy".
       FD  UPDATES-FILE.
       01  UPDATES-RECORD       PIC X(256).
       FD  LINKS-FILE.
       COPY "itsm-link.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INC-STATUS         PIC XX.
       01 WS-TMP-STATUS         PIC XX.
       01 WS-PAGES-STATUS       PIC XX.
       01 WS-UPD-STATUS         PIC XX.
       01 WS-LINKS-STATUS       PIC XX.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(8).
       01 WS-TARGET-ID          PIC 9(6) VALUE 0.
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.
       01 WS-PII-READ           PIC 9 VALUE 0.

*> PAGEACK: the page, who answered it, and ONCALL-ACK's verdict
       01 WS-PAGE-ID            PIC X(6).
       01 WS-PAGE-WORD          PIC X(8).
       01 WS-PAGE-BY            PIC X(32).
       01 WS-PAGE-RESULT        PIC X(1).
       01 WS-PAGE-HOLDER        PIC X(32).
       01 WS-PAGE-OUTCOME       PIC X(8).

*> PUBLIC: the update text (everything after the id) and where the
*> incident stands
       01 WS-PUBLIC-TEXT        PIC X(224).
       01 WS-PUBLIC-POS         PIC 9(4) COMP.
       01 WS-PUBLIC-STATE       PIC X(10).

*> LIST: ITSM-SYNC's ticket links, loaded once and matched by id
       01 WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01 LINK-TABLE.
          05 LINK-RECORD OCCURS 2000 TIMES PIC X(260).
       01 WS-LINK-IDX           PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           END-IF
           MOVE WS-COMMAND-LINE(1:WS-SP-POS) TO WS-ACTION

           IF WS-ACTION NOT = "LIST" AND WS-ACTION NOT = "PAGES"
               IF WS-COMMAND-LINE(WS-SP-POS + 2:6) = SPACES
                   PERFORM SHOW-USAGE
                   STOP RUN
               WHEN "RESOLVE"
                   MOVE "RESOLVED" TO WS-NEW-STATUS
                   PERFORM CHANGE-STATUS
               WHEN "PAGES"
                   PERFORM LIST-PAGES
               WHEN "PAGEACK"
                   PERFORM ACK-PAGE
               WHEN "PUBLIC"
                   PERFORM POST-PUBLIC-UPDATE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE

       SHOW-USAGE.
           DISPLAY "INCIDENT-ADMIN: usage: LIST | ACK <id> | "
               "RESOLVE <id> | PAGES | PAGEACK <page> [<by>] | "
               "PUBLIC <id> <text...>"
           .

       LIST-INCIDENTS.
               DISPLAY "INCIDENT-ADMIN: no incidents on file"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-PII-MODE
           MOVE SPACES TO WS-PII-TEXT
           MOVE "incident-admin" TO WS-PII-TEXT
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 3
               DISPLAY "INCIDENT-ADMIN: report text stays sealed - "
                   "this login is not in PII_READERS"
           ELSE
               MOVE 1 TO WS-PII-READ
           END-IF
           PERFORM LOAD-ITSM-LINKS
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ INCIDENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE INCIDENTS-RECORD TO WS-PII-TEXT
                       IF WS-PII-READ = 1
                           MOVE "D" TO WS-PII-MODE
                           CALL "PII-CRYPT" USING WS-PII-MODE
                               WS-PII-TEXT WS-PII-POS WS-PII-RC
                           END-CALL
                       END-IF
                       DISPLAY WS-PII-TEXT(1:110)
                       PERFORM SHOW-ITSM-TICKET
               END-READ
           END-PERFORM
           CLOSE INCIDENTS-FILE
           .

       LOAD-ITSM-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ LINKS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-LINK-COUNT < 2000
                           ADD 1 TO WS-LINK-COUNT
                           MOVE IL-RECORD TO LINK-RECORD(WS-LINK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINKS-FILE
           .

*> The ticket line under an incident, when ITSM-SYNC has raised one
       SHOW-ITSM-TICKET.
           IF INCIDENTS-RECORD(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF LINK-RECORD(WS-LINK-IDX)(1:6) =
                  INCIDENTS-RECORD(1:6)
                   MOVE LINK-RECORD(WS-LINK-IDX) TO IL-RECORD
                   IF IL-TICKET = SPACES
                       DISPLAY "       ITSM ticket: not yet raised"
                   ELSE
                       DISPLAY "       ITSM ticket: "
                           FUNCTION TRIM(IL-TICKET) " "
                           FUNCTION TRIM(IL-TICKET-STATE)
                           " (as of " IL-PULLED-AT ")"
                   END-IF
                   IF IL-NOTE NOT = SPACES
                       DISPLAY "       resolution: "
                           FUNCTION TRIM(IL-NOTE)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Rewrite the numbered incident's status field, everything else
*> passing through untouched
       CHANGE-STATUS.
                   STRING INCIDENTS-RECORD(1:7) DELIMITED BY SIZE
                          WS-NEW-STATUS DELIMITED BY SPACE
                          INCIDENTS-RECORD(WS-TAIL-POS:
                              1200 - WS-TAIL-POS) DELIMITED BY SIZE
                       INTO INCIDENTS-TMP-REC
                       WITH POINTER WS-REC-PTR
                   END-STRING
               WS-AUDIT-CHAINED
           END-CALL
           .

       LIST-PAGES.
           OPEN INPUT PAGES-FILE
           IF WS-PAGES-STATUS NOT = "00"
               DISPLAY "INCIDENT-ADMIN: no on-call pages on file"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PAGES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY OP-ID " " OP-STATUS " L" OP-LEVEL " "
                           OP-LEVEL-WHEN " " OP-TARGET(1:16) " "
                           OP-ALERT-TYPE
               END-READ
           END-PERFORM
           CLOSE PAGES-FILE
           .

*> The acknowledgement itself is ONCALL-ACK's; this audits it
       ACK-PAGE.
           MOVE WS-TARGET-ID TO WS-PAGE-ID
           MOVE SPACES TO WS-PAGE-WORD
           MOVE SPACES TO WS-PAGE-BY
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PAGE-WORD WS-PAGE-WORD WS-PAGE-BY
           END-UNSTRING
           IF WS-PAGE-BY = SPACES
               MOVE "operator" TO WS-PAGE-BY
           END-IF
           CALL "ONCALL-ACK" USING WS-PAGE-ID WS-PAGE-BY
               WS-PAGE-RESULT WS-PAGE-HOLDER
           END-CALL
           EVALUATE WS-PAGE-RESULT
               WHEN "A"
                   MOVE "ACKED" TO WS-PAGE-OUTCOME
                   DISPLAY "INCIDENT-ADMIN: page " WS-PAGE-ID
                       " acknowledged for "
                       FUNCTION TRIM(WS-PAGE-HOLDER)
                       " - escalation stops on ONCALL-PAGE's next run"
               WHEN "D"
                   MOVE "ALREADY" TO WS-PAGE-OUTCOME
                   DISPLAY "INCIDENT-ADMIN: page " WS-PAGE-ID
                       " is already acknowledged or closed"
               WHEN OTHER
                   MOVE "NOTFOUND" TO WS-PAGE-OUTCOME
                   DISPLAY "INCIDENT-ADMIN: no page " WS-PAGE-ID
           END-EVALUATE

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
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console page-" WS-PAGE-ID
                  " event=PAGE_ACK user=" DELIMITED BY SIZE
                  WS-PAGE-BY DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-PAGE-OUTCOME DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> An update for the status page. The incident must be on file; its
*> status is shown so the operator knows whether STATUS-PUBLISH will
*> carry it (resolved incidents drop off the page)
       POST-PUBLIC-UPDATE.
           MOVE SPACES TO WS-PUBLIC-TEXT
           COMPUTE WS-PUBLIC-POS = WS-SP-POS + 2
           PERFORM UNTIL WS-PUBLIC-POS > 256
               OR WS-COMMAND-LINE(WS-PUBLIC-POS:1) = SPACE
               ADD 1 TO WS-PUBLIC-POS
           END-PERFORM
           PERFORM UNTIL WS-PUBLIC-POS > 256
               OR WS-COMMAND-LINE(WS-PUBLIC-POS:1) NOT = SPACE
               ADD 1 TO WS-PUBLIC-POS
           END-PERFORM
           IF WS-PUBLIC-POS > 256
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMMAND-LINE(WS-PUBLIC-POS:) TO WS-PUBLIC-TEXT
*> "|" separates the update's fields
           INSPECT WS-PUBLIC-TEXT REPLACING ALL "|" BY "/"

           MOVE SPACES TO WS-PUBLIC-STATE
           OPEN INPUT INCIDENTS-FILE
           IF WS-INC-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ INCIDENTS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF INCIDENTS-RECORD(1:6) NUMERIC AND
                              FUNCTION NUMVAL(INCIDENTS-RECORD(1:6))
                                  = WS-TARGET-ID
                               UNSTRING INCIDENTS-RECORD(8:16)
                                   DELIMITED BY "|"
                                   INTO WS-PUBLIC-STATE
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENTS-FILE
           END-IF
           IF WS-PUBLIC-STATE = SPACES
               DISPLAY "INCIDENT-ADMIN: no incident " WS-TARGET-ID
               EXIT PARAGRAPH
           END-IF

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

           OPEN EXTEND UPDATES-FILE
           IF WS-UPD-STATUS = "35" OR WS-UPD-STATUS = "05"
               OPEN OUTPUT UPDATES-FILE
           END-IF
           MOVE SPACES TO UPDATES-RECORD
           STRING WS-TARGET-ID "|" WS-TIMESTAMP "|" DELIMITED BY SIZE
                  WS-PUBLIC-TEXT DELIMITED BY SIZE
               INTO UPDATES-RECORD
           END-STRING
           WRITE UPDATES-RECORD
           CLOSE UPDATES-FILE

           MOVE "PUBLIC" TO WS-NEW-STATUS
           PERFORM WRITE-AUDIT-ENTRY
           IF WS-PUBLIC-STATE = "RESOLVED"
               DISPLAY "INCIDENT-ADMIN: update recorded for incident "
                   WS-TARGET-ID " - it is resolved, so the status "
                   "page will not show it"
           ELSE
               DISPLAY "INCIDENT-ADMIN: public update recorded for "
                   "incident " WS-TARGET-ID " - on the status page "
                   "from STATUS-PUBLISH's next run"
           END-IF
           .
