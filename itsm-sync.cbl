*> Keeps the incident queue and the corporate ITSM tool in step, so
*> the service desk is not retyping incidents by hand:
*>
*>   itsm-sync [RUN]     - the scheduled pass (a JOB-TABLE.CFG line
*>                         such as "ITSM itsm-sync EVERY:5 Y", run
*>                         after INCIDENT-AGE)
*>   itsm-sync RECONCILE - write ITSM-RECON.RPT, the incidents and
*>                         tickets that no longer agree
*>   itsm-sync OUTBOX    - what is waiting to be delivered
*>
*> Each RUN:
*>   - raises a ticket for every open incident that has none, and
*>     tells the ITSM when INCIDENT-AGE escalates an incident or an
*>     operator resolves one. Every delivery goes through the
*>     persistent outbox ITSM-OUTBOX.DAT: it is queued first and only
*>     leaves the outbox once the ITSM has accepted it, so an ITSM
*>     outage delays tickets but never loses them. A delivery still
*>     failing after ITSM_ALERT_ATTEMPTS tries makes the usual noise
*>     (ALERTS.LOG and ALERT-MANAGER, ITSM-UNDELIVERED:<incident>);
*>   - pulls every open ticket's state and resolution note back. A
*>     ticket the service desk resolves or closes resolves the
*>     incident here too (audited as user=itsm).
*> The ticket number, the ticket's state and its resolution note are
*> kept per incident in ITSM-LINKS.DAT (itsm-link.cpy), which
*> INCIDENT-ADMIN LIST shows under each incident. The reporter's
*> narrative stays sealed and is never sent - a ticket carries the
*> incident number, severity, time and client, and the desk reads
*> the rest through INCIDENT-ADMIN.
*>
*> The ITSM is reached with HTTP-CLIENT: POST <ITSM_PATH> with a JSON
*> ticket raises one (the reply names its number), PUT and GET on
*> <ITSM_PATH>/<ticket> update and read one.
*>
*> ITSM.CFG, KEY=VALUE per line ("*" comments skipped); no ITSM_HOST
*> means no ITSM is configured and RUN does nothing:
*>   ITSM_HOST= / ITSM_PORT=  where the ITSM's API listens
*>   ITSM_PATH=               the ticket collection (/api/tickets)
*>   ITSM_TIMEOUT=            seconds per call (10)
*>   ITSM_TICKET_FIELD=       reply field naming the ticket (number)
*>   ITSM_STATE_FIELD=        field carrying the ticket's state (state)
*>   ITSM_NOTE_FIELD=         field carrying the resolution note
*>                            (close_notes)
*>   ITSM_WORK_NOTE_FIELD=    field an escalation's note goes in
*>                            (work_notes)
*>   ITSM_ALERT_ATTEMPTS=     failed tries before a delivery alerts (6)
*>   ITSM_PULL_MAX=           tickets read back per run (200)
IDENTIFICATION DIVISION.
       PROGRAM-ID. ITSM-SYNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITSM-CFG ASSIGN TO "ITSM.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT INCIDENTS-TMP ASSIGN TO "INCIDENTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-TMP-STATUS.
           SELECT LINKS-FILE ASSIGN TO "ITSM-LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT LINKS-TMP ASSIGN TO "ITSM-LINKS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-TMP-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "ITSM-OUTBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.
           SELECT OUTBOX-TMP ASSIGN TO "ITSM-OUTBOX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-TMP-STATUS.
           SELECT RECON-RPT ASSIGN TO "ITSM-RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITSM-CFG.
       01  ITSM-CFG-RECORD      PIC X(256).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  INCIDENTS-TMP.
       01  INCIDENTS-TMP-REC    PIC X(1200).
       FD  LINKS-FILE.
       COPY "itsm-link.cpy".
       FD  LINKS-TMP.
       01  LINKS-TMP-RECORD     PIC X(260).
*> One waiting delivery, "KIND|INCIDENT|TRIES|QUEUED|TRIED|RESULT"
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD        PIC X(120).
       FD  OUTBOX-TMP.
       01  OUTBOX-TMP-RECORD    PIC X(120).
       FD  RECON-RPT.
       01  RECON-RECORD         PIC X(200).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-INC-STATUS         PIC XX.
       01 WS-INC-TMP-STATUS     PIC XX.
       01 WS-LINKS-STATUS       PIC XX.
       01 WS-LINKS-TMP-STATUS   PIC XX.
       01 WS-OUTBOX-STATUS      PIC XX.
       01 WS-OUTBOX-TMP-STATUS  PIC XX.
       01 WS-RPT-STATUS         PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       COPY "alert.cpy".

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-ACTION             PIC X(10).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> ITSM.CFG
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).
       01 WS-ITSM-HOST          PIC X(64) VALUE SPACES.
       01 WS-ITSM-PORT          PIC 9(5) VALUE 0.
       01 WS-ITSM-PATH          PIC X(256) VALUE "/api/tickets".
       01 WS-TICKET-FIELD       PIC X(32) VALUE "number".
       01 WS-STATE-FIELD        PIC X(32) VALUE "state".
       01 WS-NOTE-FIELD         PIC X(32) VALUE "close_notes".
       01 WS-WORK-NOTE-FIELD    PIC X(32) VALUE "work_notes".
       01 WS-ALERT-ATTEMPTS     PIC 9(4) VALUE 6.
       01 WS-PULL-MAX           PIC 9(4) VALUE 200.

*> The incident queue as this pass found it - enough of each record
*> to raise a ticket and compare states; the narrative is not kept
       01 WS-INC-COUNT          PIC 9(4) COMP VALUE 0.
       01 INC-TABLE.
          05 INC-ENTRY OCCURS 2000 TIMES.
             10 INC-ID            PIC 9(6).
             10 INC-STATUS        PIC X(10).
             10 INC-SEVERITY      PIC X(1).
             10 INC-OPENED        PIC X(19).
             10 INC-CLIENT        PIC X(48).
             10 INC-TO-RESOLVE    PIC 9.
       01 WS-INC-IDX            PIC 9(4) COMP.
       01 WS-FIND-ID            PIC 9(6).
       01 WS-FOUND-INC          PIC 9(4) COMP.
       01 WS-INC-FIELD-ID       PIC X(6).
       01 WS-INC-FIELD-STATUS   PIC X(10).
       01 WS-INC-FIELD-SEV      PIC X(1).
       01 WS-INC-FIELD-OPENED   PIC X(19).
       01 WS-INC-FIELD-CLIENT   PIC X(48).
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-TAIL-POS           PIC 9(4) COMP.
       01 WS-REC-PTR            PIC 9(8) COMP-5.

*> ITSM-LINKS.DAT, loaded and written back whole
       01 WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01 LINK-TABLE.
          05 LINK-RECORD OCCURS 2000 TIMES PIC X(260).
       01 WS-LINK-IDX           PIC 9(4) COMP.
       01 WS-FOUND-LINK         PIC 9(4) COMP.
       01 WS-LINKS-CHANGED      PIC 9 VALUE 0.
       01 WS-LINKS-FULL         PIC 9 VALUE 0.

*> ITSM-OUTBOX.DAT, oldest first. A delivered entry is marked DONE
*> and left out when the outbox is written back
       01 WS-OB-COUNT           PIC 9(4) COMP VALUE 0.
       01 OUTBOX-TABLE.
          05 OB-ENTRY OCCURS 500 TIMES.
             10 OB-KIND           PIC X(8).
             10 OB-SEP-1          PIC X.
             10 OB-INCIDENT       PIC 9(6).
             10 OB-SEP-2          PIC X.
             10 OB-TRIES          PIC 9(4).
             10 OB-SEP-3          PIC X.
             10 OB-QUEUED-AT      PIC X(19).
             10 OB-SEP-4          PIC X.
             10 OB-TRIED-AT       PIC X(19).
             10 OB-SEP-5          PIC X.
             10 OB-RESULT         PIC X(40).
       01 WS-OB-IDX             PIC 9(4) COMP.
       01 WS-OB-KIND            PIC X(8).
       01 WS-OB-QUEUED          PIC 9.
       01 WS-OUTBOX-FULL        PIC 9 VALUE 0.
       01 WS-OUTBOX-CHANGED     PIC 9 VALUE 0.

*> How a delivery went; WS-ITSM-DOWN stops the pass at the first
*> call that got no answer at all, leaving the rest queued in order
       01 WS-DELIVERED          PIC 9.
       01 WS-ITSM-DOWN          PIC 9 VALUE 0.
       01 WS-FAIL-REASON        PIC X(40).
       01 WS-PUSH-STATE         PIC X(10).
       01 WS-PUSH-NOTE          PIC X(96).
       01 WS-PUSH-NOTE-FIELD    PIC X(32).

*> HTTP-CLIENT plumbing - JSON both ways
       01 WS-HC-METHOD          PIC X(10).
       01 WS-HC-PATH            PIC X(256).
       01 WS-HC-CONTENT-TYPE    PIC X(64) VALUE "application/json".
       01 WS-HC-BODY            PIC X(65536).
       01 WS-HC-BODY-LEN        PIC 9(8) COMP-5.
       01 WS-HC-TIMEOUT         PIC 9(4) VALUE 10.
       01 WS-HC-STATUS          PIC 9(3).
       01 WS-HC-HEADERS         PIC X(2048).
       01 WS-HC-RESP-BODY       PIC X(65536).
       01 WS-HC-RESP-LEN        PIC 9(8) COMP-5.
       01 WS-HC-RC              PIC 9.
       01 WS-BODY-PTR           PIC 9(8) COMP-5.

*> One string (or bare number) field pulled out of a JSON reply
       01 WS-JSON-KEY           PIC X(34).
       01 WS-JSON-KEY-LEN       PIC 9(4) COMP.
       01 WS-JSON-VALUE         PIC X(160).
       01 WS-JSON-FOUND         PIC 9.
       01 WS-JSON-POS           PIC 9(8) COMP-5.
       01 WS-JSON-END           PIC 9(8) COMP-5.
       01 WS-JSON-OUT           PIC 9(4) COMP.
       01 WS-JSON-QUOTED        PIC 9.
       01 WS-NEW-STATE          PIC X(16).
       01 WS-STATE-CLOSED       PIC 9.

*> RECONCILE
       01 WS-RPT-LINE           PIC X(200).
       01 WS-RPT-PTR            PIC 9(4) COMP.
       01 WS-MISMATCHES         PIC 9(5) VALUE 0.
       01 WS-WAITING-NOTE       PIC X(80).
       01 WS-OLDEST-QUEUED      PIC X(19).

*> Run tallies
       01 WS-CREATED            PIC 9(4) VALUE 0.
       01 WS-UPDATED            PIC 9(4) VALUE 0.
       01 WS-FAILED             PIC 9(4) VALUE 0.
       01 WS-PULLED             PIC 9(4) VALUE 0.
       01 WS-CHANGED-STATES     PIC 9(4) VALUE 0.
       01 WS-RESOLVED-HERE      PIC 9(4) VALUE 0.
       01 WS-WAITING            PIC 9(4) VALUE 0.
       01 WS-TRIES-SHOWN        PIC Z(3)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ACTION
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
           END-UNSTRING

           PERFORM SET-CLOCK
           PERFORM LOAD-ITSM-CONFIG

           EVALUATE WS-ACTION
               WHEN SPACES
               WHEN "RUN"
                   PERFORM RUN-SYNC
               WHEN "RECONCILE"
                   PERFORM RECONCILE-REPORT
               WHEN "OUTBOX"
                   PERFORM LIST-OUTBOX
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "ITSM-SYNC: usage: [RUN] | RECONCILE | OUTBOX"
           .

       SET-CLOCK.
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
           .

       LOAD-ITSM-CONFIG.
           OPEN INPUT ITSM-CFG
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ITSM-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE ITSM-CFG
           .

       APPLY-CONFIG-LINE.
           MOVE 0 TO WS-CFG-LEN
           INSPECT ITSM-CFG-RECORD TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR ITSM-CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF ITSM-CFG-RECORD(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE ITSM-CFG-RECORD(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE ITSM-CFG-RECORD(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE

           EVALUATE WS-CFG-KEY
               WHEN "ITSM_HOST"
                   MOVE WS-CFG-VALUE(1:64) TO WS-ITSM-HOST
               WHEN "ITSM_PORT"
                   COMPUTE WS-ITSM-PORT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "ITSM_PATH"
                   MOVE WS-CFG-VALUE TO WS-ITSM-PATH
               WHEN "ITSM_TIMEOUT"
                   COMPUTE WS-HC-TIMEOUT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "ITSM_TICKET_FIELD"
                   MOVE WS-CFG-VALUE(1:32) TO WS-TICKET-FIELD
               WHEN "ITSM_STATE_FIELD"
                   MOVE WS-CFG-VALUE(1:32) TO WS-STATE-FIELD
               WHEN "ITSM_NOTE_FIELD"
                   MOVE WS-CFG-VALUE(1:32) TO WS-NOTE-FIELD
               WHEN "ITSM_WORK_NOTE_FIELD"
                   MOVE WS-CFG-VALUE(1:32) TO WS-WORK-NOTE-FIELD
               WHEN "ITSM_ALERT_ATTEMPTS"
                   COMPUTE WS-ALERT-ATTEMPTS =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "ITSM_PULL_MAX"
                   COMPUTE WS-PULL-MAX =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
           END-EVALUATE
           .

*> ----------------------------------------------------------------
*> RUN - the scheduled pass
*> ----------------------------------------------------------------
       RUN-SYNC.
           IF WS-ITSM-HOST = SPACES OR WS-ITSM-PORT = 0
               DISPLAY "ITSM-SYNC: no ITSM configured in ITSM.CFG - "
                   "nothing to do"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-INCIDENTS
           PERFORM LOAD-LINKS
           PERFORM LOAD-OUTBOX

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               PERFORM QUEUE-INCIDENT-CHANGES
           END-PERFORM

           PERFORM DRAIN-OUTBOX
           IF WS-ITSM-DOWN = 0
               PERFORM PULL-TICKETS
           END-IF
           IF WS-RESOLVED-HERE > 0
               PERFORM APPLY-RESOLUTIONS
           END-IF

           IF WS-LINKS-CHANGED = 1
               PERFORM WRITE-LINKS
           END-IF
           IF WS-OUTBOX-CHANGED = 1
               PERFORM WRITE-OUTBOX
           END-IF

           IF WS-LINKS-FULL = 1 OR WS-OUTBOX-FULL = 1
               DISPLAY "ITSM-SYNC: link or outbox table full - "
                   "remaining incidents wait for a later run"
           END-IF
           IF WS-ITSM-DOWN = 1
               DISPLAY "ITSM-SYNC: ITSM not answering at "
                   FUNCTION TRIM(WS-ITSM-HOST) ":" WS-ITSM-PORT
                   " - deliveries stay in the outbox"
           END-IF
           DISPLAY "ITSM-SYNC: " WS-CREATED " ticket(s) raised, "
               WS-UPDATED " update(s) sent, " WS-FAILED " failed, "
               WS-PULLED " pulled (" WS-CHANGED-STATES " changed, "
               WS-RESOLVED-HERE " resolved here), " WS-WAITING
               " waiting in the outbox"
           .

*> "ID|STATUS|SEV|TIMESTAMP|CLIENT|TEXT" - everything but the sealed
*> text goes into INC-TABLE
       LOAD-INCIDENTS.
           MOVE 0 TO WS-INC-COUNT
           OPEN INPUT INCIDENTS-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ INCIDENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-INCIDENT
               END-READ
           END-PERFORM
           CLOSE INCIDENTS-FILE
           .

       TAKE-ONE-INCIDENT.
           IF INCIDENTS-RECORD(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-INC-COUNT >= 2000
               MOVE 1 TO WS-LINKS-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INC-FIELD-ID WS-INC-FIELD-STATUS
               WS-INC-FIELD-SEV WS-INC-FIELD-OPENED
               WS-INC-FIELD-CLIENT
           UNSTRING INCIDENTS-RECORD DELIMITED BY "|"
               INTO WS-INC-FIELD-ID WS-INC-FIELD-STATUS
                    WS-INC-FIELD-SEV WS-INC-FIELD-OPENED
                    WS-INC-FIELD-CLIENT
           END-UNSTRING
           ADD 1 TO WS-INC-COUNT
           MOVE INCIDENTS-RECORD(1:6) TO INC-ID(WS-INC-COUNT)
           MOVE WS-INC-FIELD-STATUS TO INC-STATUS(WS-INC-COUNT)
           MOVE WS-INC-FIELD-SEV TO INC-SEVERITY(WS-INC-COUNT)
           MOVE WS-INC-FIELD-OPENED TO INC-OPENED(WS-INC-COUNT)
           MOVE WS-INC-FIELD-CLIENT TO INC-CLIENT(WS-INC-COUNT)
           MOVE 0 TO INC-TO-RESOLVE(WS-INC-COUNT)
           .

       LOAD-LINKS.
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
                       IF IL-INCIDENT IS NUMERIC
                           IF WS-LINK-COUNT < 2000
                               ADD 1 TO WS-LINK-COUNT
                               MOVE IL-RECORD TO
                                   LINK-RECORD(WS-LINK-COUNT)
                           ELSE
                               MOVE 1 TO WS-LINKS-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINKS-FILE
           .

       LOAD-OUTBOX.
           MOVE 0 TO WS-OB-COUNT
           OPEN INPUT OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ OUTBOX-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OUTBOX-RECORD(10:6) IS NUMERIC
                           IF WS-OB-COUNT < 500
                               ADD 1 TO WS-OB-COUNT
                               MOVE OUTBOX-RECORD TO
                                   OB-ENTRY(WS-OB-COUNT)
                           ELSE
                               MOVE 1 TO WS-OUTBOX-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           .

*> The link table entry for WS-FIND-ID into WS-FOUND-LINK (0: none)
       FIND-LINK.
           MOVE 0 TO WS-FOUND-LINK
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF LINK-RECORD(WS-LINK-IDX)(1:6) = WS-FIND-ID
                   MOVE WS-LINK-IDX TO WS-FOUND-LINK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Likewise the incident, into WS-FOUND-INC
       FIND-INCIDENT.
           MOVE 0 TO WS-FOUND-INC
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               IF INC-ID(WS-INC-IDX) = WS-FIND-ID
                   MOVE WS-INC-IDX TO WS-FOUND-INC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Queue whatever the ITSM has not been told about this incident
*> yet. An incident already resolved when first seen never gets a
*> ticket; an escalation or resolution waits for the ticket itself
       QUEUE-INCIDENT-CHANGES.
           MOVE INC-ID(WS-INC-IDX) TO WS-FIND-ID
           PERFORM FIND-LINK

           IF WS-FOUND-LINK = 0
               IF INC-STATUS(WS-INC-IDX) = "RESOLVED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-LINK-COUNT >= 2000
                   MOVE 1 TO WS-LINKS-FULL
                   EXIT PARAGRAPH
               END-IF
               MOVE "CREATE" TO WS-OB-KIND
               PERFORM ENQUEUE-DELIVERY
               IF WS-OB-QUEUED = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO IL-RECORD
               MOVE INC-ID(WS-INC-IDX) TO IL-INCIDENT
               MOVE "|" TO IL-SEP-1 IL-SEP-2 IL-SEP-3 IL-SEP-4
                   IL-SEP-5 IL-SEP-6 IL-SEP-7 IL-SEP-8
               MOVE "Q" TO IL-CREATE-SENT
               MOVE "N" TO IL-ESCALATE-SENT
               MOVE "N" TO IL-RESOLVE-SENT
               ADD 1 TO WS-LINK-COUNT
               MOVE IL-RECORD TO LINK-RECORD(WS-LINK-COUNT)
               MOVE 1 TO WS-LINKS-CHANGED
               EXIT PARAGRAPH
           END-IF

           MOVE LINK-RECORD(WS-FOUND-LINK) TO IL-RECORD
           IF IL-CREATE-SENT NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF INC-STATUS(WS-INC-IDX) = "ESCALATED" AND
              IL-ESCALATE-SENT = "N"
               MOVE "ESCALATE" TO WS-OB-KIND
               PERFORM ENQUEUE-DELIVERY
               IF WS-OB-QUEUED = 1
                   MOVE "Q" TO IL-ESCALATE-SENT
               END-IF
           END-IF

           IF INC-STATUS(WS-INC-IDX) = "RESOLVED" AND
              IL-RESOLVE-SENT = "N"
               MOVE IL-TICKET-STATE TO WS-NEW-STATE
               PERFORM CHECK-STATE-CLOSED
               IF WS-STATE-CLOSED = 1
                   MOVE "S" TO IL-RESOLVE-SENT
               ELSE
                   MOVE "RESOLVE" TO WS-OB-KIND
                   PERFORM ENQUEUE-DELIVERY
                   IF WS-OB-QUEUED = 1
                       MOVE "Q" TO IL-RESOLVE-SENT
                   END-IF
               END-IF
           END-IF

           IF IL-RECORD NOT = LINK-RECORD(WS-FOUND-LINK)
               MOVE IL-RECORD TO LINK-RECORD(WS-FOUND-LINK)
               MOVE 1 TO WS-LINKS-CHANGED
           END-IF
           .

*> Add a WS-OB-KIND delivery for the incident at WS-INC-IDX to the
*> outbox; WS-OB-QUEUED says whether there was room
       ENQUEUE-DELIVERY.
           MOVE 0 TO WS-OB-QUEUED
           IF WS-OB-COUNT >= 500
               MOVE 1 TO WS-OUTBOX-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OB-COUNT
           MOVE SPACES TO OB-ENTRY(WS-OB-COUNT)
           MOVE WS-OB-KIND TO OB-KIND(WS-OB-COUNT)
           MOVE INC-ID(WS-INC-IDX) TO OB-INCIDENT(WS-OB-COUNT)
           MOVE 0 TO OB-TRIES(WS-OB-COUNT)
           MOVE WS-TIMESTAMP TO OB-QUEUED-AT(WS-OB-COUNT)
           MOVE "queued" TO OB-RESULT(WS-OB-COUNT)
           MOVE "|" TO OB-SEP-1(WS-OB-COUNT) OB-SEP-2(WS-OB-COUNT)
               OB-SEP-3(WS-OB-COUNT) OB-SEP-4(WS-OB-COUNT)
               OB-SEP-5(WS-OB-COUNT)
           MOVE 1 TO WS-OB-QUEUED
           MOVE 1 TO WS-OUTBOX-CHANGED
           .

*> Deliver the outbox oldest first. An entry leaves it only when the
*> ITSM has accepted it; anything else counts a try against it and
*> it waits for the next run
       DRAIN-OUTBOX.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
               UNTIL WS-OB-IDX > WS-OB-COUNT OR WS-ITSM-DOWN = 1
               PERFORM DELIVER-ONE-ENTRY
           END-PERFORM

           MOVE 0 TO WS-WAITING
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
               UNTIL WS-OB-IDX > WS-OB-COUNT
               IF OB-KIND(WS-OB-IDX) NOT = "DONE"
                   ADD 1 TO WS-WAITING
               END-IF
           END-PERFORM
           .

       DELIVER-ONE-ENTRY.
           IF OB-KIND(WS-OB-IDX) = "DONE"
               EXIT PARAGRAPH
           END-IF
           MOVE OB-INCIDENT(WS-OB-IDX) TO WS-FIND-ID
           PERFORM FIND-LINK
           PERFORM FIND-INCIDENT
*> The link is what the delivery updates; without it (or with the
*> incident gone from the queue) there is nothing left to say
           IF WS-FOUND-LINK = 0 OR WS-FOUND-INC = 0
               MOVE "DONE" TO OB-KIND(WS-OB-IDX)
               MOVE 1 TO WS-OUTBOX-CHANGED
               EXIT PARAGRAPH
           END-IF
           MOVE LINK-RECORD(WS-FOUND-LINK) TO IL-RECORD

           MOVE 0 TO WS-DELIVERED
           MOVE SPACES TO WS-FAIL-REASON
           EVALUATE OB-KIND(WS-OB-IDX)
               WHEN "CREATE"
                   IF IL-CREATE-SENT = "S"
                       MOVE "DONE" TO OB-KIND(WS-OB-IDX)
                       MOVE 1 TO WS-OUTBOX-CHANGED
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM PUSH-CREATE
               WHEN "ESCALATE"
                   IF IL-TICKET = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "ESCALATED" TO WS-PUSH-STATE
                   MOVE "Escalated by the web server: not acknowledged"
                       TO WS-PUSH-NOTE
                   MOVE WS-WORK-NOTE-FIELD TO WS-PUSH-NOTE-FIELD
                   PERFORM PUSH-UPDATE
                   IF WS-DELIVERED = 1
                       MOVE "S" TO IL-ESCALATE-SENT
                   END-IF
               WHEN "RESOLVE"
                   IF IL-TICKET = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "RESOLVED" TO WS-PUSH-STATE
                   MOVE "Resolved on the web server incident queue"
                       TO WS-PUSH-NOTE
                   MOVE WS-NOTE-FIELD TO WS-PUSH-NOTE-FIELD
                   PERFORM PUSH-UPDATE
                   IF WS-DELIVERED = 1
                       MOVE "S" TO IL-RESOLVE-SENT
                       MOVE "RESOLVED" TO IL-TICKET-STATE
                   END-IF
               WHEN OTHER
                   MOVE "DONE" TO OB-KIND(WS-OB-IDX)
                   MOVE 1 TO WS-OUTBOX-CHANGED
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 1 TO WS-OUTBOX-CHANGED
           IF WS-DELIVERED = 1
               PERFORM WRITE-DELIVERY-AUDIT
               MOVE "DONE" TO OB-KIND(WS-OB-IDX)
               MOVE IL-RECORD TO LINK-RECORD(WS-FOUND-LINK)
               MOVE 1 TO WS-LINKS-CHANGED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FAILED
           ADD 1 TO OB-TRIES(WS-OB-IDX)
           MOVE WS-TIMESTAMP TO OB-TRIED-AT(WS-OB-IDX)
           MOVE WS-FAIL-REASON TO OB-RESULT(WS-OB-IDX)
           IF OB-TRIES(WS-OB-IDX) = WS-ALERT-ATTEMPTS
               PERFORM RAISE-UNDELIVERED
           END-IF
           .

*> Raise the ticket. The incident's state goes with it, so an
*> incident already escalated (or resolved) by the time its ticket
*> is accepted needs no separate update
       PUSH-CREATE.
           MOVE SPACES TO WS-HC-BODY
           MOVE 1 TO WS-BODY-PTR
           STRING "{""external_id"":""" DELIMITED BY SIZE
                  INC-ID(WS-FOUND-INC) DELIMITED BY SIZE
                  """,""source"":""webbol"",""" DELIMITED BY SIZE
                  WS-STATE-FIELD DELIMITED BY SPACE
                  """:""" DELIMITED BY SIZE
                  INC-STATUS(WS-FOUND-INC) DELIMITED BY SPACE
                  """,""severity"":""" DELIMITED BY SIZE
                  INC-SEVERITY(WS-FOUND-INC) DELIMITED BY SIZE
                  """,""opened"":""" DELIMITED BY SIZE
                  INC-OPENED(WS-FOUND-INC) DELIMITED BY SIZE
                  """,""short_description"":""Web incident "
                      DELIMITED BY SIZE
                  INC-ID(WS-FOUND-INC) DELIMITED BY SIZE
                  " (severity " DELIMITED BY SIZE
                  INC-SEVERITY(WS-FOUND-INC) DELIMITED BY SIZE
                  ") reported from " DELIMITED BY SIZE
                  INC-CLIENT(WS-FOUND-INC) DELIMITED BY SPACE
                  """}" DELIMITED BY SIZE
               INTO WS-HC-BODY WITH POINTER WS-BODY-PTR
           END-STRING
           COMPUTE WS-HC-BODY-LEN = WS-BODY-PTR - 1
           MOVE "POST" TO WS-HC-METHOD
           MOVE WS-ITSM-PATH TO WS-HC-PATH
           PERFORM CALL-ITSM
           IF WS-DELIVERED = 0
               EXIT PARAGRAPH
           END-IF

*> Accepted only once the reply names the ticket
           MOVE WS-TICKET-FIELD TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           IF WS-JSON-FOUND = 0 OR WS-JSON-VALUE = SPACES
               MOVE 0 TO WS-DELIVERED
               MOVE "no ticket number in the reply"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JSON-VALUE TO IL-TICKET
           MOVE "NEW" TO IL-TICKET-STATE
           MOVE WS-STATE-FIELD TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           IF WS-JSON-FOUND = 1 AND WS-JSON-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-JSON-VALUE)
                   TO IL-TICKET-STATE
           END-IF
           MOVE "S" TO IL-CREATE-SENT
           MOVE WS-TIMESTAMP TO IL-LINKED-AT
           MOVE WS-TIMESTAMP TO IL-PULLED-AT
           IF INC-STATUS(WS-FOUND-INC) = "ESCALATED"
               MOVE "S" TO IL-ESCALATE-SENT
           END-IF
           IF INC-STATUS(WS-FOUND-INC) = "RESOLVED"
               MOVE "S" TO IL-RESOLVE-SENT
           END-IF
           ADD 1 TO WS-CREATED
           .

*> Move the ticket to WS-PUSH-STATE with WS-PUSH-NOTE in the
*> WS-PUSH-NOTE-FIELD field
       PUSH-UPDATE.
           MOVE SPACES TO WS-HC-BODY
           MOVE 1 TO WS-BODY-PTR
           STRING "{""" DELIMITED BY SIZE
                  WS-STATE-FIELD DELIMITED BY SPACE
                  """:""" DELIMITED BY SIZE
                  WS-PUSH-STATE DELIMITED BY SPACE
                  """,""" DELIMITED BY SIZE
                  WS-PUSH-NOTE-FIELD DELIMITED BY SPACE
                  """:""" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PUSH-NOTE) DELIMITED BY SIZE
                  """}" DELIMITED BY SIZE
               INTO WS-HC-BODY WITH POINTER WS-BODY-PTR
           END-STRING
           COMPUTE WS-HC-BODY-LEN = WS-BODY-PTR - 1
           MOVE "PUT" TO WS-HC-METHOD
           PERFORM BUILD-TICKET-PATH
           PERFORM CALL-ITSM
           IF WS-DELIVERED = 1
               ADD 1 TO WS-UPDATED
           END-IF
           .

*> <ITSM_PATH>/<ticket>
       BUILD-TICKET-PATH.
           MOVE SPACES TO WS-HC-PATH
           STRING WS-ITSM-PATH DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  IL-TICKET DELIMITED BY SPACE
               INTO WS-HC-PATH
           END-STRING
           .

*> One call; WS-DELIVERED is set for any 2xx. No answer at all marks
*> the ITSM down for the rest of the pass
       CALL-ITSM.
           MOVE 0 TO WS-DELIVERED
           MOVE 0 TO WS-HC-STATUS
           CALL "HTTP-CLIENT" USING WS-ITSM-HOST WS-ITSM-PORT
               WS-HC-METHOD WS-HC-PATH WS-HC-CONTENT-TYPE
               WS-HC-BODY WS-HC-BODY-LEN WS-HC-TIMEOUT
               WS-HC-STATUS WS-HC-HEADERS WS-HC-RESP-BODY
               WS-HC-RESP-LEN WS-HC-RC
           END-CALL
           IF WS-HC-RC = 1
               MOVE 1 TO WS-ITSM-DOWN
               MOVE "no response" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-HC-STATUS < 200 OR WS-HC-STATUS > 299
               MOVE SPACES TO WS-FAIL-REASON
               STRING "HTTP " WS-HC-STATUS DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DELIVERED
           .

*> WS-JSON-KEY's value out of the reply: the text of a string value
*> (backslash escapes taken literally) or a bare value up to the next
*> "," or "}". Only the first 8000 bytes are looked at - a ticket
*> reply is far smaller
       EXTRACT-JSON-FIELD.
           MOVE 0 TO WS-JSON-FOUND
           MOVE SPACES TO WS-JSON-VALUE
           MOVE 0 TO WS-JSON-KEY-LEN
           INSPECT WS-JSON-KEY TALLYING WS-JSON-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-JSON-KEY-LEN = 0 OR WS-HC-RESP-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HC-RESP-LEN TO WS-JSON-END
           IF WS-JSON-END > 8000
               MOVE 8000 TO WS-JSON-END
           END-IF

           PERFORM VARYING WS-JSON-POS FROM 1 BY 1
               UNTIL WS-JSON-POS + WS-JSON-KEY-LEN + 1 > WS-JSON-END
               IF WS-HC-RESP-BODY(WS-JSON-POS:1) = """" AND
                  WS-HC-RESP-BODY(WS-JSON-POS + 1:WS-JSON-KEY-LEN) =
                      WS-JSON-KEY(1:WS-JSON-KEY-LEN) AND
                  WS-HC-RESP-BODY(WS-JSON-POS + WS-JSON-KEY-LEN + 1:1)
                      = """"
                   MOVE 1 TO WS-JSON-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JSON-FOUND = 0
               EXIT PARAGRAPH
           END-IF

*> Past the key's closing quote, the colon and any spacing
           COMPUTE WS-JSON-POS = WS-JSON-POS + WS-JSON-KEY-LEN + 2
           PERFORM UNTIL WS-JSON-POS > WS-JSON-END
               OR (WS-HC-RESP-BODY(WS-JSON-POS:1) NOT = SPACE AND
                   WS-HC-RESP-BODY(WS-JSON-POS:1) NOT = ":")
               ADD 1 TO WS-JSON-POS
           END-PERFORM
           IF WS-JSON-POS > WS-JSON-END
               MOVE 0 TO WS-JSON-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-JSON-QUOTED
           IF WS-HC-RESP-BODY(WS-JSON-POS:1) = """"
               MOVE 1 TO WS-JSON-QUOTED
               ADD 1 TO WS-JSON-POS
           END-IF
           MOVE 0 TO WS-JSON-OUT
           PERFORM UNTIL WS-JSON-POS > WS-JSON-END
               OR WS-JSON-OUT >= 160
               IF WS-JSON-QUOTED = 1
                   IF WS-HC-RESP-BODY(WS-JSON-POS:1) = """"
                       EXIT PERFORM
                   END-IF
                   IF WS-HC-RESP-BODY(WS-JSON-POS:1) = "\"
                       ADD 1 TO WS-JSON-POS
                   END-IF
               ELSE
                   IF WS-HC-RESP-BODY(WS-JSON-POS:1) = "," OR
                      WS-HC-RESP-BODY(WS-JSON-POS:1) = "}" OR
                      WS-HC-RESP-BODY(WS-JSON-POS:1) = SPACE
                       EXIT PERFORM
                   END-IF
               END-IF
               IF WS-JSON-POS <= WS-JSON-END
                   ADD 1 TO WS-JSON-OUT
                   MOVE WS-HC-RESP-BODY(WS-JSON-POS:1)
                       TO WS-JSON-VALUE(WS-JSON-OUT:1)
               END-IF
               ADD 1 TO WS-JSON-POS
           END-PERFORM
*> A JSON null is no value at all
           IF WS-JSON-QUOTED = 0 AND WS-JSON-VALUE = "null"
               MOVE SPACES TO WS-JSON-VALUE
           END-IF
*> "|" separates ITSM-LINKS.DAT's fields
           INSPECT WS-JSON-VALUE REPLACING ALL "|" BY "/"
           .

*> A ticket state the desk has finished with
       CHECK-STATE-CLOSED.
           MOVE 0 TO WS-STATE-CLOSED
           IF WS-NEW-STATE = "RESOLVED" OR WS-NEW-STATE = "CLOSED" OR
              WS-NEW-STATE = "CANCELLED" OR WS-NEW-STATE = "CANCELED"
               MOVE 1 TO WS-STATE-CLOSED
           END-IF
           .

*> Read back every ticket still in play - open on either side - and
*> keep its state and note. A ticket the desk has closed resolves
*> the incident here as well
       PULL-TICKETS.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT OR WS-ITSM-DOWN = 1
                  OR WS-PULLED >= WS-PULL-MAX
               MOVE WS-LINK-IDX TO WS-FOUND-LINK
               PERFORM PULL-ONE-TICKET
           END-PERFORM
           .

       PULL-ONE-TICKET.
           MOVE LINK-RECORD(WS-FOUND-LINK) TO IL-RECORD
           IF IL-TICKET = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IL-INCIDENT TO WS-FIND-ID
           PERFORM FIND-INCIDENT
           IF WS-FOUND-INC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE IL-TICKET-STATE TO WS-NEW-STATE
           PERFORM CHECK-STATE-CLOSED
           IF WS-STATE-CLOSED = 1 AND
              INC-STATUS(WS-FOUND-INC) = "RESOLVED"
               EXIT PARAGRAPH
           END-IF

           MOVE "GET" TO WS-HC-METHOD
           MOVE 0 TO WS-HC-BODY-LEN
           PERFORM BUILD-TICKET-PATH
           PERFORM CALL-ITSM
           IF WS-ITSM-DOWN = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PULLED
           MOVE WS-TIMESTAMP TO IL-PULLED-AT
*> The desk has deleted the ticket - left for RECONCILE to report
           IF WS-HC-STATUS = 404
               MOVE "MISSING" TO WS-NEW-STATE
           ELSE
               IF WS-DELIVERED = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE IL-TICKET-STATE TO WS-NEW-STATE
               MOVE WS-STATE-FIELD TO WS-JSON-KEY
               PERFORM EXTRACT-JSON-FIELD
               IF WS-JSON-FOUND = 1 AND WS-JSON-VALUE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-JSON-VALUE)
                       TO WS-NEW-STATE
               END-IF
               MOVE WS-NOTE-FIELD TO WS-JSON-KEY
               PERFORM EXTRACT-JSON-FIELD
               IF WS-JSON-FOUND = 1 AND WS-JSON-VALUE NOT = SPACES
                   MOVE WS-JSON-VALUE TO IL-NOTE
               END-IF
           END-IF

           IF WS-NEW-STATE NOT = IL-TICKET-STATE
               ADD 1 TO WS-CHANGED-STATES
               MOVE WS-NEW-STATE TO IL-TICKET-STATE
               PERFORM WRITE-STATE-AUDIT
           END-IF

           PERFORM CHECK-STATE-CLOSED
           IF WS-STATE-CLOSED = 1 AND
              INC-STATUS(WS-FOUND-INC) NOT = "RESOLVED"
               MOVE 1 TO INC-TO-RESOLVE(WS-FOUND-INC)
               MOVE "RESOLVED" TO INC-STATUS(WS-FOUND-INC)
               MOVE "S" TO IL-RESOLVE-SENT
               ADD 1 TO WS-RESOLVED-HERE
           END-IF

           MOVE IL-RECORD TO LINK-RECORD(WS-FOUND-LINK)
           MOVE 1 TO WS-LINKS-CHANGED
           .

*> Resolve the incidents whose tickets the desk closed: the status
*> field is swapped, everything else - the sealed narrative included
*> - passes through, as INCIDENT-ADMIN's own rewrite does
       APPLY-RESOLUTIONS.
           OPEN INPUT INCIDENTS-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INCIDENTS-TMP
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ INCIDENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM RESOLVE-ONE-INCIDENT
               END-READ
           END-PERFORM
           CLOSE INCIDENTS-FILE
           CLOSE INCIDENTS-TMP

           CALL "CBL_DELETE_FILE" USING "INCIDENTS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "INCIDENTS.TMP"
               "INCIDENTS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       RESOLVE-ONE-INCIDENT.
           MOVE INCIDENTS-RECORD TO INCIDENTS-TMP-REC
           IF INCIDENTS-RECORD(1:6) NOT NUMERIC
               WRITE INCIDENTS-TMP-REC
               EXIT PARAGRAPH
           END-IF
           MOVE INCIDENTS-RECORD(1:6) TO WS-FIND-ID
           PERFORM FIND-INCIDENT
           IF WS-FOUND-INC = 0
               WRITE INCIDENTS-TMP-REC
               EXIT PARAGRAPH
           END-IF
           IF INC-TO-RESOLVE(WS-FOUND-INC) NOT = 1 OR
              INCIDENTS-RECORD(8:9) = "RESOLVED|"
               WRITE INCIDENTS-TMP-REC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TAIL-POS
           PERFORM VARYING WS-SP-POS FROM 8 BY 1
               UNTIL WS-SP-POS > 24
               IF INCIDENTS-RECORD(WS-SP-POS:1) = "|"
                   MOVE WS-SP-POS TO WS-TAIL-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TAIL-POS > 0
               MOVE SPACES TO INCIDENTS-TMP-REC
               MOVE 1 TO WS-REC-PTR
               STRING INCIDENTS-RECORD(1:7) "RESOLVED"
                      DELIMITED BY SIZE
                      INCIDENTS-RECORD(WS-TAIL-POS:1200 - WS-TAIL-POS)
                      DELIMITED BY SIZE
                   INTO INCIDENTS-TMP-REC WITH POINTER WS-REC-PTR
               END-STRING
               PERFORM WRITE-RESOLVE-AUDIT
           END-IF
           WRITE INCIDENTS-TMP-REC
           .

       WRITE-LINKS.
           OPEN OUTPUT LINKS-TMP
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               MOVE LINK-RECORD(WS-LINK-IDX) TO LINKS-TMP-RECORD
               WRITE LINKS-TMP-RECORD
           END-PERFORM
           CLOSE LINKS-TMP
           CALL "CBL_DELETE_FILE" USING "ITSM-LINKS.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "ITSM-LINKS.TMP"
               "ITSM-LINKS.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> What is still undelivered goes back, in order; an empty outbox
*> removes the file so the healthy path stays file-free
       WRITE-OUTBOX.
           IF WS-WAITING = 0 AND WS-OUTBOX-FULL = 0
               CALL "CBL_DELETE_FILE" USING "ITSM-OUTBOX.DAT"
                   RETURNING WS-DELETE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTBOX-TMP
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
               UNTIL WS-OB-IDX > WS-OB-COUNT
               IF OB-KIND(WS-OB-IDX) NOT = "DONE"
                   MOVE OB-ENTRY(WS-OB-IDX) TO OUTBOX-TMP-RECORD
                   WRITE OUTBOX-TMP-RECORD
               END-IF
           END-PERFORM
*> Entries the table never had room for are still in the old file
           IF WS-OUTBOX-FULL = 1
               PERFORM COPY-OUTBOX-EXCESS
           END-IF
           CLOSE OUTBOX-TMP
           CALL "CBL_DELETE_FILE" USING "ITSM-OUTBOX.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "ITSM-OUTBOX.TMP"
               "ITSM-OUTBOX.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       COPY-OUTBOX-EXCESS.
           OPEN INPUT OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OB-IDX
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ OUTBOX-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OUTBOX-RECORD(10:6) IS NUMERIC
                           ADD 1 TO WS-OB-IDX
                           IF WS-OB-IDX > 500
                               MOVE OUTBOX-RECORD
                                   TO OUTBOX-TMP-RECORD
                               WRITE OUTBOX-TMP-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           .

*> A delivery that keeps failing is somebody's problem once, at the
*> threshold - the outbox keeps trying regardless
       RAISE-UNDELIVERED.
           OPEN EXTEND ALERTS-LOG
           IF WS-ALERTS-STATUS = "35" OR WS-ALERTS-STATUS = "05"
               OPEN OUTPUT ALERTS-LOG
           END-IF
           MOVE SPACES TO ALERTS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] ALERT ITSM-UNDELIVERED "
                  "incident=" OB-INCIDENT(WS-OB-IDX)
                  " kind=" DELIMITED BY SIZE
                  OB-KIND(WS-OB-IDX) DELIMITED BY SPACE
                  " tries=" OB-TRIES(WS-OB-IDX)
                  " last=" DELIMITED BY SIZE
                  WS-FAIL-REASON DELIMITED BY SIZE
               INTO ALERTS-LOG-RECORD
           END-STRING
           WRITE ALERTS-LOG-RECORD
           CLOSE ALERTS-LOG

           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "ITSM-UNDELIVERED:" OB-INCIDENT(WS-OB-IDX)
               DELIMITED BY SIZE INTO ALERT-KEY
           END-STRING
           MOVE "M" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE "itsm_undelivered" TO ALERT-EVENT
           MOVE SPACES TO ALERT-DETAIL
           STRING "ITSM " DELIMITED BY SIZE
                  OB-KIND(WS-OB-IDX) DELIMITED BY SPACE
                  " for incident " OB-INCIDENT(WS-OB-IDX)
                  " still undelivered after " OB-TRIES(WS-OB-IDX)
                  " tries: " DELIMITED BY SIZE
                  WS-FAIL-REASON DELIMITED BY SIZE
               INTO ALERT-DETAIL
           END-STRING
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

       WRITE-DELIVERY-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] itsm-sync incident-"
                  OB-INCIDENT(WS-OB-IDX) " event=ITSM_"
                  DELIMITED BY SIZE
                  OB-KIND(WS-OB-IDX) DELIMITED BY SPACE
                  " user=scheduler result=" DELIMITED BY SIZE
                  IL-TICKET DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

       WRITE-STATE-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] itsm-sync incident-"
                  IL-INCIDENT " event=ITSM_TICKET_STATE user=itsm "
                  "result=" DELIMITED BY SIZE
                  IL-TICKET-STATE DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

       WRITE-RESOLVE-AUDIT.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] itsm-sync incident-"
                  INCIDENTS-RECORD(1:6)
                  " event=INCIDENT_RESOLVED user=itsm result=APPLIED"
                  DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .

*> ----------------------------------------------------------------
*> OUTBOX - what is waiting
*> ----------------------------------------------------------------
       LIST-OUTBOX.
           PERFORM LOAD-OUTBOX
           IF WS-OB-COUNT = 0
               DISPLAY "ITSM-SYNC: the outbox is empty"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
               UNTIL WS-OB-IDX > WS-OB-COUNT
               MOVE OB-TRIES(WS-OB-IDX) TO WS-TRIES-SHOWN
               DISPLAY OB-KIND(WS-OB-IDX) " " OB-INCIDENT(WS-OB-IDX)
                   " queued " OB-QUEUED-AT(WS-OB-IDX)
                   " tries " WS-TRIES-SHOWN " "
                   FUNCTION TRIM(OB-RESULT(WS-OB-IDX))
           END-PERFORM
           IF WS-OUTBOX-FULL = 1
               DISPLAY "ITSM-SYNC: (more waiting beyond the first 500)"
           END-IF
           .

*> ----------------------------------------------------------------
*> RECONCILE - incidents and tickets that no longer agree, as of the
*> last RUN's pull
*> ----------------------------------------------------------------
       RECONCILE-REPORT.
           PERFORM LOAD-INCIDENTS
           PERFORM LOAD-LINKS
           PERFORM LOAD-OUTBOX

           OPEN OUTPUT RECON-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ITSM-SYNC: cannot write ITSM-RECON.RPT"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECON-RECORD
           STRING "ITSM reconciliation - " WS-TIMESTAMP
               DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
           MOVE ALL "=" TO RECON-RECORD(1:60)
           WRITE RECON-RECORD

           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-COUNT
               PERFORM RECONCILE-INCIDENT
           END-PERFORM

           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
               MOVE LINK-RECORD(WS-LINK-IDX) TO IL-RECORD
               MOVE IL-INCIDENT TO WS-FIND-ID
               PERFORM FIND-INCIDENT
               IF WS-FOUND-INC = 0 AND IL-TICKET NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ORPHAN     ticket " DELIMITED BY SIZE
                          IL-TICKET DELIMITED BY SPACE
                          " (" DELIMITED BY SIZE
                          IL-TICKET-STATE DELIMITED BY "  "
                          ") - incident " IL-INCIDENT
                          " is no longer on file" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RECON-LINE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-WAITING
           MOVE SPACES TO WS-OLDEST-QUEUED
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
               UNTIL WS-OB-IDX > WS-OB-COUNT
               ADD 1 TO WS-WAITING
               IF WS-OLDEST-QUEUED = SPACES
                   MOVE OB-QUEUED-AT(WS-OB-IDX) TO WS-OLDEST-QUEUED
               END-IF
           END-PERFORM

           MOVE SPACES TO RECON-RECORD
           WRITE RECON-RECORD
           MOVE SPACES TO RECON-RECORD
           STRING WS-MISMATCHES " mismatch(es); " WS-WAITING
                  " delivery(ies) waiting in the outbox"
                  DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           IF WS-OLDEST-QUEUED NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING RECON-RECORD DELIMITED BY "  "
                      ", oldest queued " WS-OLDEST-QUEUED
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO RECON-RECORD
           END-IF
           WRITE RECON-RECORD
           CLOSE RECON-RPT

           DISPLAY "ITSM-SYNC: " WS-MISMATCHES " mismatch(es), "
               WS-WAITING " waiting - see ITSM-RECON.RPT"
           .

*> One incident against its ticket: no ticket for an open incident,
*> a state one side has and the other has not caught up with, a
*> ticket the ITSM no longer has
       RECONCILE-INCIDENT.
           MOVE INC-ID(WS-INC-IDX) TO WS-FIND-ID
           PERFORM FIND-LINK
           MOVE SPACES TO WS-RPT-LINE

           IF WS-FOUND-LINK = 0
               IF INC-STATUS(WS-INC-IDX) NOT = "RESOLVED"
                   STRING "NO TICKET  incident " INC-ID(WS-INC-IDX)
                          " " DELIMITED BY SIZE
                          INC-STATUS(WS-INC-IDX) DELIMITED BY SPACE
                          " - not yet queued" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RECON-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LINK-RECORD(WS-FOUND-LINK) TO IL-RECORD
           IF IL-TICKET = SPACES
               MOVE "CREATE" TO WS-OB-KIND
               PERFORM DESCRIBE-WAITING
               STRING "NO TICKET  incident " INC-ID(WS-INC-IDX)
                      " " DELIMITED BY SIZE
                      INC-STATUS(WS-INC-IDX) DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      WS-WAITING-NOTE DELIMITED BY "  "
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RECON-LINE
               EXIT PARAGRAPH
           END-IF

           IF IL-TICKET-STATE = "MISSING"
               STRING "NO ISSUE   incident " INC-ID(WS-INC-IDX)
                      " " DELIMITED BY SIZE
                      INC-STATUS(WS-INC-IDX) DELIMITED BY SPACE
                      " - ticket " DELIMITED BY SIZE
                      IL-TICKET DELIMITED BY SPACE
                      " not found in the ITSM" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RECON-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IL-TICKET-STATE TO WS-NEW-STATE
           PERFORM CHECK-STATE-CLOSED
           MOVE SPACES TO WS-OB-KIND
           EVALUATE TRUE
               WHEN INC-STATUS(WS-INC-IDX) = "RESOLVED" AND
                    WS-STATE-CLOSED = 0
                   MOVE "RESOLVE" TO WS-OB-KIND
               WHEN INC-STATUS(WS-INC-IDX) NOT = "RESOLVED" AND
                    WS-STATE-CLOSED = 1
                   MOVE "-" TO WS-OB-KIND
               WHEN INC-STATUS(WS-INC-IDX) = "ESCALATED" AND
                    IL-ESCALATE-SENT NOT = "S"
                   MOVE "ESCALATE" TO WS-OB-KIND
           END-EVALUATE
           IF WS-OB-KIND = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-OB-KIND = "-"
               MOVE "the ticket is closed, the incident is not"
                   TO WS-WAITING-NOTE
           ELSE
               PERFORM DESCRIBE-WAITING
           END-IF
           STRING "STATE      incident " INC-ID(WS-INC-IDX)
                  " " DELIMITED BY SIZE
                  INC-STATUS(WS-INC-IDX) DELIMITED BY SPACE
                  ", ticket " DELIMITED BY SIZE
                  IL-TICKET DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  IL-TICKET-STATE DELIMITED BY "  "
                  " (pulled " DELIMITED BY SIZE
                  IL-PULLED-AT DELIMITED BY SIZE
                  ") - " DELIMITED BY SIZE
                  WS-WAITING-NOTE DELIMITED BY "  "
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RECON-LINE
           .

*> Where the WS-OB-KIND delivery for WS-FIND-ID stands, in words
       DESCRIBE-WAITING.
           MOVE "not yet queued" TO WS-WAITING-NOTE
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
               UNTIL WS-OB-IDX > WS-OB-COUNT
               IF OB-INCIDENT(WS-OB-IDX) = WS-FIND-ID AND
                  OB-KIND(WS-OB-IDX) = WS-OB-KIND
                   MOVE OB-TRIES(WS-OB-IDX) TO WS-TRIES-SHOWN
                   MOVE SPACES TO WS-WAITING-NOTE
                   STRING FUNCTION TRIM(WS-OB-KIND) " in the outbox, "
                          FUNCTION TRIM(WS-TRIES-SHOWN) " tries, last: "
                          DELIMITED BY SIZE
                          OB-RESULT(WS-OB-IDX) DELIMITED BY "  "
                       INTO WS-WAITING-NOTE
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       WRITE-RECON-LINE.
           ADD 1 TO WS-MISMATCHES
           MOVE WS-RPT-LINE TO RECON-RECORD
           WRITE RECON-RECORD
           .
