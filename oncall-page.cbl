*> On-call alert router. LOG-MONITOR, DISK-MONITOR, CERT-WATCH,
*> JOB-RUN, INCIDENT-AGE and the rest write their alerts to
*> ALERTS.LOG; MAIL-RECIPIENTS.CFG still fans each event type out to
*> its fixed list, but this job pages whoever is on call right now
*> and keeps paging up the chain until someone answers:
*>
*>   oncall-page [RUN]  - the scheduled pass (a JOB-TABLE.CFG line
*>                        such as "ONCALL oncall-page EVERY:1 Y")
*>   oncall-page WHO    - who is on call this minute
*>
*> The rota is ONCALL.CFG, one entry per line ("*" comments and
*> blank lines skipped):
*>
*>   SLOT <days> <HHMM-HHMM> <primary> [<secondary>]
*>       days MON..SUN, ranges (MON-FRI) and lists (SAT,SUN), or
*>       ALL; a window past midnight (1800-0800) runs into the next
*>       morning, and HHMM-HHMM with equal ends is the whole day.
*>       The first matching SLOT wins.
*>   HOLIDAY <YYYYMMDD> <primary> [<secondary>]
*>       replaces the SLOTs for that whole day
*>   SWAP <YYYYMMDD> <HHMM-HHMM> <from> <to>
*>       <to> stands in for <from> (either role) in that window; an
*>       overnight window starts on the date given
*>   MANAGER <name>           - the duty manager, the last level
*>   CONTACT <name> <address> - where a name's pages go (a pager
*>                              gateway or mailbox); a name that is
*>                              itself an address needs no CONTACT
*>   ESCALATE_MINUTES <n>     - how long each level has to
*>                              acknowledge (default 15)
*>   QUIET <type>             - alert types (or type prefixes) that
*>                              never page
*>
*> An alert whose type ALERT-MANAGER holds only as grouped under an
*> open root cause (ALERT-RULES.CFG ROOT), or inside a SUPPRESS
*> window, is not paged either - the root cause's page covers it.
*>
*> Each new ALERT line pages its level-1 holder (the primary; the
*> secondary, then the manager, where a level is unstaffed) through
*> MAIL-SEND-TO. While that page is open, further alerts of the same
*> type are counted on it rather than paged again, and the alert's
*> own CLEARED line closes it. An open page not acknowledged within
*> ESCALATE_MINUTES goes to the next level - secondary, then duty
*> manager - and past the manager it is closed UNACKED.
*> Acknowledgement is INCIDENT-ADMIN PAGEACK or POST
*> /api/admin/page-ack, both through ONCALL-ACK.
*>
*> Open and recent pages are kept in ONCALL-PAGES.DAT; every page,
*> escalation, acknowledgement, clear and give-up is appended to
*> ONCALL.LOG, which ONCALL-REPORT reads for the monthly response
*> times. ONCALL-STATE.DAT holds how far into ALERTS.LOG the last run
*> read; the very first run only marks the place, so old alerts are
*> never paged.
IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-PAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-CFG ASSIGN TO "ONCALL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT ALERTS-LOG ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT STATE-FILE ASSIGN TO "ONCALL-STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT PAGES-FILE ASSIGN TO "ONCALL-PAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGES-STATUS.
           SELECT PAGES-TMP ASSIGN TO "ONCALL-PAGES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGES-TMP-STATUS.
           SELECT ONCALL-LOG ASSIGN TO "ONCALL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PAGE-SEQ ASSIGN TO "ONCALL.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-CFG.
       01  ONCALL-CFG-RECORD    PIC X(200).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).
       FD  STATE-FILE.
       01  STATE-RECORD         PIC X(32).
       FD  PAGES-FILE.
       COPY "oncall-pages.cpy".
       FD  PAGES-TMP.
       01  PAGES-TMP-RECORD     PIC X(300).
       FD  ONCALL-LOG.
       01  ONCALL-LOG-RECORD    PIC X(256).
       FD  PAGE-SEQ.
       01  PAGE-SEQ-RECORD      PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-ALERTS-STATUS      PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-PAGES-STATUS       PIC XX.
       01 WS-PAGES-TMP-STATUS   PIC XX.
       01 WS-LOG-STATUS         PIC XX.
       01 WS-SEQ-STATUS         PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

       01 WS-COMMAND-LINE       PIC X(64).
       01 WS-ACTION             PIC X(8).

*> The clock: now as a timestamp, as seconds, and the pieces the rota
*> is matched on (weekday 1 = MON .. 7 = SUN)
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC X(8).
       01 WS-YESTERDAY          PIC X(8).
       01 WS-NOW-HHMM           PIC 9(4).
       01 WS-DAY-INT            PIC 9(8).
       01 WS-TODAY-DOW          PIC 9.
       01 WS-YESTERDAY-DOW      PIC 9.
       01 WS-NOW-SECS           PIC 9(12).
       01 WS-CALC-WHEN          PIC X(19).
       01 WS-CALC-SECS          PIC 9(12).
       01 WS-ELAPSED-SECS       PIC 9(9).
       01 WS-ELAPSED-D          PIC Z(8)9.

*> ONCALL.CFG, loaded once per run
       01 WS-ESCALATE-MINS      PIC 9(4) VALUE 15.
       01 WS-MANAGER            PIC X(32) VALUE SPACES.
       01 WS-SLOT-COUNT         PIC 9(4) COMP VALUE 0.
       01 SLOT-TABLE.
          05 SLOT-ENTRY OCCURS 40 TIMES.
             10 SLOT-DAYS         PIC X(7).
             10 SLOT-FROM         PIC 9(4).
             10 SLOT-TO           PIC 9(4).
             10 SLOT-PRIMARY      PIC X(32).
             10 SLOT-SECONDARY    PIC X(32).
       01 WS-HOL-COUNT          PIC 9(4) COMP VALUE 0.
       01 HOLIDAY-TABLE.
          05 HOL-ENTRY OCCURS 60 TIMES.
             10 HOL-DATE          PIC X(8).
             10 HOL-PRIMARY       PIC X(32).
             10 HOL-SECONDARY     PIC X(32).
       01 WS-SWAP-COUNT         PIC 9(4) COMP VALUE 0.
       01 SWAP-TABLE.
          05 SWAP-ENTRY OCCURS 60 TIMES.
             10 SWAP-DATE         PIC X(8).
             10 SWAP-FROM         PIC 9(4).
             10 SWAP-TO           PIC 9(4).
             10 SWAP-OUT          PIC X(32).
             10 SWAP-IN           PIC X(32).
       01 WS-CONTACT-COUNT      PIC 9(4) COMP VALUE 0.
       01 CONTACT-TABLE.
          05 CONTACT-ENTRY OCCURS 100 TIMES.
             10 CONTACT-NAME      PIC X(32).
             10 CONTACT-ADDR      PIC X(80).
       01 WS-QUIET-COUNT        PIC 9(4) COMP VALUE 0.
       01 QUIET-TABLE.
          05 QUIET-TYPE OCCURS 20 TIMES PIC X(24).
       01 WS-CFG-IDX            PIC 9(4) COMP.

*> One config line's words
       01 WS-TOK-1              PIC X(32).
       01 WS-TOK-2              PIC X(80).
       01 WS-TOK-3              PIC X(80).
       01 WS-TOK-4              PIC X(80).
       01 WS-TOK-5              PIC X(80).
       01 WS-TOK-6              PIC X(80).

*> Day-list and window parsing
       01 WS-DAY-NAMES          PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAYS-SPEC          PIC X(80).
       01 WS-DAYS-MASK          PIC X(7).
       01 WS-DAY-PART           PIC X(16).
       01 WS-DAY-PTR            PIC 9(4) COMP.
       01 WS-DAY-A              PIC 9.
       01 WS-DAY-B              PIC 9.
       01 WS-DAY-NAME           PIC X(3).
       01 WS-DAY-NUM            PIC 9.
       01 WS-DAY-IDX            PIC 9.
       01 WS-WINDOW-SPEC        PIC X(80).
       01 WS-WINDOW-FROM        PIC 9(4).
       01 WS-WINDOW-TO          PIC 9(4).
       01 WS-WINDOW-OK          PIC 9.
       01 WS-IN-WINDOW          PIC 9.

*> Who holds each level this minute
       01 WS-ON-PRIMARY         PIC X(32).
       01 WS-ON-SECONDARY       PIC X(32).
       01 WS-ON-FROM            PIC X(12).

*> Pages, loaded from ONCALL-PAGES.DAT and written back
       01 WS-PAGE-COUNT         PIC 9(4) COMP VALUE 0.
       01 PAGE-TABLE.
          05 PAGE-ENTRY OCCURS 300 TIMES.
             10 PG-RECORD         PIC X(300).
       01 WS-PG-IDX             PIC 9(4) COMP.
       01 WS-PG-FOUND-IDX       PIC 9(4) COMP.
       01 WS-PAGE-ID            PIC 9(6).
       01 WS-KEEP-SECS          PIC 9(12).

*> ALERTS.LOG position
       01 WS-DONE-LINES         PIC 9(9) VALUE 0.
       01 WS-LINE-NO            PIC 9(9) VALUE 0.
       01 WS-PRIMED             PIC 9 VALUE 0.
       01 WS-ALERT-TYPE         PIC X(24).
       01 WS-ALERT-LINE         PIC X(160).
       01 WS-QUIET-HIT          PIC 9.
       COPY "alert.cpy".

*> One page or escalation being sent
       01 WS-WANT-LEVEL         PIC 9.
       01 WS-NEW-LEVEL          PIC 9.
       01 WS-NEW-TARGET         PIC X(32).
       01 WS-PREV-TARGET        PIC X(32).
       01 WS-LOG-VERB           PIC X(10).
       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-PTR           PIC 9(4) COMP.
       01 WS-AT-COUNT           PIC 9(4) COMP.
       01 WS-MINS-D             PIC Z(3)9.

*> Run tallies
       01 WS-NEW-PAGES          PIC 9(4) VALUE 0.
       01 WS-ESCALATIONS        PIC 9(4) VALUE 0.
       01 WS-ACKS-FOLDED        PIC 9(4) VALUE 0.
       01 WS-OPEN-PAGES         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ACTION
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
           END-UNSTRING

           PERFORM SET-CLOCK
           PERFORM LOAD-ONCALL-CONFIG

           EVALUATE WS-ACTION
               WHEN SPACES
               WHEN "RUN"
                   PERFORM RUN-ROUTER
               WHEN "WHO"
                   PERFORM SHOW-WHO
               WHEN OTHER
                   DISPLAY "ONCALL-PAGE: usage: [RUN] | WHO"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SET-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATE(9:4) TO WS-NOW-HHMM
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
           MOVE WS-TIMESTAMP TO WS-CALC-WHEN
           PERFORM WHEN-TO-SECONDS
           MOVE WS-CALC-SECS TO WS-NOW-SECS

*> Day 1 of the integer-date calendar (1601-01-01) was a Monday
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY))
           COMPUTE WS-TODAY-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           COMPUTE WS-YESTERDAY-DOW =
               FUNCTION MOD(WS-DAY-INT - 2, 7) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT - 1)
               TO WS-YESTERDAY
           .

*> ----------------------------------------------------------------
*> ONCALL.CFG
*> ----------------------------------------------------------------
       LOAD-ONCALL-CONFIG.
           OPEN INPUT ONCALL-CFG
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ONCALL-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONCALL-LINE
               END-READ
           END-PERFORM
           CLOSE ONCALL-CFG
           .

       APPLY-ONCALL-LINE.
           IF ONCALL-CFG-RECORD = SPACES OR
              ONCALL-CFG-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
               WS-TOK-5 WS-TOK-6
           UNSTRING FUNCTION TRIM(ONCALL-CFG-RECORD LEADING)
               DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
                    WS-TOK-6
           END-UNSTRING

           EVALUATE WS-TOK-1
               WHEN "SLOT"
                   PERFORM ADD-SLOT-LINE
               WHEN "HOLIDAY"
                   IF WS-TOK-2(1:8) NUMERIC AND WS-TOK-3 NOT = SPACES
                      AND WS-HOL-COUNT < 60
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-TOK-2(1:8) TO HOL-DATE(WS-HOL-COUNT)
                       MOVE WS-TOK-3 TO HOL-PRIMARY(WS-HOL-COUNT)
                       MOVE WS-TOK-4 TO HOL-SECONDARY(WS-HOL-COUNT)
                   END-IF
               WHEN "SWAP"
                   MOVE WS-TOK-3 TO WS-WINDOW-SPEC
                   PERFORM PARSE-WINDOW
                   IF WS-TOK-2(1:8) NUMERIC AND WS-WINDOW-OK = 1 AND
                      WS-TOK-4 NOT = SPACES AND
                      WS-TOK-5 NOT = SPACES AND WS-SWAP-COUNT < 60
                       ADD 1 TO WS-SWAP-COUNT
                       MOVE WS-TOK-2(1:8) TO SWAP-DATE(WS-SWAP-COUNT)
                       MOVE WS-WINDOW-FROM TO SWAP-FROM(WS-SWAP-COUNT)
                       MOVE WS-WINDOW-TO TO SWAP-TO(WS-SWAP-COUNT)
                       MOVE WS-TOK-4 TO SWAP-OUT(WS-SWAP-COUNT)
                       MOVE WS-TOK-5 TO SWAP-IN(WS-SWAP-COUNT)
                   END-IF
               WHEN "MANAGER"
                   MOVE WS-TOK-2 TO WS-MANAGER
               WHEN "CONTACT"
                   IF WS-TOK-3 NOT = SPACES AND WS-CONTACT-COUNT < 100
                       ADD 1 TO WS-CONTACT-COUNT
                       MOVE WS-TOK-2 TO CONTACT-NAME(WS-CONTACT-COUNT)
                       MOVE WS-TOK-3 TO CONTACT-ADDR(WS-CONTACT-COUNT)
                   END-IF
               WHEN "ESCALATE_MINUTES"
                   IF WS-TOK-2(1:1) NUMERIC
                       COMPUTE WS-ESCALATE-MINS =
                           FUNCTION NUMVAL(WS-TOK-2)
                   END-IF
                   IF WS-ESCALATE-MINS = 0
                       MOVE 15 TO WS-ESCALATE-MINS
                   END-IF
               WHEN "QUIET"
                   IF WS-TOK-2 NOT = SPACES AND WS-QUIET-COUNT < 20
                       ADD 1 TO WS-QUIET-COUNT
                       MOVE WS-TOK-2 TO QUIET-TYPE(WS-QUIET-COUNT)
                   END-IF
           END-EVALUATE
           .

*> A "-" secondary is the same as none
       ADD-SLOT-LINE.
           MOVE WS-TOK-2 TO WS-DAYS-SPEC
           PERFORM PARSE-DAYS
           MOVE WS-TOK-3 TO WS-WINDOW-SPEC
           PERFORM PARSE-WINDOW
           IF WS-DAYS-MASK = SPACES OR WS-WINDOW-OK = 0 OR
              WS-TOK-4 = SPACES OR WS-SLOT-COUNT >= 40
               DISPLAY "ONCALL-PAGE: SLOT line ignored: "
                   ONCALL-CFG-RECORD(1:60)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLOT-COUNT
           MOVE WS-DAYS-MASK TO SLOT-DAYS(WS-SLOT-COUNT)
           MOVE WS-WINDOW-FROM TO SLOT-FROM(WS-SLOT-COUNT)
           MOVE WS-WINDOW-TO TO SLOT-TO(WS-SLOT-COUNT)
           MOVE WS-TOK-4 TO SLOT-PRIMARY(WS-SLOT-COUNT)
           MOVE WS-TOK-5 TO SLOT-SECONDARY(WS-SLOT-COUNT)
           IF SLOT-SECONDARY(WS-SLOT-COUNT) = "-"
               MOVE SPACES TO SLOT-SECONDARY(WS-SLOT-COUNT)
           END-IF
           .

*> WS-DAYS-SPEC ("MON-FRI", "SAT,SUN", "ALL") to a seven-position
*> mask, "Y" on each day it covers; spaces if it names no day
       PARSE-DAYS.
           MOVE SPACES TO WS-DAYS-MASK
           IF WS-DAYS-SPEC = "ALL" OR WS-DAYS-SPEC = "*"
               MOVE "YYYYYYY" TO WS-DAYS-MASK
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DAY-PTR
           PERFORM UNTIL WS-DAY-PTR > 80
               MOVE SPACES TO WS-DAY-PART
               UNSTRING WS-DAYS-SPEC DELIMITED BY "," OR SPACE
                   INTO WS-DAY-PART
                   WITH POINTER WS-DAY-PTR
               END-UNSTRING
               IF WS-DAY-PART = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-DAY-PART(1:3) TO WS-DAY-NAME
               PERFORM DAY-NAME-TO-NUMBER
               MOVE WS-DAY-NUM TO WS-DAY-A
               MOVE WS-DAY-NUM TO WS-DAY-B
               IF WS-DAY-PART(4:1) = "-"
                   MOVE WS-DAY-PART(5:3) TO WS-DAY-NAME
                   PERFORM DAY-NAME-TO-NUMBER
                   MOVE WS-DAY-NUM TO WS-DAY-B
               END-IF
               IF WS-DAY-A = 0 OR WS-DAY-B = 0
                   MOVE SPACES TO WS-DAYS-MASK
                   EXIT PARAGRAPH
               END-IF
*> A range may wrap the week (FRI-MON)
               MOVE WS-DAY-A TO WS-DAY-IDX
               PERFORM UNTIL 1 = 0
                   MOVE "Y" TO WS-DAYS-MASK(WS-DAY-IDX:1)
                   IF WS-DAY-IDX = WS-DAY-B
                       EXIT PERFORM
                   END-IF
                   IF WS-DAY-IDX = 7
                       MOVE 1 TO WS-DAY-IDX
                   ELSE
                       ADD 1 TO WS-DAY-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           INSPECT WS-DAYS-MASK REPLACING ALL SPACE BY "N"
           .

       DAY-NAME-TO-NUMBER.
           MOVE 0 TO WS-DAY-NUM
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               IF WS-DAY-NAMES(WS-DAY-IDX * 3 - 2:3) = WS-DAY-NAME
                   MOVE WS-DAY-IDX TO WS-DAY-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> "HHMM-HHMM" into WS-WINDOW-FROM / WS-WINDOW-TO
       PARSE-WINDOW.
           MOVE 0 TO WS-WINDOW-OK
           IF WS-WINDOW-SPEC(1:4) NOT NUMERIC OR
              WS-WINDOW-SPEC(5:1) NOT = "-" OR
              WS-WINDOW-SPEC(6:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WINDOW-SPEC(1:4) TO WS-WINDOW-FROM
           MOVE WS-WINDOW-SPEC(6:4) TO WS-WINDOW-TO
           IF WS-WINDOW-FROM > 2400 OR WS-WINDOW-TO > 2400
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WINDOW-OK
           .

*> ----------------------------------------------------------------
*> Who is on call now
*> ----------------------------------------------------------------
       RESOLVE-ONCALL.
           MOVE SPACES TO WS-ON-PRIMARY
           MOVE SPACES TO WS-ON-SECONDARY
           MOVE SPACES TO WS-ON-FROM

           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
               UNTIL WS-CFG-IDX > WS-HOL-COUNT
               IF HOL-DATE(WS-CFG-IDX) = WS-TODAY
                   MOVE HOL-PRIMARY(WS-CFG-IDX) TO WS-ON-PRIMARY
                   MOVE HOL-SECONDARY(WS-CFG-IDX) TO WS-ON-SECONDARY
                   MOVE "holiday" TO WS-ON-FROM
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ON-FROM = SPACES
               PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-IDX > WS-SLOT-COUNT
                   PERFORM MATCH-SLOT
                   IF WS-IN-WINDOW = 1
                       MOVE SLOT-PRIMARY(WS-CFG-IDX) TO WS-ON-PRIMARY
                       MOVE SLOT-SECONDARY(WS-CFG-IDX)
                           TO WS-ON-SECONDARY
                       MOVE "rota" TO WS-ON-FROM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
               UNTIL WS-CFG-IDX > WS-SWAP-COUNT
               PERFORM MATCH-SWAP
               IF WS-IN-WINDOW = 1
                   IF WS-ON-PRIMARY = SWAP-OUT(WS-CFG-IDX)
                       MOVE SWAP-IN(WS-CFG-IDX) TO WS-ON-PRIMARY
                   END-IF
                   IF WS-ON-SECONDARY = SWAP-OUT(WS-CFG-IDX)
                       MOVE SWAP-IN(WS-CFG-IDX) TO WS-ON-SECONDARY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ON-SECONDARY = "-"
               MOVE SPACES TO WS-ON-SECONDARY
           END-IF
           .

*> Same-day window, whole day (equal ends), or past midnight - the
*> early-morning part of an overnight slot belongs to the day before
       MATCH-SLOT.
           MOVE 0 TO WS-IN-WINDOW
           EVALUATE TRUE
               WHEN SLOT-FROM(WS-CFG-IDX) = SLOT-TO(WS-CFG-IDX)
                   IF SLOT-DAYS(WS-CFG-IDX)(WS-TODAY-DOW:1) = "Y"
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
               WHEN SLOT-FROM(WS-CFG-IDX) < SLOT-TO(WS-CFG-IDX)
                   IF SLOT-DAYS(WS-CFG-IDX)(WS-TODAY-DOW:1) = "Y" AND
                      WS-NOW-HHMM >= SLOT-FROM(WS-CFG-IDX) AND
                      WS-NOW-HHMM < SLOT-TO(WS-CFG-IDX)
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
               WHEN OTHER
                   IF SLOT-DAYS(WS-CFG-IDX)(WS-TODAY-DOW:1) = "Y" AND
                      WS-NOW-HHMM >= SLOT-FROM(WS-CFG-IDX)
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
                   IF SLOT-DAYS(WS-CFG-IDX)(WS-YESTERDAY-DOW:1) = "Y"
                      AND WS-NOW-HHMM < SLOT-TO(WS-CFG-IDX)
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
           END-EVALUATE
           .

       MATCH-SWAP.
           MOVE 0 TO WS-IN-WINDOW
           EVALUATE TRUE
               WHEN SWAP-FROM(WS-CFG-IDX) = SWAP-TO(WS-CFG-IDX)
                   IF SWAP-DATE(WS-CFG-IDX) = WS-TODAY
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
               WHEN SWAP-FROM(WS-CFG-IDX) < SWAP-TO(WS-CFG-IDX)
                   IF SWAP-DATE(WS-CFG-IDX) = WS-TODAY AND
                      WS-NOW-HHMM >= SWAP-FROM(WS-CFG-IDX) AND
                      WS-NOW-HHMM < SWAP-TO(WS-CFG-IDX)
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
               WHEN OTHER
                   IF SWAP-DATE(WS-CFG-IDX) = WS-TODAY AND
                      WS-NOW-HHMM >= SWAP-FROM(WS-CFG-IDX)
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
                   IF SWAP-DATE(WS-CFG-IDX) = WS-YESTERDAY AND
                      WS-NOW-HHMM < SWAP-TO(WS-CFG-IDX)
                       MOVE 1 TO WS-IN-WINDOW
                   END-IF
           END-EVALUATE
           .

       SHOW-WHO.
           PERFORM RESOLVE-ONCALL
           IF WS-ON-FROM = SPACES
               MOVE "no slot" TO WS-ON-FROM
           END-IF
           DISPLAY "ONCALL-PAGE: " WS-TIMESTAMP " ("
               FUNCTION TRIM(WS-ON-FROM) ")"
           DISPLAY "  primary:      " WS-ON-PRIMARY
           DISPLAY "  secondary:    " WS-ON-SECONDARY
           DISPLAY "  duty manager: " WS-MANAGER
           MOVE WS-ESCALATE-MINS TO WS-MINS-D
           DISPLAY "  escalation after " FUNCTION TRIM(WS-MINS-D)
               " minute(s) per level"
           .

*> ----------------------------------------------------------------
*> RUN - the scheduled pass
*> ----------------------------------------------------------------
       RUN-ROUTER.
           PERFORM RESOLVE-ONCALL
           PERFORM LOAD-PAGES
           PERFORM FOLD-ACKNOWLEDGEMENTS
           PERFORM LOAD-STATE
           PERFORM READ-NEW-ALERTS
           PERFORM ESCALATE-OVERDUE
           PERFORM WRITE-PAGES
           PERFORM WRITE-STATE

           IF WS-PRIMED = 1
               DISPLAY "ONCALL-PAGE: first run - ALERTS.LOG marked at "
                   "line " WS-LINE-NO ", nothing older is paged"
           END-IF
           DISPLAY "ONCALL-PAGE: " WS-NEW-PAGES " page(s), "
               WS-ESCALATIONS " escalation(s), " WS-ACKS-FOLDED
               " acknowledgement(s), " WS-OPEN-PAGES " open"
           .

       LOAD-PAGES.
           MOVE 0 TO WS-PAGE-COUNT
           OPEN INPUT PAGES-FILE
           IF WS-PAGES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PAGES-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OP-ID NUMERIC AND WS-PAGE-COUNT < 300
                           ADD 1 TO WS-PAGE-COUNT
                           MOVE OP-RECORD TO PG-RECORD(WS-PAGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGES-FILE
           .

*> ONCALL-ACK's "ACK id=" lines close their open pages
       FOLD-ACKNOWLEDGEMENTS.
           OPEN INPUT ONCALL-LOG
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ONCALL-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ONCALL-LOG-RECORD(21:9) = "] ACK id=" AND
                          ONCALL-LOG-RECORD(30:6) NUMERIC
                           MOVE ONCALL-LOG-RECORD(30:6) TO WS-PAGE-ID
                           PERFORM FIND-PAGE-BY-ID
                           IF WS-PG-FOUND-IDX > 0
                               MOVE PG-RECORD(WS-PG-FOUND-IDX)
                                   TO OP-RECORD
                               IF OP-STATUS = "OPEN"
                                   MOVE "ACKED" TO OP-STATUS
                                   MOVE OP-RECORD
                                       TO PG-RECORD(WS-PG-FOUND-IDX)
                                   ADD 1 TO WS-ACKS-FOLDED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONCALL-LOG
           .

       FIND-PAGE-BY-ID.
           MOVE 0 TO WS-PG-FOUND-IDX
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PAGE-COUNT
               IF PG-RECORD(WS-PG-IDX)(1:6) = WS-PAGE-ID
                   MOVE WS-PG-IDX TO WS-PG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LOAD-STATE.
           MOVE 0 TO WS-DONE-LINES
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               MOVE 1 TO WS-PRIMED
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               AT END
                   MOVE 1 TO WS-PRIMED
               NOT AT END
                   IF STATE-RECORD(1:9) NUMERIC
                       MOVE STATE-RECORD(1:9) TO WS-DONE-LINES
                   ELSE
                       MOVE 1 TO WS-PRIMED
                   END-IF
           END-READ
           CLOSE STATE-FILE
           .

*> Lines past the last run's mark. A log shorter than the mark has
*> been rotated, so it is read from the top
       READ-NEW-ALERTS.
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT ALERTS-LOG
           IF WS-ALERTS-STATUS NOT = "00"
               MOVE 0 TO WS-DONE-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ALERTS-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
               END-READ
           END-PERFORM
           CLOSE ALERTS-LOG
           IF WS-PRIMED = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-NO < WS-DONE-LINES
               MOVE 0 TO WS-DONE-LINES
           END-IF
           IF WS-LINE-NO = WS-DONE-LINES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ALERTS-LOG
           IF WS-ALERTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ ALERTS-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-DONE-LINES
                           PERFORM ROUTE-ALERT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERTS-LOG
           .

*> "[ts] ALERT <TYPE> ..." pages; "[ts] CLEARED <TYPE> ..." closes
*> the open page of that type
       ROUTE-ALERT-LINE.
           MOVE SPACES TO WS-ALERT-TYPE
           EVALUATE TRUE
               WHEN ALERTS-LOG-RECORD(21:8) = "] ALERT "
                   UNSTRING ALERTS-LOG-RECORD(29:) DELIMITED BY SPACE
                       INTO WS-ALERT-TYPE
                   END-UNSTRING
               WHEN ALERTS-LOG-RECORD(21:10) = "] CLEARED "
                   UNSTRING ALERTS-LOG-RECORD(31:) DELIMITED BY SPACE
                       INTO WS-ALERT-TYPE
                   END-UNSTRING
                   PERFORM CLEAR-OPEN-PAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-ALERT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QUIET-HIT
           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
               UNTIL WS-CFG-IDX > WS-QUIET-COUNT
               IF WS-ALERT-TYPE(1:FUNCTION LENGTH(FUNCTION TRIM(
                      QUIET-TYPE(WS-CFG-IDX)))) =
                  FUNCTION TRIM(QUIET-TYPE(WS-CFG-IDX))
                   MOVE 1 TO WS-QUIET-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QUIET-HIT = 1
               EXIT PARAGRAPH
           END-IF

*> Grouped under an open root cause, or inside an operator's
*> suppression window: ALERT-MANAGER has it, nobody is woken for it
           MOVE "QUERY" TO ALERT-OP
           MOVE WS-ALERT-TYPE TO ALERT-KEY
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           IF ALERT-VERDICT = "G" OR ALERT-VERDICT = "Q"
               DISPLAY "ONCALL-PAGE: not paged (" ALERT-VERDICT
                   "): " FUNCTION TRIM(WS-ALERT-TYPE)
               EXIT PARAGRAPH
           END-IF

*> Already paged and still open: count it on that page
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PAGE-COUNT
               MOVE PG-RECORD(WS-PG-IDX) TO OP-RECORD
               IF OP-STATUS = "OPEN" AND OP-ALERT-TYPE = WS-ALERT-TYPE
                   IF OP-REPEATS < 9999
                       ADD 1 TO OP-REPEATS
                   END-IF
                   MOVE OP-RECORD TO PG-RECORD(WS-PG-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-PAGE-COUNT >= 300
               DISPLAY "ONCALL-PAGE: page table full - alert not "
                   "paged: " ALERTS-LOG-RECORD(1:60)
               EXIT PARAGRAPH
           END-IF
           MOVE ALERTS-LOG-RECORD TO WS-ALERT-LINE
           PERFORM NEXT-PAGE-NUMBER
           MOVE 1 TO WS-WANT-LEVEL
           PERFORM PICK-LEVEL-TARGET

           MOVE SPACES TO OP-RECORD
           MOVE "|" TO OP-SEP-1 OP-SEP-2 OP-SEP-3 OP-SEP-4
               OP-SEP-5 OP-SEP-6 OP-SEP-7 OP-SEP-8
           MOVE WS-PAGE-ID TO OP-ID
           MOVE "OPEN" TO OP-STATUS
           MOVE WS-NEW-LEVEL TO OP-LEVEL
           MOVE WS-TIMESTAMP TO OP-FIRST-WHEN
           MOVE WS-TIMESTAMP TO OP-LEVEL-WHEN
           MOVE WS-NEW-TARGET TO OP-TARGET
           MOVE 0 TO OP-REPEATS
           MOVE WS-ALERT-TYPE TO OP-ALERT-TYPE
           MOVE WS-ALERT-LINE TO OP-ALERT-LINE
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PG-IDX

           MOVE "PAGE" TO WS-LOG-VERB
           MOVE SPACES TO WS-PREV-TARGET
           IF WS-NEW-LEVEL > 3
               PERFORM GIVE-UP-PAGE
           ELSE
               PERFORM SEND-PAGE
               ADD 1 TO WS-NEW-PAGES
           END-IF
           MOVE OP-RECORD TO PG-RECORD(WS-PG-IDX)
           .

       CLEAR-OPEN-PAGE.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PAGE-COUNT
               MOVE PG-RECORD(WS-PG-IDX) TO OP-RECORD
               IF OP-STATUS = "OPEN" AND OP-ALERT-TYPE = WS-ALERT-TYPE
                   MOVE "CLEARED" TO OP-STATUS
                   MOVE OP-RECORD TO PG-RECORD(WS-PG-IDX)
                   MOVE "CLEARED" TO WS-LOG-VERB
                   PERFORM LOG-PAGE-CLOSE
               END-IF
           END-PERFORM
           .

*> The holder of WS-WANT-LEVEL, or of the next staffed level up:
*> WS-NEW-LEVEL 4 means nobody is left to page
       PICK-LEVEL-TARGET.
           MOVE SPACES TO WS-NEW-TARGET
           MOVE WS-WANT-LEVEL TO WS-NEW-LEVEL
           PERFORM UNTIL WS-NEW-LEVEL > 3 OR WS-NEW-TARGET NOT = SPACES
               EVALUATE WS-NEW-LEVEL
                   WHEN 1
                       MOVE WS-ON-PRIMARY TO WS-NEW-TARGET
                   WHEN 2
                       MOVE WS-ON-SECONDARY TO WS-NEW-TARGET
                   WHEN 3
                       MOVE WS-MANAGER TO WS-NEW-TARGET
               END-EVALUATE
*> Nobody pages the same person twice in a row for one alert
               IF WS-NEW-TARGET NOT = SPACES AND
                  WS-NEW-TARGET = WS-PREV-TARGET AND
                  WS-NEW-LEVEL < 3
                   MOVE SPACES TO WS-NEW-TARGET
               END-IF
               IF WS-NEW-TARGET = SPACES
                   ADD 1 TO WS-NEW-LEVEL
               END-IF
           END-PERFORM
           .

       ESCALATE-OVERDUE.
           MOVE 0 TO WS-OPEN-PAGES
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PAGE-COUNT
               MOVE PG-RECORD(WS-PG-IDX) TO OP-RECORD
               IF OP-STATUS = "OPEN"
                   MOVE OP-LEVEL-WHEN TO WS-CALC-WHEN
                   PERFORM WHEN-TO-SECONDS
                   IF WS-CALC-SECS > 0 AND
                      WS-NOW-SECS - WS-CALC-SECS >=
                      WS-ESCALATE-MINS * 60
                       PERFORM ESCALATE-ONE-PAGE
                       MOVE OP-RECORD TO PG-RECORD(WS-PG-IDX)
                   END-IF
                   IF OP-STATUS = "OPEN"
                       ADD 1 TO WS-OPEN-PAGES
                   END-IF
               END-IF
           END-PERFORM
           .

       ESCALATE-ONE-PAGE.
           MOVE OP-TARGET TO WS-PREV-TARGET
           COMPUTE WS-WANT-LEVEL = OP-LEVEL + 1
           IF WS-WANT-LEVEL > 3
               MOVE 4 TO WS-NEW-LEVEL
           ELSE
               PERFORM PICK-LEVEL-TARGET
           END-IF
           IF WS-NEW-LEVEL > 3
               PERFORM GIVE-UP-PAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-LEVEL TO OP-LEVEL
           MOVE WS-TIMESTAMP TO OP-LEVEL-WHEN
           MOVE WS-NEW-TARGET TO OP-TARGET
           MOVE OP-ALERT-LINE TO WS-ALERT-LINE
           MOVE OP-ID TO WS-PAGE-ID
           MOVE "ESCALATE" TO WS-LOG-VERB
           PERFORM SEND-PAGE
           ADD 1 TO WS-ESCALATIONS
           .

*> Nobody left above this level: closed unacknowledged, recorded
*> for the monthly report
       GIVE-UP-PAGE.
           MOVE "UNACKED" TO OP-STATUS
           MOVE "UNACKED" TO WS-LOG-VERB
           PERFORM LOG-PAGE-CLOSE
           DISPLAY "ONCALL-PAGE: page " OP-ID
               " unacknowledged with nobody left to escalate to"
           .

*> Page OP-TARGET about OP-RECORD's alert, then record it
       SEND-PAGE.
           MOVE SPACES TO WS-MAIL-TO
           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
               UNTIL WS-CFG-IDX > WS-CONTACT-COUNT
               IF CONTACT-NAME(WS-CFG-IDX) = OP-TARGET
                   MOVE CONTACT-ADDR(WS-CFG-IDX) TO WS-MAIL-TO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MAIL-TO = SPACES
               MOVE 0 TO WS-AT-COUNT
               INSPECT OP-TARGET TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT > 0
                   MOVE OP-TARGET TO WS-MAIL-TO
               END-IF
           END-IF

           MOVE SPACES TO WS-MAIL-SUBJECT
           IF WS-LOG-VERB = "ESCALATE"
               STRING "ESCALATED PAGE " OP-ID " " DELIMITED BY SIZE
                      OP-ALERT-TYPE DELIMITED BY SPACE
                   INTO WS-MAIL-SUBJECT
               END-STRING
           ELSE
               STRING "PAGE " OP-ID " " DELIMITED BY SIZE
                      OP-ALERT-TYPE DELIMITED BY SPACE
                   INTO WS-MAIL-SUBJECT
               END-STRING
           END-IF
           MOVE WS-ESCALATE-MINS TO WS-MINS-D
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-PTR
           STRING FUNCTION TRIM(OP-ALERT-LINE TRAILING)
                  "\n\n" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           IF WS-LOG-VERB = "ESCALATE"
               STRING "Not acknowledged by " DELIMITED BY SIZE
                      WS-PREV-TARGET DELIMITED BY SPACE
                      " - escalated to you (level " OP-LEVEL ").\n"
                      DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           STRING "Acknowledge within " FUNCTION TRIM(WS-MINS-D)
                  " minute(s) or it escalates:\n"
                  "  incident-admin PAGEACK " OP-ID " <you>\n"
                  "  POST /api/admin/page-ack?id=" OP-ID
                  DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING

           MOVE "-" TO WS-MAIL-RESULT
           IF WS-MAIL-TO NOT = SPACES
               CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
                   WS-MAIL-TEXT WS-MAIL-RESULT
               END-CALL
           ELSE
               DISPLAY "ONCALL-PAGE: no CONTACT address for "
                   FUNCTION TRIM(OP-TARGET) " - page " OP-ID
                   " recorded but not delivered"
           END-IF

           PERFORM OPEN-ONCALL-LOG
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ONCALL-LOG-RECORD
           MOVE 1 TO WS-TEXT-PTR
           STRING "[" WS-TIMESTAMP "] " DELIMITED BY SIZE
                  WS-LOG-VERB DELIMITED BY SPACE
                  " id=" OP-ID " level=" OP-LEVEL " to="
                  DELIMITED BY SIZE
                  OP-TARGET DELIMITED BY SPACE
                  " via=" WS-MAIL-RESULT " alert=" DELIMITED BY SIZE
                  OP-ALERT-TYPE DELIMITED BY SPACE
               INTO ONCALL-LOG-RECORD WITH POINTER WS-TEXT-PTR
           END-STRING
           IF WS-LOG-VERB = "ESCALATE"
               STRING " from=" DELIMITED BY SIZE
                      WS-PREV-TARGET DELIMITED BY SPACE
                   INTO ONCALL-LOG-RECORD WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           WRITE ONCALL-LOG-RECORD
           CLOSE ONCALL-LOG
           .

*> "[ts] CLEARED|UNACKED id= level= to= after=Ns"
       LOG-PAGE-CLOSE.
           MOVE 0 TO WS-ELAPSED-SECS
           MOVE OP-FIRST-WHEN TO WS-CALC-WHEN
           PERFORM WHEN-TO-SECONDS
           IF WS-CALC-SECS > 0 AND WS-CALC-SECS <= WS-NOW-SECS
               COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-CALC-SECS
           END-IF
           MOVE WS-ELAPSED-SECS TO WS-ELAPSED-D
           PERFORM OPEN-ONCALL-LOG
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ONCALL-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] " DELIMITED BY SIZE
                  WS-LOG-VERB DELIMITED BY SPACE
                  " id=" OP-ID " level=" OP-LEVEL " to="
                  DELIMITED BY SIZE
                  OP-TARGET DELIMITED BY SPACE
                  " after=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELAPSED-D) DELIMITED BY SIZE
                  "s alert=" DELIMITED BY SIZE
                  OP-ALERT-TYPE DELIMITED BY SPACE
               INTO ONCALL-LOG-RECORD
           END-STRING
           WRITE ONCALL-LOG-RECORD
           CLOSE ONCALL-LOG
           .

       OPEN-ONCALL-LOG.
           OPEN EXTEND ONCALL-LOG
           IF WS-LOG-STATUS = "35" OR WS-LOG-STATUS = "05"
               OPEN OUTPUT ONCALL-LOG
           END-IF
           .

       NEXT-PAGE-NUMBER.
           MOVE 0 TO WS-PAGE-ID
           OPEN INPUT PAGE-SEQ
           IF WS-SEQ-STATUS = "00"
               READ PAGE-SEQ
                   NOT AT END
                       IF PAGE-SEQ-RECORD(1:6) NUMERIC
                           MOVE PAGE-SEQ-RECORD(1:6) TO WS-PAGE-ID
                       END-IF
               END-READ
               CLOSE PAGE-SEQ
           END-IF
           ADD 1 TO WS-PAGE-ID

           OPEN OUTPUT PAGE-SEQ
           MOVE SPACES TO PAGE-SEQ-RECORD
           MOVE WS-PAGE-ID TO PAGE-SEQ-RECORD(1:6)
           WRITE PAGE-SEQ-RECORD
           CLOSE PAGE-SEQ
           .

*> Open pages and a week of closed ones go back through a scratch
*> copy renamed into place; ONCALL.LOG keeps the history
       WRITE-PAGES.
           COMPUTE WS-KEEP-SECS = WS-NOW-SECS - 7 * 86400
           OPEN OUTPUT PAGES-TMP
           IF WS-PAGES-TMP-STATUS NOT = "00"
               DISPLAY "ONCALL-PAGE: cannot write ONCALL-PAGES.TMP"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PAGE-COUNT
               MOVE PG-RECORD(WS-PG-IDX) TO OP-RECORD
               MOVE OP-FIRST-WHEN TO WS-CALC-WHEN
               PERFORM WHEN-TO-SECONDS
               IF OP-STATUS = "OPEN" OR WS-CALC-SECS >= WS-KEEP-SECS
                   MOVE OP-RECORD TO PAGES-TMP-RECORD
                   WRITE PAGES-TMP-RECORD
               END-IF
           END-PERFORM
           CLOSE PAGES-TMP
           CALL "CBL_DELETE_FILE" USING "ONCALL-PAGES.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "ONCALL-PAGES.TMP"
               "ONCALL-PAGES.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       WRITE-STATE.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-RECORD
           MOVE WS-LINE-NO TO STATE-RECORD(1:9)
           WRITE STATE-RECORD
           CLOSE STATE-FILE
           .

       WHEN-TO-SECONDS.
           MOVE 0 TO WS-CALC-SECS
           IF WS-CALC-WHEN(1:4) NOT NUMERIC OR
              WS-CALC-WHEN(6:2) NOT NUMERIC OR
              WS-CALC-WHEN(9:2) NOT NUMERIC OR
              WS-CALC-WHEN(12:2) NOT NUMERIC OR
              WS-CALC-WHEN(15:2) NOT NUMERIC OR
              WS-CALC-WHEN(18:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CALC-WHEN(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-CALC-WHEN(6:2)) * 100 +
                   FUNCTION NUMVAL(WS-CALC-WHEN(9:2))) * 86400 +
               FUNCTION NUMVAL(WS-CALC-WHEN(12:2)) * 3600 +
               FUNCTION NUMVAL(WS-CALC-WHEN(15:2)) * 60 +
               FUNCTION NUMVAL(WS-CALC-WHEN(18:2))
           .
