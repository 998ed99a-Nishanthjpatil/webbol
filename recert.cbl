*> Access recertification campaign. AUTH-SYNC only takes leavers
*> out; this job makes the owning departments confirm, each quarter,
*> that everyone still holding protected-area access still needs it:
*>
*>   recert OPEN [days]          - open a campaign (default 21 days
*>                                 to the deadline) listing every
*>                                 live AUTH-REALMS.CFG account,
*>                                 every AUTH-GROUPS.CFG membership
*>                                 and every TLS-CLIENTS.CFG operator
*>                                 certificate, and mail each owning
*>                                 department's contact its items
*>   recert ATTEST <ref> <by>    - the owner confirms the access
*>   recert REVOKE <ref> <by>    - the owner withdraws it: removed
*>                                 there and then
*>   recert CHASE                - the nightly pass: reminds owners
*>                                 of items still pending (weekly,
*>                                 and again the day before the
*>                                 deadline), and once the deadline
*>                                 has passed closes the campaign
*>   recert CLOSE <by>           - close the campaign early
*>   recert STATUS               - where every item stands
*>
*> Items are owned through OWNER-LOOKUP: an account by its realm's
*> prefix, a membership by the prefix of the realm whose GROUP= names
*> the group (the member's own realm when none does), and an
*> operator certificate by /api/admin/. A department whose contact
*> is not a mailbox is not mailed - its items lapse unless someone
*> attests them on its behalf. Where the directory knows the
*> holder's line manager (MANAGER-LOOKUP) and their mailbox, the
*> item goes to that manager instead, owner "(manager)": the person
*> who knows whether the holder still needs the access.
*>
*> Removal goes through the operator tools themselves, exactly as
*> an operator would run them: USER-ADMIN DISABLE for an account,
*> USER-ADMIN GROUP REMOVE for a membership, CERT-ADMIN REVOKE for a
*> certificate - so a revoked or lapsed item gets the same session
*> revocation, CA rebuild and audit trail as a manual one. Closing
*> turns every item still pending into LAPSED and removes it.
*>
*> The campaign lives in RECERT-CAMPAIGN.DAT,
*>
*>   C|OPENED|DEADLINE|OPEN or CLOSED|LAST-MAILED
*>   I|REF|KIND|STATUS|REMINDERS|DECIDED|BY|OWNER|CONTACT|WHO|WHAT
*>
*> and a closed campaign's outcome is kept as RECERT-<YYYYMMDD>.TXT
*> (the closing date), which EVIDENCE-PACK carries into any pack
*> whose range covers it. Every step is audited.
IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "RECERT-CAMPAIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.
           SELECT CAMPAIGN-TMP ASSIGN TO "RECERT-CAMPAIGN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTMP-STATUS.
           SELECT REALMS-FILE ASSIGN TO "AUTH-REALMS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REALMS-STATUS.
           SELECT GROUPS-FILE ASSIGN TO "AUTH-GROUPS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUPS-STATUS.
           SELECT CLIENTS-FILE ASSIGN TO "TLS-CLIENTS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTS-STATUS.
           SELECT EVIDENCE-FILE ASSIGN TO DYNAMIC WS-EVIDENCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD      PIC X(320).
       FD  CAMPAIGN-TMP.
       01  CAMPAIGN-TMP-RECORD  PIC X(320).
       FD  REALMS-FILE.
       01  REALMS-RECORD        PIC X(128).
       FD  GROUPS-FILE.
       01  GROUPS-RECORD        PIC X(80).
       FD  CLIENTS-FILE.
       01  CLIENTS-RECORD       PIC X(128).
       FD  EVIDENCE-FILE.
       01  EVIDENCE-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CAMP-STATUS        PIC XX.
       01 WS-CTMP-STATUS        PIC XX.
       01 WS-REALMS-STATUS      PIC XX.
       01 WS-GROUPS-STATUS      PIC XX.
       01 WS-CLIENTS-STATUS     PIC XX.
       01 WS-EVID-STATUS        PIC XX.
       01 WS-EVIDENCE-NAME      PIC X(32).
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).
       01 WS-EOF                PIC 9 VALUE 0.

       01 WS-COMMAND-LINE       PIC X(200).
       01 WS-ACTION             PIC X(8).
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-TOKEN-START        PIC 9(4) COMP.
       01 WS-TOKEN-LEN          PIC 9(4) COMP.
       01 WS-TOKEN-NO           PIC 9(4) COMP.
       01 WS-TOKEN              PIC X(64).
       01 WS-BY                 PIC X(32).

*> The campaign header
       01 WS-HAVE-CAMPAIGN      PIC 9 VALUE 0.
       01 WS-CAMP-OPENED        PIC 9(8) VALUE 0.
       01 WS-CAMP-DEADLINE      PIC 9(8) VALUE 0.
       01 WS-CAMP-STATE         PIC X(8) VALUE SPACES.
       01 WS-CAMP-MAILED        PIC 9(8) VALUE 0.
       01 WS-CAMP-DAYS          PIC 9(3) VALUE 21.

*> The campaign's items
       01 WS-ITEM-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-TABLE.
          05 RC-ITEM OCCURS 500 TIMES.
             10 RC-REF             PIC 9(4).
             10 RC-KIND            PIC X(8).
             10 RC-STATUS          PIC X(8).
             10 RC-REMINDERS       PIC 9(2).
             10 RC-DECIDED         PIC 9(8).
             10 RC-BY              PIC X(32).
             10 RC-OWNER           PIC X(24).
             10 RC-CONTACT         PIC X(64).
             10 RC-WHO             PIC X(32).
             10 RC-WHAT            PIC X(64).
             10 RC-MAILED          PIC 9.
       01 WS-ITEM-IDX           PIC 9(4) COMP.
       01 WS-MATCH-IDX          PIC 9(4) COMP.
       01 WS-ITEMS-DROPPED      PIC 9(4) VALUE 0.

*> One campaign line's fields on the way in
       01 WS-F-TYPE             PIC X(4).
       01 WS-F-REF              PIC X(8).
       01 WS-F-REMIND           PIC X(4).
       01 WS-F-DATE1            PIC X(10).
       01 WS-F-DATE2            PIC X(10).
       01 WS-F-DATE3            PIC X(10).

*> The realm lines, for account items and group ownership
       01 WS-REALM-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-REALM-TABLE.
          05 RL-ENTRY OCCURS 200 TIMES.
             10 RL-PREFIX          PIC X(64).
             10 RL-USER            PIC X(32).
             10 RL-STATE           PIC X(10).
             10 RL-GROUP           PIC X(16).
       01 WS-REALM-IDX          PIC 9(4) COMP.
       01 WS-T1                 PIC X(64).
       01 WS-T2                 PIC X(64).
       01 WS-T3                 PIC X(80).
       01 WS-T4                 PIC X(24).
       01 WS-T5                 PIC X(24).
       01 WS-T6                 PIC X(24).

*> Ownership of the item being added
       01 WS-LOOKUP-PATH        PIC X(512).
       01 WS-OWN-NAME           PIC X(24).
       01 WS-OWN-CONTACT        PIC X(64).
       01 WS-OWN-FOUND          PIC 9.
       01 WS-NEW-KIND           PIC X(8).
       01 WS-NEW-WHO            PIC X(32).
       01 WS-NEW-WHAT           PIC X(64).
*> The holder's manager, when the directory has one to ask
       01 WS-MGR-USER           PIC X(32).
       01 WS-MGR-KEY            PIC X(16).
       01 WS-MGR-NAME           PIC X(40).
       01 WS-MGR-EMAIL          PIC X(64).
       01 WS-MGR-FOUND          PIC 9.

*> Owner notices (MAIL-SEND-TO)
       01 WS-MAIL-TO            PIC X(80).
       01 WS-MAIL-SUBJECT       PIC X(64).
       01 WS-MAIL-TEXT          PIC X(1000).
       01 WS-MAIL-RESULT        PIC X(1).
       01 WS-TEXT-POS           PIC 9(4) COMP.
       01 WS-REMINDER           PIC 9 VALUE 0.
       01 WS-AT-COUNT           PIC 9(4) COMP.
       01 WS-MAILS-SENT         PIC 9(4) VALUE 0.
       01 WS-ITEMS-MAILED       PIC 9(4) VALUE 0.
       01 WS-ITEMS-UNMAILED     PIC 9(4) VALUE 0.
       01 WS-MAIL-ITEMS         PIC 9(4) VALUE 0.

*> Removal through the operator tools
       01 WS-SHELL-CMD          PIC X(200).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.

*> Dates
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8) COMP.
       01 WS-WORK-INT           PIC 9(8) COMP.
       01 WS-DAYS-LEFT          PIC S9(5) COMP.
       01 WS-DATE-IN            PIC 9(8).
       01 WS-DATE-SHOW          PIC X(10).
       01 WS-DATE-SHOW-2        PIC X(10).

       01 WS-EVENT              PIC X(20).
       01 WS-AUDIT-REF          PIC 9(4) VALUE 0.
       01 WS-AUDIT-OBJ          PIC X(16).
       01 WS-AUDIT-SUBJECT      PIC X(48).
       01 WS-CNT-ITEMS          PIC 9(4) VALUE 0.
       01 WS-CNT-PENDING        PIC 9(4) VALUE 0.
       01 WS-CNT-ATTESTED       PIC 9(4) VALUE 0.
       01 WS-CNT-REVOKED        PIC 9(4) VALUE 0.
       01 WS-CNT-LAPSED         PIC 9(4) VALUE 0.
       01 WS-COUNT-D            PIC ZZZ9.
       01 WS-COUNT2-D           PIC ZZZ9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM SET-TIMESTAMP

           MOVE 1 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           MOVE WS-TOKEN TO WS-ACTION

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-CAMPAIGN
               WHEN "ATTEST"
                   PERFORM DECIDE-ITEM
               WHEN "REVOKE"
                   PERFORM DECIDE-ITEM
               WHEN "CHASE"
                   PERFORM CHASE-CAMPAIGN
               WHEN "CLOSE"
                   PERFORM CLOSE-COMMAND
               WHEN "STATUS"
                   PERFORM SHOW-STATUS
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "RECERT: usage: OPEN [days] | ATTEST <ref> <by> | "
               "REVOKE <ref> <by> | CHASE | CLOSE <by> | STATUS"
           .

*> The WS-TOKEN-NO'th space-separated word of the command line
*> into WS-TOKEN (spaces when there are fewer words)
       GET-TOKEN.
           MOVE SPACES TO WS-TOKEN
           MOVE 0 TO WS-TOKEN-LEN
           MOVE 1 TO WS-SCAN-POS
           PERFORM WS-TOKEN-NO TIMES
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 200 OR
                         WS-COMMAND-LINE(WS-SCAN-POS:1) NOT = SPACE
               END-PERFORM
               MOVE WS-SCAN-POS TO WS-TOKEN-START
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > 200 OR
                         WS-COMMAND-LINE(WS-SCAN-POS:1) = SPACE
               END-PERFORM
           END-PERFORM
           IF WS-TOKEN-START > 200
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOKEN-LEN = WS-SCAN-POS - WS-TOKEN-START
           IF WS-TOKEN-LEN > 64
               MOVE 64 TO WS-TOKEN-LEN
           END-IF
           MOVE WS-COMMAND-LINE(WS-TOKEN-START:WS-TOKEN-LEN)
               TO WS-TOKEN
           .

*> OPEN [days] - build the item list from the three access stores,
*> save it, and send every owner its share
       OPEN-CAMPAIGN.
           PERFORM LOAD-CAMPAIGN
           IF WS-HAVE-CAMPAIGN = 1 AND WS-CAMP-STATE = "OPEN"
               MOVE WS-CAMP-DEADLINE TO WS-DATE-IN
               PERFORM FORMAT-DATE
               DISPLAY "RECERT: a campaign is already open (deadline "
                   WS-DATE-SHOW ") - CLOSE it first"
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           IF WS-TOKEN NOT = SPACES
               IF WS-TOKEN(1:WS-TOKEN-LEN) IS NUMERIC AND
                  WS-TOKEN-LEN <= 3
                   COMPUTE WS-CAMP-DAYS = FUNCTION NUMVAL(WS-TOKEN)
               ELSE
                   PERFORM SHOW-USAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CAMP-DAYS = 0
               MOVE 21 TO WS-CAMP-DAYS
           END-IF

           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-ITEMS-DROPPED
           PERFORM LOAD-REALMS
           PERFORM ADD-ACCOUNT-ITEMS
           PERFORM ADD-GROUP-ITEMS
           PERFORM ADD-CERT-ITEMS
           IF WS-ITEM-COUNT = 0
               DISPLAY "RECERT: no accounts, memberships or "
                   "certificates on file - nothing to recertify"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO WS-CAMP-OPENED
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-CAMP-DAYS
           COMPUTE WS-CAMP-DEADLINE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE "OPEN" TO WS-CAMP-STATE
           MOVE WS-TODAY TO WS-CAMP-MAILED

           MOVE 0 TO WS-REMINDER
           PERFORM SEND-OWNER-MAILS
           PERFORM SAVE-CAMPAIGN

           MOVE "RECERT_OPEN" TO WS-EVENT
           MOVE "operator" TO WS-BY
           MOVE 0 TO WS-AUDIT-REF
           MOVE SPACES TO WS-AUDIT-SUBJECT
           MOVE WS-ITEM-COUNT TO WS-COUNT-D
           STRING "items=" FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
               INTO WS-AUDIT-SUBJECT
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-CAMP-DEADLINE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-ITEM-COUNT TO WS-COUNT-D
           DISPLAY "RECERT: campaign opened - " WS-COUNT-D
               " item(s), deadline " WS-DATE-SHOW
           MOVE WS-MAILS-SENT TO WS-COUNT-D
           MOVE WS-ITEMS-UNMAILED TO WS-COUNT2-D
           DISPLAY "RECERT: " WS-COUNT-D " owner notice(s) sent, "
               WS-COUNT2-D " item(s) with no mailbox contact"
           IF WS-ITEMS-DROPPED > 0
               MOVE WS-ITEMS-DROPPED TO WS-COUNT-D
               DISPLAY "RECERT: " WS-COUNT-D " item(s) beyond the "
                   "500-item campaign limit were not included"
           END-IF
           .

*> Realm lines: "PREFIX USER HASH [STATUS] [YYYYMMDD] [GROUP=name]"
       LOAD-REALMS.
           MOVE 0 TO WS-REALM-COUNT
           OPEN INPUT REALMS-FILE
           IF WS-REALMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ REALMS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-REALM-LINE
               END-READ
           END-PERFORM
           CLOSE REALMS-FILE
           .

       TAKE-ONE-REALM-LINE.
           IF REALMS-RECORD(1:1) = SPACE OR REALMS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-REALM-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
           UNSTRING REALMS-RECORD DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
           END-UNSTRING
           IF WS-T2 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REALM-COUNT
           MOVE WS-T1 TO RL-PREFIX(WS-REALM-COUNT)
           MOVE WS-T2 TO RL-USER(WS-REALM-COUNT)
           MOVE "ACTIVE" TO RL-STATE(WS-REALM-COUNT)
           IF WS-T4 = "DISABLED" OR WS-T4 = "MUSTCHANGE"
               MOVE WS-T4 TO RL-STATE(WS-REALM-COUNT)
           END-IF
           MOVE SPACES TO RL-GROUP(WS-REALM-COUNT)
           EVALUATE TRUE
               WHEN WS-T4(1:6) = "GROUP="
                   MOVE WS-T4(7:16) TO RL-GROUP(WS-REALM-COUNT)
               WHEN WS-T5(1:6) = "GROUP="
                   MOVE WS-T5(7:16) TO RL-GROUP(WS-REALM-COUNT)
               WHEN WS-T6(1:6) = "GROUP="
                   MOVE WS-T6(7:16) TO RL-GROUP(WS-REALM-COUNT)
           END-EVALUATE
           .

*> One item per account holder still able to sign in - USER-ADMIN
*> DISABLE works on the user, every realm line of theirs at once,
*> so the first realm a user appears under is the one reviewed
       ADD-ACCOUNT-ITEMS.
           PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
               UNTIL WS-REALM-IDX > WS-REALM-COUNT
               IF RL-STATE(WS-REALM-IDX) NOT = "DISABLED"
                   MOVE "ACCOUNT" TO WS-NEW-KIND
                   MOVE RL-USER(WS-REALM-IDX) TO WS-NEW-WHO
                   MOVE RL-PREFIX(WS-REALM-IDX) TO WS-NEW-WHAT
                   PERFORM FIND-EXISTING-ACCOUNT
                   IF WS-MATCH-IDX = 0
                       MOVE SPACES TO WS-LOOKUP-PATH
                       MOVE RL-PREFIX(WS-REALM-IDX) TO WS-LOOKUP-PATH
                       PERFORM ADD-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-EXISTING-ACCOUNT.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF RC-KIND(WS-ITEM-IDX) = "ACCOUNT" AND
                  RC-WHO(WS-ITEM-IDX) = WS-NEW-WHO
                   MOVE WS-ITEM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> AUTH-GROUPS.CFG: one "GROUP USER" pair per line
       ADD-GROUP-ITEMS.
           OPEN INPUT GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ GROUPS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-GROUP-LINE
               END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           .

       TAKE-ONE-GROUP-LINE.
           IF GROUPS-RECORD(1:1) = SPACE OR GROUPS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2
           UNSTRING GROUPS-RECORD DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2
           END-UNSTRING
           IF WS-T2 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "GROUP" TO WS-NEW-KIND
           MOVE WS-T2 TO WS-NEW-WHO
           MOVE WS-T1 TO WS-NEW-WHAT

*> Owned where the group is put to use; failing that, where the
*> member's own account lives
           MOVE "/" TO WS-LOOKUP-PATH
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
               UNTIL WS-REALM-IDX > WS-REALM-COUNT
               IF RL-GROUP(WS-REALM-IDX) = WS-T1(1:16)
                   MOVE WS-REALM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               PERFORM VARYING WS-REALM-IDX FROM 1 BY 1
                   UNTIL WS-REALM-IDX > WS-REALM-COUNT
                   IF RL-USER(WS-REALM-IDX) = WS-T2(1:32)
                       MOVE WS-REALM-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-IDX > 0
               MOVE SPACES TO WS-LOOKUP-PATH
               MOVE RL-PREFIX(WS-MATCH-IDX) TO WS-LOOKUP-PATH
           END-IF
           PERFORM ADD-ONE-ITEM
           .

*> TLS-CLIENTS.CFG: one "FINGERPRINT OPERATOR" pair per line, all
*> of them admin API access
       ADD-CERT-ITEMS.
           OPEN INPUT CLIENTS-FILE
           IF WS-CLIENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CLIENTS-RECORD(1:1) NOT = SPACE AND
                          CLIENTS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-T3 WS-T2
                           UNSTRING CLIENTS-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-T3 WS-T2
                           END-UNSTRING
                           IF WS-T2 NOT = SPACES
                               MOVE "CERT" TO WS-NEW-KIND
                               MOVE WS-T2 TO WS-NEW-WHO
                               MOVE WS-T3 TO WS-NEW-WHAT
                               MOVE "/api/admin/" TO WS-LOOKUP-PATH
                               PERFORM ADD-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTS-FILE
           .

       ADD-ONE-ITEM.
           IF WS-ITEM-COUNT >= 500
               ADD 1 TO WS-ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF
           CALL "OWNER-LOOKUP" USING WS-LOOKUP-PATH WS-OWN-NAME
               WS-OWN-CONTACT WS-OWN-FOUND
           END-CALL
           IF WS-OWN-FOUND = 0
               MOVE "unowned" TO WS-OWN-NAME
               MOVE SPACES TO WS-OWN-CONTACT
           END-IF
           MOVE WS-NEW-WHO TO WS-MGR-USER
           CALL "MANAGER-LOOKUP" USING WS-MGR-USER WS-MGR-KEY
               WS-MGR-NAME WS-MGR-EMAIL WS-MGR-FOUND
           END-CALL
           IF WS-MGR-FOUND = 1
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-MGR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT > 0
                   MOVE "(manager)" TO WS-OWN-NAME
                   MOVE WS-MGR-EMAIL TO WS-OWN-CONTACT
               END-IF
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO RC-REF(WS-ITEM-COUNT)
           MOVE WS-NEW-KIND TO RC-KIND(WS-ITEM-COUNT)
           MOVE "PENDING" TO RC-STATUS(WS-ITEM-COUNT)
           MOVE 0 TO RC-REMINDERS(WS-ITEM-COUNT)
           MOVE 0 TO RC-DECIDED(WS-ITEM-COUNT)
           MOVE SPACES TO RC-BY(WS-ITEM-COUNT)
           MOVE WS-OWN-NAME TO RC-OWNER(WS-ITEM-COUNT)
           MOVE WS-OWN-CONTACT TO RC-CONTACT(WS-ITEM-COUNT)
           MOVE WS-NEW-WHO TO RC-WHO(WS-ITEM-COUNT)
           MOVE WS-NEW-WHAT TO RC-WHAT(WS-ITEM-COUNT)
           .

*> ATTEST|REVOKE <ref> <by> - one owner decision
       DECIDE-ITEM.
           MOVE 2 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           IF WS-TOKEN(1:2) = "R-"
               MOVE WS-TOKEN(3:) TO WS-TOKEN
           END-IF
           IF WS-TOKEN = SPACES OR WS-TOKEN(1:1) NOT NUMERIC
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AUDIT-REF = FUNCTION NUMVAL(WS-TOKEN)
           MOVE 3 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           MOVE WS-TOKEN TO WS-BY
           IF WS-BY = SPACES
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CAMPAIGN
           IF WS-HAVE-CAMPAIGN = 0 OR WS-CAMP-STATE NOT = "OPEN"
               DISPLAY "RECERT: no campaign is open"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF RC-REF(WS-ITEM-IDX) = WS-AUDIT-REF
                   MOVE WS-ITEM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               DISPLAY "RECERT: no item R-" WS-AUDIT-REF
               EXIT PARAGRAPH
           END-IF
           IF RC-STATUS(WS-MATCH-IDX) NOT = "PENDING"
               DISPLAY "RECERT: item R-" WS-AUDIT-REF " is already "
                   FUNCTION TRIM(RC-STATUS(WS-MATCH-IDX))
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO RC-DECIDED(WS-MATCH-IDX)
           MOVE WS-BY TO RC-BY(WS-MATCH-IDX)
           IF WS-ACTION = "ATTEST"
               MOVE "ATTESTED" TO RC-STATUS(WS-MATCH-IDX)
               MOVE "RECERT_ATTEST" TO WS-EVENT
           ELSE
               MOVE "REVOKED" TO RC-STATUS(WS-MATCH-IDX)
               MOVE "RECERT_REVOKE" TO WS-EVENT
               MOVE WS-MATCH-IDX TO WS-ITEM-IDX
               PERFORM APPLY-REMOVAL
           END-IF
           PERFORM SAVE-CAMPAIGN

           MOVE WS-MATCH-IDX TO WS-ITEM-IDX
           PERFORM SET-AUDIT-SUBJECT
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "RECERT: R-" WS-AUDIT-REF " "
               FUNCTION TRIM(RC-KIND(WS-MATCH-IDX)) " "
               FUNCTION TRIM(RC-WHO(WS-MATCH-IDX)) " "
               FUNCTION TRIM(RC-STATUS(WS-MATCH-IDX))
           .

*> The operator tool that takes this access away, run the way an
*> operator would run it - names pass through the environment,
*> never the command line
       APPLY-REMOVAL.
           DISPLAY "RECERT_WHO" UPON ENVIRONMENT-NAME
           DISPLAY RC-WHO(WS-ITEM-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY "RECERT_WHAT" UPON ENVIRONMENT-NAME
           DISPLAY RC-WHAT(WS-ITEM-IDX) UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           EVALUATE RC-KIND(WS-ITEM-IDX)
               WHEN "ACCOUNT"
                   STRING './user-admin DISABLE "$RECERT_WHO" '
                          ">/dev/null"
                       DELIMITED BY SIZE INTO WS-SHELL-CMD
                   END-STRING
               WHEN "GROUP"
                   STRING './user-admin GROUP REMOVE "$RECERT_WHAT" '
                          '"$RECERT_WHO" >/dev/null'
                       DELIMITED BY SIZE INTO WS-SHELL-CMD
                   END-STRING
               WHEN "CERT"
                   STRING './cert-admin REVOKE "$RECERT_WHO" '
                          ">/dev/null"
                       DELIMITED BY SIZE INTO WS-SHELL-CMD
                   END-STRING
           END-EVALUATE
           IF WS-SHELL-CMD = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "RECERT: removal of R-" RC-REF(WS-ITEM-IDX)
                   " (" FUNCTION TRIM(RC-KIND(WS-ITEM-IDX)) " "
                   FUNCTION TRIM(RC-WHO(WS-ITEM-IDX))
                   ") did not complete - check it by hand"
           END-IF
           .

*> CHASE - the nightly pass. Past the deadline the campaign closes;
*> before it, owners with items outstanding are reminded a week
*> after the last notice and again on the deadline's eve
       CHASE-CAMPAIGN.
           PERFORM LOAD-CAMPAIGN
           IF WS-HAVE-CAMPAIGN = 0 OR WS-CAMP-STATE NOT = "OPEN"
               DISPLAY "RECERT: no campaign is open"
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY > WS-CAMP-DEADLINE
               MOVE "scheduler" TO WS-BY
               PERFORM CLOSE-CAMPAIGN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CAMP-DEADLINE)
               - WS-TODAY-INT
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAMP-MAILED)
           IF WS-CAMP-MAILED = WS-TODAY OR
              (WS-TODAY-INT - WS-WORK-INT < 7 AND WS-DAYS-LEFT > 1)
               DISPLAY "RECERT: no reminders due today"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-REMINDER
           PERFORM SEND-OWNER-MAILS
           MOVE WS-TODAY TO WS-CAMP-MAILED
           PERFORM SAVE-CAMPAIGN

           MOVE "RECERT_CHASE" TO WS-EVENT
           MOVE "scheduler" TO WS-BY
           MOVE 0 TO WS-AUDIT-REF
           MOVE SPACES TO WS-AUDIT-SUBJECT
           MOVE WS-ITEMS-MAILED TO WS-COUNT-D
           STRING "pending=" FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
               INTO WS-AUDIT-SUBJECT
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY
           MOVE WS-MAILS-SENT TO WS-COUNT-D
           MOVE WS-ITEMS-MAILED TO WS-COUNT2-D
           DISPLAY "RECERT: " WS-COUNT-D " reminder(s) sent covering "
               WS-COUNT2-D " pending item(s)"
           .

*> CLOSE <by> - end the campaign ahead of its deadline
       CLOSE-COMMAND.
           MOVE 2 TO WS-TOKEN-NO
           PERFORM GET-TOKEN
           MOVE WS-TOKEN TO WS-BY
           IF WS-BY = SPACES
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CAMPAIGN
           IF WS-HAVE-CAMPAIGN = 0 OR WS-CAMP-STATE NOT = "OPEN"
               DISPLAY "RECERT: no campaign is open"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-CAMPAIGN
           .

*> Every item nobody attested lapses and is removed; the outcome is
*> then written up as the dated evidence file
       CLOSE-CAMPAIGN.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF RC-STATUS(WS-ITEM-IDX) = "PENDING"
                   MOVE "LAPSED" TO RC-STATUS(WS-ITEM-IDX)
                   MOVE WS-TODAY TO RC-DECIDED(WS-ITEM-IDX)
                   MOVE WS-BY TO RC-BY(WS-ITEM-IDX)
                   PERFORM APPLY-REMOVAL
                   MOVE "RECERT_LAPSE" TO WS-EVENT
                   MOVE RC-REF(WS-ITEM-IDX) TO WS-AUDIT-REF
                   PERFORM SET-AUDIT-SUBJECT
                   PERFORM WRITE-AUDIT-ENTRY
               END-IF
           END-PERFORM
           MOVE "CLOSED" TO WS-CAMP-STATE
           PERFORM SAVE-CAMPAIGN
           PERFORM COUNT-OUTCOMES
           PERFORM WRITE-EVIDENCE

           MOVE "RECERT_CLOSE" TO WS-EVENT
           MOVE 0 TO WS-AUDIT-REF
           MOVE SPACES TO WS-AUDIT-SUBJECT
           MOVE WS-CNT-LAPSED TO WS-COUNT-D
           STRING "lapsed=" FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
               INTO WS-AUDIT-SUBJECT
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-CNT-ATTESTED TO WS-COUNT-D
           MOVE WS-CNT-REVOKED TO WS-COUNT2-D
           DISPLAY "RECERT: campaign closed - " WS-COUNT-D
               " attested, " WS-COUNT2-D " revoked, "
               WITH NO ADVANCING
           MOVE WS-CNT-LAPSED TO WS-COUNT-D
           DISPLAY WS-COUNT-D " lapsed and disabled - evidence in "
               FUNCTION TRIM(WS-EVIDENCE-NAME)
           .

       COUNT-OUTCOMES.
           MOVE WS-ITEM-COUNT TO WS-CNT-ITEMS
           MOVE 0 TO WS-CNT-PENDING
           MOVE 0 TO WS-CNT-ATTESTED
           MOVE 0 TO WS-CNT-REVOKED
           MOVE 0 TO WS-CNT-LAPSED
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               EVALUATE RC-STATUS(WS-ITEM-IDX)
                   WHEN "PENDING"
                       ADD 1 TO WS-CNT-PENDING
                   WHEN "ATTESTED"
                       ADD 1 TO WS-CNT-ATTESTED
                   WHEN "REVOKED"
                       ADD 1 TO WS-CNT-REVOKED
                   WHEN "LAPSED"
                       ADD 1 TO WS-CNT-LAPSED
               END-EVALUATE
           END-PERFORM
           .

*> RECERT-<closing date>.TXT - the campaign's whole story, item by
*> item, in the form an auditor reads
       WRITE-EVIDENCE.
           MOVE SPACES TO WS-EVIDENCE-NAME
           STRING "RECERT-" WS-TODAY ".TXT" DELIMITED BY SIZE
               INTO WS-EVIDENCE-NAME
           END-STRING
           OPEN OUTPUT EVIDENCE-FILE
           IF WS-EVID-STATUS NOT = "00"
               DISPLAY "RECERT: cannot write " WS-EVIDENCE-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE "ACCESS RECERTIFICATION CAMPAIGN - EVIDENCE"
               TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE WS-CAMP-OPENED TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-SHOW TO WS-DATE-SHOW-2
           MOVE WS-CAMP-DEADLINE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "Opened " WS-DATE-SHOW-2 "   Deadline " WS-DATE-SHOW
                  "   Closed " WS-TIMESTAMP " by " DELIMITED BY SIZE
                  WS-BY DELIMITED BY SPACE
               INTO EVIDENCE-RECORD
           END-STRING
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "Items " WS-CNT-ITEMS " - attested " WS-CNT-ATTESTED
                  ", revoked " WS-CNT-REVOKED
                  ", lapsed and disabled at close " WS-CNT-LAPSED
               DELIMITED BY SIZE INTO EVIDENCE-RECORD
           END-STRING
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE "REF    KIND     HOLDER               ACCESS"
               & "                         OWNER                    "
               & "OUTCOME  DECIDED    BY           REMINDERS"
               TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE RC-DECIDED(WS-ITEM-IDX) TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE SPACES TO EVIDENCE-RECORD
               STRING "R-" RC-REF(WS-ITEM-IDX) " "
                      RC-KIND(WS-ITEM-IDX) " "
                      RC-WHO(WS-ITEM-IDX)(1:20) " "
                      RC-WHAT(WS-ITEM-IDX)(1:30) " "
                      RC-OWNER(WS-ITEM-IDX) " "
                      RC-STATUS(WS-ITEM-IDX) " "
                      WS-DATE-SHOW " "
                      RC-BY(WS-ITEM-IDX)(1:12) " "
                      RC-REMINDERS(WS-ITEM-IDX)
                   DELIMITED BY SIZE INTO EVIDENCE-RECORD
               END-STRING
               WRITE EVIDENCE-RECORD
           END-PERFORM
           CLOSE EVIDENCE-FILE
           .

*> One notice per owner contact carrying every item of theirs still
*> pending; a contact that is not a mailbox is only counted. A
*> notice that would overflow the message is split and continued
       SEND-OWNER-MAILS.
           MOVE 0 TO WS-MAILS-SENT
           MOVE 0 TO WS-ITEMS-MAILED
           MOVE 0 TO WS-ITEMS-UNMAILED
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE 0 TO RC-MAILED(WS-ITEM-IDX)
           END-PERFORM
           MOVE WS-CAMP-DEADLINE TO WS-DATE-IN
           PERFORM FORMAT-DATE

           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-ITEM-COUNT
               IF RC-STATUS(WS-MATCH-IDX) = "PENDING" AND
                  RC-MAILED(WS-MATCH-IDX) = 0
                   MOVE 0 TO WS-AT-COUNT
                   INSPECT RC-CONTACT(WS-MATCH-IDX) TALLYING
                       WS-AT-COUNT FOR ALL "@"
                   IF WS-AT-COUNT = 0
                       MOVE 1 TO RC-MAILED(WS-MATCH-IDX)
                       ADD 1 TO WS-ITEMS-UNMAILED
                   ELSE
                       PERFORM MAIL-ONE-CONTACT
                   END-IF
               END-IF
           END-PERFORM
           .

       MAIL-ONE-CONTACT.
           PERFORM START-MAIL-TEXT
           PERFORM VARYING WS-ITEM-IDX FROM WS-MATCH-IDX BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF RC-STATUS(WS-ITEM-IDX) = "PENDING" AND
                  RC-MAILED(WS-ITEM-IDX) = 0 AND
                  RC-CONTACT(WS-ITEM-IDX) = RC-CONTACT(WS-MATCH-IDX)
                   IF WS-TEXT-POS > 860
                       PERFORM FINISH-MAIL-TEXT
                       PERFORM START-MAIL-TEXT
                   END-IF
                   PERFORM ADD-MAIL-ITEM-LINE
                   MOVE 1 TO RC-MAILED(WS-ITEM-IDX)
                   ADD 1 TO WS-ITEMS-MAILED
                   IF WS-REMINDER = 1
                       ADD 1 TO RC-REMINDERS(WS-ITEM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FINISH-MAIL-TEXT
           .

       START-MAIL-TEXT.
           MOVE SPACES TO WS-MAIL-TO
           MOVE RC-CONTACT(WS-MATCH-IDX) TO WS-MAIL-TO
           MOVE SPACES TO WS-MAIL-SUBJECT
           IF WS-REMINDER = 1
               STRING "REMINDER: access recertification due "
                      WS-DATE-SHOW
                   DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
               END-STRING
           ELSE
               STRING "Access recertification due " WS-DATE-SHOW
                   DELIMITED BY SIZE INTO WS-MAIL-SUBJECT
               END-STRING
           END-IF
           MOVE SPACES TO WS-MAIL-TEXT
           MOVE 1 TO WS-TEXT-POS
           MOVE 0 TO WS-MAIL-ITEMS
           IF RC-OWNER(WS-MATCH-IDX) = "(manager)"
               STRING "The access below is held by people who report "
                      "to you." DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           ELSE
               STRING "The access below is owned by " DELIMITED BY SIZE
                      RC-OWNER(WS-MATCH-IDX) DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           STRING " Please confirm by " DELIMITED BY SIZE
                  WS-DATE-SHOW DELIMITED BY SIZE
                  " whether each item is still needed - anything "
                  & "not attested by then is disabled automatically."
                  & "\n\n" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           .

       ADD-MAIL-ITEM-LINE.
           ADD 1 TO WS-MAIL-ITEMS
           STRING "R-" RC-REF(WS-ITEM-IDX) " " DELIMITED BY SIZE
                  RC-KIND(WS-ITEM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RC-WHO(WS-ITEM-IDX) DELIMITED BY SPACE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           EVALUATE RC-KIND(WS-ITEM-IDX)
               WHEN "ACCOUNT"
                   STRING " - sign-in for " DELIMITED BY SIZE
                          RC-WHAT(WS-ITEM-IDX) DELIMITED BY SPACE
                       INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
                   END-STRING
               WHEN "GROUP"
                   STRING " - member of group " DELIMITED BY SIZE
                          RC-WHAT(WS-ITEM-IDX) DELIMITED BY SPACE
                       INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
                   END-STRING
               WHEN "CERT"
                   STRING " - admin certificate "
                          RC-WHAT(WS-ITEM-IDX)(1:16) "..."
                          DELIMITED BY SIZE
                       INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
                   END-STRING
           END-EVALUATE
           STRING "\n" DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           .

       FINISH-MAIL-TEXT.
           IF WS-MAIL-ITEMS = 0
               EXIT PARAGRAPH
           END-IF
           STRING "\nReply to the web team with ATTEST or REVOKE "
                  & "against each reference." DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-TEXT-POS
           END-STRING
           MOVE SPACE TO WS-MAIL-RESULT
           CALL "MAIL-SEND-TO" USING WS-MAIL-TO WS-MAIL-SUBJECT
               WS-MAIL-TEXT WS-MAIL-RESULT
           END-CALL
           IF WS-MAIL-RESULT = "F"
               DISPLAY "RECERT: notice to "
                   FUNCTION TRIM(WS-MAIL-TO) " could not be sent"
           ELSE
               ADD 1 TO WS-MAILS-SENT
           END-IF
           .

       SHOW-STATUS.
           PERFORM LOAD-CAMPAIGN
           IF WS-HAVE-CAMPAIGN = 0
               DISPLAY "RECERT: no campaign on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMP-OPENED TO WS-DATE-IN
           PERFORM FORMAT-DATE
           MOVE WS-DATE-SHOW TO WS-DATE-SHOW-2
           MOVE WS-CAMP-DEADLINE TO WS-DATE-IN
           PERFORM FORMAT-DATE
           PERFORM COUNT-OUTCOMES
           DISPLAY "RECERT: campaign " FUNCTION TRIM(WS-CAMP-STATE)
               " - opened " WS-DATE-SHOW-2 ", deadline " WS-DATE-SHOW
           MOVE WS-CNT-PENDING TO WS-COUNT-D
           DISPLAY "  pending  " WS-COUNT-D
           MOVE WS-CNT-ATTESTED TO WS-COUNT-D
           DISPLAY "  attested " WS-COUNT-D
           MOVE WS-CNT-REVOKED TO WS-COUNT-D
           DISPLAY "  revoked  " WS-COUNT-D
           MOVE WS-CNT-LAPSED TO WS-COUNT-D
           DISPLAY "  lapsed   " WS-COUNT-D
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               DISPLAY "  R-" RC-REF(WS-ITEM-IDX) " "
                   RC-KIND(WS-ITEM-IDX) " " RC-STATUS(WS-ITEM-IDX) " "
                   RC-WHO(WS-ITEM-IDX)(1:20) " "
                   RC-WHAT(WS-ITEM-IDX)(1:24) " "
                   FUNCTION TRIM(RC-OWNER(WS-ITEM-IDX))
           END-PERFORM
           .

       LOAD-CAMPAIGN.
           MOVE 0 TO WS-HAVE-CAMPAIGN
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-CAMPAIGN-LINE
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           .

       TAKE-ONE-CAMPAIGN-LINE.
           MOVE SPACES TO WS-F-TYPE
           EVALUATE CAMPAIGN-RECORD(1:2)
               WHEN "C|"
                   MOVE SPACES TO WS-F-DATE1 WS-F-DATE2 WS-F-DATE3
                   UNSTRING CAMPAIGN-RECORD DELIMITED BY "|"
                       INTO WS-F-TYPE WS-F-DATE1 WS-F-DATE2
                            WS-CAMP-STATE WS-F-DATE3
                   END-UNSTRING
                   IF WS-F-DATE1(1:8) IS NUMERIC AND
                      WS-F-DATE2(1:8) IS NUMERIC
                       MOVE 1 TO WS-HAVE-CAMPAIGN
                       MOVE WS-F-DATE1(1:8) TO WS-CAMP-OPENED
                       MOVE WS-F-DATE2(1:8) TO WS-CAMP-DEADLINE
                       MOVE WS-CAMP-OPENED TO WS-CAMP-MAILED
                       IF WS-F-DATE3(1:8) IS NUMERIC
                           MOVE WS-F-DATE3(1:8) TO WS-CAMP-MAILED
                       END-IF
                   END-IF
               WHEN "I|"
                   IF WS-ITEM-COUNT >= 500
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE SPACES TO WS-F-REF WS-F-REMIND WS-F-DATE1
                   UNSTRING CAMPAIGN-RECORD DELIMITED BY "|"
                       INTO WS-F-TYPE WS-F-REF
                            RC-KIND(WS-ITEM-COUNT)
                            RC-STATUS(WS-ITEM-COUNT)
                            WS-F-REMIND WS-F-DATE1
                            RC-BY(WS-ITEM-COUNT)
                            RC-OWNER(WS-ITEM-COUNT)
                            RC-CONTACT(WS-ITEM-COUNT)
                            RC-WHO(WS-ITEM-COUNT)
                            RC-WHAT(WS-ITEM-COUNT)
                   END-UNSTRING
                   MOVE 0 TO RC-REF(WS-ITEM-COUNT)
                   IF WS-F-REF(1:4) IS NUMERIC
                       MOVE WS-F-REF(1:4) TO RC-REF(WS-ITEM-COUNT)
                   END-IF
                   MOVE 0 TO RC-REMINDERS(WS-ITEM-COUNT)
                   IF WS-F-REMIND(1:2) IS NUMERIC
                       MOVE WS-F-REMIND(1:2)
                           TO RC-REMINDERS(WS-ITEM-COUNT)
                   END-IF
                   MOVE 0 TO RC-DECIDED(WS-ITEM-COUNT)
                   IF WS-F-DATE1(1:8) IS NUMERIC
                       MOVE WS-F-DATE1(1:8) TO RC-DECIDED(WS-ITEM-COUNT)
                   END-IF
           END-EVALUATE
           .

*> The whole campaign back out through a scratch copy renamed into
*> place, so a crash mid-write never leaves half a campaign
       SAVE-CAMPAIGN.
           OPEN OUTPUT CAMPAIGN-TMP
           MOVE SPACES TO CAMPAIGN-TMP-RECORD
           STRING "C|" WS-CAMP-OPENED "|" WS-CAMP-DEADLINE "|"
                      DELIMITED BY SIZE
                  WS-CAMP-STATE DELIMITED BY SPACE
                  "|" WS-CAMP-MAILED DELIMITED BY SIZE
               INTO CAMPAIGN-TMP-RECORD
           END-STRING
           WRITE CAMPAIGN-TMP-RECORD
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE SPACES TO CAMPAIGN-TMP-RECORD
               STRING "I|" RC-REF(WS-ITEM-IDX) "|" DELIMITED BY SIZE
                      RC-KIND(WS-ITEM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      RC-STATUS(WS-ITEM-IDX) DELIMITED BY SPACE
                      "|" RC-REMINDERS(WS-ITEM-IDX) "|"
                      RC-DECIDED(WS-ITEM-IDX) "|" DELIMITED BY SIZE
                      RC-BY(WS-ITEM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      RC-OWNER(WS-ITEM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      RC-CONTACT(WS-ITEM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      RC-WHO(WS-ITEM-IDX) DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      RC-WHAT(WS-ITEM-IDX) DELIMITED BY SPACE
                   INTO CAMPAIGN-TMP-RECORD
               END-STRING
               WRITE CAMPAIGN-TMP-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-TMP

           CALL "CBL_DELETE_FILE" USING "RECERT-CAMPAIGN.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "RECERT-CAMPAIGN.TMP"
               "RECERT-CAMPAIGN.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

       SET-AUDIT-SUBJECT.
           MOVE SPACES TO WS-AUDIT-SUBJECT
           MOVE 1 TO WS-TEXT-POS
           STRING "item=" DELIMITED BY SIZE
                  RC-KIND(WS-ITEM-IDX) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  RC-WHO(WS-ITEM-IDX) DELIMITED BY SPACE
               INTO WS-AUDIT-SUBJECT WITH POINTER WS-TEXT-POS
           END-STRING
           IF RC-KIND(WS-ITEM-IDX) = "GROUP"
               STRING "@" DELIMITED BY SIZE
                      RC-WHAT(WS-ITEM-IDX) DELIMITED BY SPACE
                   INTO WS-AUDIT-SUBJECT WITH POINTER WS-TEXT-POS
               END-STRING
           END-IF
           .

*> YYYYMMDD (zero for "not yet") as YYYY-MM-DD
       FORMAT-DATE.
           IF WS-DATE-IN = 0
               MOVE "-" TO WS-DATE-SHOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATE-SHOW
           STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                  WS-DATE-IN(7:2)
               DELIMITED BY SIZE INTO WS-DATE-SHOW
           END-STRING
           .

       SET-TIMESTAMP.
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
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-OBJ
           IF WS-AUDIT-REF > 0
               STRING "R-" WS-AUDIT-REF DELIMITED BY SIZE
                   INTO WS-AUDIT-OBJ
               END-STRING
           ELSE
               MOVE WS-CAMP-OPENED TO WS-AUDIT-OBJ
           END-IF
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] console recert-" DELIMITED BY SIZE
                  WS-AUDIT-OBJ DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-EVENT DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-BY DELIMITED BY SPACE
                  " result=APPLIED " DELIMITED BY SIZE
                  WS-AUDIT-SUBJECT DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
