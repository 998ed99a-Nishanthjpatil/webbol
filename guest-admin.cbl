*>       "guest_expiring" event naming the sponsor, so the mail
*>       channel warns them a week ahead
*>
*> The sponsor's own line manager (MANAGER-LOOKUP, from the
*> directory's reporting lines) is the one to confirm a request
*> before it is approved: LIST names them beside each request, and
*> the expiring and expired events name them as well as the
*> sponsor, so the warning reaches someone who can still answer for
*> the guest when the sponsor has moved on.
*>
*> Decisions and lifecycles live in GUESTS.DAT
*> ("guest|sponsor|enddate|status" - APPROVED/DENIED/EXPIRED/
*> WARNED); every step is audited. The submitted fields are stored
*> sealed (PII-CRYPT), so LIST, APPROVE and DENY read the requests
*> only for a login listed in PII_READERS - the ask audited either
*> way.
IDENTIFICATION DIVISION.
       PROGRAM-ID. GUEST-ADMIN.

       01 WS-REQ-SPONSOR        PIC X(32).
       01 WS-REQ-GUEST          PIC X(32).
       01 WS-REQ-ENDDATE        PIC X(8).
       01 WS-PII-MODE           PIC X(1).
       01 WS-PII-TEXT           PIC X(2048).
       01 WS-PII-POS            PIC 9(4).
       01 WS-PII-RC             PIC 9.
       01 WS-PII-ASKED          PIC 9 VALUE 0.
       01 WS-PII-READ           PIC 9 VALUE 0.
       01 WS-FIELDS-START       PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-SP1                PIC 9(4) COMP.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-MAIL-EVENT         PIC X(32).
       01 WS-MAIL-DETAIL        PIC X(128).
       01 WS-DETAIL-PTR         PIC 9(4) COMP.

*> The sponsor's manager, through MANAGER-LOOKUP
       01 WS-MGR-USER           PIC X(32).
       01 WS-MGR-KEY            PIC X(16).
       01 WS-MGR-NAME           PIC X(40).
       01 WS-MGR-EMAIL          PIC X(64).
       01 WS-MGR-FOUND          PIC 9.

       PROCEDURE DIVISION.


*> Every submitted request whose guest has no GUESTS.DAT decision
       LIST-PENDING.
           PERFORM AUTHORIZE-FORM-READ
           IF WS-PII-READ = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FORM-LOG
           IF WS-FORM-STATUS NOT = "00"
               DISPLAY "GUEST-ADMIN: no FORM-guest.LOG - no "
           DISPLAY "  guest=" WS-REQ-GUEST(1:20)
               " sponsor=" WS-REQ-SPONSOR(1:20)
               " until=" WS-REQ-ENDDATE
           MOVE WS-REQ-SPONSOR TO WS-MGR-USER
           PERFORM FIND-SPONSOR-MANAGER
           IF WS-MGR-FOUND = 1
               DISPLAY "      confirm with the sponsor's manager "
                   FUNCTION TRIM(WS-MGR-NAME) " ("
                   FUNCTION TRIM(WS-MGR-KEY) ") "
                   FUNCTION TRIM(WS-MGR-EMAIL)
           ELSE
               DISPLAY "      sponsor's manager not in the directory"
           END-IF
           .

       FIND-SPONSOR-MANAGER.
           CALL "MANAGER-LOOKUP" USING WS-MGR-USER WS-MGR-KEY
               WS-MGR-NAME WS-MGR-EMAIL WS-MGR-FOUND
           END-CALL
           .

*> ", manager <key>" behind an event's sponsor, when there is one
       APPEND-MANAGER-DETAIL.
           MOVE WS-G-SPONSOR TO WS-MGR-USER
           PERFORM FIND-SPONSOR-MANAGER
           IF WS-MGR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-DETAIL-PTR
           STRING ", manager " DELIMITED BY SIZE
                  WS-MGR-KEY DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO WS-MAIL-DETAIL WITH POINTER WS-DETAIL-PTR
           END-STRING
           .

*> Asked once a run, audited by PII-CRYPT either way
       AUTHORIZE-FORM-READ.
           IF WS-PII-ASKED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PII-ASKED
           MOVE "A" TO WS-PII-MODE
           MOVE SPACES TO WS-PII-TEXT
           MOVE "guest-admin" TO WS-PII-TEXT
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           IF WS-PII-RC = 3
               DISPLAY "GUEST-ADMIN: guest requests are sealed - "
                   "this login is not in PII_READERS"
           ELSE
               MOVE 1 TO WS-PII-READ
           END-IF
           .

*> "[ts] client sponsor=...|guestuser=...|reason=...|enddate=..."
           IF FORM-LOG-RECORD(1:1) NOT = "["
               EXIT PARAGRAPH
           END-IF
           MOVE FORM-LOG-RECORD TO WS-PII-TEXT
           MOVE "D" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           MOVE WS-PII-TEXT TO FORM-LOG-RECORD
           MOVE 0 TO WS-FIELDS-START
           PERFORM VARYING WS-SCAN-POS FROM 23 BY 1
               UNTIL WS-SCAN-POS > 120
           MOVE 0 TO WS-FOUND-REQUEST
           MOVE SPACES TO WS-FOUND-SPONSOR
           MOVE SPACES TO WS-FOUND-ENDDATE
           PERFORM AUTHORIZE-FORM-READ
           IF WS-PII-READ = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FORM-LOG
           IF WS-FORM-STATUS NOT = "00"
               EXIT PARAGRAPH
               PERFORM WRITE-AUDIT-ENTRY
               MOVE "guest_expired" TO WS-MAIL-EVENT
               MOVE SPACES TO WS-MAIL-DETAIL
               MOVE 1 TO WS-DETAIL-PTR
               STRING "guest " DELIMITED BY SIZE
                      WS-G-GUEST DELIMITED BY SPACE
                      " disabled (sponsor " DELIMITED BY SIZE
                      WS-G-SPONSOR DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO WS-MAIL-DETAIL WITH POINTER WS-DETAIL-PTR
               END-STRING
               PERFORM APPEND-MANAGER-DETAIL
               CALL "WEBHOOK-NOTIFY" USING WS-MAIL-EVENT
                   WS-MAIL-DETAIL
               END-CALL
               WRITE GUESTS-TMP-RECORD
               MOVE "guest_expiring" TO WS-MAIL-EVENT
               MOVE SPACES TO WS-MAIL-DETAIL
               MOVE 1 TO WS-DETAIL-PTR
               STRING "guest " DELIMITED BY SIZE
                      WS-G-GUEST DELIMITED BY SPACE
                      " expires " WS-G-ENDDATE
                      " (sponsor " DELIMITED BY SIZE
                      WS-G-SPONSOR DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO WS-MAIL-DETAIL WITH POINTER WS-DETAIL-PTR
               END-STRING
               PERFORM APPEND-MANAGER-DETAIL
               CALL "WEBHOOK-NOTIFY" USING WS-MAIL-EVENT
                   WS-MAIL-DETAIL
               END-CALL
