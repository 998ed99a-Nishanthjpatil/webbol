*> Shared signing-key lookup: which secret signs, and which secrets
*> still verify? SIGNING-KEYS.DAT is the versioned keyring SIGN-KEY
*> maintains, one key per line,
*>
*>   KNNN VALIDFROM RETIRE STATUS SECRET
*>
*> (dates YYYYMMDD, STATUS ACTIVE or REVOKED). LS-MODE "C" asks for
*> the current key - the ACTIVE one with the latest valid-from that
*> has arrived and whose retire date has not passed - and returns
*> its id in LS-KEY-ID; new CSRF tokens and signed URLs are issued
*> with it. LS-MODE "V" asks for the key named in LS-KEY-ID, which
*> verifies only while ACTIVE and between its valid-from and retire
*> dates, so an outstanding link or open form signed with the
*> previous key keeps working through the overlap, and a revoked
*> key stops verifying at once. A token carrying no key id is the
*> pre-keyring kind and verifies against K000, the entry SIGN-KEY
*> imports SIGNING.KEY as.
*>
*> With no keyring at all the single SIGNING.KEY is the key, with a
*> blank id, exactly as before. LS-FOUND = 0 means no key qualifies
*> - issue nothing, verify nothing.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNKEY-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYRING-FILE ASSIGN TO "SIGNING-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYRING-STATUS.
           SELECT SIGNING-KEY-FILE ASSIGN TO "SIGNING.KEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYRING-FILE.
       01  KEYRING-RECORD.
           05 KR-KEY-ID         PIC X(4).
           05 FILLER            PIC X.
           05 KR-VALID-FROM     PIC X(8).
           05 FILLER            PIC X.
           05 KR-RETIRE         PIC X(8).
           05 FILLER            PIC X.
           05 KR-STATUS         PIC X(7).
           05 FILLER            PIC X.
           05 KR-SECRET         PIC X(64).
       FD  SIGNING-KEY-FILE.
       01  SIGNING-KEY-RECORD   PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-KEYRING-STATUS     PIC XX.
       01 WS-SIGNKEY-STATUS     PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC X(8).
       01 WS-WANT-ID            PIC X(4).
       01 WS-BEST-FROM          PIC X(8).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(1).
       01 LS-KEY-ID             PIC X(8).
       01 LS-SECRET             PIC X(64).
       01 LS-FOUND              PIC 9.

       PROCEDURE DIVISION USING LS-MODE LS-KEY-ID LS-SECRET
                                LS-FOUND.

       MAIN-LOGIC.
           MOVE 0 TO LS-FOUND
           MOVE SPACES TO LS-SECRET
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

           MOVE SPACES TO WS-WANT-ID
           IF LS-MODE = "V"
               MOVE LS-KEY-ID TO WS-WANT-ID
           ELSE
               MOVE SPACES TO LS-KEY-ID
           END-IF

           OPEN INPUT KEYRING-FILE
           IF WS-KEYRING-STATUS NOT = "00"
               PERFORM USE-SINGLE-KEY
               GOBACK
           END-IF

*> The pre-keyring token names no key: K000 is the imported one
           IF LS-MODE = "V" AND WS-WANT-ID = SPACES
               MOVE "K000" TO WS-WANT-ID
           END-IF
           MOVE SPACES TO WS-BEST-FROM
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ KEYRING-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-KEY
               END-READ
           END-PERFORM
           CLOSE KEYRING-FILE
           GOBACK.

*> A key is usable today when ACTIVE and today falls inside its
*> valid-from .. retire window; "C" keeps the latest valid-from
*> (a later line wins a tie), "V" wants one id
       MATCH-ONE-KEY.
           IF KR-KEY-ID(1:1) NOT = "K" OR KR-STATUS NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF KR-VALID-FROM NOT NUMERIC OR KR-RETIRE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF KR-VALID-FROM > WS-TODAY OR KR-RETIRE < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF KR-SECRET = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LS-MODE = "V"
               IF KR-KEY-ID = WS-WANT-ID
                   MOVE KR-SECRET TO LS-SECRET
                   MOVE 1 TO LS-FOUND
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LS-FOUND = 1 AND KR-VALID-FROM < WS-BEST-FROM
               EXIT PARAGRAPH
           END-IF
           MOVE KR-VALID-FROM TO WS-BEST-FROM
           MOVE SPACES TO LS-KEY-ID
           MOVE KR-KEY-ID TO LS-KEY-ID
           MOVE KR-SECRET TO LS-SECRET
           MOVE 1 TO LS-FOUND
           .

*> No keyring: the one SIGNING.KEY signs and verifies, id blank. A
*> key id on a token means it was issued from a keyring that is no
*> longer there, which nothing can vouch for
       USE-SINGLE-KEY.
           IF LS-MODE = "V" AND WS-WANT-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-FOUND
           OPEN INPUT SIGNING-KEY-FILE
           IF WS-SIGNKEY-STATUS = "00"
               READ SIGNING-KEY-FILE
                   NOT AT END
                       MOVE SIGNING-KEY-RECORD TO LS-SECRET
               END-READ
               CLOSE SIGNING-KEY-FILE
           END-IF
           .
