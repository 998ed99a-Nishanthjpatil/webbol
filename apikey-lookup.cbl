*> Shared API-key lookup: the API-KEYS.DAT line for the key id a
*> machine client presented (the part of its X-API-Key before the
*> "."). The whole record is handed back - owner, status, expiry,
*> secret digests, networks, scopes and quota - and HTTP-HANDLER
*> decides; this module only finds. LS-FOUND = 0 when there is no
*> such key, or no key file at all (then no key is honoured).
IDENTIFICATION DIVISION.
       PROGRAM-ID. APIKEY-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APIKEY-FILE ASSIGN TO "API-KEYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APIKEY-FILE.
       01  APIKEY-FILE-RECORD   PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-APIKEY-STATUS      PIC XX.
       01 WS-EOF                PIC 9.

       LINKAGE SECTION.
       01 LS-KEY-ID             PIC X(8).
       COPY "apikey-rec.cpy".
       01 LS-FOUND              PIC 9.

       PROCEDURE DIVISION USING LS-KEY-ID AK-RECORD LS-FOUND.

       MAIN-LOGIC.
           MOVE 0 TO LS-FOUND
           MOVE SPACES TO AK-RECORD
           IF LS-KEY-ID(1:2) NOT = "AK" OR LS-KEY-ID(7:2) NOT = SPACES
               GOBACK
           END-IF

           OPEN INPUT APIKEY-FILE
           IF WS-APIKEY-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ APIKEY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APIKEY-FILE-RECORD(1:6) = LS-KEY-ID(1:6)
                          AND APIKEY-FILE-RECORD(7:1) = "|"
                           MOVE APIKEY-FILE-RECORD TO AK-RECORD
                           MOVE 1 TO LS-FOUND
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APIKEY-FILE
           GOBACK.
