*> Shared API-key request metering: the daily quota gate for issued
*> API keys. API-KEY-COUNTS.IDX holds one record per key, keyed by
*> the key id - that key's requests so far on the day it names; a
*> record for an earlier day simply counts as zero, so the count
*> starts over at midnight without anything having to sweep the
*> file. One keyed read-modify-rewrite per request, the same way
*> HTTP-HANDLER keeps INTRUDER.IDX, so concurrent workers never
*> rewrite each other's keys.
*>
*> Callers hand the key id and its daily quota (0 = no limit):
*>   - a request that would go past the quota is refused
*>     (LS-ALLOWED = 0) and not counted;
*>   - otherwise the count goes up by one and LS-ALLOWED = 1.
*> LS-COUNT returns the day's count as it now stands. A store that
*> cannot be opened or updated lets the request through uncounted
*> (LS-COUNT 0) - the quota is a throttle, the key was already
*> proven - and says so on the console.
IDENTIFICATION DIVISION.
       PROGRAM-ID. APIKEY-METER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTS-FILE ASSIGN TO "API-KEY-COUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY-ID
               FILE STATUS IS WS-COUNTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTS-FILE.
       01  COUNTS-RECORD.
           05 CR-KEY-ID         PIC X(6).
           05 CR-DATE           PIC X(8).
           05 CR-COUNT          PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-COUNTS-STATUS      PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC X(8).
       01 WS-FOUND              PIC 9.

       LINKAGE SECTION.
       01 LS-KEY-ID             PIC X(8).
       01 LS-QUOTA              PIC 9(7).
       01 LS-ALLOWED            PIC 9.
       01 LS-COUNT              PIC 9(7).

       PROCEDURE DIVISION USING LS-KEY-ID LS-QUOTA LS-ALLOWED
                                LS-COUNT.

       MAIN-LOGIC.
           MOVE 1 TO LS-ALLOWED
           MOVE 0 TO LS-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O COUNTS-FILE
           IF WS-COUNTS-STATUS NOT = "00"
               OPEN OUTPUT COUNTS-FILE
               CLOSE COUNTS-FILE
               OPEN I-O COUNTS-FILE
           END-IF
           IF WS-COUNTS-STATUS NOT = "00"
               DISPLAY "APIKEY-METER: cannot open API-KEY-COUNTS.IDX "
                   "(status " WS-COUNTS-STATUS ")"
               GOBACK
           END-IF

*> A WRITE that loses the race to another worker's first request of
*> the day (status 22) goes round once more and finds its record
           PERFORM COUNT-ONE-REQUEST
           IF WS-COUNTS-STATUS = "22"
               PERFORM COUNT-ONE-REQUEST
           END-IF
           IF WS-COUNTS-STATUS NOT = "00" AND LS-ALLOWED = 1
               DISPLAY "APIKEY-METER: " LS-KEY-ID(1:6) " not counted "
                   "(status " WS-COUNTS-STATUS ")"
               MOVE 0 TO LS-COUNT
           END-IF
           CLOSE COUNTS-FILE
           GOBACK.

*> Only today's figure counts; a record from an earlier day is a
*> fresh day
       COUNT-ONE-REQUEST.
           MOVE 0 TO WS-FOUND
           MOVE LS-KEY-ID(1:6) TO CR-KEY-ID
           READ COUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-FOUND
           END-READ
           IF WS-FOUND = 0 AND WS-COUNTS-STATUS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND = 0 OR CR-DATE NOT = WS-TODAY OR
              CR-COUNT NOT NUMERIC
               MOVE LS-KEY-ID(1:6) TO CR-KEY-ID
               MOVE WS-TODAY TO CR-DATE
               MOVE 0 TO CR-COUNT
           END-IF

           IF LS-QUOTA > 0 AND CR-COUNT >= LS-QUOTA
               MOVE 0 TO LS-ALLOWED
               MOVE CR-COUNT TO LS-COUNT
               MOVE "00" TO WS-COUNTS-STATUS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CR-COUNT
           MOVE CR-COUNT TO LS-COUNT
           IF WS-FOUND = 1
               REWRITE COUNTS-RECORD
               END-REWRITE
           ELSE
               WRITE COUNTS-RECORD
               END-WRITE
           END-IF
           .
