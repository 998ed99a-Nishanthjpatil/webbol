       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  INCIDENTS-TMP.
       01  INCIDENTS-TMP-REC    PIC X(1200).
       FD  ALERTS-LOG.
       01  ALERTS-LOG-RECORD    PIC X(160).

       01 WS-ESCALATED          PIC 9(4) VALUE 0.
       01 WS-MAIL-EVENT         PIC X(32).
       01 WS-MAIL-DETAIL        PIC X(128).
       COPY "alert.cpy".
       01 WS-SP-POS             PIC 9(4) COMP.
       01 WS-TAIL-POS           PIC 9(4) COMP.
       01 WS-REC-PTR            PIC 9(8) COMP-5.
           MOVE 1 TO WS-REC-PTR
           STRING INCIDENTS-RECORD(1:7) "ESCALATED"
                  DELIMITED BY SIZE
                  INCIDENTS-RECORD(WS-TAIL-POS:1200 - WS-TAIL-POS)
                  DELIMITED BY SIZE
               INTO INCIDENTS-TMP-REC WITH POINTER WS-REC-PTR
           END-STRING
                  " hour(s)" DELIMITED BY SIZE
               INTO WS-MAIL-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "INCIDENT-UNACKED:" INCIDENTS-RECORD(1:6)
               DELIMITED BY SIZE INTO ALERT-KEY
           END-STRING
           MOVE "M" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE WS-MAIL-EVENT TO ALERT-EVENT
           MOVE WS-MAIL-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .
