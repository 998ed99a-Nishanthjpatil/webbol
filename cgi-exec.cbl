*> CGI-KILLS.LOG, counted per script in CGI-KILLS.DAT, and handed
*> back as LS-RETURN-CODE 2 so the handler can answer 504 instead
*> of 502.
*> Every invocation that actually ran a script - through a pool
*> worker or a direct spawn - also leaves one CGI-RUNS.LOG line:
*>   [ts] RUN <script path> via=WORKER|SPAWNED ms=N exit=N in=N out=N rid=R
*> (elapsed milliseconds at the clock's 10ms resolution, the
*> script's exit status - 124 for a kill, "-" when a pool worker did
*> not say - and the request-body and captured-output byte counts),
*> which is what CGI-USAGE ranks the scripts from.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CGI-EXEC.

           SELECT KILLS-TMP ASSIGN TO "CGI-KILLS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KILLST-STATUS.
           SELECT RUNS-LOG ASSIGN TO "CGI-RUNS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNS-STATUS.
           SELECT POOL-RC-FILE ASSIGN TO DYNAMIC WS-POOL-RC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  KILLS-DAT-RECORD     PIC X(160).
       FD  KILLS-TMP.
       01  KILLS-TMP-RECORD     PIC X(160).
       FD  RUNS-LOG.
       01  RUNS-LOG-RECORD      PIC X(700).
       FD  POOL-RC-FILE.
       01  POOL-RC-RECORD       PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-SCRIPT-LEN         PIC 9(4) COMP.
       01 WS-POOL-WAIT          PIC 9(4) COMP.
       01 WS-POOL-RENAME-RC     PIC S9(9) COMP-5.
       01 WS-POOL-SLEEP-RC      PIC S9(9) COMP-5.
*> The worker leaves the script's exit status in a ".rc" file beside
*> its output
       01 WS-POOL-RC-NAME       PIC X(32).
       01 WS-POOL-RC-STATUS     PIC XX.

*> CGI-RUNS.LOG figures for this invocation: start and end as
*> hundredths of a second into the day, how the script was run, its
*> exit status
       01 WS-RUNS-STATUS        PIC XX.
       01 WS-RUN-START-CS       PIC 9(8).
       01 WS-RUN-END-CS         PIC 9(8).
       01 WS-RUN-MS             PIC 9(9).
       01 WS-RUN-MS-D           PIC Z(8)9.
       01 WS-RUN-VIA            PIC X(7).
       01 WS-RUN-EXIT-D         PIC X(4).
       01 WS-RUN-EXIT-N         PIC ZZZ9.
       01 WS-RUN-IN-D           PIC Z(8)9.
       01 WS-RUN-OUT-D          PIC Z(8)9.

*> Handle/offset/length fields for the raw CBL_ file routines used to
*> write the script's stdin and read its captured output back, the
               RETURNING WS-POOL-STAT-RC
           END-CALL
           IF WS-POOL-STAT-RC = 0
               PERFORM START-RUN-CLOCK
               MOVE "WORKER" TO WS-RUN-VIA
               PERFORM DISPATCH-TO-POOL
               IF WS-POOL-HANDLED = 1
                   PERFORM RECORD-CGI-RUN
                   GOBACK
               END-IF
           END-IF
               END-STRING
           END-IF

           PERFORM START-RUN-CLOCK
           MOVE "SPAWNED" TO WS-RUN-VIA
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           COMPUTE WS-EXIT-CODE =
               FUNCTION MOD(WS-SHELL-RC / 256, 256)
           MOVE WS-EXIT-CODE TO WS-RUN-EXIT-N
           MOVE FUNCTION TRIM(WS-RUN-EXIT-N) TO WS-RUN-EXIT-D

           IF WS-SHELL-RC NOT = 0
*> "timeout" answers 124 for an overrun it had to kill - that is
*> the runaway-script case, recorded and reported as its own
*> return code so the handler can say 504, not 502
               IF WS-EXIT-CODE = 124
                   PERFORM RECORD-CGI-KILL
                   PERFORM DELETE-CGI-SCRATCH-FILES
                   MOVE 2 TO LS-RETURN-CODE
                   PERFORM RECORD-CGI-RUN
                   GOBACK
               END-IF
               PERFORM DELETE-CGI-SCRATCH-FILES
               MOVE 1 TO LS-RETURN-CODE
               PERFORM RECORD-CGI-RUN
               GOBACK
           END-IF

           IF WS-OPEN-RC NOT = 0
               PERFORM DELETE-CGI-SCRATCH-FILES
               MOVE 1 TO LS-RETURN-CODE
               PERFORM RECORD-CGI-RUN
               GOBACK
           END-IF

               END-CALL
               PERFORM DELETE-CGI-SCRATCH-FILES
               MOVE 1 TO LS-RETURN-CODE
               PERFORM RECORD-CGI-RUN
               GOBACK
           END-IF


           IF WS-READ-RC NOT = 0
               MOVE 1 TO LS-RETURN-CODE
               PERFORM RECORD-CGI-RUN
               GOBACK
           END-IF

           MOVE WS-FILE-SIZE-RAW TO LS-OUTPUT-SIZE
           PERFORM RECORD-CGI-RUN

           GOBACK.

           STRING "CGIPOOL/R" WS-CGI-PID-D ".kill" DELIMITED BY SIZE
               INTO WS-POOL-KILL-NAME
           END-STRING
           MOVE SPACES TO WS-POOL-RC-NAME
           STRING "CGIPOOL/R" WS-CGI-PID-D ".rc" DELIMITED BY SIZE
               INTO WS-POOL-RC-NAME
           END-STRING

*> The body, if any, goes in first - the worker redirects the script's
*> stdin from it
               EXIT PARAGRAPH
           END-IF

*> The script's exit status, written before the output was moved
*> into place
           MOVE "-" TO WS-RUN-EXIT-D
           OPEN INPUT POOL-RC-FILE
           IF WS-POOL-RC-STATUS = "00"
               READ POOL-RC-FILE
                   NOT AT END
                       IF POOL-RC-RECORD(1:1) NUMERIC
                           MOVE POOL-RC-RECORD(1:4) TO WS-RUN-EXIT-D
                       END-IF
               END-READ
               CLOSE POOL-RC-FILE
               CALL "CBL_DELETE_FILE" USING WS-POOL-RC-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-IF

*> A ".kill" marker beside the output is the worker reporting its
*> "timeout" had to kill the script - the same runaway case the
*> direct path's exit-124 check catches, recorded and answered the
           MOVE 1 TO WS-POOL-HANDLED
           .

*> Hundredths of a second into the day at the script's start
       START-RUN-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-RUN-START-CS =
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(15:2))
           MOVE "-" TO WS-RUN-EXIT-D
           .

*> One CGI-RUNS.LOG line for the invocation just finished; a run
*> spanning midnight wraps the clock round once
       RECORD-CGI-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-RUN-END-CS =
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(15:2))
           IF WS-RUN-END-CS < WS-RUN-START-CS
               ADD 8640000 TO WS-RUN-END-CS
           END-IF
           COMPUTE WS-RUN-MS = (WS-RUN-END-CS - WS-RUN-START-CS) * 10
           MOVE WS-RUN-MS TO WS-RUN-MS-D
           MOVE LS-BODY-LEN TO WS-RUN-IN-D
           MOVE LS-OUTPUT-SIZE TO WS-RUN-OUT-D
           IF LS-RETURN-CODE = 2
               MOVE "124" TO WS-RUN-EXIT-D
           END-IF

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
           MOVE SPACES TO WS-RID
           ACCEPT WS-RID FROM ENVIRONMENT "REQUEST_ID"

           OPEN EXTEND RUNS-LOG
           IF WS-RUNS-STATUS = "35" OR WS-RUNS-STATUS = "05"
               OPEN OUTPUT RUNS-LOG
           END-IF
           MOVE SPACES TO RUNS-LOG-RECORD
           STRING "[" WS-TIMESTAMP "] RUN " DELIMITED BY SIZE
                  LS-SCRIPT-PATH(1:WS-SCRIPT-LEN) DELIMITED BY SIZE
                  " via=" DELIMITED BY SIZE
                  WS-RUN-VIA DELIMITED BY SPACE
                  " ms=" FUNCTION TRIM(WS-RUN-MS-D)
                  " exit=" DELIMITED BY SIZE
                  WS-RUN-EXIT-D DELIMITED BY SPACE
                  " in=" FUNCTION TRIM(WS-RUN-IN-D)
                  " out=" FUNCTION TRIM(WS-RUN-OUT-D)
                  " rid=" DELIMITED BY SIZE
                  WS-RID DELIMITED BY SPACE
               INTO RUNS-LOG-RECORD
           END-STRING
           WRITE RUNS-LOG-RECORD
           CLOSE RUNS-LOG
           .

*> Removes this call's own PID-qualified scratch files once the
*> script has run and its output has been read back - CBL_DELETE_FILE
*> on a file that was never created (no body, so WS-CGI-IN-NAME was
