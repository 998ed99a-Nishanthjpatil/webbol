*> last-run state in JOB-LASTRUN.DAT, failures and overruns in
*> ALERTS.LOG, and the count of currently-failing jobs in
*> JOB-STATUS.DAT where the stats endpoint surfaces it.
*>
*> When REPORT-SUBSCRIPTIONS.CFG exists, every run is followed by
*> "report-distribute NAME RC" (output appended to the job's .OUT),
*> which mails the finished report to that job's subscribers - or a
*> "report not available" notice when the run failed.
IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-RUN.

       01 WS-FAILED-COUNT       PIC 9(2) VALUE 0.
       01 WS-MAIL-EVENT         PIC X(32).
       01 WS-MAIL-DETAIL        PIC X(128).
       COPY "alert.cpy".
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
*> FILE-EXISTS takes a full X(512) path by reference
       01 WS-SUBS-PATH          PIC X(512).
       01 WS-SUBS-EXISTS        PIC 9.

       PROCEDURE DIVISION.

                   PERFORM WRITE-JOB-ALERT
               END-IF
           END-IF

           PERFORM RUN-REPORT-DISTRIBUTION
           .

*> Subscribers of this job's reports hear about the run either way:
*> the report when it succeeded, a not-available notice when not
       RUN-REPORT-DISTRIBUTION.
           MOVE SPACES TO WS-SUBS-PATH
           MOVE "REPORT-SUBSCRIPTIONS.CFG" TO WS-SUBS-PATH
           MOVE 0 TO WS-SUBS-EXISTS
           CALL "FILE-EXISTS" USING WS-SUBS-PATH WS-SUBS-EXISTS
           END-CALL
           IF WS-SUBS-EXISTS = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "JOB_RC" UPON ENVIRONMENT-NAME
           DISPLAY WS-RC-D UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING './report-distribute "$JOB_NAME" "$JOB_RC" '
                  '>> "JOB-$JOB_NAME.OUT" 2>&1'
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "JOB-RUN: report distribution for "
                   JOB-NAME(WS-JOB-IDX) " did not complete"
           END-IF
           .

       WRITE-JOB-ALERT.
           DISPLAY "JOB-RUN: ALERT - " JOB-NAME(WS-JOB-IDX) " "
               WS-SHELL-CMD(1:7)

*> A failing or overrunning job reaches the email consumers too, via
*> ALERT-MANAGER, which folds repeats and groups it under a root cause
           MOVE "job_alert" TO WS-MAIL-EVENT
           MOVE SPACES TO WS-MAIL-DETAIL
           STRING JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
                  " rc=" WS-RC-D DELIMITED BY SIZE
               INTO WS-MAIL-DETAIL
           END-STRING
           MOVE "RAISE" TO ALERT-OP
           MOVE SPACES TO ALERT-KEY
           STRING "JOB-" DELIMITED BY SIZE
                  WS-SHELL-CMD(1:7) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               INTO ALERT-KEY
           END-STRING
           MOVE "M" TO ALERT-CHANNEL
           MOVE "N" TO ALERT-CLEARS
           MOVE WS-MAIL-EVENT TO ALERT-EVENT
           MOVE WS-MAIL-DETAIL TO ALERT-DETAIL
           CALL "ALERT-MANAGER" USING ALERT-PARAMS
           END-CALL
           .

