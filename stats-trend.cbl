*> restarted) - the numbers a capacity change gets justified with
*> before the queue wall is hit, not after. Output goes to
*> CAPACITY-REPORT.RPT.
*>
*> The same figures go to CAPACITY-REPORT.CSV through EXTRACT-WRITE
*> (one row for the window, sample count as the control column) for
*> loading into a spreadsheet or the warehouse.
IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-TREND.


       WORKING-STORAGE SECTION.
       COPY "config.cpy".
       COPY "extract.cpy".

       01 WS-CFG-STATUS         PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-GROWTH-DISPLAY     PIC -ZZZ,ZZZ,ZZ9.

*> CAPACITY-REPORT.CSV: the window's figures as one row, through
*> EXTRACT-WRITE
       01 WS-CSV-PERIOD         PIC X(24).
       01 WS-CSV-SAMPLES-D      PIC Z(7)9.
       01 WS-CSV-PEAK-D         PIC Z(7)9.
       01 WS-CSV-LIMIT-D        PIC Z(7)9.
       01 WS-CSV-PCT-D          PIC ZZ9.
       01 WS-CSV-AVG-D          PIC Z(7)9.
       01 WS-CSV-GROWTH-D       PIC -(10)9.
       01 WS-CSV-RESTARTS-D     PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE REPORT-FILE

           PERFORM WRITE-CAPACITY-EXTRACT
           .

       WRITE-CAPACITY-EXTRACT.
           MOVE SPACES TO WS-CSV-PERIOD
           STRING WS-FIRST-TIMESTAMP(1:10) "/" WS-LAST-TIMESTAMP(1:10)
               DELIMITED BY SIZE INTO WS-CSV-PERIOD
           END-STRING
           MOVE "OPEN" TO EXTRACT-OP
           MOVE "CAPACITY-REPORT" TO EXTRACT-REPORT
           MOVE WS-CSV-PERIOD TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "COLUMNS" TO EXTRACT-OP
           MOVE "samples,peak_active,peak_at,max_connections,"
               & "peak_pct,avg_active,request_growth,restarts"
               TO EXTRACT-TEXT
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL

           MOVE WS-SAMPLE-COUNT TO WS-CSV-SAMPLES-D
           MOVE WS-PEAK-ACTIVE TO WS-CSV-PEAK-D
           MOVE MAX-CONNECTIONS TO WS-CSV-LIMIT-D
           MOVE WS-PEAK-PCT TO WS-CSV-PCT-D
           MOVE WS-AVG-ACTIVE TO WS-CSV-AVG-D
           MOVE WS-GROWTH TO WS-CSV-GROWTH-D
           MOVE WS-RESTART-COUNT TO WS-CSV-RESTARTS-D
           MOVE "ROW" TO EXTRACT-OP
           MOVE SPACES TO EXTRACT-TEXT
           STRING FUNCTION TRIM(WS-CSV-SAMPLES-D) ","
                  FUNCTION TRIM(WS-CSV-PEAK-D) ","
                  WS-PEAK-TIMESTAMP ","
                  FUNCTION TRIM(WS-CSV-LIMIT-D) ","
                  FUNCTION TRIM(WS-CSV-PCT-D) ","
                  FUNCTION TRIM(WS-CSV-AVG-D) ","
                  FUNCTION TRIM(WS-CSV-GROWTH-D) ","
                  FUNCTION TRIM(WS-CSV-RESTARTS-D)
               DELIMITED BY SIZE INTO EXTRACT-TEXT
           END-STRING
           MOVE WS-SAMPLE-COUNT TO EXTRACT-VALUE
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           MOVE "CLOSE" TO EXTRACT-OP
           CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS
           END-CALL
           .
