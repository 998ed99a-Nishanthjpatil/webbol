*> (e.g. SITEMAP_BASE=http://intranet.example.com); with no base
*> configured the <loc> entries carry bare absolute paths, which the
*> appliance accepts for a single-host crawl.
*> A page whose classification label (CLASSIFICATION.CFG, through
*> CLASS-CHECK) excludes it from the sitemap is left out, so the
*> appliance is never pointed at content it must not crawl.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMAP-GEN.

       01 WS-INFO-DAY-D         PIC 9(2).

       01 WS-URL-COUNT          PIC 9(6) VALUE 0.
       01 WS-URL-WITHHELD       PIC 9(6) VALUE 0.

       01 WS-CLASS-PATH         PIC X(512).
       01 WS-CLASS-LABEL        PIC X(12).
       01 WS-CLASS-FOUND        PIC 9.
       01 WS-CLASS-NEED-TLS     PIC 9.
       01 WS-CLASS-NEED-AUTH    PIC 9.
       01 WS-CLASS-EXCLUDE      PIC 9.
       01 WS-CLASS-NO-SHARED    PIC 9.
       01 WS-COUNT-DISPLAY      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE WS-URL-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "SITEMAP-GEN: wrote " WS-COUNT-DISPLAY
               " URL(s) to " WS-SITEMAP-NAME
           IF WS-URL-WITHHELD > 0
               MOVE WS-URL-WITHHELD TO WS-COUNT-DISPLAY
               DISPLAY "SITEMAP-GEN: withheld " WS-COUNT-DISPLAY
                   " URL(s) by classification"
           END-IF
           STOP RUN.

       READ-CONFIG-FILE.
               END-IF
           END-IF

           MOVE WS-WEB-PATH TO WS-CLASS-PATH
           CALL "CLASS-CHECK" USING WS-CLASS-PATH WS-CLASS-LABEL
               WS-CLASS-FOUND WS-CLASS-NEED-TLS WS-CLASS-NEED-AUTH
               WS-CLASS-EXCLUDE WS-CLASS-NO-SHARED
           END-CALL
           IF WS-CLASS-EXCLUDE = 1
               ADD 1 TO WS-URL-WITHHELD
               EXIT PARAGRAPH
           END-IF

*> Last-modified date for <lastmod>
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-HTML-FILE WS-FILE-INFO
