*> Nightly configuration-item feed for the corporate CMDB, so the
*> quarterly inventory is no longer built by hand. Run from
*> JOB-TABLE.CFG (e.g. "CMDB cmdb-export DAILY:0230 Y"); every run
*> reads the live configuration and writes CMDB-CI.DAT, one item or
*> relationship per line:
*>
*>   CI|<CLASS>|<ID>|<key=value;key=value...>
*>   REL|<TYPE>|<FROM-ID>|<TO-ID>
*>
*> Items, each ID prefixed with the service name (CMDB_SERVICE):
*>   SERVICE   the server itself, with its DOC_ROOT
*>   LISTENER  PORT (and its IPv6 twin), EXTRA_LISTEN / EXTRA_LISTEN6,
*>             TLS_PORT and the admin mTLS TLS_ADMIN_PORT
*>   VHOST     every VHOSTS.CFG "HOST ROOT" line
*>   CERT      WEBSERVER.CFG's TLS_CERT and each TLS-CERTS.CFG pair,
*>             with the notAfter date openssl reads from the file
*>   BACKEND   every PROXY.CFG "PREFIX HOST PORT" route
*>   JOB       every JOB-TABLE.CFG job
*>   TENANT    every QUOTAS.CFG tenant, with its quota
*>   HA-PEER   HA.CFG's PEER_HOST/PEER_PORT
*> Relationships: the service HOSTS its listeners, SERVES its vhosts,
*> ROUTES_TO its backends, RUNS its jobs and FAILS_OVER_TO its peer;
*> a TLS listener (or the vhost a pair is named for) USES_CERT its
*> certificate; a tenant OWNS its vhost; a job DEPENDS_ON another.
*>
*> CMDB-DELTA.DAT holds only what changed since CMDB-CI.LAST, the
*> last export the CMDB intake accepted:
*>   DELTA|<now>|<adds>|<changes>|<deletes>
*>   ADD|<line>  CHANGE|<line>  DELETE|CI|<CLASS>|<ID>  DELETE|<rel>
*> and is POSTed (text/plain) to the intake named in CMDB.CFG, in
*> parts of under 60000 bytes each carrying the DELTA line. The
*> baseline only moves once every part is accepted, so a night the
*> intake was down is simply folded into the next night's delta.
*> With no intake configured the delta is left for loading by hand
*> and the baseline moves at once.
*>
*> CMDB.CFG, KEY=VALUE per line ("*" comments skipped):
*>   CMDB_SERVICE=            the service's name in the CMDB (webbol)
*>   CMDB_HOST= / CMDB_PORT=  the intake; unset means no posting
*>   CMDB_PATH=               the intake path (/cmdb/intake)
*>   CMDB_TIMEOUT=            seconds per post (15)
IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDB-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMDB-CFG ASSIGN TO "CMDB.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDB-CFG-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "WEBSERVER.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT VHOSTS-FILE ASSIGN TO "VHOSTS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHOSTS-STATUS.
           SELECT CERTS-FILE ASSIGN TO "TLS-CERTS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTS-STATUS.
           SELECT EXPIRY-FILE ASSIGN TO "CMDB-CERT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.
           SELECT PROXY-FILE ASSIGN TO "PROXY.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROXY-STATUS.
           SELECT JOB-TABLE-FILE ASSIGN TO "JOB-TABLE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBTAB-STATUS.
           SELECT QUOTAS-FILE ASSIGN TO "QUOTAS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTAS-STATUS.
           SELECT HA-CFG-FILE ASSIGN TO "HA.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HACFG-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "CMDB-CI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT BASELINE-FILE ASSIGN TO "CMDB-CI.LAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT BASELINE-TMP ASSIGN TO "CMDB-CI.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-TMP-STATUS.
           SELECT DELTA-FILE ASSIGN TO "CMDB-DELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMDB-CFG.
       01  CMDB-CFG-RECORD      PIC X(256).
       FD  CONFIG-FILE.
       01  CFG-RECORD           PIC X(256).
       FD  VHOSTS-FILE.
       01  VHOSTS-RECORD        PIC X(340).
       FD  CERTS-FILE.
       01  CERTS-RECORD         PIC X(256).
       FD  EXPIRY-FILE.
       01  EXPIRY-RECORD        PIC X(32).
       FD  PROXY-FILE.
       01  PROXY-RECORD         PIC X(128).
       FD  JOB-TABLE-FILE.
       01  JOB-TABLE-RECORD     PIC X(160).
       FD  QUOTAS-FILE.
       01  QUOTAS-RECORD        PIC X(64).
       FD  HA-CFG-FILE.
       01  HA-CFG-RECORD        PIC X(256).
       FD  EXPORT-FILE.
       01  EXPORT-RECORD        PIC X(300).
       FD  BASELINE-FILE.
       01  BASELINE-RECORD      PIC X(300).
       FD  BASELINE-TMP.
       01  BASELINE-TMP-RECORD  PIC X(300).
       FD  DELTA-FILE.
       01  DELTA-RECORD         PIC X(310).

       WORKING-STORAGE SECTION.
       01 WS-CMDB-CFG-STATUS    PIC XX.
       01 WS-CFG-STATUS         PIC XX.
       01 WS-VHOSTS-STATUS      PIC XX.
       01 WS-CERTS-STATUS       PIC XX.
       01 WS-EXPIRY-STATUS      PIC XX.
       01 WS-PROXY-STATUS       PIC XX.
       01 WS-JOBTAB-STATUS      PIC XX.
       01 WS-QUOTAS-STATUS      PIC XX.
       01 WS-HACFG-STATUS       PIC XX.
       01 WS-EXPORT-STATUS      PIC XX.
       01 WS-BASE-STATUS        PIC XX.
       01 WS-BASE-TMP-STATUS    PIC XX.
       01 WS-DELTA-STATUS       PIC XX.
       01 WS-EOF                PIC 9.
       01 WS-DELETE-RC          PIC S9(9) COMP-5.
       01 WS-RENAME-RC          PIC S9(9) COMP-5.
       01 WS-SHELL-CMD          PIC X(400).
       01 WS-SHELL-RC           PIC S9(9) COMP-5.
*> The audit line built here, appended (and hash-chained) through
*> the shared AUDIT-APPEND door
       01 WS-AUDIT-LINE         PIC X(160).
       01 WS-AUDIT-CHAINED      PIC X(240).

       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TIMESTAMP          PIC X(19).

*> KEY=VALUE parsing, shared by CMDB.CFG, WEBSERVER.CFG and HA.CFG
       01 WS-CFG-LINE           PIC X(256).
       01 WS-CFG-LEN            PIC 9(4) COMP.
       01 WS-EQUALS-POS         PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(64).
       01 WS-CFG-VALUE          PIC X(192).

*> CMDB.CFG
       01 WS-SERVICE            PIC X(32) VALUE "webbol".
       01 WS-CMDB-HOST          PIC X(64) VALUE SPACES.
       01 WS-CMDB-PORT          PIC 9(5) VALUE 0.
       01 WS-CMDB-PATH          PIC X(256) VALUE "/cmdb/intake".

*> WEBSERVER.CFG, the settings that make up the listeners
       01 WS-SERVER-PORT        PIC 9(5) VALUE 8080.
       01 WS-TLS-PORT           PIC 9(5) VALUE 0.
       01 WS-TLS-ADMIN-PORT     PIC 9(5) VALUE 0.
       01 WS-TLS-CERT           PIC X(192) VALUE SPACES.
       01 WS-DOC-ROOT           PIC X(192) VALUE ".".
       01 WS-EXTRA-COUNT        PIC 9(2) COMP VALUE 0.
       01 EXTRA-TABLE.
          05 EXTRA-LISTEN OCCURS 8 TIMES PIC X(64).
       01 WS-EXTRA6-COUNT       PIC 9(2) COMP VALUE 0.
       01 EXTRA6-TABLE.
          05 EXTRA6-PORT OCCURS 4 TIMES PIC 9(5).
       01 WS-EXTRA-IDX          PIC 9(2) COMP.
       01 WS-COLON-POS          PIC 9(4) COMP.
       01 WS-PORT-D             PIC Z(4)9.

*> HA.CFG
       01 WS-HA-ROLE            PIC X(8) VALUE SPACES.
       01 WS-HA-PEER-HOST       PIC X(64) VALUE SPACES.
       01 WS-HA-PEER-PORT       PIC 9(5) VALUE 0.

*> The vhost names, for the certificate and tenant relationships
       01 WS-VHOST-COUNT        PIC 9(2) COMP VALUE 0.
       01 VHOST-NAME-TABLE.
          05 VHOST-NAME OCCURS 20 TIMES PIC X(64).
       01 WS-VHOST-IDX          PIC 9(2) COMP.
       01 WS-VHOST-KNOWN        PIC 9.
       01 WS-FIRST-PAIR         PIC X(64) VALUE SPACES.

*> Space-delimited tokens of the line being read
       01 WS-TOK-1              PIC X(128).
       01 WS-TOK-2              PIC X(192).
       01 WS-TOK-3              PIC X(64).
       01 WS-TOK-4              PIC X(32).
       01 WS-TOK-5              PIC X(32).
       01 WS-TOK-6              PIC X(32).

*> One item or relationship being built
       01 WS-ID-KIND            PIC X(16).
       01 WS-ID-NAME            PIC X(160).
       01 WS-MADE-ID            PIC X(200).
       01 WS-CI-CLASS           PIC X(16).
       01 WS-CI-ID              PIC X(200).
       01 WS-CI-ATTRS           PIC X(200).
       01 WS-REL-TYPE           PIC X(16).
       01 WS-REL-FROM           PIC X(200).
       01 WS-REL-TO             PIC X(200).
       01 WS-SERVICE-ID         PIC X(200).
       01 WS-LISTENER-ID        PIC X(200).
       01 WS-OUT-LINE           PIC X(300).
       01 WS-CERT-EXPIRES       PIC X(10).
       01 WS-CERT-PATH          PIC X(192).

*> Tonight's export and the accepted baseline
       01 WS-CUR-COUNT          PIC 9(4) COMP VALUE 0.
       01 CUR-TABLE.
          05 CUR-LINE OCCURS 1000 TIMES PIC X(300).
       01 WS-CUR-IDX            PIC 9(4) COMP.
       01 WS-CUR-FULL           PIC 9 VALUE 0.
       01 WS-PREV-COUNT         PIC 9(4) COMP VALUE 0.
       01 PREV-TABLE.
          05 PREV-LINE OCCURS 1000 TIMES PIC X(300).
          05 PREV-SEEN OCCURS 1000 TIMES PIC 9.
       01 WS-PREV-IDX           PIC 9(4) COMP.
       01 WS-HAVE-BASELINE      PIC 9 VALUE 0.

*> Matching a line against the baseline: a CI by "CI|CLASS|ID|", a
*> relationship by the whole line
       01 WS-KEY                PIC X(300).
       01 WS-KEY-LEN            PIC 9(4) COMP.
       01 WS-BAR-COUNT          PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-MATCH-IDX          PIC 9(4) COMP.

*> The delta
       01 WS-ADDS               PIC 9(5) VALUE 0.
       01 WS-CHANGES            PIC 9(5) VALUE 0.
       01 WS-DELETES            PIC 9(5) VALUE 0.
       01 WS-DELTA-HEADER       PIC X(80).
       01 WS-LINE-LEN           PIC 9(4) COMP.

*> HTTP-CLIENT plumbing - the delta travels as text/plain parts
       01 WS-HC-METHOD          PIC X(10) VALUE "POST".
       01 WS-HC-CONTENT-TYPE    PIC X(64) VALUE "text/plain".
       01 WS-HC-BODY            PIC X(65536).
       01 WS-HC-BODY-LEN        PIC 9(8) COMP-5.
       01 WS-HC-TIMEOUT         PIC 9(4) VALUE 15.
       01 WS-HC-STATUS          PIC 9(3).
       01 WS-HC-HEADERS         PIC X(2048).
       01 WS-HC-RESP-BODY       PIC X(65536).
       01 WS-HC-RESP-LEN        PIC 9(8) COMP-5.
       01 WS-HC-RC              PIC 9.
       01 WS-BODY-PTR           PIC 9(8) COMP-5.
       01 WS-PARTS-SENT         PIC 9(4) VALUE 0.
       01 WS-POST-FAILED        PIC 9 VALUE 0.
       01 WS-OUTCOME            PIC X(10).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
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

           PERFORM READ-CMDB-CONFIG
           PERFORM READ-SERVER-CONFIG
           PERFORM READ-HA-CONFIG

           PERFORM EXPORT-SERVICE
           PERFORM EXPORT-LISTENERS
           PERFORM EXPORT-VHOSTS
           PERFORM EXPORT-CERTS
           PERFORM EXPORT-BACKENDS
           PERFORM EXPORT-JOBS
           PERFORM EXPORT-TENANTS
           PERFORM EXPORT-HA-PEER

           IF WS-CUR-FULL = 1
               DISPLAY "CMDB-EXPORT: more than 1000 items - export "
                   "incomplete, baseline left alone"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXPORT-FILE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE CUR-LINE(WS-CUR-IDX) TO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-PERFORM
           CLOSE EXPORT-FILE

           PERFORM LOAD-BASELINE
           PERFORM WRITE-DELTA

           IF WS-ADDS + WS-CHANGES + WS-DELETES = 0
               MOVE "UNCHANGED" TO WS-OUTCOME
           ELSE
               IF WS-CMDB-HOST = SPACES OR WS-CMDB-PORT = 0
                   MOVE "LOCAL" TO WS-OUTCOME
                   PERFORM ADVANCE-BASELINE
               ELSE
                   PERFORM POST-DELTA
                   IF WS-POST-FAILED = 0
                       MOVE "POSTED" TO WS-OUTCOME
                       PERFORM ADVANCE-BASELINE
                   ELSE
                       MOVE "FAILED" TO WS-OUTCOME
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "CMDB-EXPORT: " WS-CUR-COUNT " line(s) exported; "
               "delta " WS-ADDS " add(s), " WS-CHANGES " change(s), "
               WS-DELETES " delete(s) - " FUNCTION TRIM(WS-OUTCOME)
           IF WS-OUTCOME = "FAILED"
               DISPLAY "CMDB-EXPORT: intake at "
                   FUNCTION TRIM(WS-CMDB-HOST) ":" WS-CMDB-PORT
                   " did not accept the delta (part "
                   WS-PARTS-SENT ") - it is carried into the next run"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

*> ----------------------------------------------------------------
*> Configuration
*> ----------------------------------------------------------------
       READ-CMDB-CONFIG.
           OPEN INPUT CMDB-CFG
           IF WS-CMDB-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CMDB-CFG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE CMDB-CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       EVALUATE WS-CFG-KEY
                           WHEN "CMDB_SERVICE"
                               MOVE WS-CFG-VALUE(1:32) TO WS-SERVICE
                           WHEN "CMDB_HOST"
                               MOVE WS-CFG-VALUE(1:64) TO WS-CMDB-HOST
                           WHEN "CMDB_PORT"
                               COMPUTE WS-CMDB-PORT =
                                   FUNCTION NUMVAL(WS-CFG-VALUE)
                           WHEN "CMDB_PATH"
                               MOVE WS-CFG-VALUE TO WS-CMDB-PATH
                           WHEN "CMDB_TIMEOUT"
                               COMPUTE WS-HC-TIMEOUT =
                                   FUNCTION NUMVAL(WS-CFG-VALUE)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CMDB-CFG
           .

       READ-SERVER-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       PERFORM APPLY-SERVER-SETTING
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       APPLY-SERVER-SETTING.
           EVALUATE WS-CFG-KEY
               WHEN "PORT"
                   COMPUTE WS-SERVER-PORT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "TLS_PORT"
                   COMPUTE WS-TLS-PORT = FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "TLS_ADMIN_PORT"
                   COMPUTE WS-TLS-ADMIN-PORT =
                       FUNCTION NUMVAL(WS-CFG-VALUE)
               WHEN "TLS_CERT"
                   MOVE WS-CFG-VALUE TO WS-TLS-CERT
               WHEN "DOC_ROOT"
                   MOVE WS-CFG-VALUE TO WS-DOC-ROOT
               WHEN "EXTRA_LISTEN"
                   IF WS-EXTRA-COUNT < 8
                       ADD 1 TO WS-EXTRA-COUNT
                       MOVE WS-CFG-VALUE(1:64)
                           TO EXTRA-LISTEN(WS-EXTRA-COUNT)
                   END-IF
               WHEN "EXTRA_LISTEN6"
                   IF WS-EXTRA6-COUNT < 4
                       ADD 1 TO WS-EXTRA6-COUNT
                       COMPUTE EXTRA6-PORT(WS-EXTRA6-COUNT) =
                           FUNCTION NUMVAL(WS-CFG-VALUE)
                   END-IF
           END-EVALUATE
           .

       READ-HA-CONFIG.
           OPEN INPUT HA-CFG-FILE
           IF WS-HACFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ HA-CFG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE HA-CFG-RECORD TO WS-CFG-LINE
                       PERFORM SPLIT-CONFIG-LINE
                       EVALUATE WS-CFG-KEY
                           WHEN "ROLE"
                               MOVE WS-CFG-VALUE(1:8) TO WS-HA-ROLE
                           WHEN "PEER_HOST"
                               MOVE WS-CFG-VALUE(1:64)
                                   TO WS-HA-PEER-HOST
                           WHEN "PEER_PORT"
                               COMPUTE WS-HA-PEER-PORT =
                                   FUNCTION NUMVAL(WS-CFG-VALUE)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HA-CFG-FILE
           .

*> "KEY=VALUE" in WS-CFG-LINE into WS-CFG-KEY / WS-CFG-VALUE; both
*> come back blank for a comment or a line without "="
       SPLIT-CONFIG-LINE.
           MOVE SPACES TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE 0 TO WS-CFG-LEN
           INSPECT WS-CFG-LINE TALLYING WS-CFG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CFG-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQUALS-POS
           PERFORM VARYING WS-EQUALS-POS FROM 1 BY 1
               UNTIL WS-EQUALS-POS > WS-CFG-LEN
               IF WS-CFG-LINE(WS-EQUALS-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQUALS-POS = 0 OR WS-EQUALS-POS >= WS-CFG-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-LINE(1:WS-EQUALS-POS - 1) TO WS-CFG-KEY
           MOVE WS-CFG-LINE(WS-EQUALS-POS + 1:
               WS-CFG-LEN - WS-EQUALS-POS) TO WS-CFG-VALUE
           .

*> ----------------------------------------------------------------
*> The items
*> ----------------------------------------------------------------
       EXPORT-SERVICE.
           MOVE "service" TO WS-ID-KIND
           MOVE SPACES TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE WS-MADE-ID TO WS-SERVICE-ID
           MOVE "SERVICE" TO WS-CI-CLASS
           MOVE WS-SERVICE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "name=" DELIMITED BY SIZE
                  WS-SERVICE DELIMITED BY SPACE
                  ";doc_root=" DELIMITED BY SIZE
                  WS-DOC-ROOT DELIMITED BY SPACE
                  ";ha_role=" DELIMITED BY SIZE
                  WS-HA-ROLE DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI
           .

*> PORT and its IPv6 twin (bound on the same port wherever the host
*> has IPv6), the extra listeners, and the two TLS fronts
       EXPORT-LISTENERS.
           MOVE WS-SERVER-PORT TO WS-PORT-D
           MOVE SPACES TO WS-ID-NAME
           STRING "ipv4:" FUNCTION TRIM(WS-PORT-D)
               DELIMITED BY SIZE INTO WS-ID-NAME
           END-STRING
           MOVE SPACES TO WS-CI-ATTRS
           STRING "port=" FUNCTION TRIM(WS-PORT-D)
                  ";address=0.0.0.0;family=ipv4;tls=N;mtls=N;"
                  "role=main" DELIMITED BY SIZE INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-LISTENER

           MOVE SPACES TO WS-ID-NAME
           STRING "ipv6:" FUNCTION TRIM(WS-PORT-D)
               DELIMITED BY SIZE INTO WS-ID-NAME
           END-STRING
           MOVE SPACES TO WS-CI-ATTRS
           STRING "port=" FUNCTION TRIM(WS-PORT-D)
                  ";address=::;family=ipv6;tls=N;mtls=N;"
                  "role=main" DELIMITED BY SIZE INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-LISTENER

*> EXTRA_LISTEN is "PORT" or "ADDR:PORT"
           PERFORM VARYING WS-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-EXTRA-IDX > WS-EXTRA-COUNT
               MOVE 0 TO WS-COLON-POS
               INSPECT EXTRA-LISTEN(WS-EXTRA-IDX) TALLYING
                   WS-COLON-POS FOR CHARACTERS BEFORE INITIAL ":"
               MOVE SPACES TO WS-ID-NAME
               MOVE SPACES TO WS-CI-ATTRS
               IF WS-COLON-POS < 64
                   STRING "ipv4:" DELIMITED BY SIZE
                          EXTRA-LISTEN(WS-EXTRA-IDX) DELIMITED BY SPACE
                       INTO WS-ID-NAME
                   END-STRING
                   STRING "port=" DELIMITED BY SIZE
                          EXTRA-LISTEN(WS-EXTRA-IDX)
                              (WS-COLON-POS + 2:) DELIMITED BY SPACE
                          ";address=" DELIMITED BY SIZE
                          EXTRA-LISTEN(WS-EXTRA-IDX)
                              (1:WS-COLON-POS) DELIMITED BY SIZE
                          ";family=ipv4;tls=N;mtls=N;role=extra"
                              DELIMITED BY SIZE
                       INTO WS-CI-ATTRS
                   END-STRING
               ELSE
                   STRING "ipv4:" DELIMITED BY SIZE
                          EXTRA-LISTEN(WS-EXTRA-IDX) DELIMITED BY SPACE
                       INTO WS-ID-NAME
                   END-STRING
                   STRING "port=" DELIMITED BY SIZE
                          EXTRA-LISTEN(WS-EXTRA-IDX) DELIMITED BY SPACE
                          ";address=0.0.0.0;family=ipv4;tls=N;mtls=N;"
                          "role=extra" DELIMITED BY SIZE
                       INTO WS-CI-ATTRS
                   END-STRING
               END-IF
               PERFORM ADD-LISTENER
           END-PERFORM

           PERFORM VARYING WS-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-EXTRA-IDX > WS-EXTRA6-COUNT
               MOVE EXTRA6-PORT(WS-EXTRA-IDX) TO WS-PORT-D
               MOVE SPACES TO WS-ID-NAME
               STRING "ipv6:" FUNCTION TRIM(WS-PORT-D)
                   DELIMITED BY SIZE INTO WS-ID-NAME
               END-STRING
               MOVE SPACES TO WS-CI-ATTRS
               STRING "port=" FUNCTION TRIM(WS-PORT-D)
                      ";address=::;family=ipv6;tls=N;mtls=N;"
                      "role=extra" DELIMITED BY SIZE INTO WS-CI-ATTRS
               END-STRING
               PERFORM ADD-LISTENER
           END-PERFORM

*> The TLS front presents TLS_CERT, and the first TLS-CERTS.CFG pair
*> to clients that ask for that name; the admin front presents
*> TLS_CERT and demands a client certificate
           IF WS-TLS-PORT > 0
               MOVE WS-TLS-PORT TO WS-PORT-D
               MOVE SPACES TO WS-ID-NAME
               STRING "tls:" FUNCTION TRIM(WS-PORT-D)
                   DELIMITED BY SIZE INTO WS-ID-NAME
               END-STRING
               MOVE SPACES TO WS-CI-ATTRS
               STRING "port=" FUNCTION TRIM(WS-PORT-D)
                      ";address=0.0.0.0;family=ipv4;tls=Y;mtls=N;"
                      "role=tls" DELIMITED BY SIZE INTO WS-CI-ATTRS
               END-STRING
               PERFORM ADD-LISTENER
               PERFORM RELATE-PRIMARY-CERT
           END-IF

           IF WS-TLS-ADMIN-PORT > 0
               MOVE WS-TLS-ADMIN-PORT TO WS-PORT-D
               MOVE SPACES TO WS-ID-NAME
               STRING "admin:" FUNCTION TRIM(WS-PORT-D)
                   DELIMITED BY SIZE INTO WS-ID-NAME
               END-STRING
               MOVE SPACES TO WS-CI-ATTRS
               STRING "port=" FUNCTION TRIM(WS-PORT-D)
                      ";address=0.0.0.0;family=ipv4;tls=Y;mtls=Y;"
                      "client_ca=TLS-CLIENTS-CA.PEM;role=admin"
                      DELIMITED BY SIZE INTO WS-CI-ATTRS
               END-STRING
               PERFORM ADD-LISTENER
               PERFORM RELATE-PRIMARY-CERT
           END-IF
           .

*> A listener item named by WS-ID-NAME, hosted by the service
       ADD-LISTENER.
           MOVE "listener" TO WS-ID-KIND
           PERFORM MAKE-ID
           MOVE WS-MADE-ID TO WS-LISTENER-ID
           MOVE "LISTENER" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           PERFORM ADD-CI
           MOVE "HOSTS" TO WS-REL-TYPE
           MOVE WS-SERVICE-ID TO WS-REL-FROM
           MOVE WS-LISTENER-ID TO WS-REL-TO
           PERFORM ADD-REL
           .

       RELATE-PRIMARY-CERT.
           IF WS-TLS-CERT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "cert" TO WS-ID-KIND
           MOVE "primary" TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE "USES_CERT" TO WS-REL-TYPE
           MOVE WS-LISTENER-ID TO WS-REL-FROM
           MOVE WS-MADE-ID TO WS-REL-TO
           PERFORM ADD-REL
           .

*> "HOST ROOT", as the handler's PARSE-VHOST-LINE reads it
       EXPORT-VHOSTS.
           OPEN INPUT VHOSTS-FILE
           IF WS-VHOSTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ VHOSTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-VHOST
               END-READ
           END-PERFORM
           CLOSE VHOSTS-FILE
           .

       TAKE-ONE-VHOST.
           IF VHOSTS-RECORD(1:1) = SPACE OR VHOSTS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2
           UNSTRING VHOSTS-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2
           END-UNSTRING
           IF WS-TOK-2 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VHOST-COUNT < 20
               ADD 1 TO WS-VHOST-COUNT
               MOVE WS-TOK-1(1:64) TO VHOST-NAME(WS-VHOST-COUNT)
           END-IF
           MOVE "vhost" TO WS-ID-KIND
           MOVE WS-TOK-1 TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE "VHOST" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "hostname=" DELIMITED BY SIZE
                  WS-TOK-1 DELIMITED BY SPACE
                  ";doc_root=" DELIMITED BY SIZE
                  WS-TOK-2 DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI
           MOVE "SERVES" TO WS-REL-TYPE
           MOVE WS-SERVICE-ID TO WS-REL-FROM
           MOVE WS-MADE-ID TO WS-REL-TO
           PERFORM ADD-REL
           .

*> TLS_CERT as "primary", then each "NAME CERT KEY" pair; a pair
*> named for a configured vhost is that vhost's certificate
       EXPORT-CERTS.
           IF WS-TLS-CERT NOT = SPACES
               MOVE "primary" TO WS-TOK-1
               MOVE WS-TLS-CERT TO WS-CERT-PATH
               PERFORM ADD-CERT
           END-IF

           OPEN INPUT CERTS-FILE
           IF WS-CERTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ CERTS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CERTS-RECORD(1:1) NOT = SPACE AND
                          CERTS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3
                           UNSTRING CERTS-RECORD DELIMITED BY ALL SPACE
                               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
                           END-UNSTRING
                           IF WS-TOK-3 NOT = SPACES
                               MOVE WS-TOK-2 TO WS-CERT-PATH
                               PERFORM ADD-CERT
                               PERFORM RELATE-PAIR-CERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTS-FILE
           .

*> A certificate item for WS-TOK-1 / WS-CERT-PATH; the expiry comes
*> from the same external openssl CERT-WATCH asks
       ADD-CERT.
           DISPLAY "CMDB_CERT" UPON ENVIRONMENT-NAME
           DISPLAY WS-CERT-PATH UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-SHELL-CMD
           STRING 'date -d "$(openssl x509 -enddate -noout '
                  '-in "$CMDB_CERT" 2>/dev/null | '
                  "cut -d= -f2)"" +%Y-%m-%d "
                  "> CMDB-CERT.TMP 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC

           MOVE "unknown" TO WS-CERT-EXPIRES
           OPEN INPUT EXPIRY-FILE
           IF WS-EXPIRY-STATUS = "00"
               READ EXPIRY-FILE
                   NOT AT END
                       IF EXPIRY-RECORD(1:4) IS NUMERIC
                           MOVE EXPIRY-RECORD(1:10) TO WS-CERT-EXPIRES
                       END-IF
               END-READ
               CLOSE EXPIRY-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING "CMDB-CERT.TMP"
               RETURNING WS-DELETE-RC
           END-CALL

           MOVE "cert" TO WS-ID-KIND
           MOVE WS-TOK-1 TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE "CERT" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "name=" DELIMITED BY SIZE
                  WS-TOK-1 DELIMITED BY SPACE
                  ";file=" DELIMITED BY SIZE
                  WS-CERT-PATH DELIMITED BY SPACE
                  ";expires=" DELIMITED BY SIZE
                  WS-CERT-EXPIRES DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI
           .

       RELATE-PAIR-CERT.
           MOVE 0 TO WS-VHOST-KNOWN
           PERFORM VARYING WS-VHOST-IDX FROM 1 BY 1
               UNTIL WS-VHOST-IDX > WS-VHOST-COUNT
               IF VHOST-NAME(WS-VHOST-IDX) = WS-TOK-1
                   MOVE 1 TO WS-VHOST-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "USES_CERT" TO WS-REL-TYPE
           MOVE WS-MADE-ID TO WS-REL-TO
           IF WS-VHOST-KNOWN = 1
               MOVE "vhost" TO WS-ID-KIND
               MOVE WS-TOK-1 TO WS-ID-NAME
               PERFORM MAKE-ID
               MOVE WS-MADE-ID TO WS-REL-FROM
           ELSE
               MOVE WS-SERVICE-ID TO WS-REL-FROM
           END-IF
           PERFORM ADD-REL

*> Only the first pair is loaded into the TLS listener itself
           IF WS-FIRST-PAIR = SPACES AND WS-TLS-PORT > 0
               MOVE WS-TOK-1(1:64) TO WS-FIRST-PAIR
               MOVE WS-TLS-PORT TO WS-PORT-D
               MOVE "listener" TO WS-ID-KIND
               MOVE SPACES TO WS-ID-NAME
               STRING "tls:" FUNCTION TRIM(WS-PORT-D)
                   DELIMITED BY SIZE INTO WS-ID-NAME
               END-STRING
               PERFORM MAKE-ID
               MOVE WS-MADE-ID TO WS-REL-FROM
               PERFORM ADD-REL
           END-IF
           .

*> "PREFIX HOST PORT", as the handler's proxy routing reads it
       EXPORT-BACKENDS.
           OPEN INPUT PROXY-FILE
           IF WS-PROXY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ PROXY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-BACKEND
               END-READ
           END-PERFORM
           CLOSE PROXY-FILE
           .

       TAKE-ONE-BACKEND.
           IF PROXY-RECORD(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3
           UNSTRING PROXY-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
           END-UNSTRING
           IF WS-TOK-3 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "backend" TO WS-ID-KIND
           MOVE WS-TOK-1 TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE "BACKEND" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "prefix=" DELIMITED BY SIZE
                  WS-TOK-1 DELIMITED BY SPACE
                  ";host=" DELIMITED BY SIZE
                  WS-TOK-2 DELIMITED BY SPACE
                  ";port=" DELIMITED BY SIZE
                  WS-TOK-3 DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI
           MOVE "ROUTES_TO" TO WS-REL-TYPE
           MOVE WS-SERVICE-ID TO WS-REL-FROM
           MOVE WS-MADE-ID TO WS-REL-TO
           PERFORM ADD-REL
           .

*> "NAME PROGRAM SCHEDULE ENABLED [DEPENDS] [MAXMINS]", as JOB-RUN
*> reads it
       EXPORT-JOBS.
           OPEN INPUT JOB-TABLE-FILE
           IF WS-JOBTAB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ JOB-TABLE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-JOB
               END-READ
           END-PERFORM
           CLOSE JOB-TABLE-FILE
           .

       TAKE-ONE-JOB.
           IF JOB-TABLE-RECORD(1:1) = SPACE OR
              JOB-TABLE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
               WS-TOK-5 WS-TOK-6
           UNSTRING JOB-TABLE-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
                    WS-TOK-6
           END-UNSTRING
           IF WS-TOK-4 = SPACES OR
              (WS-TOK-3(1:6) NOT = "DAILY:" AND
               WS-TOK-3(1:6) NOT = "EVERY:")
               EXIT PARAGRAPH
           END-IF
*> The fifth field is a dependency, or MAXMINS when numeric
           IF WS-TOK-5(1:1) IS NUMERIC
               MOVE WS-TOK-5 TO WS-TOK-6
               MOVE SPACES TO WS-TOK-5
           END-IF
           IF WS-TOK-5 = "-"
               MOVE SPACES TO WS-TOK-5
           END-IF

           MOVE "job" TO WS-ID-KIND
           MOVE WS-TOK-1 TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE "JOB" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "name=" DELIMITED BY SIZE
                  WS-TOK-1 DELIMITED BY SPACE
                  ";program=" DELIMITED BY SIZE
                  WS-TOK-2 DELIMITED BY SPACE
                  ";schedule=" DELIMITED BY SIZE
                  WS-TOK-3 DELIMITED BY SPACE
                  ";enabled=" DELIMITED BY SIZE
                  WS-TOK-4 DELIMITED BY SPACE
                  ";max_minutes=" DELIMITED BY SIZE
                  WS-TOK-6 DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI
           MOVE "RUNS" TO WS-REL-TYPE
           MOVE WS-SERVICE-ID TO WS-REL-FROM
           MOVE WS-MADE-ID TO WS-REL-TO
           PERFORM ADD-REL

           IF WS-TOK-5 NOT = SPACES
               MOVE WS-MADE-ID TO WS-REL-FROM
               MOVE WS-TOK-5 TO WS-ID-NAME
               PERFORM MAKE-ID
               MOVE "DEPENDS_ON" TO WS-REL-TYPE
               MOVE WS-MADE-ID TO WS-REL-TO
               PERFORM ADD-REL
           END-IF
           .

*> "VHOST QUOTA-MB [WARN-PCT]", as QUOTA-TRACK reads it; "-" is the
*> default site, which is the service itself
       EXPORT-TENANTS.
           OPEN INPUT QUOTAS-FILE
           IF WS-QUOTAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ QUOTAS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-TENANT
               END-READ
           END-PERFORM
           CLOSE QUOTAS-FILE
           .

       TAKE-ONE-TENANT.
           IF QUOTAS-RECORD(1:1) = SPACE OR QUOTAS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3
           UNSTRING QUOTAS-RECORD DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
           END-UNSTRING
           IF WS-TOK-2 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TOK-3 = SPACES
               MOVE "80" TO WS-TOK-3
           END-IF
           MOVE "tenant" TO WS-ID-KIND
           MOVE WS-TOK-1 TO WS-ID-NAME
           PERFORM MAKE-ID
           MOVE "TENANT" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "vhost=" DELIMITED BY SIZE
                  WS-TOK-1 DELIMITED BY SPACE
                  ";quota_mb=" DELIMITED BY SIZE
                  WS-TOK-2 DELIMITED BY SPACE
                  ";warn_pct=" DELIMITED BY SIZE
                  WS-TOK-3 DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI

           MOVE "OWNS" TO WS-REL-TYPE
           MOVE WS-MADE-ID TO WS-REL-FROM
           MOVE 0 TO WS-VHOST-KNOWN
           PERFORM VARYING WS-VHOST-IDX FROM 1 BY 1
               UNTIL WS-VHOST-IDX > WS-VHOST-COUNT
               IF VHOST-NAME(WS-VHOST-IDX) = WS-TOK-1
                   MOVE 1 TO WS-VHOST-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VHOST-KNOWN = 1
               MOVE "vhost" TO WS-ID-KIND
               MOVE WS-TOK-1 TO WS-ID-NAME
               PERFORM MAKE-ID
               MOVE WS-MADE-ID TO WS-REL-TO
               PERFORM ADD-REL
           ELSE
               IF WS-TOK-1 = "-"
                   MOVE WS-SERVICE-ID TO WS-REL-TO
                   PERFORM ADD-REL
               END-IF
           END-IF
           .

       EXPORT-HA-PEER.
           IF WS-HA-PEER-HOST = SPACES OR WS-HA-PEER-PORT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HA-PEER-PORT TO WS-PORT-D
           MOVE "ha-peer" TO WS-ID-KIND
           MOVE SPACES TO WS-ID-NAME
           STRING WS-HA-PEER-HOST DELIMITED BY SPACE
                  ":" FUNCTION TRIM(WS-PORT-D) DELIMITED BY SIZE
               INTO WS-ID-NAME
           END-STRING
           PERFORM MAKE-ID
           MOVE "HA-PEER" TO WS-CI-CLASS
           MOVE WS-MADE-ID TO WS-CI-ID
           MOVE SPACES TO WS-CI-ATTRS
           STRING "host=" DELIMITED BY SIZE
                  WS-HA-PEER-HOST DELIMITED BY SPACE
                  ";port=" FUNCTION TRIM(WS-PORT-D)
                  ";local_role=" DELIMITED BY SIZE
                  WS-HA-ROLE DELIMITED BY SPACE
               INTO WS-CI-ATTRS
           END-STRING
           PERFORM ADD-CI
           MOVE "FAILS_OVER_TO" TO WS-REL-TYPE
           MOVE WS-SERVICE-ID TO WS-REL-FROM
           MOVE WS-MADE-ID TO WS-REL-TO
           PERFORM ADD-REL
           .

*> "<service>:<kind>:<name>" (just "<service>" for the service)
       MAKE-ID.
           MOVE SPACES TO WS-MADE-ID
           IF WS-ID-KIND = "service"
               MOVE WS-SERVICE TO WS-MADE-ID
               EXIT PARAGRAPH
           END-IF
           STRING WS-SERVICE DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-ID-KIND DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-ID-NAME DELIMITED BY SPACE
               INTO WS-MADE-ID
           END-STRING
           INSPECT WS-MADE-ID REPLACING ALL "|" BY "/"
           .

       ADD-CI.
           INSPECT WS-CI-ATTRS REPLACING ALL "|" BY "/"
           MOVE SPACES TO WS-OUT-LINE
           STRING "CI|" DELIMITED BY SIZE
                  WS-CI-CLASS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CI-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CI-ATTRS DELIMITED BY "  "
               INTO WS-OUT-LINE
           END-STRING
           PERFORM KEEP-LINE
           .

       ADD-REL.
           MOVE SPACES TO WS-OUT-LINE
           STRING "REL|" DELIMITED BY SIZE
                  WS-REL-TYPE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REL-FROM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-REL-TO DELIMITED BY SPACE
               INTO WS-OUT-LINE
           END-STRING
           PERFORM KEEP-LINE
           .

*> Into tonight's table; the same line twice (two listeners sharing
*> a port, a repeated config line) is kept once
       KEEP-LINE.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF CUR-LINE(WS-CUR-IDX) = WS-OUT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CUR-COUNT >= 1000
               MOVE 1 TO WS-CUR-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUR-COUNT
           MOVE WS-OUT-LINE TO CUR-LINE(WS-CUR-COUNT)
           .

*> ----------------------------------------------------------------
*> The delta
*> ----------------------------------------------------------------
       LOAD-BASELINE.
           MOVE 0 TO WS-PREV-COUNT
           OPEN INPUT BASELINE-FILE
           IF WS-BASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HAVE-BASELINE
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ BASELINE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BASELINE-RECORD NOT = SPACES AND
                          WS-PREV-COUNT < 1000
                           ADD 1 TO WS-PREV-COUNT
                           MOVE BASELINE-RECORD
                               TO PREV-LINE(WS-PREV-COUNT)
                           MOVE 0 TO PREV-SEEN(WS-PREV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASELINE-FILE
           .

*> WS-KEY / WS-KEY-LEN for WS-OUT-LINE: up to and including the
*> third "|" for an item, the whole line for a relationship
       LINE-KEY.
           MOVE SPACES TO WS-KEY
           MOVE 0 TO WS-KEY-LEN
           IF WS-OUT-LINE(1:3) = "CI|"
               MOVE 0 TO WS-BAR-COUNT
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 300
                   IF WS-OUT-LINE(WS-SCAN-POS:1) = "|"
                       ADD 1 TO WS-BAR-COUNT
                       IF WS-BAR-COUNT = 3
                           MOVE WS-SCAN-POS TO WS-KEY-LEN
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KEY-LEN = 0
               MOVE 300 TO WS-KEY-LEN
           END-IF
           MOVE WS-OUT-LINE(1:WS-KEY-LEN) TO WS-KEY
           .

       WRITE-DELTA.
           OPEN OUTPUT DELTA-FILE
*> The header is rewritten with the counts once they are known; the
*> body lines are counted as they go
           MOVE SPACES TO DELTA-RECORD
           WRITE DELTA-RECORD

           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE CUR-LINE(WS-CUR-IDX) TO WS-OUT-LINE
               PERFORM LINE-KEY
               MOVE 0 TO WS-MATCH-IDX
               PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-PREV-COUNT
                   IF PREV-LINE(WS-PREV-IDX)(1:WS-KEY-LEN) =
                      WS-KEY(1:WS-KEY-LEN)
                       MOVE WS-PREV-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-MATCH-IDX = 0
                       MOVE SPACES TO DELTA-RECORD
                       STRING "ADD|" WS-OUT-LINE DELIMITED BY SIZE
                           INTO DELTA-RECORD
                       END-STRING
                       WRITE DELTA-RECORD
                       ADD 1 TO WS-ADDS
                   WHEN PREV-LINE(WS-MATCH-IDX) NOT = WS-OUT-LINE
                       MOVE 1 TO PREV-SEEN(WS-MATCH-IDX)
                       MOVE SPACES TO DELTA-RECORD
                       STRING "CHANGE|" WS-OUT-LINE DELIMITED BY SIZE
                           INTO DELTA-RECORD
                       END-STRING
                       WRITE DELTA-RECORD
                       ADD 1 TO WS-CHANGES
                   WHEN OTHER
                       MOVE 1 TO PREV-SEEN(WS-MATCH-IDX)
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
               UNTIL WS-PREV-IDX > WS-PREV-COUNT
               IF PREV-SEEN(WS-PREV-IDX) = 0
                   MOVE PREV-LINE(WS-PREV-IDX) TO WS-OUT-LINE
                   PERFORM LINE-KEY
                   MOVE SPACES TO DELTA-RECORD
                   STRING "DELETE|" DELIMITED BY SIZE
                          WS-KEY(1:WS-KEY-LEN) DELIMITED BY SIZE
                       INTO DELTA-RECORD
                   END-STRING
*> An item's key ends in its "|"; the DELETE line does not
                   IF WS-OUT-LINE(1:3) = "CI|"
                       MOVE SPACE TO DELTA-RECORD(WS-KEY-LEN + 7:1)
                   END-IF
                   WRITE DELTA-RECORD
                   ADD 1 TO WS-DELETES
               END-IF
           END-PERFORM
           CLOSE DELTA-FILE

           MOVE SPACES TO WS-DELTA-HEADER
           STRING "DELTA|" WS-TIMESTAMP "|" WS-ADDS "|" WS-CHANGES
                  "|" WS-DELETES DELIMITED BY SIZE
               INTO WS-DELTA-HEADER
           END-STRING
           PERFORM STAMP-DELTA-HEADER
           .

*> Put the counted header on the delta's first line: the body is
*> copied through the baseline scratch file behind it
       STAMP-DELTA-HEADER.
           OPEN INPUT DELTA-FILE
           OPEN OUTPUT BASELINE-TMP
           MOVE WS-DELTA-HEADER TO BASELINE-TMP-RECORD
           WRITE BASELINE-TMP-RECORD
           READ DELTA-FILE
               AT END
                   CONTINUE
           END-READ
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DELTA-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DELTA-RECORD TO BASELINE-TMP-RECORD
                       WRITE BASELINE-TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE DELTA-FILE
           CLOSE BASELINE-TMP
           CALL "CBL_DELETE_FILE" USING "CMDB-DELTA.DAT"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "CMDB-CI.TMP"
               "CMDB-DELTA.DAT"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> Tonight's export becomes the baseline the next delta is taken
*> against - through the scratch copy, so a crash leaves the old one
       ADVANCE-BASELINE.
           OPEN OUTPUT BASELINE-TMP
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE CUR-LINE(WS-CUR-IDX) TO BASELINE-TMP-RECORD
               WRITE BASELINE-TMP-RECORD
           END-PERFORM
           CLOSE BASELINE-TMP
           CALL "CBL_DELETE_FILE" USING "CMDB-CI.LAST"
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "CMDB-CI.TMP"
               "CMDB-CI.LAST"
               RETURNING WS-RENAME-RC
           END-CALL
           .

*> ----------------------------------------------------------------
*> Posting to the intake
*> ----------------------------------------------------------------
*> The delta in parts of under 60000 bytes, each led by the DELTA
*> line so the loader can tell the parts of one night apart; the
*> first part the intake refuses stops the rest
       POST-DELTA.
           MOVE 0 TO WS-POST-FAILED
           MOVE 0 TO WS-PARTS-SENT
           OPEN INPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = "00"
               MOVE 1 TO WS-POST-FAILED
               EXIT PARAGRAPH
           END-IF
*> The header line itself
           READ DELTA-FILE
               AT END
                   CONTINUE
           END-READ
           PERFORM START-PART
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1 OR WS-POST-FAILED = 1
               READ DELTA-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM ADD-TO-PART
               END-READ
           END-PERFORM
           IF WS-POST-FAILED = 0 AND WS-BODY-PTR > 1
               PERFORM SEND-PART
           END-IF
           CLOSE DELTA-FILE
           .

       START-PART.
           MOVE SPACES TO WS-HC-BODY
           MOVE 1 TO WS-BODY-PTR
           STRING FUNCTION TRIM(WS-DELTA-HEADER) X"0A"
                  DELIMITED BY SIZE
               INTO WS-HC-BODY WITH POINTER WS-BODY-PTR
           END-STRING
           .

       ADD-TO-PART.
           MOVE 0 TO WS-LINE-LEN
           PERFORM VARYING WS-LINE-LEN FROM 310 BY -1
               UNTIL WS-LINE-LEN < 1
               IF DELTA-RECORD(WS-LINE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LINE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BODY-PTR + WS-LINE-LEN > 60000
               PERFORM SEND-PART
               IF WS-POST-FAILED = 1
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-PART
           END-IF
           STRING DELTA-RECORD(1:WS-LINE-LEN) X"0A" DELIMITED BY SIZE
               INTO WS-HC-BODY WITH POINTER WS-BODY-PTR
           END-STRING
           .

       SEND-PART.
           ADD 1 TO WS-PARTS-SENT
           COMPUTE WS-HC-BODY-LEN = WS-BODY-PTR - 1
           CALL "HTTP-CLIENT" USING WS-CMDB-HOST WS-CMDB-PORT
               WS-HC-METHOD WS-CMDB-PATH WS-HC-CONTENT-TYPE
               WS-HC-BODY WS-HC-BODY-LEN WS-HC-TIMEOUT
               WS-HC-STATUS WS-HC-HEADERS WS-HC-RESP-BODY
               WS-HC-RESP-LEN WS-HC-RC
           END-CALL
           IF WS-HC-RC = 1 OR WS-HC-STATUS < 200 OR
              WS-HC-STATUS > 299
               MOVE 1 TO WS-POST-FAILED
           END-IF
           .

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" WS-TIMESTAMP "] cmdb-export cmdb "
                  "event=CMDB_EXPORT user=scheduler result="
                  DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SPACE
                  " adds=" WS-ADDS " changes=" WS-CHANGES
                  " deletes=" WS-DELETES DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           CALL "AUDIT-APPEND" USING WS-AUDIT-LINE
               WS-AUDIT-CHAINED
           END-CALL
           .
