           SELECT MAINT-STATE-FILE ASSIGN TO "MAINT.STATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATE-STATUS.
*> Vhosts inside a planned maintenance window of their own, one
*> hostname per line as MAINT-CAL keeps it - re-read per request the
*> same way MAINTENANCE.FLAG is, so only that tenant gets the 503
           SELECT MAINT-VHOSTS-FILE ASSIGN TO "MAINTENANCE-VHOSTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-VHOSTS-STATUS.
*> Request capture for pre-change replay testing: CAPTURE.CFG's
*> first line is the sampling divisor (empty or absent = capture
*> off); sampled requests append "METHOD PATH HOST STATUS ARRIVED"
*> lines to CAPTURE.LOG for REPLAY-RUN to fire at a staging instance
*> (and LOAD-RUN to fire at volume, on the arrival timeline)
           SELECT CAPTURE-CFG-FILE ASSIGN TO "CAPTURE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCFG-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-REC-TOKEN
               FILE STATUS IS WS-SESS-STATUS.
*> Intruder scoring state, keyed by client address (STATE-MIGRATE
*> converts the old INTRUDER.DAT lines); the auto-ban list below
*> stays line sequential - the accept loop tails it as text
*> APPROVAL-PATHS.CFG put a PUT here ("id|ts|submitter|webpath|
*> diskpath|status|reviewer" per record, payload bytes under
*> CHANGES-PENDING/) instead of straight into the live tree, until
*> a different operator approves it. A prefix line may also name
*> "AUTHORS=group" (who may propose there) and "APPROVERS=group"
*> (who may decide) - the roles SOD-RULES.CFG keeps apart
*> Byte-rate caps for streamed responses: "/prefix KBPS" lines cap
*> by path, "NETNAME KBPS" lines (a NETWORKS.CFG name) cap by the
*> client's subnet - so the all-hands recording stops flattening
           SELECT CMOVE-LIST ASSIGN TO "CMOVE-FILES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMLIST-STATUS.
*> DEP-INDEX's nightly "target|referrer|kind" map of which page
*> links to, embeds or includes what, consulted before a DELETE or
*> MOVE takes a still-referenced file away
           SELECT DEPENDENCY-IDX ASSIGN TO "DEPENDENCY.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPIDX-STATUS.
*> The keyed phone-and-office directory DIR-LOAD rebuilds from the
*> HR extract - a true indexed file, read by key for the
*> "directory/<key>" API resource and walked by key order for its
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
*> The same alternate keys DIR-LOAD declares, for surname-prefix and
*> exact-department searches in record-key order, and a manager's
*> direct reports
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIRFILE-STATUS.
*> Directory corrections: "STATE|ref|submitted|key|field|current|
*> proposed|requester|closed" lines POST /directory-correction
*> queues for HR, and the scratch copy a superseded one is closed
*> through - DIR-CORRECT-FEED sends the pending ones to HR, DIR-LOAD
*> closes them once the extract carries them
           SELECT CORRECTIONS-FILE ASSIGN TO "DIR-CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-STATUS.
           SELECT CORRECTIONS-TMP ASSIGN TO "DIR-CORRECTIONS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCR-TMP-STATUS.
*> Page comments: "FLAG|page|timestamp|name|text" records, appended
*> by POST /comments and rendered onto their page when it's served;
*> FLAG is V (visible) or H (hidden by the moderator via COMMENT-MOD)
           SELECT COMMENTS-FILE ASSIGN TO "COMMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMENTS-STATUS.
*> Page ratings: the "/prefix/" lines (RATING-PATHS.CFG) whose pages
*> carry the "Was this page helpful?" control, and the ratings POST
*> /page-rating appends, "timestamp|page|Y or N|reason|rater" - the
*> rater a hash of the session, never the session token itself
           SELECT RATING-PATHS-FILE ASSIGN TO "RATING-PATHS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CFG-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "PAGE-RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
*> Page and folder watches: "user|path|YYYYMMDD" lines the /watch
*> endpoint keeps, and its scratch copy for a cancel - WATCH-NOTIFY
*> mails the digests, AUTH-SYNC drops a leaver's
           SELECT WATCH-SUBS-FILE ASSIGN TO "WATCH-SUBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT WATCH-SUBS-TMP ASSIGN TO "WATCH-SUBS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-TMP-STATUS.
*> The events calendar (event-rec.cpy), its scratch copy for a
*> change, and EVENT-EDITORS.CFG's "DEPT GROUP" lines naming which
*> AUTH-GROUPS.CFG group may edit a department's events
           SELECT EVENTS-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
           SELECT EVENTS-TMP ASSIGN TO "EVENTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-TMP-STATUS.
           SELECT EVENT-EDITORS-FILE ASSIGN TO "EVENT-EDITORS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-EDITORS-STATUS.
*> Self-service password reset: PASSWD-RESETS.DAT holds the hashes
*> of the live reset tokens and the recent-request marks the hourly
*> limits count; the realm file's and the password history's
*> scratch and append files are the same ones USER-ADMIN uses
           SELECT PWRESET-FILE ASSIGN TO "PASSWD-RESETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWR-STATUS.
           SELECT PWRESET-TMP ASSIGN TO "PASSWD-RESETS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWR-TMP-STATUS.
           SELECT AUTH-REALMS-TMP ASSIGN TO "AUTH-REALMS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWR-RTMP-STATUS.
           SELECT AUTH-HISTORY-FILE ASSIGN TO "AUTH-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWR-HIST-STATUS.
*> Form definitions: "FORMNAME FIELD REQUIRED MAXLEN" lines, one
*> field per line, re-read per request like the other config tables
           SELECT FORMS-FILE ASSIGN TO "FORMS.CFG"
           SELECT FORM-LOG ASSIGN TO DYNAMIC WS-FORM-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-LOG-STATUS.
*> The case queue every accepted submission opens a case in
*> (case-rec.cpy), its scratch copy for an update, the running
*> history of each case, and CASE-FORMS.CFG's "FORMNAME GROUP DAYS"
*> lines naming each form's case workers and target
           SELECT CASES-FILE ASSIGN TO "CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASES-TMP ASSIGN TO "CASES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-TMP-STATUS.
           SELECT CASE-NOTES-FILE ASSIGN TO "CASE-NOTES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-NOTES-STATUS.
           SELECT CASE-FORMS-FILE ASSIGN TO "CASE-FORMS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FORMS-STATUS.
*> Reverse-proxy routes: "PREFIX HOST PORT" lines map a path prefix
*> to a backend HTTP service - re-read per request like every other
*> routing table here
*> Site-wide announcement banner: the first line, when the file
*> exists and isn't blank, is injected into every HTML page served -
*> re-read per request the same way MAINTENANCE.FLAG is, so clearing
*> the file stops the banner immediately. MAINT-CAL's "@" lines ride
*> ahead of it for planned maintenance
           SELECT ANNOUNCE-FILE ASSIGN TO "ANNOUNCE.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANNOUNCE-STATUS.
           SELECT SEARCH-INDEX-FILE ASSIGN TO "SEARCH-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-IDX-STATUS.
*> One "timestamp|query|hits|suggestion" line per search served,
*> appended the same open-extend way ACCESS-LOG is - the raw feed
*> the SEARCH-QUERY-REPORT batch job ranks, zero-hit queries first
           SELECT QUERY-LOG ASSIGN TO "SEARCH-QUERY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRYLOG-STATUS.
*> The maintained synonym groups ("leave holiday vacation pto", one
*> group of interchangeable words per line) a query term is widened
*> through, and the "term|frequency" vocabulary SEARCH-INDEX rolls
*> up beside the index for the "did you mean" step; either missing
*> just means no expansion or no suggestion
           SELECT SYNONYMS-FILE ASSIGN TO "SEARCH-SYNONYMS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYN-STATUS.
           SELECT VOCAB-FILE ASSIGN TO "SEARCH-VOCAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOCAB-STATUS.
*> Click-through tracking: one "timestamp|query|pos|path|rid|pin"
*> line per result a search hands out, and one
*> "timestamp|query|pos|path|rid" line per result followed through
*> /api/search-click - the two feeds SEARCH-RELEVANCE compares.
*> Both appended open-extend like SEARCH-QUERY.LOG
           SELECT SEARCH-RESULTS-LOG ASSIGN TO "SEARCH-RESULTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRLOG-STATUS.
           SELECT SEARCH-CLICK-LOG ASSIGN TO "SEARCH-CLICK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCLOG-STATUS.
*> Pinned "best bet" results: "query|/path|Title" lines, answered
*> ahead of the ranked results whenever a search's query is exactly
*> the line's query; a missing file pins nothing
           SELECT BEST-BETS-FILE ASSIGN TO "SEARCH-BESTBETS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BBET-STATUS.
*> Group memberships for GROUP= realms: one "GROUP USER" pair per
*> line, maintained by USER-ADMIN's GROUP commands; a missing file
*> just means no group realm admits anyone
           SELECT REVOKED-FILE ASSIGN TO "SESSIONS-REVOKED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKED-STATUS.
*> Per-tree Content-Security-Policy: "/prefix/ MODE policy..." lines,
*> MODE being ENFORCE (replaces the default policy under that tree)
*> or REPORT-ONLY (a trial policy the browser only reports against),
*> the longest prefix winning per mode; re-read per response the same
*> way CACHE-POLICY.CFG is, and a missing file leaves the default
           SELECT CSP-CFG-FILE ASSIGN TO "CSP.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSP-CFG-STATUS.
*> One line per violation report a browser POSTs to /csp-report,
*> appended open-extend like SEARCH-QUERY.LOG - the raw feed the
*> weekly CSP-REPORT job ranks
           SELECT CSP-REPORTS-LOG ASSIGN TO "CSP-REPORTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSP-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG.
       01  ACCESS-LOG-RECORD    PIC X(512).
       FD  INCIDENT-LOG.
       01  INCIDENT-LOG-RECORD  PIC X(1200).
       FD  STATS-FILE.
       01  STATS-FILE-RECORD    PIC X(64).
       FD  START-FILE.
       01  JOB-STATUS-RECORD    PIC X(32).
       FD  MAINT-STATE-FILE.
       01  MAINT-STATE-RECORD   PIC X(8).
       FD  MAINT-VHOSTS-FILE.
       01  MAINT-VHOSTS-RECORD  PIC X(64).
       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-RECORD      PIC X(200).
       FD  LANGS-FILE.
       01  FORMS-RECORD         PIC X(128).
       FD  FORM-LOG.
       01  FORM-LOG-RECORD      PIC X(2048).
       FD  CASES-FILE.
       COPY "case-rec.cpy".
       FD  CASES-TMP.
       01  CASES-TMP-RECORD     PIC X(270).
       FD  CASE-NOTES-FILE.
       01  CASE-NOTES-RECORD    PIC X(1024).
       FD  CASE-FORMS-FILE.
       01  CASE-FORMS-RECORD    PIC X(128).
       FD  CMT-FILTER-FILE.
       01  CMT-FILTER-RECORD    PIC X(32).
       FD  CMT-TRUST-FILE.
       01  CMT-TRUST-RECORD     PIC X(256).
       FD  COMMENTS-FILE.
       01  COMMENTS-RECORD      PIC X(1200).
       FD  RATING-PATHS-FILE.
       01  RATING-PATHS-RECORD  PIC X(128).
       FD  RATINGS-FILE.
       01  RATINGS-RECORD       PIC X(320).
       FD  WATCH-SUBS-FILE.
       01  WATCH-SUBS-RECORD    PIC X(320).
       FD  WATCH-SUBS-TMP.
       01  WATCH-SUBS-TMP-RECORD PIC X(320).
       FD  EVENTS-FILE.
       COPY "event-rec.cpy".
       FD  EVENTS-TMP.
       01  EVENTS-TMP-RECORD    PIC X(472).
       FD  EVENT-EDITORS-FILE.
       01  EVENT-EDITORS-RECORD PIC X(128).
*> "T" a live token (its SHA-256, never the token itself) or "R" a
*> request mark; either is dropped once PWR-EXPIRES has passed
       FD  PWRESET-FILE.
       01  PWRESET-RECORD.
           05 PWR-KIND          PIC X.
           05 PWR-SEP-1         PIC X.
           05 PWR-AT            PIC 9(10).
           05 PWR-SEP-2         PIC X.
           05 PWR-EXPIRES       PIC 9(10).
           05 PWR-SEP-3         PIC X.
           05 PWR-USER          PIC X(32).
           05 PWR-SEP-4         PIC X.
           05 PWR-ADDR          PIC X(46).
           05 PWR-SEP-5         PIC X.
           05 PWR-HASH          PIC X(64).
       FD  PWRESET-TMP.
       01  PWRESET-TMP-RECORD   PIC X(168).
       FD  AUTH-REALMS-TMP.
       01  AUTH-REALMS-TMP-RECORD PIC X(128).
       FD  AUTH-HISTORY-FILE.
       01  AUTH-HISTORY-RECORD  PIC X(100).
       FD  UPLOAD-CATALOG.
       01  UPLOAD-CATALOG-RECORD PIC X(400).
       FD  REJECTS-LOG.
       01  DRAFT-REDIRECTS-REC  PIC X(400).
       FD  CMOVE-LIST.
       01  CMOVE-LIST-RECORD    PIC X(256).
       FD  DEPENDENCY-IDX.
       01  DEPENDENCY-IDX-RECORD PIC X(1100).
       FD  VERSIONS-IDX.
       01  VERSIONS-IDX-RECORD  PIC X(400).
       FD  EXPIRY-FILE.
           05 INTR-REC-WINDOW   PIC 9(10).
       FD  AUTO-ACL-FILE.
       01  AUTO-ACL-RECORD      PIC X(80).
       FD  NETWORKS-FILE.
       01  NETWORKS-RECORD      PIC X(96).
       FD  HOTLINK-FILE.
       FD  HOTLINK-LOG.
       01  HOTLINK-LOG-RECORD   PIC X(400).
       FD  INCIDENTS-FILE.
       01  INCIDENTS-RECORD     PIC X(1200).
       FD  INCIDENT-SEQ.
       01  INCIDENT-SEQ-RECORD  PIC X(16).
       FD  CAPTURE-CFG-FILE.
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE        PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).
       FD  CORRECTIONS-FILE.
       01  CORRECTIONS-RECORD   PIC X(300).
       FD  CORRECTIONS-TMP.
       01  CORRECTIONS-TMP-RECORD PIC X(300).
       FD  AUTH-REALMS-FILE.
       01  AUTH-REALMS-RECORD   PIC X(128).
       FD  ALIASES-FILE.
       FD  SEARCH-INDEX-FILE.
       01  SEARCH-INDEX-RECORD  PIC X(460).
       FD  QUERY-LOG.
       01  QUERY-LOG-RECORD     PIC X(260).
       FD  SYNONYMS-FILE.
       01  SYNONYMS-RECORD      PIC X(256).
       FD  VOCAB-FILE.
       01  VOCAB-RECORD         PIC X(48).
       FD  SEARCH-RESULTS-LOG.
       01  SEARCH-RESULTS-RECORD PIC X(400).
       FD  SEARCH-CLICK-LOG.
       01  SEARCH-CLICK-RECORD  PIC X(400).
       FD  BEST-BETS-FILE.
       01  BEST-BETS-RECORD     PIC X(400).
       FD  AUTH-GROUPS-FILE.
       01  AUTH-GROUPS-RECORD   PIC X(64).
       FD  PASSWD-POLICY-FILE.
       01  TOTP-FILE-RECORD     PIC X(120).
       FD  REVOKED-FILE.
       01  REVOKED-RECORD       PIC X(48).
       FD  CSP-CFG-FILE.
       01  CSP-CFG-RECORD       PIC X(400).
       FD  CSP-REPORTS-LOG.
       01  CSP-REPORTS-RECORD   PIC X(700).

       WORKING-STORAGE SECTION.
       COPY "http-structs.cpy".
*> response - kept in one block, built once per response, rather than
*> copied as literals into every response-building paragraph, so
*> there's one place to change the policy
       01 WS-SECURITY-HEADERS  PIC X(1200).
       01 WS-SECURITY-HDRS-LEN PIC 9(4) COMP.

*> The Content-Security-Policy lines: CSP.CFG's longest matching
*> ENFORCE and REPORT-ONLY prefixes for this path, each tracked on
*> its own (so a trial policy can sit under an enforced one); both
*> point the browser back at /csp-report with this response's rid
       01 WS-CSP-CFG-STATUS    PIC XX.
       01 WS-CSP-EOF           PIC 9.
       01 WS-CSP-PATH-LEN      PIC 9(4) COMP.
       01 WS-CSP-TOK-LEN       PIC 9(4) COMP.
       01 WS-CSP-MODE-LEN      PIC 9(4) COMP.
       01 WS-CSP-SCAN          PIC 9(4) COMP.
       01 WS-CSP-MODE          PIC X(12).
       01 WS-CSP-ENF-BEST      PIC 9(4) COMP.
       01 WS-CSP-ENF-POLICY    PIC X(320).
       01 WS-CSP-RO-BEST       PIC 9(4) COMP.
       01 WS-CSP-RO-POLICY     PIC X(320).
       01 WS-CSP-POLICY-LEN    PIC 9(4) COMP.

*> POST /csp-report: the browser's JSON violation report, picked
*> apart by key (both the report-uri "csp-report" shape and the
*> Reporting API's camel-case one) into the fields kept per line
       01 WS-CSP-LOG-STATUS    PIC XX.
       01 WS-CSP-BODY          PIC X(4096).
       01 WS-CSP-BODY-LEN      PIC 9(4) COMP.
       01 WS-CSP-KEY           PIC X(24).
       01 WS-CSP-KEY-LEN       PIC 9(4) COMP.
       01 WS-CSP-VALUE         PIC X(512).
       01 WS-CSP-VAL-LEN       PIC 9(4) COMP.
       01 WS-CSP-SCRATCH       PIC X(512).
       01 WS-CSP-POS           PIC 9(4) COMP.
       01 WS-CSP-END           PIC 9(4) COMP.
       01 WS-CSP-PAGE          PIC X(256).
       01 WS-CSP-BLOCKED       PIC X(256).
       01 WS-CSP-DIRECTIVE     PIC X(48).
       01 WS-CSP-DISPOSITION   PIC X(8).
       01 WS-CSP-PAGE-RID      PIC X(24).

*> Set by HANDLE-API-REQUEST before any /api/ response is built, so
*> BUILD-SECURITY-HEADERS knows to add the CORS headers a browser's
*> cross-origin fetch() against this REST API needs - static file and
*> very top of MAIN-LOGIC
       01 WS-MAINT-STATUS      PIC XX.
       01 WS-MAINTENANCE-ACTIVE PIC 9 VALUE 0.
*> A vhost's own window (MAINTENANCE-VHOSTS.DAT) sets it as well,
*> for that vhost's requests only
       01 WS-MAINT-VHOSTS-STATUS PIC XX.
       01 WS-MAINT-VHOSTS-EOF  PIC 9.

*> Maintenance flip detection: the previously-seen state out of
*> MAINT.STATE ("1"/"0", "?" when no state has ever been recorded)
       01 WS-LOG-TIMESTAMP     PIC X(19).
       01 WS-CURRENT-DATE      PIC X(21).

*> The request's User-Agent and Referer as they ride in the access
*> line's "ua=" and "ref=" fields: capped, with spaces turned to "_"
*> and double quotes to "'" so each stays one token and never upsets
*> a reader counting quote characters; "-" when the header is absent
       01 WS-LOG-UA            PIC X(96).
       01 WS-LOG-UA-LEN        PIC 9(4) COMP.
       01 WS-LOG-REF           PIC X(80).
       01 WS-LOG-REF-LEN       PIC 9(4) COMP.
       01 WS-LOG-ROOM          PIC S9(8) COMP.
       01 WS-AGENT-HDR-NAME    PIC X(24).
       01 WS-AGENT-HDR-LEN     PIC 9(4) COMP.
       01 WS-AGENT-VALUE       PIC X(96).
       01 WS-AGENT-VALUE-LEN   PIC 9(4) COMP.
       01 WS-AGENT-VALUE-MAX   PIC 9(4) COMP.
       01 WS-AGENT-SCAN-POS    PIC 9(4) COMP.

*> Service-time support: elapsed centiseconds between WEBSERVER's
*> LS-REQ-START-CSEC capture (the request's first bytes arriving) and
*> this request's access-log write, reported in the log line as
       01 WS-ERROR-PAGE-PATH   PIC X(512).
       01 WS-ERROR-LOAD-CODE   PIC 9.

*> The service status page: which of STATUS-PUBLISH's files answers
*> the request, its content type, and the return code from loading it
       01 WS-STATUS-PAGE-PATH  PIC X(512).
       01 WS-STATUS-PAGE-CT    PIC X(40).
       01 WS-STATUS-LOAD-CODE  PIC 9.

*> Directory-listing support: candidate directory path (the
*> sanitized path with any appended default-index name stripped
*> back off) and the default index name's length for that strip
*> Admin API: the /api/admin/ resources that replace shell access
*> for routine operations - toggling maintenance mode, listing and
*> appending ACL and redirect entries, showing the loaded config,
*> triggering a configuration reload, and acknowledging an on-call
*> page (through ONCALL-ACK, as INCIDENT-ADMIN PAGEACK does).
*> Hard-gated on an AUTH-REALMS.CFG realm actually covering
*> /api/admin: with no realm configured the whole family answers
*> 403, so the API can never be reachable anonymously by accident.
*> Every action lands in the audit log with the acting user
       01 WS-ACLCFG-STATUS     PIC XX.
       01 WS-ADM-EOF           PIC 9 VALUE 0.
       01 WS-ADM-RESOURCE      PIC X(32).
       01 WS-ADM-CRDEL-RC      PIC S9(9) COMP-5.
       01 WS-ADM-FLAG-HANDLE   PIC 9(8) COMP-5.
       01 WS-ADM-COUNT-D       PIC 9(4).
       01 WS-ADM-PAGE-NUM      PIC 9(6).
       01 WS-ADM-PAGE-ID       PIC X(6).
       01 WS-ADM-PAGE-DIGITS   PIC 9(4) COMP.
       01 WS-ADM-PAGE-BY       PIC X(32).
       01 WS-ADM-PAGE-RESULT   PIC X(1).
       01 WS-ADM-PAGE-HOLDER   PIC X(32).

*> Canary traffic split: while CANARY.CFG carries "PERCENT ALT-ROOT",
*> that percentage of clients resolve against the alternate content
       01 WS-APPR-REQUIRED     PIC 9.
       01 WS-APPR-EOF          PIC 9.
       01 WS-APPR-PFX-LEN      PIC 9(4) COMP.
       01 WS-APPR-AUTHORS      PIC X(16).
       01 WS-APPR-APPROVERS    PIC X(16).
       01 WS-APPR-TOK-1        PIC X(64).
       01 WS-APPR-TOK-2        PIC X(40).
       01 WS-APPR-TOK-3        PIC X(40).
       01 WS-CHG-ID            PIC X(20).
       01 WS-CHG-ID-LEN        PIC 9(4) COMP.
       01 WS-CHG-PID           PIC S9(9) COMP-5.
       01 WS-CHG-IO-RC         PIC S9(9) COMP-5.
       01 WS-CHG-OFFSET        PIC 9(18) COMP.
       01 WS-CHG-IO-LEN        PIC 9(9) COMP.
*> A staged release's validation verdict (READ-RELEASE-VALIDATION)
       01 WS-RLV-CLEAN         PIC 9.
       01 WS-RLV-TALLY         PIC 9(4) COMP.
       01 WS-CHG-DELETE-RC     PIC S9(9) COMP-5.
       01 WS-CHG-CP-CMD        PIC X(120).
       01 WS-CHG-ERR           PIC X(64).
       01 WS-FREEZE-REASON     PIC X(8).
       01 WS-FREEZE-HDR-POS    PIC 9(4) COMP.

*> Change-register gate for the admin API's ACL, redirect and reload
*> calls and the release import, through the shared CHANGE-CHECK
*> module; the approved number (or EMERGENCY) rides into the audit
*> line as "change=" while WS-AUDIT-CHANGE holds it
       01 WS-CHANGE-REF        PIC X(16).
       01 WS-CHANGE-EMERGENCY  PIC X(120).
       01 WS-CHANGE-COMPONENT  PIC X(16).
       01 WS-CHANGE-ACTOR      PIC X(32).
       01 WS-CHANGE-OK         PIC 9.
       01 WS-CHANGE-REASON     PIC X(60).
       01 WS-CHANGE-HDR-POS    PIC 9(4) COMP.
       01 WS-AUDIT-CHANGE      PIC X(16) VALUE SPACES.
       01 WS-AUDIT-PTR         PIC 9(4) COMP.

*> Legal-hold gate for the destructive content endpoints (DELETE,
*> MOVE, and a COPY onto existing content), through HOLD-CHECK
       01 WS-HOLD-KIND         PIC X(4).
       01 WS-HOLD-KEY          PIC X(512).
       01 WS-HOLD-ON           PIC 9.
       01 WS-HOLD-ID           PIC X(8).

*> Dependency gate for content DELETE and MOVE: the distinct pages
*> DEPENDENCY.IDX says still reference the target (for a tree move,
*> anything under the prefix, from outside it), listed for the
*> refusal; "force=1" on the query proceeds regardless
       01 WS-DEP-TARGET        PIC X(512).
       01 WS-DEP-LEN           PIC 9(4) COMP.
       01 WS-DEP-IS-TREE       PIC 9.
       01 WS-DEP-BLOCK         PIC 9.
       01 WS-DEP-FORCE         PIC 9.
       01 WS-DEP-MORE          PIC 9.
       01 WS-DEP-COUNT         PIC 9(6).
       01 WS-DEP-COUNT-ED      PIC Z(5)9.
       01 WS-DEP-COUNT-TXT     PIC X(6).
       01 WS-DEPIDX-STATUS     PIC XX.
       01 WS-DEPIDX-EOF        PIC 9.
       01 WS-DEP-REC-TARGET    PIC X(512).
       01 WS-DEP-REF           PIC X(512).
       01 WS-DEP-KIND          PIC X(8).
       01 WS-DEP-REF-LEN       PIC 9(4) COMP.
       01 WS-DEP-QREF          PIC X(520).
       01 WS-DEP-SEEN          PIC 9(4) COMP.
       01 WS-DEP-SCAN          PIC 9(4) COMP.
       01 WS-DEP-LIST          PIC X(4000).
       01 WS-DEP-LIST-PTR      PIC 9(4) COMP.

       01 WS-TLSC-STATUS       PIC XX.
       01 WS-TLSC-DAYS         PIC X(8).
       01 WS-DISKST-STATUS     PIC XX.
       01 WS-CACHE-PIECE       PIC X(72).
       01 WS-CACHE-EOF         PIC 9.
       01 WS-CACHE-SECONDS     PIC 9(8).

*> Classification of the requested path, from CLASS-CHECK: its label
*> and handling flags (TLS required, authenticated user required,
*> excluded from batch producers, no shared caching); WS-CLASS-REFUSE
*> comes back "NOTLS" or "NOAUTH" when the request fails a rule
       01 WS-CLASS-PATH        PIC X(512).
       01 WS-CLASS-LABEL       PIC X(12).
       01 WS-CLASS-FOUND       PIC 9 VALUE 0.
       01 WS-CLASS-NEED-TLS    PIC 9 VALUE 0.
       01 WS-CLASS-NEED-AUTH   PIC 9 VALUE 0.
       01 WS-CLASS-EXCLUDE     PIC 9 VALUE 0.
       01 WS-CLASS-NO-SHARED   PIC 9 VALUE 0.
       01 WS-CLASS-REFUSE      PIC X(8) VALUE SPACES.
       01 WS-CACHE-BEST-LEN    PIC 9(4) COMP.
       01 WS-CACHE-TOK-LEN     PIC 9(4) COMP.
       01 WS-CACHE-SCAN        PIC 9(4) COMP.
       01 WS-DIRQ-KEY-LEN      PIC 9(4) COMP.
       01 WS-DIRQ-SCAN-POS     PIC 9(4) COMP.
       01 WS-DIRQ-HITS         PIC 9(4) COMP.
       01 WS-DIRQ-BODY         PIC X(8192).
       01 WS-DIRQ-BODY-PTR     PIC 9(8) COMP-5.
       01 WS-DIRQ-BODY-LEN     PIC 9(8) COMP-5.
       01 WS-DIRQ-LEN-STR      PIC X(10).
       01 WS-DIRQ-SEEN         PIC 9(8) COMP.
       01 WS-DIRQ-MORE         PIC 9.
       01 WS-DIRQ-PAGE-POS     PIC 9(4) COMP.
*> "directory/<key>/managers" and "directory/<key>/reports": the
*> keys already in the chain walked upward, so a reporting loop
*> can't keep the walk going; mode 4 scans the manager alternate key
       01 WS-DIRQ-SUFFIX       PIC X(16).
       01 WS-DIRQ-MGR-KEY      PIC X(16).
       01 WS-DIRQ-COMPLETE     PIC 9.
       01 WS-DIRQ-CHAIN-COUNT  PIC 9(4) COMP.
       01 WS-DIRQ-CHAIN-IDX    PIC 9(4) COMP.
       01 WS-DIRQ-CHAIN-TABLE.
          05 WS-DIRQ-CHAIN-KEY OCCURS 20 TIMES PIC X(16).

*> Directory corrections: GET /directory-correction?key=<key> shows
*> a person's entry with a form to report one field wrong, POST
*> queues it in DIR-CORRECTIONS.DAT for HR - only for the signed-in
*> person themselves or their manager. A newer report of the same
*> field closes the older one as superseded (S), so HR is only ever
*> sent one pending (P) value per person and field
       01 WS-DCR-STATUS        PIC XX.
       01 WS-DCR-TMP-STATUS    PIC XX.
       01 WS-DCR-EOF           PIC 9.
       01 WS-DCR-KEY           PIC X(16).
       01 WS-DCR-FIELD         PIC X(12).
       01 WS-DCR-CODE          PIC X(10).
       01 WS-DCR-VALUE         PIC X(80).
       01 WS-DCR-VALUE-LEN     PIC 9(4) COMP.
       01 WS-DCR-TOO-LONG      PIC 9.
       01 WS-DCR-MAX-LEN       PIC 9(4) COMP.
       01 WS-DCR-CURRENT       PIC X(64).
       01 WS-DCR-FOUND         PIC 9.
*> "self" or "manager" - blank when the reader is neither
       01 WS-DCR-ROLE          PIC X(8).
       01 WS-DCR-BAD           PIC 9(4) COMP.
       01 WS-DCR-REF           PIC X(18).
       01 WS-DCR-DUP-REF       PIC X(18).
       01 WS-DCR-SUPERSEDE     PIC 9(4) COMP.
       01 WS-DCR-SHOWN         PIC 9(4) COMP.
       01 WS-DCR-NOTE          PIC X(400).
       01 WS-DCR-SCAN-POS      PIC 9(4) COMP.
       01 WS-DCR-FILE-RC       PIC S9(9) COMP-5.
       01 WS-DCR-QUERY         PIC X(260).
       01 WS-DCR-MAX-D         PIC Z9.
*> One field of a record being built, and its length without the
*> trailing spaces (a name or office carries spaces of its own)
       01 WS-DCR-PIECE         PIC X(64).
       01 WS-DCR-PIECE-LEN     PIC 9(4) COMP.
       01 WS-DCR-LINE-PTR      PIC 9(4) COMP.
*> The entry as read, kept while the page is built
       01 WS-DCR-ENTRY.
          05 WS-DCR-E-KEY      PIC X(16).
          05 WS-DCR-E-NAME     PIC X(40).
          05 WS-DCR-E-PHONE    PIC X(16).
          05 WS-DCR-E-OFFICE   PIC X(16).
          05 WS-DCR-E-DEPT     PIC X(24).
          05 WS-DCR-E-EMAIL    PIC X(64).
          05 WS-DCR-E-MGR-KEY  PIC X(16).
          05 WS-DCR-E-TITLE    PIC X(40).
*> One queued correction split into its fields
       01 WS-DCR-F-REF         PIC X(18).
       01 WS-DCR-F-SUBMITTED   PIC X(14).
       01 WS-DCR-F-KEY         PIC X(16).
       01 WS-DCR-F-CODE        PIC X(10).
       01 WS-DCR-F-CURRENT     PIC X(64).
       01 WS-DCR-F-PROPOSED    PIC X(64).
       01 WS-DCR-F-REQUESTER   PIC X(32).
       01 WS-DCR-F-STATE       PIC X(1).
       01 WS-DCR-F-CLOSED      PIC X(8).

*> Page comments: POST /comments takes urlencoded page/name/text
*> fields (parsed by the same PARSE-URLENCODED-BODY the form
       01 WS-CMT-TAIL-LEN      PIC 9(8) COMP-5.
       01 WS-CMT-PAGE-HAS      PIC 9 VALUE 0.

*> Mandatory-read policy pages: a signed-in reader of a page
*> POLICY-ADMIN has registered for their audience gets an "I have
*> read and understood" form ahead of the closing body tag (or, once
*> they have, a line saying when), asked through POLICY-CHECK; the
*> form POSTs to the reserved /policy-ack endpoint, which records
*> the acknowledgement of the version they were shown. Such a page
*> skips conditional-GET the way a commented one does
       01 WS-POL-MODE          PIC X.
       01 WS-POL-PATH          PIC X(512).
       01 WS-POL-USER          PIC X(32).
       01 WS-POL-FOUND         PIC 9.
       01 WS-POL-ID            PIC X(16).
       01 WS-POL-VERSION       PIC 9(4).
       01 WS-POL-TITLE         PIC X(80).
       01 WS-POL-DUE           PIC X(10).
       01 WS-POL-ACKED         PIC 9.
       01 WS-POL-ACKED-AT      PIC X(19).
       01 WS-POL-VERSION-SHOWN PIC Z(3)9.
       01 WS-POL-POSTED-PAGE   PIC X(256).
       01 WS-POL-POSTED-VER    PIC X(8).
       01 WS-POL-CONFIRM       PIC X(8).
       01 WS-POL-OUT-BUFFER    PIC X(65536).
       01 WS-POL-OUT-PTR       PIC 9(8) COMP-5.
       01 WS-POL-BODY-POS      PIC 9(8) COMP-5.
       01 WS-POL-TAIL-LEN      PIC 9(8) COMP-5.

*> Page ratings: an HTML page under a RATING-PATHS.CFG prefix gets a
*> yes/no "Was this page helpful?" form (with an optional reason when
*> it was not) ahead of the closing body tag; the form POSTs to the
*> reserved /page-rating endpoint, which takes one rating per session
*> per page. A session is the SESSID cookie when there is one, else
*> the realm user, else the client address - hashed before it is
*> stored. PAGE-RATING reports the month per owning department
       01 WS-RATE-CFG-STATUS   PIC XX.
       01 WS-RATINGS-STATUS    PIC XX.
       01 WS-RATE-EOF          PIC 9.
       01 WS-RATE-ON           PIC 9.
       01 WS-RATE-PFX-LEN      PIC 9(4) COMP.
       01 WS-RATE-PAGE         PIC X(256).
       01 WS-RATE-HELPFUL      PIC X(8).
       01 WS-RATE-FLAG         PIC X.
       01 WS-RATE-REASON       PIC X(16).
       01 WS-RATE-HASH-INPUT   PIC X(128).
       01 WS-RATE-RATER        PIC X(16).
       01 WS-RATE-DONE         PIC 9.
       01 WS-RATE-F-TS         PIC X(19).
       01 WS-RATE-F-PAGE       PIC X(256).
       01 WS-RATE-F-FLAG       PIC X(8).
       01 WS-RATE-F-REASON     PIC X(16).
       01 WS-RATE-F-RATER      PIC X(16).
       01 WS-RATE-TS           PIC X(19).
       01 WS-RATE-OUT-BUFFER   PIC X(65536).
       01 WS-RATE-OUT-PTR      PIC 9(8) COMP-5.
       01 WS-RATE-BODY-POS     PIC 9(8) COMP-5.
       01 WS-RATE-TAIL-LEN     PIC 9(8) COMP-5.

*> Watches: a signed-in reader gets "Watch this page" and "Watch this
*> folder" buttons ahead of the closing body tag; they POST to the
*> reserved /watch endpoint, whose GET lists the reader's own watches
*> with a button to stop each. WATCH-NOTIFY mails the nightly digest
       01 WS-WATCH-STATUS      PIC XX.
       01 WS-WATCH-TMP-STATUS  PIC XX.
       01 WS-WATCH-EOF         PIC 9.
       01 WS-WATCH-MAX         PIC 9(4) COMP VALUE 100.
       01 WS-WATCH-ACTION      PIC X(8).
       01 WS-WATCH-PATH        PIC X(256).
       01 WS-WATCH-PATH-LEN    PIC 9(4) COMP.
       01 WS-WATCH-FOLDER      PIC X(256).
       01 WS-WATCH-SCAN-POS    PIC 9(4) COMP.
       01 WS-WATCH-BAD         PIC 9(4) COMP.
       01 WS-WATCH-HELD        PIC 9.
       01 WS-WATCH-MINE        PIC 9(4) COMP.
       01 WS-WATCH-UNSHOWN     PIC 9(4) COMP.
       01 WS-WATCH-COUNT-D     PIC Z(3)9.
       01 WS-WATCH-NOTE        PIC X(400).
       01 WS-WATCH-F-USER      PIC X(32).
       01 WS-WATCH-F-PATH      PIC X(256).
       01 WS-WATCH-F-SINCE     PIC X(8).
       01 WS-WATCH-FILE-RC     PIC S9(9) COMP-5.
       01 WS-WATCH-OUT-BUFFER  PIC X(65536).
       01 WS-WATCH-OUT-PTR     PIC 9(8) COMP-5.
       01 WS-WATCH-BODY-POS    PIC 9(8) COMP-5.
       01 WS-WATCH-TAIL-LEN    PIC 9(8) COMP-5.

*> Events calendar: GET /api/events lists events (from=/to= dates,
*> dept=), POST adds one, PUT and DELETE /api/events/<id> change or
*> drop one. Changes need the /api/events realm and membership of
*> the department's EVENT-EDITORS.CFG group; EVENT-PUBLISH builds
*> the calendar pages and iCalendar feeds and archives past events
       01 WS-EVT-STATUS        PIC XX.
       01 WS-EVT-TMP-STATUS    PIC XX.
       01 WS-EVT-EDITORS-STATUS PIC XX.
       01 WS-EVT-EOF           PIC 9.
       01 WS-EVT-ID            PIC X(16).
       01 WS-EVT-FOUND         PIC 9.
       01 WS-EVT-ALLOWED       PIC 9.
       01 WS-EVT-ACTION        PIC X(8).
       01 WS-EVT-WANT-DEPT     PIC X(16).
       01 WS-EVT-CFG-DEPT      PIC X(16).
       01 WS-EVT-CFG-GROUP     PIC X(16).
       01 WS-EVT-OLD-DEPT      PIC X(16).
       01 WS-EVT-F-DEPT        PIC X(16).
       01 WS-EVT-F-KIND        PIC X(8).
       01 WS-EVT-F-START       PIC X(16).
       01 WS-EVT-F-END         PIC X(16).
       01 WS-EVT-F-LOCATION    PIC X(60).
       01 WS-EVT-F-TITLE       PIC X(80).
       01 WS-EVT-F-DETAIL      PIC X(200).
       01 WS-EVT-NEW-REC       PIC X(472).
       01 WS-EVT-DROP-ID       PIC X(16).
       01 WS-EVT-INSERT        PIC 9.
       01 WS-EVT-ERROR         PIC X(80).
       01 WS-EVT-DATE          PIC X(16).
       01 WS-EVT-DATE-OK       PIC 9.
       01 WS-EVT-YMD           PIC 9(8).
       01 WS-EVT-YMD-X REDEFINES WS-EVT-YMD PIC X(8).
       01 WS-EVT-PREV-CHAR     PIC X.
       01 WS-EVT-FROM          PIC X(10).
       01 WS-EVT-TO            PIC X(10).
       01 WS-EVT-Q-DEPT        PIC X(16).
       01 WS-EVT-Q-MODE        PIC 9.
       01 WS-EVT-Q-RAW         PIC X(512).
       01 WS-EVT-Q-DEC         PIC X(512).
       01 WS-EVT-SCAN-POS      PIC 9(4) COMP.
       01 WS-EVT-SEEN          PIC 9(4) COMP.
       01 WS-EVT-LAST-DAY      PIC X(10).
       01 WS-EVT-HITS          PIC 9(4) COMP.
       01 WS-EVT-MORE          PIC 9.
       01 WS-EVT-ALL-DAY       PIC X(5).
       01 WS-EVT-TS            PIC X(19).
       01 WS-EVT-FILE-RC       PIC S9(9) COMP-5.
       01 WS-EVT-BODY          PIC X(32768).
       01 WS-EVT-BODY-PTR      PIC 9(8) COMP-5.
       01 WS-EVT-BODY-LEN      PIC 9(8) COMP-5.
       01 WS-EVT-LEN-STR       PIC X(10).
       01 WS-EVT-STATUS-LEN    PIC 9(4) COMP.
       01 WS-EVT-CHAR          PIC X.

*> Self-service password reset. /login/forgot takes a user name and,
*> for a live account with a DIRECTORY.DAT address, mails a link to
*> /login/reset carrying a random single-use token; only the
*> token's SHA-256 is kept, in PASSWD-RESETS.DAT, with an expiry
*> (RESET_TTL_MINUTES, default 30). The answer is the same whether
*> or not the account exists, and "R" marks there cap requests per
*> user (RESET_USER_PER_HOUR, default 3) and per client address
*> (RESET_ADDR_PER_HOUR, default 10). The reset form applies the
*> PASSWD-POLICY.CFG length, mix and history rules USER-ADMIN
*> applies, sets the account ACTIVE with a fresh set date, records
*> the hash in AUTH-HISTORY.DAT and stamps a session revocation; it
*> never signs anyone in, and a TOTP-enrolled account must give its
*> current code to finish. No RESET_BASE (the site's absolute URL
*> the link is built on) in PASSWD-POLICY.CFG means no links go out
       01 WS-PWR-STATUS        PIC XX.
       01 WS-PWR-TMP-STATUS    PIC XX.
       01 WS-PWR-RTMP-STATUS   PIC XX.
       01 WS-PWR-HIST-STATUS   PIC XX.
       01 WS-PWR-EOF           PIC 9.
       01 WS-PWR-BASE          PIC X(96).
       01 WS-PWR-TTL           PIC 9(4).
       01 WS-PWR-USER-MAX      PIC 9(4).
       01 WS-PWR-ADDR-MAX      PIC 9(4).
       01 WS-PWR-MIN-LEN       PIC 9(3).
       01 WS-PWR-MIX           PIC X.
       01 WS-PWR-HISTORY       PIC 9(2).
       01 WS-PWR-EQ-POS        PIC 9(4) COMP.
       01 WS-PWR-KEY           PIC X(32).
       01 WS-PWR-VALUE         PIC X(96).
       01 WS-PWR-USER          PIC X(32).
       01 WS-PWR-USER-LEN      PIC 9(4) COMP.
       01 WS-PWR-TOKEN         PIC X(32).
       01 WS-PWR-TOKEN-HASH    PIC X(64).
       01 WS-PWR-PASS          PIC X(64).
       01 WS-PWR-CONFIRM       PIC X(64).
       01 WS-PWR-TOO-LONG      PIC 9.
       01 WS-PWR-NOW           PIC S9(9) COMP-5.
       01 WS-PWR-NOW-D         PIC 9(10).
       01 WS-PWR-TODAY         PIC X(8).
       01 WS-PWR-ADDR-HITS     PIC 9(4) COMP.
       01 WS-PWR-USER-HITS     PIC 9(4) COMP.
       01 WS-PWR-ACCT-OK       PIC 9.
       01 WS-PWR-EMAIL         PIC X(64).
       01 WS-PWR-ISSUE         PIC 9.
       01 WS-PWR-MARK          PIC 9.
       01 WS-PWR-CLEAR-USER    PIC 9.
       01 WS-PWR-FOUND         PIC 9.
       01 WS-PWR-HEX-OK        PIC 9.
       01 WS-PWR-IDX           PIC 9(4) COMP.
       01 WS-PWR-PWD-LEN       PIC 9(4) COMP.
       01 WS-PWR-HAS-ALPHA     PIC 9.
       01 WS-PWR-HAS-DIGIT     PIC 9.
       01 WS-PWR-HEADING       PIC X(40).
       01 WS-PWR-REASON        PIC X(300).
       01 WS-PWR-RC            PIC S9(9) COMP-5.
       01 WS-PWR-LINK          PIC X(200).
       01 WS-PWR-TTL-X         PIC Z(3)9.
       01 WS-PWR-NUM-TXT       PIC X(4).
       01 WS-PWR-EXP-D         PIC 9(10).
*> The realm-line rewrite, field for field the USER-ADMIN one
       01 WS-PWR-SP1           PIC 9(4) COMP.
       01 WS-PWR-SP2           PIC 9(4) COMP.
       01 WS-PWR-SP3           PIC 9(4) COMP.
       01 WS-PWR-SP4           PIC 9(4) COMP.
       01 WS-PWR-SCAN-POS      PIC 9(4) COMP.
       01 WS-PWR-LINE-PREFIX   PIC X(64).
       01 WS-PWR-LINE-DATE     PIC X(8).
       01 WS-PWR-HAS-DATE      PIC 9.
       01 WS-PWR-TAIL-POS      PIC 9(4) COMP.
       01 WS-PWR-REB-PTR       PIC 9(4) COMP.
       01 WS-PWR-REALM-HITS    PIC 9(4) COMP.
*> The user's newest previous hashes, a ten-slot ring filled in
*> AUTH-HISTORY.DAT's append order
       01 WS-PWR-RING.
          05 PWR-RING-HASH OCCURS 10 TIMES PIC X(64).
       01 WS-PWR-RING-COUNT    PIC 9(4) COMP.
       01 WS-PWR-RING-POS      PIC 9(4) COMP.
       01 WS-PWR-RING-IDX      PIC 9(4) COMP.
       01 WS-PWR-CHECK-N       PIC 9(4) COMP.
       01 WS-PWR-REUSED        PIC 9.
       01 WS-PWR-MAIL-TO       PIC X(80).
       01 WS-PWR-MAIL-SUBJECT  PIC X(64).
       01 WS-PWR-MAIL-TEXT     PIC X(1000).
       01 WS-PWR-MAIL-RESULT   PIC X(1).

*> Generic form processor: POST /form/<name> accepts an
*> application/x-www-form-urlencoded body for any form defined in
*> FORMS.CFG ("FORMNAME FIELD REQUIRED MAXLEN [TYPE]", one field per
*> line, REQUIRED being Y or N). The body's name=value pairs are
*> split on "&" and percent-decoded through URL-DECODE, validated
*> against the definition (required fields present and non-blank,
*> values within their lengths and of their declared type, and the
*> form's cross-field RULE lines), and a structured "field=value|..." record appended
*> to FORM-<NAME>.LOG, answered with a confirmation page - or, when
*> validation fails, an error page naming every problem so the user
*> can fix the submission
*> as an attachment, stored through the QUARANTINE/ path uploads
*> take so UPLOAD-SCAN's policy checks apply to it too
             10 FDEF-IS-FILE      PIC 9.
*> The rest of the line after MAXLEN types the field: EMAIL, DATE
*> (YYYY-MM-DD), NUMBER or NUMBER:min:max (either bound may be left
*> empty), CHOICE:a,b,c, PATTERN:mask (9 a digit, A a letter, X
*> either, anything else stands for itself) or DIRKEY (a key in
*> DIRECTORY.DAT). FDEF-TYPE is the word before the ":", FDEF-ARG
*> what follows it; both blank for free text
             10 FDEF-TYPE         PIC X(8).
             10 FDEF-ARG          PIC X(96).
       01 WS-FORM-FILE-ALLOWED PIC 9 VALUE 0.
*> Cross-field rules, on FORMS.CFG lines whose field is RULE:
*>   FORMNAME RULE FIELD NOTBEFORE OTHER   FIELD's date or number is
*>   FORMNAME RULE FIELD NOTAFTER OTHER    not earlier / not later
*>                                         than OTHER's (both given)
*>   FORMNAME RULE FIELD REQUIREDIF OTHER=VALUE
*>                                         FIELD must be filled in
*>                                         when OTHER is VALUE
       01 WS-FORM-RULE-COUNT   PIC 9(2) COMP VALUE 0.
       01 FORM-RULE-TABLE.
          05 FORM-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-FRULE-IDX.
             10 FRULE-FIELD       PIC X(32).
             10 FRULE-OP          PIC X(12).
             10 FRULE-OTHER       PIC X(32).
             10 FRULE-VALUE       PIC X(64).
       01 WS-FRULE-T-FORM      PIC X(32).
       01 WS-FRULE-T-WORD      PIC X(8).
       01 WS-FRULE-T-OTHER     PIC X(100).
*> One value being checked against its type or a rule
       01 WS-FTYPE-SPEC        PIC X(128).
       01 WS-FTYPE-VALUE       PIC X(256).
       01 WS-FTYPE-LEN         PIC 9(4) COMP.
       01 WS-FTYPE-FAIL        PIC X(160).
       01 WS-FTYPE-OK          PIC 9.
       01 WS-FTYPE-POS         PIC 9(4) COMP.
       01 WS-FTYPE-CHAR        PIC X.
       01 WS-FTYPE-MASK-CHAR   PIC X.
       01 WS-FTYPE-AT-POS      PIC 9(4) COMP.
       01 WS-FTYPE-AT-COUNT    PIC 9(4) COMP.
       01 WS-FTYPE-DOT-COUNT   PIC 9(4) COMP.
       01 WS-FTYPE-DIGITS      PIC 9(4) COMP.
       01 WS-FTYPE-YMD         PIC 9(8).
       01 WS-FTYPE-YMD-X REDEFINES WS-FTYPE-YMD PIC X(8).
       01 WS-FTYPE-NUM         PIC S9(13)V9(4).
       01 WS-FTYPE-LIMIT       PIC S9(13)V9(4).
       01 WS-FTYPE-MIN-TXT     PIC X(20).
       01 WS-FTYPE-MAX-TXT     PIC X(20).
       01 WS-FTYPE-CHOICE      PIC X(96).
       01 WS-FTYPE-CHOICE-PTR  PIC 9(4) COMP.
       01 WS-FTYPE-MATCHED     PIC 9.
       01 WS-FTYPE-MASK-LEN    PIC 9(4) COMP.
       01 WS-FRULE-WANT        PIC X(32).
       01 WS-FRULE-GOT         PIC X(256).
       01 WS-FRULE-GOT-LEN     PIC 9(4) COMP.
       01 WS-FRULE-A-VAL       PIC X(256).
       01 WS-FRULE-A-LEN       PIC 9(4) COMP.
       01 WS-FRULE-B-VAL       PIC X(256).
       01 WS-FRULE-B-LEN       PIC 9(4) COMP.
       01 WS-FRULE-A-NUM       PIC S9(13)V9(4).
       01 WS-FRULE-B-NUM       PIC S9(13)V9(4).
       01 WS-FRULE-BROKEN      PIC 9.
       01 WS-FRULE-B-REQUIRED  PIC 9.
       01 WS-FORM-MAXLEN-D     PIC ZZZ9.
       01 WS-FORM-HAS-ATTACH   PIC 9 VALUE 0.
*> Scratch for walking a multipart body's text fields - separate
*> from the WS-UPLOAD scan fields, which PARSE-MULTIPART-BODY still
       01 WS-FORM-SP-POS       PIC 9(4) COMP.
       01 WS-FORM-SP-POS-2     PIC 9(4) COMP.
       01 WS-FORM-SP-POS-3     PIC 9(4) COMP.
       01 WS-FORM-SP-POS-4     PIC 9(4) COMP.

*> The submitted pairs, split out of the urlencoded body
       01 WS-PAIR-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-BODY-END-POS      PIC 9(8) COMP-5.

*> Validation findings and the pages built from them
       01 WS-FORM-ERRORS       PIC X(4096).
       01 WS-FORM-ERRORS-PTR   PIC 9(8) COMP-5.
       01 WS-FORM-ERROR-COUNT  PIC 9(2) COMP VALUE 0.
       01 WS-FORM-PAGE         PIC X(8192).
       01 WS-FORM-PAGE-PTR     PIC 9(8) COMP-5.
       01 WS-FORM-PAGE-LEN     PIC 9(8) COMP-5.
       01 WS-FORM-LEN-STR      PIC X(10).
       01 WS-FORM-FOUND-VAL    PIC 9 VALUE 0.
       01 WS-FORM-REC-PTR      PIC 9(8) COMP-5.

*> Case management: every accepted /form/ submission opens a case in
*> CASES.DAT, its reference shown on the confirmation page and
*> carried on the submission record as case=. CASE-FORMS.CFG names
*> each form's case-worker group and target days ("FORMNAME GROUP
*> DAYS", a DEFAULT line for forms it does not list, 5 days when
*> nothing says). That group's members work the queue at /cases
*> (signed in) or through /api/cases (a realm over /api/cases);
*> GET /api/case-status/<ref> tells the submitter where it stands
       01 WS-CASE-STATUS       PIC XX.
       01 WS-CASE-TMP-STATUS   PIC XX.
       01 WS-CASE-NOTES-STATUS PIC XX.
       01 WS-CASE-FORMS-STATUS PIC XX.
       01 WS-CASE-EOF          PIC 9.
       01 WS-CASE-REF          PIC X(20).
       01 WS-CASE-PID          PIC S9(9) COMP-5.
       01 WS-CASE-PID-D        PIC 9(10).
       01 WS-CASE-T-FORM       PIC X(32).
       01 WS-CASE-T-GROUP      PIC X(16).
       01 WS-CASE-T-DAYS       PIC X(8).
       01 WS-CASE-DFLT-GROUP   PIC X(16).
       01 WS-CASE-DFLT-DAYS    PIC 9(3).
       01 WS-CASE-FORM-SEEN    PIC 9.
       01 WS-CASE-TARGET-DAYS  PIC 9(3).
       01 WS-CASE-OWNER-PATH   PIC X(512).
       01 WS-CASE-OWNER-CONTACT PIC X(64).
       01 WS-CASE-OWNER-FOUND  PIC 9.
       01 WS-CASE-TS           PIC X(19).
       01 WS-CASE-DAY-INT      PIC 9(9) COMP.
       01 WS-CASE-DUE-YMD      PIC 9(8).
       01 WS-CASE-DUE-YMD-X REDEFINES WS-CASE-DUE-YMD PIC X(8).
*> The case being looked at or changed, field by field
       01 WS-CASE-FOUND        PIC 9.
       01 WS-CASE-F-FORM       PIC X(32).
       01 WS-CASE-F-DEPT       PIC X(24).
       01 WS-CASE-F-GROUP      PIC X(16).
       01 WS-CASE-F-STATUS     PIC X(8).
       01 WS-CASE-F-ASSIGNEE   PIC X(32).
       01 WS-CASE-F-OPENED     PIC X(19).
       01 WS-CASE-F-DUE        PIC X(19).
       01 WS-CASE-F-UPDATED    PIC X(19).
       01 WS-CASE-F-UPDATED-BY PIC X(32).
       01 WS-CASE-F-CLOSED     PIC X(19).
       01 WS-CASE-F-ESCALATED  PIC X(19).
       01 WS-CASE-NEW-REC      PIC X(270).
       01 WS-CASE-FILE-RC      PIC S9(9) COMP-5.
*> Who is working the queue and whether their group covers the
*> case; the answer per group is kept for the rest of the request
*> so a long listing reads AUTH-GROUPS.CFG once per group
       01 WS-CASE-USER         PIC X(32).
       01 WS-CASE-CHECK-USER   PIC X(32).
       01 WS-CASE-SAVE-USER    PIC X(32).
       01 WS-CASE-ALLOWED      PIC 9.
       01 WS-CASE-BAD          PIC 9.
       01 WS-CASE-GRP-COUNT    PIC 9(2) COMP.
       01 WS-CASE-GRP-IDX      PIC 9(2) COMP.
       01 CASE-GROUP-CACHE.
          05 CASE-GRP-ENTRY OCCURS 20 TIMES.
             10 CASE-GRP-NAME     PIC X(16).
             10 CASE-GRP-MEMBER   PIC 9.
*> An update: what was asked for, and what it changes
       01 WS-CASE-U-STATUS     PIC X(8).
       01 WS-CASE-U-ASSIGNEE   PIC X(32).
       01 WS-CASE-U-NOTE       PIC X(256).
       01 WS-CASE-U-TOO-LONG   PIC 9.
       01 WS-CASE-OLD-STATUS   PIC X(8).
       01 WS-CASE-OLD-ASSIGNEE PIC X(32).
       01 WS-CASE-ERROR        PIC X(96).
       01 WS-CASE-FAILED       PIC 9.
       01 WS-CASE-CHAR         PIC X.
*> One CASE-NOTES.LOG line, "ts|ref|by|ACTION|text", a NOTE's text
*> sealed like the other personal-data records
       01 WS-CASE-NOTE-ACTION  PIC X(10).
       01 WS-CASE-NOTE-TEXT    PIC X(300).
       01 WS-CASE-NOTE-LEN     PIC 9(4) COMP.
       01 WS-CASE-NOTE-PTR     PIC 9(8) COMP-5.
       01 WS-CASE-H-TS         PIC X(19).
       01 WS-CASE-H-REF        PIC X(20).
       01 WS-CASE-H-BY         PIC X(32).
       01 WS-CASE-H-ACTION     PIC X(10).
       01 WS-CASE-H-TEXT       PIC X(300).
       01 WS-CASE-H-COUNT      PIC 9(4) COMP.
*> Listing filters, and the page or JSON body being built
       01 WS-CASE-QUERY        PIC X(260).
       01 WS-CASE-Q-STATUS     PIC X(8).
       01 WS-CASE-Q-FORM       PIC X(32).
       01 WS-CASE-Q-REF        PIC X(20).
       01 WS-CASE-Q-MINE       PIC X(1).
       01 WS-CASE-SCAN-POS     PIC 9(4) COMP.
       01 WS-CASE-HITS         PIC 9(4) COMP.
       01 WS-CASE-MORE         PIC 9.
       01 WS-CASE-NOW          PIC X(19).
       01 WS-CASE-OVERDUE      PIC 9.
*> H answers with an HTML page, J with JSON
       01 WS-CASE-MODE         PIC X(1).
       01 WS-CASE-BODY         PIC X(32768).
       01 WS-CASE-BODY-PTR     PIC 9(8) COMP-5.
       01 WS-CASE-BODY-LEN     PIC 9(8) COMP-5.
       01 WS-CASE-LEN-STR      PIC X(10).
       01 WS-CASE-STATUS-LEN   PIC 9(4) COMP.

*> Reverse-proxy routing: PROXY.CFG's "PREFIX HOST PORT" lines put
*> backend applications behind this server's hostname - a request
*> whose path starts with a configured prefix is forwarded through
*> marked down by the PROXY-PROBE prober
             10 PROXY-HOST2       PIC X(64).
             10 PROXY-PORT2       PIC 9(5).
*> Optional "CACHE=secs" / "STALE=secs" keywords after the backends:
*> the route's GET answers are kept in PROXY-CACHE/ (see WS-PCE),
*> for CACHE= seconds when the backend names no lifetime of its own,
*> and an expired copy may stand in for a DOWN backend for up to
*> STALE= seconds past its expiry
             10 PROXY-CACHE-ON    PIC 9.
             10 PROXY-CACHE-TTL   PIC 9(8).
             10 PROXY-STALE-TTL   PIC 9(8).
       01 WS-PROXY-MATCHED-IDX PIC 9(2) COMP VALUE 0.
       01 WS-PROXY-SCAN-POS    PIC 9(4) COMP.
       01 WS-PROXY-SP-POS      PIC 9(4) COMP.
       01 WS-PROXY-RESP-CT-LEN PIC 9(4) COMP.
       01 WS-PROXY-LEN-STR     PIC X(10).

*> Proxied-response cache: each connection is its own forked worker,
*> so unlike HOT-CACHE-TABLE this cache lives on disk - one file per
*> URL, PROXY-CACHE/<hash>.PC, holding WS-PCE-META and then the body.
*> The backend's Cache-Control (no-store, private, no-cache, s-maxage,
*> max-age) and Expires set the lifetime, the route's CACHE= only
*> when it names none; a Set-Cookie or "Vary: *" answer is never
*> kept, and a Vary'd one is served only to requests carrying the
*> same values of the headers it names. One variant per URL - a
*> request that doesn't match simply refreshes it. Unsafe methods
*> through the route drop the URL's copy, and
*> POST /api/admin/proxy-cache-purge?prefix= drops a whole subtree.
*> Each proxied request on a cached route is marked cache=HIT, MISS
*> or STALE in the access log for LAT-REPORT
       01 WS-PCE-META.
          05 PCE-KEY              PIC X(256).
          05 PCE-STORED           PIC 9(10).
          05 PCE-EXPIRES          PIC 9(10).
          05 PCE-STATUS           PIC 9(3).
          05 PCE-CT               PIC X(90).
          05 PCE-PUBLIC           PIC X.
          05 PCE-VARY-NAMES       PIC X(128).
          05 PCE-VARY-VALUES      PIC X(400).
          05 PCE-BODY-LEN         PIC 9(8).
       01 WS-PCE-META-LEN       PIC 9(9) COMP VALUE 906.
       01 WS-PCE-PATH           PIC X(40).
       01 WS-PCE-TMP-PATH       PIC X(48).
       01 WS-PCE-HASH-1         PIC 9(10) COMP-5.
       01 WS-PCE-HASH-2         PIC 9(10) COMP-5.
       01 WS-PCE-HASH-1-D       PIC 9(9).
       01 WS-PCE-HASH-2-D       PIC 9(9).
       01 WS-PCE-SCAN           PIC 9(4) COMP.
       01 WS-PCE-HANDLE         PIC 9(8) COMP-5.
       01 WS-PCE-OFFSET         PIC 9(18) COMP.
       01 WS-PCE-IO-LEN         PIC 9(9) COMP.
       01 WS-PCE-FLAG           PIC X(1) VALUE LOW-VALUE.
       01 WS-PCE-RC             PIC S9(9) COMP-5.
       01 WS-PCE-IO-RC          PIC S9(9) COMP-5.
       01 WS-PCE-PID            PIC S9(9) COMP-5.
       01 WS-PCE-PID-D          PIC 9(10).
       01 WS-PCE-NOW            PIC S9(9) COMP-5.
       01 WS-PCE-NOW-D          PIC 9(10).
       01 WS-PCE-AGE-D          PIC Z(9)9.
*> Whether this request may use the cache, and what it found: the
*> cached entry, when one matched, is left in WS-PCE-META
       01 WS-PCE-USABLE         PIC 9.
       01 WS-PCE-FOUND          PIC 9.
       01 WS-PCE-FRESH          PIC 9.
       01 WS-PCACHE-MARK        PIC X(5) VALUE SPACES.
       01 WS-PCACHE-HDRS        PIC X(120).
       01 WS-PCACHE-HDRS-LEN    PIC 9(4) COMP VALUE 0.
*> The backend answer's caching headers, read out of an upper-cased
*> copy of WS-PROXY-HEADERS (names and directives are case-blind)
       01 WS-PCH-UPPER          PIC X(2048).
       01 WS-PCH-VALUE          PIC X(256).
       01 WS-PCH-VALUE-LEN      PIC 9(4) COMP.
       01 WS-PCH-VALUE-POS      PIC 9(4) COMP.
       01 WS-PCH-NAME           PIC X(16).
       01 WS-PCH-NAME-LEN       PIC 9(4) COMP.
       01 WS-PCH-LIFETIME       PIC S9(10).
       01 WS-PCH-STORE          PIC 9.
       01 WS-PCH-PUBLIC         PIC 9.
       01 WS-PCH-HAVE-AGE       PIC 9.
       01 WS-PCH-DIGITS         PIC 9(4) COMP.
       01 WS-PCH-NUM            PIC 9(10).
       01 WS-PCH-POS            PIC 9(4) COMP.
       01 WS-PCH-MONTH          PIC 9(2).
       01 WS-PCH-MONTHS         PIC X(36)
           VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-PCH-DATE           PIC 9(8).
       01 WS-PCH-EPOCH          PIC S9(12).
       01 WS-PCH-HAS-AUTH       PIC 9.
*> The Vary'd request headers, "Name,Name" and "value|value"
       01 WS-PCV-NAMES          PIC X(128).
       01 WS-PCV-VALUES         PIC X(400).
       01 WS-PCV-PTR            PIC 9(4) COMP.
       01 WS-PCV-VAL-PTR        PIC 9(4) COMP.
       01 WS-PCV-NAME           PIC X(34).
       01 WS-PCV-NAME-LEN       PIC 9(4) COMP.
       01 WS-PCV-COUNT          PIC 9(2) COMP.
       01 WS-PCV-CH             PIC X.
*> The admin purge's shell step and its removed-file count
       01 WS-PCP-PREFIX         PIC X(256).
       01 WS-PCP-PREFIX-LEN     PIC 9(4) COMP.
       01 WS-PCP-OUT-FILE       PIC X(32).
       01 WS-PCP-CMD            PIC X(400).
       01 WS-PCP-RC             PIC S9(9) COMP-5.
       01 WS-PCP-BUF            PIC X(12).
       01 WS-PCP-COUNT          PIC 9(8).
       01 WS-PCP-COUNT-D        PIC Z(7)9.

*> Hot-file cache: the same dozen small files (the index page, the
*> logo's page, the stylesheet) are read off disk by FILE-OPS on
*> every hit. This table keeps the hottest small files' bytes and
       01 WS-LANG-CAND-RC      PIC 9.
       01 WS-LANG-EXISTS       PIC 9.
       01 WS-LANG-PATH-LEN     PIC 9(4) COMP.
*> A variant older than its default-tree source (the same test
*> TRANSLATION-STATUS reports STALE) is served with a notice that it
*> may be out of date - spliced in after <body> the way the
*> announcement banner is, and likewise never answered with a 304
       01 WS-LANG-STALE        PIC 9 VALUE 0.
       01 WS-LANG-SRC-SAN      PIC X(512).
       01 WS-LANG-FILE-INFO.
          05 WS-LANG-INFO-SIZE   PIC 9(18) COMP.
          05 WS-LANG-INFO-DAY    PIC 9(2) COMP-X.
          05 WS-LANG-INFO-MONTH  PIC 9(2) COMP-X.
          05 WS-LANG-INFO-YEAR   PIC 9(4) COMP.
          05 WS-LANG-INFO-HOUR   PIC 9(2) COMP-X.
          05 WS-LANG-INFO-MINUTE PIC 9(2) COMP-X.
          05 WS-LANG-INFO-SECOND PIC 9(2) COMP-X.
          05 FILLER              PIC X(1).
       01 WS-LANG-STAT-RC      PIC S9(9) COMP-5.
       01 WS-LANG-STAMP        PIC 9(14).
       01 WS-LANG-SRC-STAMP    PIC 9(14).

*> Site-wide announcement banner: an active ANNOUNCE.CFG message is
*> injected as a highlighted block right after every HTML page's
       01 WS-ANN-ACTIVE        PIC 9 VALUE 0.
       01 WS-ANN-TEXT          PIC X(180).
       01 WS-ANN-TEXT-LEN      PIC 9(4) COMP VALUE 0.
       01 WS-ANN-EOF           PIC 9.
       01 WS-ANN-PLAIN-SEEN    PIC 9.
       01 WS-ANN-SCOPE         PIC X(64).
       01 WS-ANN-SCOPE-LEN     PIC 9(4) COMP.
       01 WS-ANN-OUT-BUFFER    PIC X(65536).
       01 WS-ANN-OUT-PTR       PIC 9(8) COMP-5.
       01 WS-ANN-SCAN-POS      PIC 9(8) COMP-5.

*> Cross-site request forgery protection for the cookie-session
*> POST paths (login, comments, form submissions). The token is a
*> derivation of the signing key, the requester's session token (or
*> "anon" before sign-in), and the date - so a page anywhere else
*> on the intranet can't mint one. Served pages carry it where the
*> author placed the 32-character marker below (in-place, same
*> width, so the page body never shifts); the three handlers refuse
*> a state-changing POST whose csrf field doesn't verify. Keys come
*> from SIGNKEY-LOOKUP: a token minted from the keyring leads with
*> its 4-character key id ("K" never occurs in the hex), so it
*> still verifies after the next key takes over, until its own key
*> retires
       01 WS-CSRF-MARKER       PIC X(32)
           VALUE "%%CSRF-TOKEN-PLACEHOLDER-00001%%".
       01 WS-CSRF-TOKEN        PIC X(32).
       01 WS-CSRF-SUPPLIED     PIC X(32).
       01 WS-CSRF-INPUT        PIC X(160).
       01 WS-CSRF-KEY          PIC X(64).
       01 WS-CSRF-KEY-MODE     PIC X(1) VALUE "C".
       01 WS-CSRF-KEY-ID       PIC X(8).
       01 WS-CSRF-KEY-FOUND    PIC 9.
       01 WS-CSRF-OK           PIC 9.
       01 WS-CSRF-DAY          PIC 9(8).
       01 WS-CSRF-DAY-INT      PIC 9(8) COMP.
       01 WS-CSRF-SCAN-POS     PIC 9(8) COMP-5.
       01 WS-CSRF-INJECTED     PIC 9.

*> Personal data at rest: the name and comment text, the form
*> values and the incident narrative are sealed by PII-CRYPT as one
*> {Pnn} ciphertext token in place of the plaintext tail of the
*> record as it is written ("E" from WS-PII-POS on), and opened
*> again ("D") only where this server itself shows them - the page
*> comments and /api/incidents. Nothing configured, or a seal that
*> fails, leaves the plaintext record exactly as before rather than
*> lose a submission; PII-CONVERT catches those up
       01 WS-PII-MODE          PIC X(1).
       01 WS-PII-TEXT          PIC X(2048).
       01 WS-PII-POS           PIC 9(4).
       01 WS-PII-RC            PIC 9.
       01 WS-PII-ADDR-LEN      PIC 9(4) COMP.

*> Account lifecycle enforcement: the user under check's keyed
*> AUTH-STATE.IDX record ("USER FAILS LOCKED-UNTIL"), plus the
*> per-check outcome detail for the audit trail. Five straight

*> Capture-mode sampling: while CAPTURE.CFG holds a divisor N, the
*> requests whose arrival centisecond falls on a multiple of N are
*> recorded - method, path, Host header, the status served and the
*> arrival time (YYYYMMDDHHMMSScc) - time-based rather than
*> per-worker-counted, so fork-per-connection can't bias the sample
*> toward first requests
       01 WS-CAPCFG-STATUS     PIC XX.
       01 WS-CAPLOG-STATUS     PIC XX.
       01 WS-CAPTURE-N         PIC 9(4) VALUE 0.
       01 WS-CAPTURE-SCAN      PIC 9(4) COMP.
       01 WS-CAPTURE-DATE      PIC X(21).
       01 WS-CAPTURE-ARRIVED.
          05 WS-CAP-ARR-DATE   PIC 9(8).
          05 WS-CAP-ARR-HH     PIC 9(2).
          05 WS-CAP-ARR-MM     PIC 9(2).
          05 WS-CAP-ARR-SS     PIC 9(2).
          05 WS-CAP-ARR-CC     PIC 9(2).
       01 WS-CAPTURE-REM       PIC 9(8) COMP.

*> Incident lifecycle: submissions now also become structured
*> records - a generated incident number (INCIDENT.SEQ), a severity
*> exp=<epoch>&sig=<sha256 of KEY|PATH|EXP> serves its protected
*> file without Basic credentials - how one confidential document
*> reaches one person for a day without provisioning an account.
*> The SIGN-URL operator tool mints the links with the keyring's
*> current key and names it in kid=; this check verifies with that
*> key for as long as SIGNKEY-LOOKUP still accepts it. A bad or
*> expired signature answers 403, never a fallthrough into the
*> realm prompt
       01 WS-SIGNING-KEY       PIC X(64).
       01 WS-SIGN-KEY-MODE     PIC X(1) VALUE "V".
       01 WS-SIGN-KEY-ID       PIC X(8).
       01 WS-SIGN-KEY-FOUND    PIC 9.
       01 WS-SIGN-PRESENT      PIC 9 VALUE 0.
       01 WS-SIGN-VALID        PIC 9 VALUE 0.
       01 WS-SIGN-EXP          PIC 9(10).
       01 WS-SIGN-NOW-D        PIC 9(10).
       01 WS-SIGN-PATH-LEN     PIC 9(4) COMP.

*> API keys for machine clients (the build server, the HR feed, the
*> reporting scripts). An integration presents
*> "X-API-Key: AKnnnn.<secret>" on /api/ requests instead of a
*> person's realm password; CHECK-API-KEY authenticates it ahead of
*> the realm gate, where a good key stands in for Basic credentials
*> the way a signed URL does on its one path, and a bad, revoked or
*> expired one answers 401 outright. HANDLE-API-REQUEST then holds
*> the key to what it was issued for - its resources and methods,
*> its source networks and its daily quota (APIKEY-METER) - see
*> ENFORCE-API-KEY. API-KEY-ADMIN issues and revokes keys; the key id
*> goes on the access line and every audit line as key=, which
*> API-KEY-REPORT meters by the month
       COPY "apikey-rec.cpy".
       01 WS-APIKEY-PRESENT    PIC 9 VALUE 0.
       01 WS-APIKEY-VALID      PIC 9 VALUE 0.
       01 WS-APIKEY-FOUND      PIC 9.
       01 WS-APIKEY-ID         PIC X(8) VALUE SPACES.
       01 WS-APIKEY-SECRET     PIC X(80).
       01 WS-APIKEY-DOT-POS    PIC 9(4) COMP.
       01 WS-APIKEY-WHY        PIC X(10) VALUE SPACES.
       01 WS-APIKEY-TODAY      PIC X(8).
       01 WS-APIKEY-LIST-PTR   PIC 9(4) COMP.
       01 WS-APIKEY-ENTRY      PIC X(80).
       01 WS-APIKEY-METHOD     PIC X(10).
       01 WS-APIKEY-RES        PIC X(64).
       01 WS-APIKEY-RES-LEN    PIC 9(4) COMP.
       01 WS-APIKEY-MATCHED    PIC 9.
       01 WS-APIKEY-ALLOWED    PIC 9.
       01 WS-APIKEY-COUNT      PIC 9(7).
       01 WS-APIKEY-STATUS-LINE PIC X(32).
       01 WS-APIKEY-RETRY-SECS PIC 9(5).
       01 WS-APIKEY-RETRY-STR  PIC Z(4)9.

*> Intruder detection: a slow scanner stays under the volume rate
*> limit forever, so suspicion is scored instead - five points per
*> denied auth check, one per 404 - against a ten-minute rolling
       01 WS-PRECOMP-ETAG      PIC X(36).
       01 WS-PRECOMP-SAN-LEN   PIC 9(4) COMP.

*> Image renditions: "?size=thumb" or "?size=web" on a .jpg/.jpeg/
*> .png serves the "<name>.thumb.<ext>" / "<name>.web.<ext>" twin
*> IMAGE-DERIVE (or UPLOAD-SCAN) built beside it - but only while
*> that twin is at least as new as the original (a replaced image
*> falls back to the original until its renditions are rebuilt),
*> and never once the original itself is gone
       01 WS-RND-SIZE          PIC X(8).
       01 WS-RND-IDX           PIC 9(4) COMP.
       01 WS-RND-LEN           PIC 9(4) COMP.
       01 WS-RND-DOT           PIC 9(4) COMP.
       01 WS-RND-EXT           PIC X(8).
       01 WS-RND-PATH          PIC X(512).
       01 WS-RND-FILE-INFO.
          05 WS-RND-INFO-SIZE   PIC 9(18) COMP.
          05 WS-RND-INFO-DAY    PIC 9(2) COMP-X.
          05 WS-RND-INFO-MONTH  PIC 9(2) COMP-X.
          05 WS-RND-INFO-YEAR   PIC 9(4) COMP.
          05 WS-RND-INFO-HOUR   PIC 9(2) COMP-X.
          05 WS-RND-INFO-MINUTE PIC 9(2) COMP-X.
          05 WS-RND-INFO-SECOND PIC 9(2) COMP-X.
          05 FILLER             PIC X(1).
       01 WS-RND-STAT-RC       PIC S9(9) COMP-5.
       01 WS-RND-ORIG-STAMP    PIC 9(14).
       01 WS-RND-TWIN-STAMP    PIC 9(14).

*> CGI-bin script execution support: "/cgi-bin/" is a reserved prefix,
*> same idea as "/incident-report" above but resolved against a real
*> script file under the doc root (through PATH-UTILS, so traversal
       01 WS-QRYLOG-STATUS     PIC XX.
       01 WS-QRYLOG-HITS-D     PIC 9(4).
       01 WS-SEARCH-PATH-LEN   PIC 9(4) COMP.
       01 WS-SEARCH-BODY       PIC X(8192).
       01 WS-SEARCH-BODY-PTR   PIC 9(8) COMP-5.
       01 WS-SEARCH-BODY-LEN   PIC 9(8) COMP-5.
       01 WS-SEARCH-LEN-STR    PIC X(10).
*> Synonym expansion: each term's alternatives out of
*> SEARCH-SYNONYMS.CFG, matched in the index scan exactly as the
*> term itself is and credited to the term's slot. Four per term
*> keeps the "synonyms_applied" echo inside the body buffer
       01 WS-SYN-STATUS        PIC XX.
       01 WS-SYN-EOF           PIC 9 VALUE 0.
       01 WS-SYN-LINE          PIC X(256).
       01 WS-SYN-LINE-LEN      PIC 9(4) COMP.
       01 WS-SYN-POS           PIC 9(4) COMP.
       01 WS-SYN-END           PIC 9(4) COMP.
       01 WS-SYN-WORD-COUNT    PIC 9(2) COMP.
       01 WS-SYN-WORDS.
          05 WS-SYN-WORD OCCURS 12 TIMES.
             10 SYN-WORD-TXT      PIC X(32).
             10 SYN-WORD-LEN      PIC 9(4) COMP.
       01 WS-SYN-IDX           PIC 9(2) COMP.
       01 WS-SYN-MATCH         PIC 9(2) COMP.
       01 WS-SYN-ALT-IDX       PIC 9(2) COMP.
       01 WS-SYN-DUP           PIC 9.
       01 WS-SYN-ANY           PIC 9.
       01 WS-SEARCH-ALTS.
          05 WS-SEARCH-ALT-SET OCCURS 5 TIMES.
             10 SRCH-ALT-COUNT    PIC 9(2) COMP.
             10 SRCH-ALT-ENTRY OCCURS 4 TIMES.
                15 SRCH-ALT-TXT   PIC X(32).
                15 SRCH-ALT-LEN   PIC 9(4) COMP.
*> "Did you mean": for a query that found nothing, each term is
*> held against SEARCH-VOCAB.DAT and swapped for the closest indexed
*> word - one edit for a short term, two for a longer one - with the
*> higher-frequency word winning a tie. A term the vocabulary (or a
*> synonym of it) already carries is left as typed
       01 WS-VOCAB-STATUS      PIC XX.
       01 WS-VOCAB-EOF         PIC 9 VALUE 0.
       01 WS-VOCAB-PIPE        PIC 9(4) COMP.
       01 WS-VOCAB-LEN         PIC 9(4) COMP.
       01 WS-VOCAB-FREQ        PIC 9(9) COMP.
       01 WS-SEARCH-SUGGESTS.
          05 WS-SEARCH-SUGGEST-SET OCCURS 5 TIMES.
             10 SRCH-SUG-KNOWN    PIC 9.
             10 SRCH-SUG-TXT      PIC X(32).
             10 SRCH-SUG-LEN      PIC 9(4) COMP.
             10 SRCH-SUG-DIST     PIC 9(2) COMP.
             10 SRCH-SUG-FREQ     PIC 9(9) COMP.
       01 WS-SEARCH-SUGGEST    PIC X(170).
       01 WS-SEARCH-SUGGEST-LEN PIC 9(4) COMP VALUE 0.
       01 WS-SEARCH-SUGGEST-PTR PIC 9(4) COMP.
       01 WS-SEARCH-SUG-CHANGED PIC 9.
       01 WS-SEARCH-SUG-LIMIT  PIC 9(2) COMP.
*> Optimal-string-alignment edit distance between WS-ED-A and
*> WS-ED-B: insertions, deletions, substitutions and swapped
*> neighbours each cost one. Row/column 1 of the matrix is the
*> empty prefix, so a 32-character word needs 33 of each
       01 WS-ED-A              PIC X(32).
       01 WS-ED-A-LEN          PIC 9(4) COMP.
       01 WS-ED-B              PIC X(32).
       01 WS-ED-B-LEN          PIC 9(4) COMP.
       01 WS-ED-I              PIC 9(4) COMP.
       01 WS-ED-J              PIC 9(4) COMP.
       01 WS-ED-COST           PIC 9(2) COMP.
       01 WS-ED-BEST           PIC 9(2) COMP.
       01 WS-ED-DIST           PIC 9(2) COMP.
       01 WS-ED-MATRIX.
          05 WS-ED-ROW OCCURS 33 TIMES.
             10 WS-ED-CELL OCCURS 33 TIMES PIC 9(2) COMP.
*> Click-through tracking. Each result carries its 1-based position
*> and a "click" link through /api/search-click naming the query,
*> the position, the page and this search's rid; the handout itself
*> is logged to SEARCH-RESULTS.LOG as the result's impression. Link
*> values are percent-encoded only for the characters that would
*> break the query string or the JSON around it - URL-DECODE takes
*> them back on the click
       01 WS-SRLOG-STATUS      PIC XX.
       01 WS-SRLOG-OPEN        PIC 9 VALUE 0.
       01 WS-SCLOG-STATUS      PIC XX.
       01 WS-SRCH-LOG-WHEN     PIC X(19).
       01 WS-SRCH-LOG-QUERY    PIC X(64).
       01 WS-SRCH-POS-Z        PIC Z9.
       01 WS-SRCH-POS-TXT      PIC X(2).
       01 WS-SRCH-PIN          PIC X.
       01 WS-SRCH-RESULT-PATH  PIC X(256).
       01 WS-SRCH-Q-ENC        PIC X(192).
       01 WS-SRCH-Q-ENC-LEN    PIC 9(4) COMP.
       01 WS-SRCH-ENC-IN       PIC X(256).
       01 WS-SRCH-ENC-IN-LEN   PIC 9(4) COMP.
       01 WS-SRCH-ENC-PLUS     PIC 9.
       01 WS-SRCH-ENC-OUT      PIC X(768).
       01 WS-SRCH-ENC-LEN      PIC 9(4) COMP.
       01 WS-SRCH-ENC-POS      PIC 9(4) COMP.
       01 WS-SRCH-ENC-CHAR     PIC X.
       01 WS-SRCH-ENC-CODE     PIC 9(3) COMP.
       01 WS-SRCH-ENC-HI       PIC 9(3) COMP.
       01 WS-SRCH-ENC-LO       PIC 9(3) COMP.
       01 WS-SRCH-HEX-DIGITS   PIC X(16) VALUE "0123456789ABCDEF".
*> Best bets pinned for this query, three at most
       01 WS-BBET-STATUS       PIC XX.
       01 WS-BBET-EOF          PIC 9 VALUE 0.
       01 WS-BBET-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-BBET-IDX          PIC 9(2) COMP.
       01 WS-BBET-PIPE1        PIC 9(4) COMP.
       01 WS-BBET-PIPE2        PIC 9(4) COMP.
       01 WS-BBET-REC-LEN      PIC 9(4) COMP.
       01 WS-BBET-QUERY        PIC X(64).
       01 WS-BBET-TABLE.
          05 WS-BBET-ENTRY OCCURS 3 TIMES.
             10 BBET-PATH         PIC X(256).
             10 BBET-TITLE        PIC X(120).
             10 BBET-TLEN         PIC 9(4) COMP.
*> GET /api/search-click?to=&pos=&rid=&q=: the parameters as they
*> came, the page decoded for the log, and the redirect target left
*> encoded for the Location header
       01 WS-SCLK-NAME         PIC X(8).
       01 WS-SCLK-NAME-LEN     PIC 9(4) COMP.
       01 WS-SCLK-START        PIC 9(4) COMP.
       01 WS-SCLK-SCAN         PIC 9(4) COMP.
       01 WS-SCLK-RAW          PIC X(512).
       01 WS-SCLK-RAW-LEN      PIC 9(4) COMP.
       01 WS-SCLK-DECODED      PIC X(512).
       01 WS-SCLK-TO-RAW       PIC X(256).
       01 WS-SCLK-PATH         PIC X(256).
       01 WS-SCLK-QUERY        PIC X(64).
       01 WS-SCLK-POS          PIC X(2).
       01 WS-SCLK-RID          PIC X(24).
       01 WS-SCLK-WHEN         PIC X(19).

*> POST /api/upload: the uploaded file's bytes come out of the same
*> already-buffered POST body every other POST endpoint here uses
          05 FILLER               PIC X(8).
       01 WS-CONTENT-STAT-RC      PIC S9(9) COMP-5.

*> A body-only page PUT (or approved) through the content API is
*> wrapped in its site template by PAGE-ASSEMBLE on the way in
       01 WS-ASM-FILE             PIC X(512).
       01 WS-ASM-URL              PIC X(512).
       01 WS-ASM-TEMPLATE         PIC X(32) VALUE SPACES.
       01 WS-ASM-RESULT           PIC X.

*> The pre-publish gate (CONTENT-VALIDATE) the finished scratch twin
*> passes before it may replace the live file: the mode VALIDATE.CFG
*> gives its path and what the page checks found
       01 WS-VAL-ALT-ROOT         PIC X(256) VALUE SPACES.
       01 WS-VAL-MODE             PIC X.
       01 WS-VAL-COUNT            PIC 9(4).
       01 WS-VAL-FINDINGS.
          05 WS-VAL-FINDING OCCURS 20 TIMES PIC X(100).
       01 WS-VAL-IDX              PIC 9(4) COMP.
       01 WS-VAL-LEN              PIC 9(4) COMP.
       01 WS-VAL-TEXT             PIC X(100).
       01 WS-VAL-COUNT-ED         PIC Z(3)9.
       01 WS-VAL-LEAD             PIC 9(4) COMP.

*> Streaming a spooled body into the PUT target: the spool's own
*> read handle and the 64KB relay chunk
       01 WS-SPOOL-RD-HANDLE      PIC 9(8) COMP-5.
           MOVE SPACES TO REQUEST-METHOD
           MOVE SPACES TO REQUEST-PATH
           MOVE SPACES TO QUERY-STRING
           MOVE SPACES TO WS-PRE-ALIAS-PATH
           MOVE 0 TO LS-RESPONSE-LEN
           MOVE 0 TO WS-IS-API-REQUEST
           MOVE 0 TO WS-APIKEY-PRESENT
           MOVE 0 TO WS-APIKEY-VALID
           MOVE SPACES TO WS-APIKEY-ID
           MOVE 0 TO WS-CLASS-NO-SHARED
           MOVE 0 TO WS-LANG-STALE
           PERFORM DETERMINE-KEEP-ALIVE
           PERFORM CHECK-ACCEPT-ENCODING

*> when the header is absent or matches no configured entry
           PERFORM CHECK-VHOSTS

*> A planned window booked for this vhost alone puts just its
*> requests into maintenance mode
           IF WS-MAINTENANCE-ACTIVE = 0 AND WS-VHOST-NAME NOT = "-"
               PERFORM CHECK-VHOST-MAINTENANCE
           END-IF

           COMPUTE WS-INDEX = WS-SPACE-POS + 2
      *>   DISPLAY "Starting path search at position: " WS-INDEX
           MOVE 0 TO WS-PATH-LEN
           MOVE SPACES TO WS-DECODED-PATH
           CALL "URL-DECODE" USING REQUEST-PATH WS-DECODED-PATH

*> The published service status page goes out ahead of the
*> maintenance gate below - it is where callers are pointed while
*> the rest of the site is down
           IF (REQUEST-METHOD = "GET" OR REQUEST-METHOD = "HEAD") AND
              (WS-DECODED-PATH = "/status" OR
               WS-DECODED-PATH = "/status.html" OR
               WS-DECODED-PATH = "/status.json" OR
               WS-DECODED-PATH = "/status.css")
               PERFORM HANDLE-STATUS-PAGE
               GO TO LOG-AND-EXIT
           END-IF

*> Maintenance mode turns everything except the admin API away here,
*> now that the path is known - see CHECK-MAINTENANCE-MODE above
           IF WS-MAINTENANCE-ACTIVE = 1 AND
               GO TO LOG-AND-EXIT
           END-IF

*> Browsers POST CSP violation reports here without credentials or
*> a CSRF token, so the endpoint sits ahead of every session, realm
*> and form gate
           IF WS-DECODED-PATH = "/csp-report" AND
              REQUEST-METHOD = "POST"
               PERFORM HANDLE-CSP-REPORT
               GO TO LOG-AND-EXIT
           END-IF

*> The login/logout endpoints, and the session cookie resolved once
*> per request so the realm check below can honor it
           IF WS-DECODED-PATH = "/login" AND REQUEST-METHOD = "GET"
               PERFORM HANDLE-LOGIN-POST
               GO TO LOG-AND-EXIT
           END-IF
*> The self-service password reset pair, open like /login itself
           IF WS-DECODED-PATH = "/login/forgot" AND
              REQUEST-METHOD = "GET"
               PERFORM HANDLE-FORGOT-PAGE
               GO TO LOG-AND-EXIT
           END-IF
           IF WS-DECODED-PATH = "/login/forgot" AND
              REQUEST-METHOD = "POST"
               PERFORM HANDLE-FORGOT-POST
               GO TO LOG-AND-EXIT
           END-IF
           IF WS-DECODED-PATH = "/login/reset" AND
              REQUEST-METHOD = "GET"
               PERFORM HANDLE-RESET-PAGE
               GO TO LOG-AND-EXIT
           END-IF
           IF WS-DECODED-PATH = "/login/reset" AND
              REQUEST-METHOD = "POST"
               PERFORM HANDLE-RESET-POST
               GO TO LOG-AND-EXIT
           END-IF
           IF WS-DECODED-PATH = "/logout"
               PERFORM HANDLE-LOGOUT
               GO TO LOG-AND-EXIT
               GO TO LOG-AND-EXIT
           END-IF

*> An API key stands in for Basic credentials on /api/ paths the
*> same way; a key that does not hold up is refused outright - see
*> the WS-APIKEY notes
           PERFORM CHECK-API-KEY
           IF WS-APIKEY-PRESENT = 1 AND WS-APIKEY-VALID = 0
               MOVE "API_KEY" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-USER
               MOVE WS-APIKEY-WHY TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM BUILD-API-KEY-REFUSAL
               GO TO LOG-AND-EXIT
           END-IF

*> Some paths (an /admin/ area, say) require HTTP Basic credentials
*> before anything under them - file-serving, directory listings, and
*> the incident-report endpoint alike - is handed out
               MOVE 1 TO WS-AUTH-OK
               MOVE "signed-url" TO WS-AUTH-USER
           END-IF
           IF WS-APIKEY-VALID = 1 AND WS-AUTH-REQUIRED = 1
               MOVE 1 TO WS-AUTH-OK
               MOVE SPACES TO WS-AUTH-USER
               STRING "apikey-" WS-APIKEY-ID DELIMITED BY SPACE
                   INTO WS-AUTH-USER
               END-STRING
           END-IF
           IF WS-AUTH-REQUIRED = 1
               MOVE "AUTH_CHECK" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               GO TO LOG-AND-EXIT
           END-IF

*> The content's classification label (CLASSIFICATION.CFG, looked up
*> by CLASS-CHECK) carries handling rules of its own on top of any
*> realm: a TLS-only label is refused outright over a plain
*> connection, and a members-only label sends an anonymous visitor to
*> the sign-in page rather than serving the file
           PERFORM CHECK-CLASSIFICATION
           IF WS-CLASS-REFUSE = "NOTLS"
               PERFORM BUILD-403-RESPONSE
               GO TO LOG-AND-EXIT
           END-IF
           IF WS-CLASS-REFUSE = "NOAUTH"
               MOVE "/login" TO WS-REDIRECT-TARGET
               MOVE 302 TO WS-REDIRECT-CODE-VAL
               PERFORM BUILD-REDIRECT-RESPONSE
               GO TO LOG-AND-EXIT
           END-IF

*> Access checking is over - clock the phase boundary for the
*> slow-request trace
           PERFORM MARK-TRACE-NOW
*> backend and relays the answer - after the auth gate above, so a
*> protected prefix stays protected when proxied
           PERFORM CHECK-PROXY-ROUTES
*> An API key opens the API alone - never a proxied backend, even
*> one mounted under /api/
           IF WS-PROXY-MATCHED-IDX NOT = 0 AND WS-APIKEY-VALID = 1
               PERFORM BUILD-403-RESPONSE
               GO TO LOG-AND-EXIT
           END-IF
           IF WS-PROXY-MATCHED-IDX NOT = 0
               PERFORM HANDLE-PROXY-REQUEST
               PERFORM MARK-TRACE-NOW
               GO TO LOG-AND-EXIT
           END-IF

*> And a page rating - see HANDLE-PAGE-RATING
           IF REQUEST-METHOD = "POST" AND
              WS-PRE-ALIAS-PATH = "/page-rating"
               PERFORM HANDLE-PAGE-RATING
               GO TO LOG-AND-EXIT
           END-IF

*> So does a policy acknowledgement - see HANDLE-POLICY-ACK
           IF REQUEST-METHOD = "POST" AND
              WS-PRE-ALIAS-PATH = "/policy-ack"
               PERFORM HANDLE-POLICY-ACK
               GO TO LOG-AND-EXIT
           END-IF

*> And a reader's page and folder watches - see HANDLE-WATCH-POST
           IF WS-PRE-ALIAS-PATH = "/watch"
               IF REQUEST-METHOD = "POST"
                   PERFORM HANDLE-WATCH-POST
               ELSE
                   PERFORM HANDLE-WATCH-LIST
               END-IF
               GO TO LOG-AND-EXIT
           END-IF

*> And a directory entry's correction form - see
*> HANDLE-CORRECTION-POST
           IF WS-PRE-ALIAS-PATH = "/directory-correction"
               IF REQUEST-METHOD = "POST"
                   PERFORM HANDLE-CORRECTION-POST
               ELSE
                   PERFORM HANDLE-CORRECTION-FORM
               END-IF
               GO TO LOG-AND-EXIT
           END-IF

*> And a department's form-submission case queue - see
*> HANDLE-CASES-PAGE
           IF WS-PRE-ALIAS-PATH = "/cases"
               IF REQUEST-METHOD = "POST"
                   PERFORM HANDLE-CASES-POST
               ELSE
                   PERFORM HANDLE-CASES-PAGE
               END-IF
               GO TO LOG-AND-EXIT
           END-IF

*> A reserved directory prefix: anything under it is a script to run,
*> not a file to serve - SANITIZED-PATH already has PATH-UTILS'
*> traversal protection applied, same as for any other file beneath it
               GO TO LOG-AND-EXIT
           END-IF

*> "?size=thumb" / "?size=web" on an image swaps in its rendition
           PERFORM PICK-IMAGE-RENDITION

*> A Range request is answered straight from FILE-STREAM (which
*> already handles arbitrary offsets/lengths, including files too
*> large for FILE-BUFFER) instead of the whole-file FILE-OPS path
           CALL "MIME-TYPES" USING SANITIZED-PATH MIME-TYPE

           IF MIME-TYPE(1:9) = "text/html"
               PERFORM APPEND-RATING-FORM
               PERFORM APPEND-PAGE-COMMENTS
               PERFORM APPEND-POLICY-ACK-FORM
               PERFORM APPEND-WATCH-FORM
               PERFORM INJECT-CSRF-TOKENS
           END-IF


           GOBACK.

*> One "METHOD PATH HOST STATUS ARRIVED" capture line, when sampling
*> is on and this request's arrival time lands in the sample
       MAYBE-CAPTURE-REQUEST.
           MOVE 0 TO WS-CAPTURE-N
           OPEN INPUT CAPTURE-CFG-FILE
               MOVE "-" TO WS-HOST-VALUE
           END-IF

*> The arrival stamp is today's date on the arrival clock; a request
*> that arrived before midnight and finished after it is dated the
*> day before
           MOVE FUNCTION CURRENT-DATE TO WS-CAPTURE-DATE
           MOVE WS-CAPTURE-DATE(1:8) TO WS-CAP-ARR-DATE
           IF FUNCTION NUMVAL(WS-CAPTURE-DATE(9:2)) * 360000 +
              FUNCTION NUMVAL(WS-CAPTURE-DATE(11:2)) * 6000 +
              FUNCTION NUMVAL(WS-CAPTURE-DATE(13:2)) * 100 +
              FUNCTION NUMVAL(WS-CAPTURE-DATE(15:2))
                  < LS-REQ-START-CSEC
               COMPUTE WS-CAP-ARR-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CAP-ARR-DATE) - 1)
           END-IF
           COMPUTE WS-CAP-ARR-HH = LS-REQ-START-CSEC / 360000
           COMPUTE WS-CAPTURE-REM =
               LS-REQ-START-CSEC - WS-CAP-ARR-HH * 360000
           COMPUTE WS-CAP-ARR-MM = WS-CAPTURE-REM / 6000
           COMPUTE WS-CAPTURE-REM =
               WS-CAPTURE-REM - WS-CAP-ARR-MM * 6000
           COMPUTE WS-CAP-ARR-SS = WS-CAPTURE-REM / 100
           COMPUTE WS-CAP-ARR-CC =
               WS-CAPTURE-REM - WS-CAP-ARR-SS * 100

           OPEN EXTEND CAPTURE-LOG
           IF WS-CAPLOG-STATUS = "35" OR WS-CAPLOG-STATUS = "05"
               OPEN OUTPUT CAPTURE-LOG
                  WS-HOST-VALUE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE(1:3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAPTURE-ARRIVED DELIMITED BY SIZE
               INTO CAPTURE-LOG-RECORD
           END-STRING
           WRITE CAPTURE-LOG-RECORD
                  WS-CRLF DELIMITED BY SIZE
                  "X-Frame-Options: DENY" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO WS-SECURITY-HEADERS
               WITH POINTER WS-SECURITY-HDRS-LEN
           END-STRING
           PERFORM RESOLVE-CSP-POLICY

*> A request under a language-negotiable prefix may serve different
*> bytes per Accept-Language - shared caches have to know
           COMPUTE WS-SECURITY-HDRS-LEN = WS-SECURITY-HDRS-LEN - 1
           .

*> The Content-Security-Policy header, and a Content-Security-Policy-
*> Report-Only one when CSP.CFG has a trial policy over this path. A
*> tree with no ENFORCE line keeps the site default. Each carries a
*> report-uri back to /csp-report naming this response's rid (and
*> "mode=ro" for the trial), so a violation joins to its page view
       RESOLVE-CSP-POLICY.
           MOVE 0 TO WS-CSP-ENF-BEST
           MOVE 0 TO WS-CSP-RO-BEST
           MOVE SPACES TO WS-CSP-ENF-POLICY
           MOVE SPACES TO WS-CSP-RO-POLICY
           MOVE 0 TO WS-CSP-PATH-LEN
           INSPECT WS-PRE-ALIAS-PATH TALLYING WS-CSP-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CSP-PATH-LEN > 0
               OPEN INPUT CSP-CFG-FILE
               IF WS-CSP-CFG-STATUS = "00"
                   MOVE 0 TO WS-CSP-EOF
                   PERFORM UNTIL WS-CSP-EOF = 1
                       READ CSP-CFG-FILE
                           AT END
                               MOVE 1 TO WS-CSP-EOF
                           NOT AT END
                               PERFORM MATCH-ONE-CSP-RULE
                       END-READ
                   END-PERFORM
                   CLOSE CSP-CFG-FILE
               END-IF
           END-IF
           IF WS-CSP-ENF-BEST = 0
               MOVE "default-src 'self'" TO WS-CSP-ENF-POLICY
           END-IF

           STRING "Content-Security-Policy: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSP-ENF-POLICY TRAILING)
                      DELIMITED BY SIZE
                  "; report-uri /csp-report?rid=" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
               INTO WS-SECURITY-HEADERS
               WITH POINTER WS-SECURITY-HDRS-LEN
           END-STRING

           IF WS-CSP-RO-BEST > 0
               STRING "Content-Security-Policy-Report-Only: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CSP-RO-POLICY TRAILING)
                          DELIMITED BY SIZE
                      "; report-uri /csp-report?mode=ro&rid="
                          DELIMITED BY SIZE
                      LS-REQUEST-ID DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                   INTO WS-SECURITY-HEADERS
                   WITH POINTER WS-SECURITY-HDRS-LEN
               END-STRING
           END-IF
           .

*> "/prefix/ ENFORCE|REPORT-ONLY policy..." - blank lines, "*"
*> comments and anything not rooted at "/" are skipped. A trailing
*> ";" on the policy is dropped, since the report-uri follows it
       MATCH-ONE-CSP-RULE.
           IF CSP-CFG-RECORD(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CSP-TOK-LEN
           INSPECT CSP-CFG-RECORD TALLYING WS-CSP-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CSP-TOK-LEN > 128 OR
              WS-CSP-PATH-LEN < WS-CSP-TOK-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PRE-ALIAS-PATH(1:WS-CSP-TOK-LEN) NOT =
              CSP-CFG-RECORD(1:WS-CSP-TOK-LEN)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CSP-SCAN = WS-CSP-TOK-LEN + 2
           MOVE 0 TO WS-CSP-MODE-LEN
           INSPECT CSP-CFG-RECORD(WS-CSP-SCAN:) TALLYING
               WS-CSP-MODE-LEN FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CSP-MODE-LEN = 0 OR WS-CSP-MODE-LEN > 12
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSP-MODE
           MOVE CSP-CFG-RECORD(WS-CSP-SCAN:WS-CSP-MODE-LEN)
               TO WS-CSP-MODE
           ADD WS-CSP-MODE-LEN TO WS-CSP-SCAN
           IF CSP-CFG-RECORD(WS-CSP-SCAN:) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSP-VALUE
           MOVE FUNCTION TRIM(CSP-CFG-RECORD(WS-CSP-SCAN:))
               TO WS-CSP-VALUE(1:320)
           COMPUTE WS-CSP-POLICY-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CSP-VALUE(1:320) TRAILING))
           IF WS-CSP-VALUE(WS-CSP-POLICY-LEN:1) = ";"
               MOVE SPACE TO WS-CSP-VALUE(WS-CSP-POLICY-LEN:1)
           END-IF

           EVALUATE WS-CSP-MODE
               WHEN "ENFORCE"
                   IF WS-CSP-TOK-LEN > WS-CSP-ENF-BEST
                       MOVE WS-CSP-TOK-LEN TO WS-CSP-ENF-BEST
                       MOVE WS-CSP-VALUE(1:320) TO WS-CSP-ENF-POLICY
                   END-IF
               WHEN "REPORT-ONLY"
                   IF WS-CSP-TOK-LEN > WS-CSP-RO-BEST
                       MOVE WS-CSP-TOK-LEN TO WS-CSP-RO-BEST
                       MOVE WS-CSP-VALUE(1:320) TO WS-CSP-RO-POLICY
                   END-IF
           END-EVALUATE
           .

*> Answer a Range request with a 206 Partial Content response (or a
*> 416 if the range can't be satisfied), streaming the requested
*> bytes straight to the socket via FILE-STREAM the same way
*> Never 304 while an announcement is up - the client's cached copy
*> predates the banner
           PERFORM CHECK-ANNOUNCEMENT
           IF WS-ANN-ACTIVE = 1 OR WS-LANG-STALE = 1
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-PROXY-CACHE-OPTS

*> Optional fourth and fifth tokens: the failover backend
           MOVE SPACES TO PROXY-HOST2(WS-PROXY-COUNT)
           MOVE 0 TO PROXY-PORT2(WS-PROXY-COUNT)
           IF WS-PROXY-SP-POS-3 = 0 OR WS-PROXY-SP-POS-3 >= 120
               EXIT PARAGRAPH
           END-IF
           IF PROXY-RECORD(WS-PROXY-SP-POS-3 + 1:6) = "CACHE=" OR
              PROXY-RECORD(WS-PROXY-SP-POS-3 + 1:6) = "STALE="
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROXY-SCAN-POS = WS-PROXY-SP-POS-3 + 1
           MOVE 0 TO WS-PROXY-SP-POS-4
           PERFORM VARYING WS-PROXY-SCAN-POS FROM WS-PROXY-SCAN-POS
                   WS-PROXY-SP-POS-4 + 1:5))
           .

*> The route's "CACHE=secs" and "STALE=secs" keywords, wherever they
*> sit after the port; no CACHE= leaves the route uncached
       PARSE-PROXY-CACHE-OPTS.
           MOVE 0 TO PROXY-CACHE-ON(WS-PROXY-COUNT)
           MOVE 0 TO PROXY-CACHE-TTL(WS-PROXY-COUNT)
           MOVE 0 TO PROXY-STALE-TTL(WS-PROXY-COUNT)
           PERFORM VARYING WS-PROXY-SCAN-POS FROM WS-PROXY-SP-POS-2
               BY 1 UNTIL WS-PROXY-SCAN-POS > 121
               IF PROXY-RECORD(WS-PROXY-SCAN-POS:7) = " CACHE=" OR
                  PROXY-RECORD(WS-PROXY-SCAN-POS:7) = " STALE="
                   MOVE 0 TO WS-PCH-NUM
                   MOVE 0 TO WS-PCH-DIGITS
                   COMPUTE WS-PCH-POS = WS-PROXY-SCAN-POS + 7
                   PERFORM UNTIL WS-PCH-POS > 128 OR
                       WS-PCH-DIGITS = 8 OR
                       PROXY-RECORD(WS-PCH-POS:1) NOT NUMERIC
                       COMPUTE WS-PCH-NUM = WS-PCH-NUM * 10 +
                           FUNCTION NUMVAL(PROXY-RECORD(WS-PCH-POS:1))
                       ADD 1 TO WS-PCH-DIGITS
                       ADD 1 TO WS-PCH-POS
                   END-PERFORM
                   IF PROXY-RECORD(WS-PROXY-SCAN-POS:7) = " CACHE="
                       MOVE 1 TO PROXY-CACHE-ON(WS-PROXY-COUNT)
                       MOVE WS-PCH-NUM TO
                           PROXY-CACHE-TTL(WS-PROXY-COUNT)
                   ELSE
                       MOVE WS-PCH-NUM TO
                           PROXY-STALE-TTL(WS-PROXY-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .

*> Forward the request to the matched backend and relay its answer.
*> The original path and query go through untouched, so the backend
*> sees the same URL the user typed
               MOVE LS-BODY-LEN TO WS-PROXY-BODY-LEN
           END-IF

*> A cached route answers a GET or HEAD from PROXY-CACHE/ while the
*> kept copy is fresh, without a word to the backend
           MOVE SPACES TO WS-PCACHE-MARK
           MOVE 0 TO WS-PCACHE-HDRS-LEN
           PERFORM CHECK-PROXY-CACHE-USABLE
           IF WS-PCE-USABLE = 1
               PERFORM LOOKUP-PROXY-CACHE
               IF WS-PCE-FOUND = 1 AND WS-PCE-FRESH = 1
                   MOVE "HIT" TO WS-PCACHE-MARK
                   PERFORM SERVE-PROXY-CACHE
                   EXIT PARAGRAPH
               END-IF
               MOVE "MISS" TO WS-PCACHE-MARK
           END-IF

*> PROXY-PROBE's verdicts pick the backend: the primary while it
*> is up (or unprobed), the secondary while the primary is marked
*> down, and a fast 502 - no timeout burned - when everything
*> configured for this route is down (or a stale copy, where the
*> route's STALE= allows one)
           PERFORM PICK-PROXY-BACKEND
           IF WS-PRX-ALL-DOWN = 1
               PERFORM SERVE-STALE-OR-502
               EXIT PARAGRAPH
           END-IF

           END-CALL

           IF WS-PROXY-RC = 1
               PERFORM SERVE-STALE-OR-502
               EXIT PARAGRAPH
           END-IF

           IF WS-PCE-USABLE = 1
               IF REQUEST-METHOD = "GET" AND WS-PROXY-RC = 0
                   PERFORM STORE-PROXY-CACHE
               END-IF
               MOVE "X-Cache: MISS" TO WS-PCACHE-HDRS
               MOVE 13 TO WS-PCACHE-HDRS-LEN
           ELSE
               IF PROXY-CACHE-ON(WS-PROXY-MATCHED-IDX) = 1 AND
                  REQUEST-METHOD NOT = "GET" AND
                  REQUEST-METHOD NOT = "HEAD" AND
                  WS-PROXY-STATUS < 400
                   PERFORM DROP-PROXY-CACHE-ENTRY
               END-IF
           END-IF

           PERFORM BUILD-PROXY-RESPONSE
           .

*> A cached route, a GET or HEAD, and - since a shared copy must
*> never carry one user's credentials to another - no Authorization
*> header unless the kept answer itself was marked public
       CHECK-PROXY-CACHE-USABLE.
           MOVE 0 TO WS-PCE-USABLE
           MOVE 0 TO WS-PCE-FOUND
           MOVE 0 TO WS-PCE-FRESH
           IF PROXY-CACHE-ON(WS-PROXY-MATCHED-IDX) NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PCH-HAS-AUTH
           PERFORM VARYING WS-PCE-SCAN FROM 1 BY 1
               UNTIL WS-PCE-SCAN > 8178
               IF LS-REQUEST-BUF(WS-PCE-SCAN:15) = "Authorization: "
                   MOVE 1 TO WS-PCH-HAS-AUTH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM COMPUTE-PROXY-CACHE-PATH
           IF REQUEST-METHOD = "GET" OR REQUEST-METHOD = "HEAD"
               MOVE 1 TO WS-PCE-USABLE
           END-IF
           .

*> PROXY-CACHE/<hash>.PC for WS-PROXY-REQ-PATH: two rolling
*> multiply-and-add sums over the path and query, the same idea as
*> the canary bucket's, wide enough that a collision is rare - and
*> harmless, since the entry's own PCE-KEY is checked on every read
       COMPUTE-PROXY-CACHE-PATH.
           MOVE 0 TO WS-PCE-HASH-1
           MOVE 0 TO WS-PCE-HASH-2
           PERFORM VARYING WS-PCE-SCAN FROM 1 BY 1
               UNTIL WS-PCE-SCAN > 256 OR
                     WS-PROXY-REQ-PATH(WS-PCE-SCAN:1) = SPACE
               COMPUTE WS-PCE-HASH-1 = FUNCTION MOD(
                   WS-PCE-HASH-1 * 31 +
                   FUNCTION ORD(WS-PROXY-REQ-PATH(WS-PCE-SCAN:1)),
                   999999937)
               COMPUTE WS-PCE-HASH-2 = FUNCTION MOD(
                   WS-PCE-HASH-2 * 131 +
                   FUNCTION ORD(WS-PROXY-REQ-PATH(WS-PCE-SCAN:1)),
                   999999929)
           END-PERFORM
           MOVE WS-PCE-HASH-1 TO WS-PCE-HASH-1-D
           MOVE WS-PCE-HASH-2 TO WS-PCE-HASH-2-D
           MOVE SPACES TO WS-PCE-PATH
           STRING "PROXY-CACHE/" WS-PCE-HASH-1-D WS-PCE-HASH-2-D
                  ".PC" DELIMITED BY SIZE
               INTO WS-PCE-PATH
           END-STRING
           .

*> Read the URL's entry, if any: the key must match, the request
*> must carry the Vary'd header values the entry was stored for,
*> and an Authorization-bearing request only takes a public copy.
*> WS-PCE-FRESH says whether it is still inside its lifetime
       LOOKUP-PROXY-CACHE.
           MOVE 0 TO WS-PCE-FOUND
           MOVE 0 TO WS-PCE-FRESH
           CALL "CBL_OPEN_FILE" USING WS-PCE-PATH 1 0 0
               WS-PCE-HANDLE
               RETURNING WS-PCE-RC
           END-CALL
           IF WS-PCE-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PCE-OFFSET
           MOVE WS-PCE-META-LEN TO WS-PCE-IO-LEN
           MOVE SPACES TO WS-PCE-META
           CALL "CBL_READ_FILE" USING WS-PCE-HANDLE
               WS-PCE-OFFSET WS-PCE-IO-LEN WS-PCE-FLAG WS-PCE-META
               RETURNING WS-PCE-IO-RC
           END-CALL
           IF WS-PCE-IO-RC NOT = 0 OR
              PCE-KEY NOT = WS-PROXY-REQ-PATH OR
              PCE-BODY-LEN NOT NUMERIC OR
              PCE-BODY-LEN > 65536 OR
              PCE-EXPIRES NOT NUMERIC
               CALL "CBL_CLOSE_FILE" USING WS-PCE-HANDLE
                   RETURNING WS-PCE-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF

           IF PCE-VARY-NAMES NOT = SPACES
               MOVE PCE-VARY-NAMES TO WS-PCV-NAMES
               PERFORM COLLECT-VARY-VALUES
               IF WS-PCV-VALUES NOT = PCE-VARY-VALUES
                   CALL "CBL_CLOSE_FILE" USING WS-PCE-HANDLE
                       RETURNING WS-PCE-RC
                   END-CALL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-PROXY-RESP-BODY
           MOVE PCE-BODY-LEN TO WS-PROXY-RESP-LEN
           IF PCE-BODY-LEN > 0
               MOVE WS-PCE-META-LEN TO WS-PCE-OFFSET
               MOVE PCE-BODY-LEN TO WS-PCE-IO-LEN
               CALL "CBL_READ_FILE" USING WS-PCE-HANDLE
                   WS-PCE-OFFSET WS-PCE-IO-LEN WS-PCE-FLAG
                   WS-PROXY-RESP-BODY
                   RETURNING WS-PCE-IO-RC
               END-CALL
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-PCE-HANDLE
               RETURNING WS-PCE-RC
           END-CALL
           IF WS-PCE-IO-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-PCH-HAS-AUTH = 1 AND PCE-PUBLIC NOT = "P"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PCE-FOUND
           CALL "time" USING BY VALUE 0 RETURNING WS-PCE-NOW
           END-CALL
           MOVE WS-PCE-NOW TO WS-PCE-NOW-D
           IF WS-PCE-NOW-D < PCE-EXPIRES
               MOVE 1 TO WS-PCE-FRESH
           END-IF
           .

*> Relay the kept answer as BUILD-PROXY-RESPONSE would the
*> backend's, with its Age, and X-Cache saying where it came from
       SERVE-PROXY-CACHE.
           MOVE PCE-STATUS TO WS-PROXY-STATUS
           MOVE PCE-BODY-LEN TO WS-PROXY-RESP-LEN
           MOVE SPACES TO WS-PROXY-HEADERS
           STRING "Content-Type: " DELIMITED BY SIZE
                  PCE-CT DELIMITED BY "  "
                  WS-CRLF DELIMITED BY SIZE
               INTO WS-PROXY-HEADERS
           END-STRING

           IF WS-PCE-NOW-D > PCE-STORED
               COMPUTE WS-PCE-AGE-D = WS-PCE-NOW-D - PCE-STORED
           ELSE
               MOVE 0 TO WS-PCE-AGE-D
           END-IF
           MOVE SPACES TO WS-PCACHE-HDRS
           MOVE 1 TO WS-PCACHE-HDRS-LEN
           STRING "Age: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCE-AGE-D) DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO WS-PCACHE-HDRS WITH POINTER WS-PCACHE-HDRS-LEN
           END-STRING
           IF WS-PCACHE-MARK = "STALE"
               STRING "Warning: 110 - ""Response is Stale"""
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "X-Cache: STALE" DELIMITED BY SIZE
                   INTO WS-PCACHE-HDRS
                   WITH POINTER WS-PCACHE-HDRS-LEN
               END-STRING
           ELSE
               STRING "X-Cache: HIT" DELIMITED BY SIZE
                   INTO WS-PCACHE-HDRS
                   WITH POINTER WS-PCACHE-HDRS-LEN
               END-STRING
           END-IF
           SUBTRACT 1 FROM WS-PCACHE-HDRS-LEN

           PERFORM BUILD-PROXY-RESPONSE
           .

*> No backend to ask: an expired copy within the route's STALE=
*> allowance beats an error page; otherwise the 502 as before. The
*> entry is read again, the failed call having had the body buffer
       SERVE-STALE-OR-502.
           IF WS-PCE-FOUND = 1
               PERFORM LOOKUP-PROXY-CACHE
           END-IF
           IF WS-PCE-FOUND = 1 AND
              PROXY-STALE-TTL(WS-PROXY-MATCHED-IDX) > 0 AND
              WS-PCE-NOW-D <= PCE-EXPIRES +
                  PROXY-STALE-TTL(WS-PROXY-MATCHED-IDX)
               MOVE "STALE" TO WS-PCACHE-MARK
               PERFORM SERVE-PROXY-CACHE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PCACHE-HDRS-LEN
           PERFORM BUILD-502-RESPONSE
           .

*> Keep the backend's answer when its headers allow it: a complete
*> 200 with no Set-Cookie, no no-store/private/no-cache, no "Vary: *",
*> and a lifetime above zero from s-maxage, max-age, Expires or the
*> route's CACHE= default, in that order. Written under a PID-named
*> scratch name and renamed into place, so a reader in another
*> worker never sees half an entry
       STORE-PROXY-CACHE.
           IF WS-PROXY-STATUS NOT = 200
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROXY-HEADERS TO WS-PCH-UPPER
           INSPECT WS-PCH-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 1 TO WS-PCH-STORE
           MOVE 0 TO WS-PCH-PUBLIC
           MOVE 0 TO WS-PCH-HAVE-AGE
           MOVE PROXY-CACHE-TTL(WS-PROXY-MATCHED-IDX)
               TO WS-PCH-LIFETIME

           MOVE "SET-COOKIE:" TO WS-PCH-NAME
           MOVE 11 TO WS-PCH-NAME-LEN
           PERFORM FIND-PROXY-RESP-HEADER
           IF WS-PCH-VALUE-POS > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "EXPIRES:" TO WS-PCH-NAME
           MOVE 8 TO WS-PCH-NAME-LEN
           PERFORM FIND-PROXY-RESP-HEADER
           IF WS-PCH-VALUE-POS > 0
               PERFORM APPLY-EXPIRES-HEADER
           END-IF

           MOVE "CACHE-CONTROL:" TO WS-PCH-NAME
           MOVE 14 TO WS-PCH-NAME-LEN
           PERFORM FIND-PROXY-RESP-HEADER
           IF WS-PCH-VALUE-POS > 0
               PERFORM APPLY-CACHE-CONTROL
           END-IF
           IF WS-PCH-STORE = 0 OR WS-PCH-LIFETIME <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PCH-HAS-AUTH = 1 AND WS-PCH-PUBLIC = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PCV-NAMES
           MOVE SPACES TO WS-PCV-VALUES
           MOVE "VARY:" TO WS-PCH-NAME
           MOVE 5 TO WS-PCH-NAME-LEN
           PERFORM FIND-PROXY-RESP-HEADER
           IF WS-PCH-VALUE-POS > 0
               PERFORM PARSE-VARY-HEADER
               IF WS-PCH-STORE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-PCV-NAMES NOT = SPACES
                   PERFORM COLLECT-VARY-VALUES
               END-IF
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING WS-PCE-NOW
           END-CALL
           MOVE WS-PCE-NOW TO WS-PCE-NOW-D
           MOVE SPACES TO WS-PCE-META
           MOVE WS-PROXY-REQ-PATH TO PCE-KEY
           MOVE WS-PCE-NOW-D TO PCE-STORED
           COMPUTE PCE-EXPIRES = WS-PCE-NOW-D + WS-PCH-LIFETIME
           MOVE WS-PROXY-STATUS TO PCE-STATUS
           MOVE WS-PROXY-RESP-CT(1:WS-PROXY-RESP-CT-LEN) TO PCE-CT
           IF WS-PCH-PUBLIC = 1
               MOVE "P" TO PCE-PUBLIC
           END-IF
           MOVE WS-PCV-NAMES TO PCE-VARY-NAMES
           MOVE WS-PCV-VALUES TO PCE-VARY-VALUES
           MOVE WS-PROXY-RESP-LEN TO PCE-BODY-LEN

           CALL "CBL_CREATE_DIR" USING "PROXY-CACHE"
               RETURNING WS-PCE-RC
           END-CALL
           CALL "getpid" RETURNING WS-PCE-PID
           END-CALL
           MOVE WS-PCE-PID TO WS-PCE-PID-D
           MOVE SPACES TO WS-PCE-TMP-PATH
           STRING WS-PCE-PATH DELIMITED BY SPACE
                  "." WS-PCE-PID-D DELIMITED BY SIZE
               INTO WS-PCE-TMP-PATH
           END-STRING
           CALL "CBL_CREATE_FILE" USING WS-PCE-TMP-PATH 2 0 0
               WS-PCE-HANDLE
               RETURNING WS-PCE-RC
           END-CALL
           IF WS-PCE-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PCE-OFFSET
           MOVE WS-PCE-META-LEN TO WS-PCE-IO-LEN
           CALL "CBL_WRITE_FILE" USING WS-PCE-HANDLE
               WS-PCE-OFFSET WS-PCE-IO-LEN 0 WS-PCE-META
               RETURNING WS-PCE-IO-RC
           END-CALL
           IF WS-PCE-IO-RC = 0 AND WS-PROXY-RESP-LEN > 0
               MOVE WS-PCE-META-LEN TO WS-PCE-OFFSET
               MOVE WS-PROXY-RESP-LEN TO WS-PCE-IO-LEN
               CALL "CBL_WRITE_FILE" USING WS-PCE-HANDLE
                   WS-PCE-OFFSET WS-PCE-IO-LEN 0
                   WS-PROXY-RESP-BODY(1:WS-PROXY-RESP-LEN)
                   RETURNING WS-PCE-IO-RC
               END-CALL
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-PCE-HANDLE
               RETURNING WS-PCE-RC
           END-CALL
           IF WS-PCE-IO-RC = 0
               CALL "CBL_RENAME_FILE" USING WS-PCE-TMP-PATH
                   WS-PCE-PATH
                   RETURNING WS-PCE-RC
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-PCE-TMP-PATH
                   RETURNING WS-PCE-RC
               END-CALL
           END-IF
           .

*> A POST/PUT/DELETE through a cached route may have changed what
*> the URL answers - its kept copy goes
       DROP-PROXY-CACHE-ENTRY.
           PERFORM COMPUTE-PROXY-CACHE-PATH
           CALL "CBL_DELETE_FILE" USING WS-PCE-PATH
               RETURNING WS-PCE-RC
           END-CALL
           .

*> WS-PCH-NAME's value in the upper-cased backend headers: where it
*> starts (0 when the header is absent) and, in WS-PCH-VALUE, the
*> text up to the line's end
       FIND-PROXY-RESP-HEADER.
           MOVE 0 TO WS-PCH-VALUE-POS
           MOVE SPACES TO WS-PCH-VALUE
           MOVE 0 TO WS-PCH-VALUE-LEN
           PERFORM VARYING WS-PCH-POS FROM 1 BY 1
               UNTIL WS-PCH-POS > 2030
               IF WS-PCH-UPPER(WS-PCH-POS:WS-PCH-NAME-LEN) =
                      WS-PCH-NAME(1:WS-PCH-NAME-LEN) AND
                  (WS-PCH-POS = 1 OR
                   WS-PCH-UPPER(WS-PCH-POS - 1:1) = X"0A")
                   COMPUTE WS-PCH-VALUE-POS =
                       WS-PCH-POS + WS-PCH-NAME-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PCH-VALUE-POS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PCH-POS FROM WS-PCH-VALUE-POS BY 1
               UNTIL WS-PCH-POS > 2048 OR
                     WS-PCH-UPPER(WS-PCH-POS:1) NOT = SPACE
           END-PERFORM
           MOVE WS-PCH-POS TO WS-PCH-VALUE-POS
           PERFORM VARYING WS-PCH-POS FROM WS-PCH-VALUE-POS BY 1
               UNTIL WS-PCH-POS > 2048 OR
                     WS-PCH-VALUE-LEN >= 256 OR
                     WS-PCH-UPPER(WS-PCH-POS:1) = X"0D" OR
                     WS-PCH-UPPER(WS-PCH-POS:1) = X"0A"
               ADD 1 TO WS-PCH-VALUE-LEN
               MOVE WS-PCH-UPPER(WS-PCH-POS:1)
                   TO WS-PCH-VALUE(WS-PCH-VALUE-LEN:1)
           END-PERFORM
           .

*> "Cache-Control": anything forbidding a shared copy ends the
*> store; s-maxage beats max-age, either beats Expires
       APPLY-CACHE-CONTROL.
           PERFORM VARYING WS-PCH-POS FROM 1 BY 1
               UNTIL WS-PCH-POS > WS-PCH-VALUE-LEN
               EVALUATE TRUE
                   WHEN WS-PCH-VALUE(WS-PCH-POS:8) = "NO-STORE"
                   WHEN WS-PCH-VALUE(WS-PCH-POS:7) = "PRIVATE"
                   WHEN WS-PCH-VALUE(WS-PCH-POS:8) = "NO-CACHE"
                       MOVE 0 TO WS-PCH-STORE
                   WHEN WS-PCH-VALUE(WS-PCH-POS:6) = "PUBLIC"
                       MOVE 1 TO WS-PCH-PUBLIC
                   WHEN WS-PCH-VALUE(WS-PCH-POS:9) = "S-MAXAGE="
                       COMPUTE WS-PCV-PTR = WS-PCH-POS + 9
                       PERFORM READ-CACHE-CONTROL-SECONDS
                       MOVE WS-PCH-NUM TO WS-PCH-LIFETIME
                       MOVE 2 TO WS-PCH-HAVE-AGE
                       MOVE 1 TO WS-PCH-PUBLIC
                   WHEN WS-PCH-VALUE(WS-PCH-POS:8) = "MAX-AGE="
                       IF WS-PCH-HAVE-AGE < 2
                           COMPUTE WS-PCV-PTR = WS-PCH-POS + 8
                           PERFORM READ-CACHE-CONTROL-SECONDS
                           MOVE WS-PCH-NUM TO WS-PCH-LIFETIME
                           MOVE 1 TO WS-PCH-HAVE-AGE
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

       READ-CACHE-CONTROL-SECONDS.
           MOVE 0 TO WS-PCH-NUM
           MOVE 0 TO WS-PCH-DIGITS
           PERFORM UNTIL WS-PCV-PTR > WS-PCH-VALUE-LEN OR
               WS-PCH-DIGITS = 9 OR
               WS-PCH-VALUE(WS-PCV-PTR:1) NOT NUMERIC
               COMPUTE WS-PCH-NUM = WS-PCH-NUM * 10 +
                   FUNCTION NUMVAL(WS-PCH-VALUE(WS-PCV-PTR:1))
               ADD 1 TO WS-PCH-DIGITS
               ADD 1 TO WS-PCV-PTR
           END-PERFORM
           .

*> "Expires: Wed, 21 Oct 2026 07:28:00 GMT" - the seconds left until
*> then; a date that won't parse counts as already expired, as the
*> HTTP rules have it
       APPLY-EXPIRES-HEADER.
           MOVE 0 TO WS-PCH-LIFETIME
           IF WS-PCH-VALUE-LEN < 29 OR WS-PCH-VALUE(4:2) NOT = ", "
               EXIT PARAGRAPH
           END-IF
           IF WS-PCH-VALUE(6:2) NOT NUMERIC OR
              WS-PCH-VALUE(13:4) NOT NUMERIC OR
              WS-PCH-VALUE(18:2) NOT NUMERIC OR
              WS-PCH-VALUE(21:2) NOT NUMERIC OR
              WS-PCH-VALUE(24:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PCH-MONTH
           PERFORM VARYING WS-PCH-POS FROM 1 BY 3
               UNTIL WS-PCH-POS > 34
               IF WS-PCH-MONTHS(WS-PCH-POS:3) = WS-PCH-VALUE(9:3)
                   COMPUTE WS-PCH-MONTH = (WS-PCH-POS + 2) / 3
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PCH-MONTH = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCH-DATE =
               FUNCTION NUMVAL(WS-PCH-VALUE(13:4)) * 10000 +
               WS-PCH-MONTH * 100 +
               FUNCTION NUMVAL(WS-PCH-VALUE(6:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PCH-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCH-EPOCH =
               (FUNCTION INTEGER-OF-DATE(WS-PCH-DATE) -
                FUNCTION INTEGER-OF-DATE(19700101)) * 86400 +
               FUNCTION NUMVAL(WS-PCH-VALUE(18:2)) * 3600 +
               FUNCTION NUMVAL(WS-PCH-VALUE(21:2)) * 60 +
               FUNCTION NUMVAL(WS-PCH-VALUE(24:2))
           CALL "time" USING BY VALUE 0 RETURNING WS-PCE-NOW
           END-CALL
           COMPUTE WS-PCH-LIFETIME = WS-PCH-EPOCH - WS-PCE-NOW
           .

*> "Vary: Accept-Language, X-Dept" - up to four header names, in the
*> backend's own spelling so SCAN-AGENT-HEADER can find them in the
*> request; "Vary: *" means no two requests are alike, so no store
       PARSE-VARY-HEADER.
           MOVE SPACES TO WS-PCV-NAMES
           MOVE 1 TO WS-PCV-PTR
           MOVE 0 TO WS-PCV-COUNT
           MOVE 0 TO WS-PCV-NAME-LEN
           PERFORM VARYING WS-PCH-POS FROM WS-PCH-VALUE-POS BY 1
               UNTIL WS-PCH-POS > WS-PCH-VALUE-POS + WS-PCH-VALUE-LEN
               MOVE WS-PROXY-HEADERS(WS-PCH-POS:1) TO WS-PCV-CH
               IF WS-PCH-POS = WS-PCH-VALUE-POS + WS-PCH-VALUE-LEN
                   MOVE "," TO WS-PCV-CH
               END-IF
               EVALUATE WS-PCV-CH
                   WHEN "*"
                       MOVE 0 TO WS-PCH-STORE
                       EXIT PERFORM
                   WHEN ","
                   WHEN SPACE
                       IF WS-PCV-NAME-LEN > 0 AND WS-PCV-COUNT < 4
                           IF WS-PCV-COUNT > 0
                               STRING "," DELIMITED BY SIZE
                                   INTO WS-PCV-NAMES
                                   WITH POINTER WS-PCV-PTR
                               END-STRING
                           END-IF
                           STRING WS-PCV-NAME(1:WS-PCV-NAME-LEN)
                                  DELIMITED BY SIZE
                               INTO WS-PCV-NAMES
                               WITH POINTER WS-PCV-PTR
                           END-STRING
                           ADD 1 TO WS-PCV-COUNT
                       END-IF
                       MOVE 0 TO WS-PCV-NAME-LEN
                   WHEN OTHER
                       IF WS-PCV-NAME-LEN < 20
                           ADD 1 TO WS-PCV-NAME-LEN
                           MOVE WS-PCV-CH TO
                               WS-PCV-NAME(WS-PCV-NAME-LEN:1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

*> This request's values for the WS-PCV-NAMES headers, "value|"
*> each ("-" for a header it didn't send)
       COLLECT-VARY-VALUES.
           MOVE SPACES TO WS-PCV-VALUES
           MOVE 1 TO WS-PCV-VAL-PTR
           MOVE 0 TO WS-PCV-NAME-LEN
           PERFORM VARYING WS-PCV-PTR FROM 1 BY 1
               UNTIL WS-PCV-PTR > 129
               IF WS-PCV-PTR = 129
                   MOVE "," TO WS-PCV-CH
               ELSE
                   MOVE WS-PCV-NAMES(WS-PCV-PTR:1) TO WS-PCV-CH
               END-IF
               IF WS-PCV-CH = "," OR WS-PCV-CH = SPACE
                   IF WS-PCV-NAME-LEN > 0
                       MOVE SPACES TO WS-AGENT-HDR-NAME
                       STRING WS-PCV-NAME(1:WS-PCV-NAME-LEN) ": "
                           DELIMITED BY SIZE INTO WS-AGENT-HDR-NAME
                       END-STRING
                       COMPUTE WS-AGENT-HDR-LEN = WS-PCV-NAME-LEN + 2
                       MOVE 96 TO WS-AGENT-VALUE-MAX
                       PERFORM SCAN-AGENT-HEADER
                       STRING WS-AGENT-VALUE(1:WS-AGENT-VALUE-LEN)
                              "|" DELIMITED BY SIZE
                           INTO WS-PCV-VALUES
                           WITH POINTER WS-PCV-VAL-PTR
                       END-STRING
                   END-IF
                   MOVE 0 TO WS-PCV-NAME-LEN
                   IF WS-PCV-CH = SPACE
                       EXIT PERFORM
                   END-IF
               ELSE
                   ADD 1 TO WS-PCV-NAME-LEN
                   MOVE WS-PCV-CH TO WS-PCV-NAME(WS-PCV-NAME-LEN:1)
               END-IF
           END-PERFORM
           .

*> The matched route's backends against PROXY-STATE.DAT: an
*> unprobed backend counts as up (the prober may simply not be
*> running), only an explicit DOWN verdict moves traffic
       PICK-PROXY-BACKEND.
           MOVE 0 TO WS-PRX-ALL-DOWN
           MOVE PROXY-HOST(WS-PROXY-MATCHED-IDX) TO WS-PRX-USE-HOST
           MOVE PROXY-PORT(WS-PROXY-MATCHED-IDX) TO WS-PRX-USE-PORT

           MOVE "UP" TO WS-PRX-STATE-1
           MOVE "UP" TO WS-PRX-STATE-2
           OPEN INPUT PROXY-STATE-FILE
           IF WS-PRXST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRXST-EOF
           PERFORM UNTIL WS-PRXST-EOF = 1
               READ PROXY-STATE-FILE
                   AT END
                       MOVE 1 TO WS-PRXST-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-STATE-LINE
               END-READ
           END-PERFORM
           CLOSE PROXY-STATE-FILE

           IF WS-PRX-STATE-1 = "DOWN"
               IF PROXY-HOST2(WS-PROXY-MATCHED-IDX) NOT = SPACES
                  AND WS-PRX-STATE-2 NOT = "DOWN"
                   MOVE PROXY-HOST2(WS-PROXY-MATCHED-IDX)
                       TO WS-PRX-USE-HOST
                   MOVE PROXY-PORT2(WS-PROXY-MATCHED-IDX)
                       TO WS-PRX-USE-PORT
               ELSE
                   MOVE 1 TO WS-PRX-ALL-DOWN
               END-IF
           END-IF
           .

*> "HOST PORT STATE" - does this verdict name either of the
*> route's backends?
       MATCH-ONE-STATE-LINE.
           MOVE 0 TO WS-PRX-HOST-LEN
           INSPECT PROXY-STATE-RECORD TALLYING WS-PRX-HOST-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PRX-HOST-LEN = 0 OR WS-PRX-HOST-LEN > 64
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRX-CHK-HOST
           MOVE PROXY-STATE-RECORD(1:WS-PRX-HOST-LEN)
               TO WS-PRX-CHK-HOST
           COMPUTE WS-PRX-SCAN = WS-PRX-HOST-LEN + 2
           IF WS-PRX-SCAN > 85 OR
              PROXY-STATE-RECORD(WS-PRX-SCAN:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRX-CHK-PORT
           MOVE SPACES TO WS-PRX-PORT-X
           PERFORM VARYING WS-PRX-SCAN FROM WS-PRX-SCAN BY 1
               UNTIL WS-PRX-SCAN > 90 OR
                     PROXY-STATE-RECORD(WS-PRX-SCAN:1) = SPACE
           END-PERFORM
           COMPUTE WS-PRX-CHK-PORT = FUNCTION NUMVAL(
               PROXY-STATE-RECORD(WS-PRX-HOST-LEN + 2:
                   WS-PRX-SCAN - WS-PRX-HOST-LEN - 2))
           MOVE SPACES TO WS-PRX-CHK-STATE
           IF WS-PRX-SCAN < 92
               MOVE PROXY-STATE-RECORD(WS-PRX-SCAN + 1:4)
                   TO WS-PRX-CHK-STATE
           END-IF

           IF WS-PRX-CHK-HOST = PROXY-HOST(WS-PROXY-MATCHED-IDX)
              AND WS-PRX-CHK-PORT =
                  PROXY-PORT(WS-PROXY-MATCHED-IDX)
               MOVE WS-PRX-CHK-STATE TO WS-PRX-STATE-1
           END-IF
           IF WS-PRX-CHK-HOST = PROXY-HOST2(WS-PROXY-MATCHED-IDX)
              AND WS-PRX-CHK-PORT =
                  PROXY-PORT2(WS-PROXY-MATCHED-IDX)
               MOVE WS-PRX-CHK-STATE TO WS-PRX-STATE-2
           END-IF
           .

*> The Content-Type request header's value, for forwarding a POST/
*> PUT body faithfully; bodyless requests get a harmless default
       EXTRACT-REQUEST-CONTENT-TYPE.
           MOVE "application/octet-stream" TO WS-PROXY-REQ-CT
           PERFORM VARYING WS-PROXY-SCAN-POS FROM 1 BY 1
               UNTIL WS-PROXY-SCAN-POS > 8178
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> Age/X-Cache (and a stale copy's Warning) on a cached route
           IF WS-PCACHE-HDRS-LEN > 0
               STRING WS-PCACHE-HDRS(1:WS-PCACHE-HDRS-LEN)
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
*> whole scheme
       CHECK-LANGUAGE.
           MOVE 0 TO WS-LANG-NEGOTIABLE
           MOVE 0 TO WS-LANG-STALE
           PERFORM READ-LANGS-FILE
           IF WS-LANG-COUNT = 0
               EXIT PARAGRAPH
           CALL "FILE-EXISTS" USING WS-LANG-CAND-SAN WS-LANG-EXISTS
           END-CALL
           IF WS-LANG-EXISTS = 1
               PERFORM CHECK-VARIANT-STALENESS
               MOVE SPACES TO WS-DECODED-PATH
               MOVE WS-LANG-CAND-PATH TO WS-DECODED-PATH
           END-IF
           .

*> The chosen variant against its default-tree source (still in
*> WS-DECODED-PATH here): older than the source means the source
*> changed after the translation was last touched
       CHECK-VARIANT-STALENESS.
           MOVE SPACES TO WS-LANG-SRC-SAN
           CALL "PATH-UTILS" USING WS-DECODED-PATH WS-LANG-SRC-SAN
               WS-LANG-CAND-RC WS-VHOST-DOCROOT
           END-CALL
           IF WS-LANG-CAND-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LANG-SRC-SAN
               WS-LANG-FILE-INFO
               RETURNING WS-LANG-STAT-RC
           END-CALL
           IF WS-LANG-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-LANG-FILE-INFO
           MOVE WS-LANG-STAMP TO WS-LANG-SRC-STAMP
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LANG-CAND-SAN
               WS-LANG-FILE-INFO
               RETURNING WS-LANG-STAT-RC
           END-CALL
           IF WS-LANG-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-LANG-FILE-INFO
           IF WS-LANG-STAMP < WS-LANG-SRC-STAMP
               MOVE 1 TO WS-LANG-STALE
           END-IF
           .

       STAMP-LANG-FILE-INFO.
           COMPUTE WS-LANG-STAMP =
               WS-LANG-INFO-YEAR * 10000000000 +
               WS-LANG-INFO-MONTH * 100000000 +
               WS-LANG-INFO-DAY * 1000000 +
               WS-LANG-INFO-HOUR * 10000 +
               WS-LANG-INFO-MINUTE * 100 +
               WS-LANG-INFO-SECOND
           .

*> Load LANG-TABLE fresh from LANGS.CFG's "PREFIX LANG" lines -
*> blank/comment/malformed lines skipped, same as every other parser
       READ-LANGS-FILE.
           END-PERFORM
           .

*> Is an announcement currently configured? The operator's own
*> message is the first ANNOUNCE.CFG line not starting "@"; an absent
*> or blank file means no banner. "@<scope> <text>" lines are the
*> notices MAINT-CAL keeps for upcoming and running maintenance
*> windows - scope "*" is every site, anything else one vhost's
*> hostname - and the first line that applies to this request wins
       CHECK-ANNOUNCEMENT.
           MOVE 0 TO WS-ANN-ACTIVE
           MOVE 0 TO WS-ANN-TEXT-LEN
           MOVE SPACES TO WS-ANN-TEXT

           OPEN INPUT ANNOUNCE-FILE
           IF WS-ANNOUNCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ANN-PLAIN-SEEN
           MOVE 0 TO WS-ANN-EOF
           PERFORM UNTIL WS-ANN-EOF = 1
               READ ANNOUNCE-FILE
                   AT END
                       MOVE 1 TO WS-ANN-EOF
                   NOT AT END
                       PERFORM PICK-ANNOUNCE-LINE
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-FILE

           PERFORM VARYING WS-ANN-TEXT-LEN FROM 180 BY -1
           END-IF
           .

       PICK-ANNOUNCE-LINE.
           IF ANNOUNCE-RECORD(1:1) NOT = "@"
               IF WS-ANN-PLAIN-SEEN = 0
                   MOVE 1 TO WS-ANN-PLAIN-SEEN
                   IF ANNOUNCE-RECORD NOT = SPACES
                       MOVE ANNOUNCE-RECORD(1:180) TO WS-ANN-TEXT
                       MOVE 1 TO WS-ANN-EOF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ANN-SCOPE
           MOVE 0 TO WS-ANN-SCOPE-LEN
           INSPECT ANNOUNCE-RECORD(2:) TALLYING WS-ANN-SCOPE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ANN-SCOPE-LEN = 0 OR WS-ANN-SCOPE-LEN > 64
               EXIT PARAGRAPH
           END-IF
           MOVE ANNOUNCE-RECORD(2:WS-ANN-SCOPE-LEN) TO WS-ANN-SCOPE
           IF WS-ANN-SCOPE NOT = "*" AND WS-ANN-SCOPE NOT = WS-VHOST-NAME
               EXIT PARAGRAPH
           END-IF
           IF ANNOUNCE-RECORD(WS-ANN-SCOPE-LEN + 3:) NOT = SPACES
               MOVE ANNOUNCE-RECORD(WS-ANN-SCOPE-LEN + 3:)
                   TO WS-ANN-TEXT
               MOVE 1 TO WS-ANN-EOF
           END-IF
           .

*> Splice the banner block in right after the opening <body> tag's
*> own ">" - or ahead of everything for a page (or generated listing)
*> without one - rebuilding FILE-BUFFER through a scratch buffer the
           END-PERFORM
           .

*> MAINTENANCE-VHOSTS.DAT lists the vhosts MAINT-CAL has inside a
*> window of their own; no file or no listing means no window
       CHECK-VHOST-MAINTENANCE.
           OPEN INPUT MAINT-VHOSTS-FILE
           IF WS-MAINT-VHOSTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MAINT-VHOSTS-EOF
           PERFORM UNTIL WS-MAINT-VHOSTS-EOF = 1
               READ MAINT-VHOSTS-FILE
                   AT END
                       MOVE 1 TO WS-MAINT-VHOSTS-EOF
                   NOT AT END
                       IF MAINT-VHOSTS-RECORD = WS-VHOST-NAME
                           MOVE 1 TO WS-MAINTENANCE-ACTIVE
                           MOVE 1 TO WS-MAINT-VHOSTS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-VHOSTS-FILE
           .

*> Virtual-host routing: resolve the request's Host header against
*> VHOSTS.CFG's "HOSTNAME DOCROOT" table, re-read fresh on every
*> request the same way CHECK-AUTH-REALMS re-reads AUTH-REALMS.CFG.
*> No file, no Host header, or no matching entry all mean the same
*> thing - WS-VHOST-DOCROOT stays at LS-DOC-ROOT (WEBSERVER's
*> configured default), unchanged from before vhosts existed
       CHECK-VHOSTS.
                  "</label></p>" DELIMITED BY SIZE
                  '<p><button type="submit">Sign in</button></p>'
                      DELIMITED BY SIZE
                  '</form><p><a href="/login/forgot">Forgot your '
                      DELIMITED BY SIZE
                  "password?</a></p></body></html>" DELIMITED BY SIZE
               INTO WS-LOGIN-PAGE WITH POINTER WS-LOGIN-PAGE-PTR
           END-STRING
           COMPUTE WS-LOGIN-PAGE-LEN = WS-LOGIN-PAGE-PTR - 1
           PERFORM SEND-LOGIN-PAGE
           .

*> GET /login/forgot: the "forgot password" form - one user name
       HANDLE-FORGOT-PAGE.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE 0 TO WS-LOGIN-SET-COOKIE
           PERFORM EXTRACT-SESSION-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-CSRF-DAY
           PERFORM COMPUTE-CSRF-TOKEN

           MOVE SPACES TO WS-LOGIN-PAGE
           MOVE 1 TO WS-LOGIN-PAGE-PTR
           STRING "<html><head><title>Forgot password</title></head>"
                      DELIMITED BY SIZE
                  '<body style="font-family:sans-serif;max-width:22em;'
                      DELIMITED BY SIZE
                  'margin:4em auto"><h1>Forgot password</h1>'
                      DELIMITED BY SIZE
                  "<p>Give your user name and a reset link will be "
                      DELIMITED BY SIZE
                  "mailed to the address the staff directory holds "
                      DELIMITED BY SIZE
                  "for you.</p>" DELIMITED BY SIZE
                  '<form method="POST" action="/login/forgot">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-TOKEN DELIMITED BY SPACE
                  '">' DELIMITED BY SIZE
                  '<p><label>User<br><input name="user"></label></p>'
                      DELIMITED BY SIZE
                  '<p><button type="submit">Send reset link</button>'
                      DELIMITED BY SIZE
                  '</p></form><p><a href="/login">Back to sign in</a>'
                      DELIMITED BY SIZE
                  "</p></body></html>" DELIMITED BY SIZE
               INTO WS-LOGIN-PAGE WITH POINTER WS-LOGIN-PAGE-PTR
           END-STRING
           COMPUTE WS-LOGIN-PAGE-LEN = WS-LOGIN-PAGE-PTR - 1
           PERFORM SEND-LOGIN-PAGE
           .

*> POST /login/forgot: whatever the name turns out to be, the answer
*> is the same page - only the audit log tells a sent link from an
*> unknown, disabled, address-less or throttled account
       HANDLE-FORGOT-POST.
           MOVE 0 TO WS-LOGIN-SET-COOKIE
           PERFORM PARSE-URLENCODED-BODY

           MOVE SPACES TO WS-PWR-USER
           MOVE SPACES TO WS-CSRF-SUPPLIED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "user"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-PWR-USER
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "Request refused" TO WS-PWR-HEADING
               MOVE SPACES TO WS-PWR-REASON
               STRING "The form was stale or did not come from this "
                          DELIMITED BY SIZE
                      'site. <a href="/login/forgot">Start again</a>.'
                          DELIMITED BY SIZE
                   INTO WS-PWR-REASON
               END-STRING
               PERFORM SEND-PWRESET-PAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-PWR-USER = SPACES
               PERFORM HANDLE-FORGOT-PAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PASSWD-RESET-POLICY
           MOVE "PWRESET_REQUEST" TO WS-AUDIT-EVENT
           MOVE WS-PWR-USER TO WS-AUDIT-USER
           IF WS-PWR-BASE = SPACES
               MOVE "OFF" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "503 Service Unavailable" TO WS-LOG-STATUS-LINE
               MOVE "Reset not available" TO WS-PWR-HEADING
               MOVE SPACES TO WS-PWR-REASON
               STRING "Self-service password reset is not switched "
                          DELIMITED BY SIZE
                      "on here. Please contact the service desk."
                          DELIMITED BY SIZE
                   INTO WS-PWR-REASON
               END-STRING
               PERFORM SEND-PWRESET-PAGE
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING WS-PWR-NOW
           END-CALL
           MOVE WS-PWR-NOW TO WS-PWR-NOW-D
           MOVE SPACES TO WS-PWR-TOKEN-HASH
           PERFORM SCAN-PWRESET-FILE

*> An address over its hourly allowance gets a plain 429 - that
*> says nothing about any account - and adds no further mark, so a
*> flood can't grow the file
           IF WS-PWR-ADDR-HITS >= WS-PWR-ADDR-MAX
               MOVE "THROTTLED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-THROTTLED
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PWR-MARK
           MOVE 0 TO WS-PWR-ISSUE
           MOVE 0 TO WS-PWR-CLEAR-USER
           IF WS-PWR-USER-HITS >= WS-PWR-USER-MAX
               MOVE "THROTTLED" TO WS-AUDIT-RESULT
           ELSE
               PERFORM FIND-PWRESET-ACCOUNT
               IF WS-PWR-ACCT-OK = 0
                   MOVE "NOACCOUNT" TO WS-AUDIT-RESULT
               ELSE
                   PERFORM LOOKUP-PWRESET-EMAIL
                   IF WS-PWR-EMAIL = SPACES
                       MOVE "NOADDRESS" TO WS-AUDIT-RESULT
                   ELSE
                       PERFORM MINT-RESET-TOKEN
                       IF WS-PWR-TOKEN = SPACES
                           MOVE "FAILED" TO WS-AUDIT-RESULT
                       ELSE
                           MOVE WS-PWR-TOKEN TO WS-AUTH-PASS
                           PERFORM COMPUTE-AUTH-HASH
                           MOVE WS-AUTH-HASH-VALUE
                               TO WS-PWR-TOKEN-HASH
                           IF WS-PWR-TOKEN-HASH = SPACES
                               MOVE "FAILED" TO WS-AUDIT-RESULT
                           ELSE
*> A new link replaces any the user still had outstanding
                               MOVE 1 TO WS-PWR-ISSUE
                               MOVE 1 TO WS-PWR-CLEAR-USER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM REWRITE-PWRESET-FILE
           IF WS-PWR-ISSUE = 1
               IF WS-PWR-RC NOT = 0
                   MOVE "FAILED" TO WS-AUDIT-RESULT
               ELSE
                   PERFORM SEND-RESET-MAIL
                   EVALUATE WS-PWR-MAIL-RESULT
                       WHEN "S"
                           MOVE "SENT" TO WS-AUDIT-RESULT
                       WHEN "Q"
                           MOVE "QUEUED" TO WS-AUDIT-RESULT
                       WHEN OTHER
                           MOVE "MAILFAIL" TO WS-AUDIT-RESULT
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE "Check your e-mail" TO WS-PWR-HEADING
           MOVE WS-PWR-TTL TO WS-PWR-TTL-X
           PERFORM EDIT-PWRESET-NUMBER
           MOVE SPACES TO WS-PWR-REASON
           STRING "If that is an active account with an address in "
                      DELIMITED BY SIZE
                  "the staff directory, a reset link is on its way. "
                      DELIMITED BY SIZE
                  "It works once, within " DELIMITED BY SIZE
                  WS-PWR-NUM-TXT DELIMITED BY SPACE
                  " minutes. Nothing arrived? Contact the service "
                      DELIMITED BY SIZE
                  'desk. <a href="/login">Back to sign in</a>.'
                      DELIMITED BY SIZE
               INTO WS-PWR-REASON
           END-STRING
           PERFORM SEND-PWRESET-PAGE
           .

*> GET /login/reset?token=...: the new-password form, for a token
*> that is still live
       HANDLE-RESET-PAGE.
           MOVE 0 TO WS-LOGIN-SET-COOKIE
           MOVE SPACES TO WS-PWR-TOKEN
           IF QUERY-STRING(1:6) = "token="
               MOVE QUERY-STRING(7:32) TO WS-PWR-TOKEN
           ELSE
               PERFORM VARYING WS-PWR-IDX FROM 2 BY 1
                   UNTIL WS-PWR-IDX > 218
                   IF QUERY-STRING(WS-PWR-IDX:7) = "&token="
                       MOVE QUERY-STRING(WS-PWR-IDX + 7:32)
                           TO WS-PWR-TOKEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM READ-PASSWD-RESET-POLICY
           PERFORM LOOKUP-RESET-TOKEN
           IF WS-PWR-ADDR-HITS >= WS-PWR-ADDR-MAX
               PERFORM SEND-PWRESET-THROTTLED
               EXIT PARAGRAPH
           END-IF
           IF WS-PWR-FOUND = 0
               MOVE "PWRESET_COMPLETE" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-USER
               MOVE "BADTOKEN" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-BAD-LINK
               EXIT PARAGRAPH
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM EXTRACT-SESSION-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-CSRF-DAY
           PERFORM COMPUTE-CSRF-TOKEN
           MOVE WS-PWR-MIN-LEN TO WS-PWR-TTL-X
           PERFORM EDIT-PWRESET-NUMBER

           MOVE SPACES TO WS-LOGIN-PAGE
           MOVE 1 TO WS-LOGIN-PAGE-PTR
           STRING "<html><head><title>Choose a new password</title>"
                      DELIMITED BY SIZE
                  '</head><body style="font-family:sans-serif;'
                      DELIMITED BY SIZE
                  'max-width:22em;margin:4em auto">'
                      DELIMITED BY SIZE
                  "<h1>Choose a new password</h1><p>At least "
                      DELIMITED BY SIZE
                  WS-PWR-NUM-TXT DELIMITED BY SPACE
                  " characters, no spaces" DELIMITED BY SIZE
               INTO WS-LOGIN-PAGE WITH POINTER WS-LOGIN-PAGE-PTR
           END-STRING
           IF WS-PWR-MIX = "Y"
               STRING ", with at least one letter and one digit"
                          DELIMITED BY SIZE
                   INTO WS-LOGIN-PAGE WITH POINTER WS-LOGIN-PAGE-PTR
               END-STRING
           END-IF
           STRING ", and not one of your recent passwords.</p>"
                      DELIMITED BY SIZE
                  '<form method="POST" action="/login/reset">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-TOKEN DELIMITED BY SPACE
                  '"><input type="hidden" name="token" value="'
                      DELIMITED BY SIZE
                  WS-PWR-TOKEN DELIMITED BY SIZE
                  '"><p><label>New password<br><input '
                      DELIMITED BY SIZE
                  'type="password" name="password"></label></p>'
                      DELIMITED BY SIZE
                  '<p><label>Again<br><input type="password" '
                      DELIMITED BY SIZE
                  'name="confirm"></label></p>' DELIMITED BY SIZE
                  '<p><label>Code (if enrolled)<br><input '
                      DELIMITED BY SIZE
                  'name="code" autocomplete="one-time-code">'
                      DELIMITED BY SIZE
                  "</label></p>" DELIMITED BY SIZE
                  '<p><button type="submit">Set password</button>'
                      DELIMITED BY SIZE
                  "</p></form></body></html>" DELIMITED BY SIZE
               INTO WS-LOGIN-PAGE WITH POINTER WS-LOGIN-PAGE-PTR
           END-STRING
           COMPUTE WS-LOGIN-PAGE-LEN = WS-LOGIN-PAGE-PTR - 1
           PERFORM SEND-LOGIN-PAGE
           .

*> POST /login/reset: a live token, the second factor where the
*> account has one, and a password the policy accepts. The token is
*> spent before the realm file is touched, and the account is left
*> signed out everywhere - the new password is used at /login like
*> any other, code and all
       HANDLE-RESET-POST.
           MOVE 0 TO WS-LOGIN-SET-COOKIE
           PERFORM PARSE-URLENCODED-BODY

           MOVE SPACES TO WS-PWR-TOKEN
           MOVE SPACES TO WS-PWR-PASS
           MOVE SPACES TO WS-PWR-CONFIRM
           MOVE SPACES TO WS-TOTP-CODE
           MOVE SPACES TO WS-CSRF-SUPPLIED
           MOVE 0 TO WS-PWR-TOO-LONG
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "token"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-PWR-TOKEN
                   WHEN "password"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:64)
                           TO WS-PWR-PASS
                       IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 64
                           MOVE 1 TO WS-PWR-TOO-LONG
                       END-IF
                   WHEN "confirm"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:64)
                           TO WS-PWR-CONFIRM
                   WHEN "code"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:6)
                           TO WS-TOTP-CODE
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "Request refused" TO WS-PWR-HEADING
               MOVE SPACES TO WS-PWR-REASON
               STRING "The form was stale or did not come from this "
                          DELIMITED BY SIZE
                      "site. Open the link from your e-mail again."
                          DELIMITED BY SIZE
                   INTO WS-PWR-REASON
               END-STRING
               PERFORM SEND-PWRESET-PAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PASSWD-RESET-POLICY
           PERFORM LOOKUP-RESET-TOKEN
           IF WS-PWR-ADDR-HITS >= WS-PWR-ADDR-MAX
               PERFORM SEND-PWRESET-THROTTLED
               EXIT PARAGRAPH
           END-IF
           MOVE "PWRESET_COMPLETE" TO WS-AUDIT-EVENT
           MOVE WS-PWR-USER TO WS-AUDIT-USER
           IF WS-PWR-FOUND = 0
               MOVE "BADTOKEN" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-BAD-LINK
               EXIT PARAGRAPH
           END-IF

*> Disabled since the link went out: the link dies with the account
           PERFORM FIND-PWRESET-ACCOUNT
           IF WS-PWR-ACCT-OK = 0
               MOVE 0 TO WS-PWR-MARK
               MOVE 0 TO WS-PWR-ISSUE
               MOVE 1 TO WS-PWR-CLEAR-USER
               PERFORM REWRITE-PWRESET-FILE
               MOVE "NOACCOUNT" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-BAD-LINK
               EXIT PARAGRAPH
           END-IF

*> The mailbox alone must not be enough for an enrolled account: its
*> current code is demanded here too, a wrong one counting toward
*> the same five-strikes lockout a wrong sign-in code does
           MOVE WS-PWR-USER TO WS-TOTP-USER
           PERFORM LOOKUP-TOTP-ENROLLMENT
           IF WS-TOTP-ENROLLED = 1
               MOVE WS-PWR-USER TO WS-AUTH-USER
               PERFORM FIND-AUTH-STATE-ENTRY
               IF WS-AST-FOUND-IDX > 0
                   IF AST-LOCKED-UNTIL(WS-AST-FOUND-IDX) >
                      WS-PWR-NOW-D
                       MOVE "LOCKED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-LOG
                       MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
                       MOVE "Account locked" TO WS-PWR-HEADING
                       MOVE SPACES TO WS-PWR-REASON
                       STRING "Too many wrong codes. Wait fifteen "
                                  DELIMITED BY SIZE
                              "minutes, then open the link from your "
                                  DELIMITED BY SIZE
                              "e-mail again." DELIMITED BY SIZE
                           INTO WS-PWR-REASON
                       END-STRING
                       PERFORM SEND-PWRESET-PAGE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM VERIFY-TOTP-CODE
               IF WS-TOTP-OK = 0
                   PERFORM RECORD-AUTH-FAILURE
                   MOVE "PWRESET_COMPLETE" TO WS-AUDIT-EVENT
                   MOVE WS-PWR-USER TO WS-AUDIT-USER
                   MOVE "BADCODE" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "401 Unauthorized" TO WS-LOG-STATUS-LINE
                   MOVE "Code required" TO WS-PWR-HEADING
                   MOVE SPACES TO WS-PWR-REASON
                   STRING "This account needs the current code from "
                              DELIMITED BY SIZE
                          "your authenticator app, and it was missing "
                              DELIMITED BY SIZE
                          "or wrong." DELIMITED BY SIZE
                       INTO WS-PWR-REASON
                   END-STRING
                   PERFORM SEND-PWRESET-RETRY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VALIDATE-RESET-PASSWORD
           IF WS-PWR-REASON NOT = SPACES
               PERFORM WRITE-AUDIT-LOG
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               MOVE "Password not accepted" TO WS-PWR-HEADING
               PERFORM SEND-PWRESET-RETRY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PWR-PASS TO WS-AUTH-PASS
           PERFORM COMPUTE-AUTH-HASH
           IF WS-AUTH-HASH-VALUE = SPACES
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RESET-HISTORY
           IF WS-PWR-REUSED = 1
               MOVE "REUSED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               MOVE "Password not accepted" TO WS-PWR-HEADING
               MOVE SPACES TO WS-PWR-REASON
               STRING "That is one of your recent passwords - "
                          DELIMITED BY SIZE
                      "choose one you have not used before."
                          DELIMITED BY SIZE
                   INTO WS-PWR-REASON
               END-STRING
               PERFORM SEND-PWRESET-RETRY
               EXIT PARAGRAPH
           END-IF

*> Spend the token first: if the realm rewrite then fails, the
*> worst case is asking for a fresh link, never a reusable one
           MOVE 0 TO WS-PWR-MARK
           MOVE 0 TO WS-PWR-ISSUE
           MOVE 1 TO WS-PWR-CLEAR-USER
           PERFORM REWRITE-PWRESET-FILE
           IF WS-PWR-RC NOT = 0
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-RESET-REALMS
           IF WS-PWR-REALM-HITS = 0
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               PERFORM SEND-PWRESET-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-RESET-HISTORY
           PERFORM STAMP-RESET-REVOCATION

           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE "Password changed" TO WS-PWR-HEADING
           MOVE SPACES TO WS-PWR-REASON
           STRING "Any sessions you had open have been signed out. "
                      DELIMITED BY SIZE
                  '<a href="/login">Sign in</a> with the new '
                      DELIMITED BY SIZE
                  "password, and your authenticator code if you use "
                      DELIMITED BY SIZE
                  "one." DELIMITED BY SIZE
               INTO WS-PWR-REASON
           END-STRING
           PERFORM SEND-PWRESET-PAGE
           .

*> PASSWD-POLICY.CFG's set-time rules (the keys and defaults
*> USER-ADMIN reads) and the reset flow's own RESET_ keys, re-read
*> per request; unrecognized keys belong to PASSWD-AGE and the
*> serving-side expiry gate
       READ-PASSWD-RESET-POLICY.
           MOVE SPACES TO WS-PWR-BASE
           MOVE 30 TO WS-PWR-TTL
           MOVE 3 TO WS-PWR-USER-MAX
           MOVE 10 TO WS-PWR-ADDR-MAX
           MOVE 8 TO WS-PWR-MIN-LEN
           MOVE "Y" TO WS-PWR-MIX
           MOVE 5 TO WS-PWR-HISTORY
           OPEN INPUT PASSWD-POLICY-FILE
           IF WS-PWDPOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PWDPOL-EOF
           PERFORM UNTIL WS-PWDPOL-EOF = 1
               READ PASSWD-POLICY-FILE
                   AT END
                       MOVE 1 TO WS-PWDPOL-EOF
                   NOT AT END
                       PERFORM APPLY-PWRESET-POLICY-LINE
               END-READ
           END-PERFORM
           CLOSE PASSWD-POLICY-FILE
           .

       APPLY-PWRESET-POLICY-LINE.
           IF PASSWD-POLICY-RECORD(1:1) = SPACE OR
              PASSWD-POLICY-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PWR-EQ-POS FROM 1 BY 1
               UNTIL WS-PWR-EQ-POS > 32
               IF PASSWD-POLICY-RECORD(WS-PWR-EQ-POS:1) = "="
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PWR-EQ-POS > 32 OR WS-PWR-EQ-POS < 2
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PWR-KEY
           MOVE PASSWD-POLICY-RECORD(1:WS-PWR-EQ-POS - 1)
               TO WS-PWR-KEY
           MOVE SPACES TO WS-PWR-VALUE
           MOVE PASSWD-POLICY-RECORD(WS-PWR-EQ-POS + 1:96)
               TO WS-PWR-VALUE
           EVALUATE WS-PWR-KEY
               WHEN "MIN_LENGTH"
                   IF WS-PWR-VALUE(1:1) NUMERIC
                       COMPUTE WS-PWR-MIN-LEN =
                           FUNCTION NUMVAL(WS-PWR-VALUE(1:16))
                   END-IF
               WHEN "REQUIRE_MIX"
                   MOVE WS-PWR-VALUE(1:1) TO WS-PWR-MIX
               WHEN "HISTORY_DEPTH"
                   IF WS-PWR-VALUE(1:1) NUMERIC
                       COMPUTE WS-PWR-HISTORY =
                           FUNCTION NUMVAL(WS-PWR-VALUE(1:16))
                       IF WS-PWR-HISTORY > 10
                           MOVE 10 TO WS-PWR-HISTORY
                       END-IF
                   END-IF
               WHEN "RESET_BASE"
                   MOVE WS-PWR-VALUE TO WS-PWR-BASE
               WHEN "RESET_TTL_MINUTES"
                   IF WS-PWR-VALUE(1:1) NUMERIC
                       COMPUTE WS-PWR-TTL =
                           FUNCTION NUMVAL(WS-PWR-VALUE(1:16))
                   END-IF
               WHEN "RESET_USER_PER_HOUR"
                   IF WS-PWR-VALUE(1:1) NUMERIC
                       COMPUTE WS-PWR-USER-MAX =
                           FUNCTION NUMVAL(WS-PWR-VALUE(1:16))
                   END-IF
               WHEN "RESET_ADDR_PER_HOUR"
                   IF WS-PWR-VALUE(1:1) NUMERIC
                       COMPUTE WS-PWR-ADDR-MAX =
                           FUNCTION NUMVAL(WS-PWR-VALUE(1:16))
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> The token off the form or the link: 32 lower-case hex characters
*> or nothing. A live match names the user; a miss is marked against
*> the client address like a forgot request, so guessing at tokens
*> runs into the same hourly allowance
       LOOKUP-RESET-TOKEN.
           CALL "time" USING BY VALUE 0 RETURNING WS-PWR-NOW
           END-CALL
           MOVE WS-PWR-NOW TO WS-PWR-NOW-D
           MOVE SPACES TO WS-PWR-USER
           MOVE SPACES TO WS-PWR-TOKEN-HASH
           MOVE 1 TO WS-PWR-HEX-OK
           PERFORM VARYING WS-PWR-IDX FROM 1 BY 1
               UNTIL WS-PWR-IDX > 32
               IF WS-PWR-TOKEN(WS-PWR-IDX:1) NOT NUMERIC AND
                  (WS-PWR-TOKEN(WS-PWR-IDX:1) < "a" OR
                   WS-PWR-TOKEN(WS-PWR-IDX:1) > "f")
                   MOVE 0 TO WS-PWR-HEX-OK
               END-IF
           END-PERFORM
           IF WS-PWR-HEX-OK = 1
               MOVE WS-PWR-TOKEN TO WS-AUTH-PASS
               PERFORM COMPUTE-AUTH-HASH
               MOVE WS-AUTH-HASH-VALUE TO WS-PWR-TOKEN-HASH
           ELSE
               MOVE SPACES TO WS-PWR-TOKEN
           END-IF
           PERFORM SCAN-PWRESET-FILE
           IF WS-PWR-FOUND = 0 AND
              WS-PWR-ADDR-HITS < WS-PWR-ADDR-MAX
               MOVE 1 TO WS-PWR-MARK
               MOVE 0 TO WS-PWR-ISSUE
               MOVE 0 TO WS-PWR-CLEAR-USER
               PERFORM REWRITE-PWRESET-FILE
           END-IF
           .

*> One pass over PASSWD-RESETS.DAT: this address's and this user's
*> live request marks, and the live token matching
*> WS-PWR-TOKEN-HASH when there is one to look for
       SCAN-PWRESET-FILE.
           MOVE 0 TO WS-PWR-ADDR-HITS
           MOVE 0 TO WS-PWR-USER-HITS
           MOVE 0 TO WS-PWR-FOUND
           OPEN INPUT PWRESET-FILE
           IF WS-PWR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PWR-EOF
           PERFORM UNTIL WS-PWR-EOF = 1
               READ PWRESET-FILE
                   AT END
                       MOVE 1 TO WS-PWR-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-PWRESET-LINE
               END-READ
           END-PERFORM
           CLOSE PWRESET-FILE
           .

       COUNT-ONE-PWRESET-LINE.
           IF PWR-EXPIRES NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PWR-EXPIRES <= WS-PWR-NOW-D
               EXIT PARAGRAPH
           END-IF
           EVALUATE PWR-KIND
               WHEN "R"
                   IF PWR-ADDR = LS-CLIENT-ADDR
                       ADD 1 TO WS-PWR-ADDR-HITS
                   END-IF
                   IF WS-PWR-USER NOT = SPACES AND
                      PWR-USER = WS-PWR-USER
                       ADD 1 TO WS-PWR-USER-HITS
                   END-IF
               WHEN "T"
                   IF WS-PWR-TOKEN-HASH NOT = SPACES AND
                      PWR-HASH = WS-PWR-TOKEN-HASH
                       MOVE 1 TO WS-PWR-FOUND
                       MOVE PWR-USER TO WS-PWR-USER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> PASSWD-RESETS.DAT through its scratch copy: expired lines fall
*> away, WS-PWR-CLEAR-USER drops WS-PWR-USER's tokens, and
*> WS-PWR-MARK / WS-PWR-ISSUE add this request's mark and new token.
*> WS-PWR-RC is 0 when the new file is in place
       REWRITE-PWRESET-FILE.
           MOVE -1 TO WS-PWR-RC
           OPEN OUTPUT PWRESET-TMP
           IF WS-PWR-TMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PWRESET-FILE
           IF WS-PWR-STATUS = "00"
               MOVE 0 TO WS-PWR-EOF
               PERFORM UNTIL WS-PWR-EOF = 1
                   READ PWRESET-FILE
                       AT END
                           MOVE 1 TO WS-PWR-EOF
                       NOT AT END
                           PERFORM COPY-ONE-PWRESET-LINE
                   END-READ
               END-PERFORM
               CLOSE PWRESET-FILE
           END-IF

           IF WS-PWR-MARK = 1
               COMPUTE WS-PWR-EXP-D = WS-PWR-NOW-D + 3600
               MOVE SPACES TO PWRESET-TMP-RECORD
               STRING "R|" WS-PWR-NOW-D "|" WS-PWR-EXP-D "|"
                      WS-PWR-USER "|" LS-CLIENT-ADDR "|"
                      DELIMITED BY SIZE
                   INTO PWRESET-TMP-RECORD
               END-STRING
               WRITE PWRESET-TMP-RECORD
           END-IF
           IF WS-PWR-ISSUE = 1
               COMPUTE WS-PWR-EXP-D = WS-PWR-NOW-D + WS-PWR-TTL * 60
               MOVE SPACES TO PWRESET-TMP-RECORD
               STRING "T|" WS-PWR-NOW-D "|" WS-PWR-EXP-D "|"
                      WS-PWR-USER "|" LS-CLIENT-ADDR "|"
                      WS-PWR-TOKEN-HASH
                      DELIMITED BY SIZE
                   INTO PWRESET-TMP-RECORD
               END-STRING
               WRITE PWRESET-TMP-RECORD
           END-IF
           CLOSE PWRESET-TMP

           CALL "CBL_DELETE_FILE" USING "PASSWD-RESETS.DAT"
               RETURNING WS-PWR-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "PASSWD-RESETS.TMP"
               "PASSWD-RESETS.DAT"
               RETURNING WS-PWR-RC
           END-CALL
           .

       COPY-ONE-PWRESET-LINE.
           IF PWR-EXPIRES NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PWR-EXPIRES <= WS-PWR-NOW-D
               EXIT PARAGRAPH
           END-IF
           IF WS-PWR-CLEAR-USER = 1 AND PWR-KIND = "T" AND
              PWR-USER = WS-PWR-USER
               EXIT PARAGRAPH
           END-IF
           MOVE PWRESET-RECORD TO PWRESET-TMP-RECORD
           WRITE PWRESET-TMP-RECORD
           .

*> Is WS-PWR-USER an account that may reset - declared on some
*> realm line and not DISABLED? MUSTCHANGE and expired accounts are
*> exactly the ones this is for
       FIND-PWRESET-ACCOUNT.
           MOVE 0 TO WS-PWR-ACCT-OK
           PERFORM READ-AUTH-REALMS-FILE
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > WS-AUTH-REALM-COUNT
               IF AUTH-REALM-USERNAME(WS-AUTH-IDX) = WS-PWR-USER
                   IF AUTH-REALM-STATE(WS-AUTH-IDX) NOT = "DISABLED"
                       MOVE 1 TO WS-PWR-ACCT-OK
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> The user's e-mail address, one keyed read of DIRECTORY.DAT by
*> user name - the same key WATCH-NOTIFY and POLICY-CHASE mail by
       LOOKUP-PWRESET-EMAIL.
           MOVE SPACES TO WS-PWR-EMAIL
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIRFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PWR-USER TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DIR-EMAIL TO WS-PWR-EMAIL
           END-READ
           CLOSE DIRECTORY-FILE
           MOVE 0 TO WS-PWR-IDX
           INSPECT WS-PWR-EMAIL TALLYING WS-PWR-IDX FOR ALL "@"
           IF WS-PWR-IDX NOT = 1
               MOVE SPACES TO WS-PWR-EMAIL
           END-IF
           .

*> A fresh 128-bit token from "openssl rand", through a PID scratch
*> file exactly as CREATE-SESSION mints session tokens
       MINT-RESET-TOKEN.
           MOVE SPACES TO WS-PWR-TOKEN
           CALL "getpid" RETURNING WS-SESS-PID
           END-CALL
           MOVE WS-SESS-PID TO WS-SESS-PID-D
           MOVE SPACES TO WS-SESS-RAND-FILE
           STRING "PWRTMP" WS-SESS-PID-D ".OUT" DELIMITED BY SIZE
               INTO WS-SESS-RAND-FILE
           END-STRING

           CALL "SYSTEM" USING WS-SESS-RAND-CMD
               RETURNING WS-SESS-RAND-RC
           END-CALL
           IF WS-SESS-RAND-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_OPEN_FILE" USING WS-SESS-RAND-FILE 1 0 0
               WS-SESS-RD-HANDLE
               RETURNING WS-SESS-RD-RC
                   RETURNING WS-SESS-RD-RC
               END-CALL
               IF WS-SESS-RD-RC = 0
                   MOVE WS-SESS-RD-BUF(1:32) TO WS-PWR-TOKEN
               END-IF
               CALL "CBL_CLOSE_FILE" USING WS-SESS-RD-HANDLE
                   RETURNING WS-SESS-RD-RC
           CALL "CBL_DELETE_FILE" USING WS-SESS-RAND-FILE
               RETURNING WS-SESS-RD-RC
           END-CALL
           .

*> The link, to the directory address only, through MAIL-SEND-TO
*> (which spools it behind a mail outage like any other message)
       SEND-RESET-MAIL.
           MOVE 0 TO WS-PWR-IDX
           INSPECT WS-PWR-BASE TALLYING WS-PWR-IDX
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PWR-IDX > 1 AND WS-PWR-BASE(WS-PWR-IDX:1) = "/"
               SUBTRACT 1 FROM WS-PWR-IDX
           END-IF
           MOVE SPACES TO WS-PWR-LINK
           STRING WS-PWR-BASE(1:WS-PWR-IDX) DELIMITED BY SIZE
                  "/login/reset?token=" DELIMITED BY SIZE
                  WS-PWR-TOKEN DELIMITED BY SIZE
               INTO WS-PWR-LINK
           END-STRING

           MOVE WS-PWR-TTL TO WS-PWR-TTL-X
           PERFORM EDIT-PWRESET-NUMBER
           MOVE SPACES TO WS-PWR-MAIL-TO
           MOVE WS-PWR-EMAIL TO WS-PWR-MAIL-TO
           MOVE "Intranet password reset" TO WS-PWR-MAIL-SUBJECT
           MOVE SPACES TO WS-PWR-MAIL-TEXT
           STRING "A password reset was asked for on the intranet "
                      DELIMITED BY SIZE
                  "account " DELIMITED BY SIZE
                  WS-PWR-USER DELIMITED BY SPACE
                  ".\n\nTo choose a new password, open this link "
                      DELIMITED BY SIZE
                  "within " DELIMITED BY SIZE
                  WS-PWR-NUM-TXT DELIMITED BY SPACE
                  " minutes. It works once.\n\n" DELIMITED BY SIZE
                  WS-PWR-LINK DELIMITED BY SPACE
                  "\n\nIf you did not ask for this, ignore this "
                      DELIMITED BY SIZE
                  "message - your password has not changed. The "
                      DELIMITED BY SIZE
                  "request came from " DELIMITED BY SIZE
                  LS-CLIENT-ADDR DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
               INTO WS-PWR-MAIL-TEXT
           END-STRING
           CALL "MAIL-SEND-TO" USING WS-PWR-MAIL-TO
               WS-PWR-MAIL-SUBJECT WS-PWR-MAIL-TEXT
               WS-PWR-MAIL-RESULT
           END-CALL
           .

*> The policy's length and mix rules, with the form's own checks
*> (both copies agree, no spaces, not too long) ahead of them.
*> A refusal leaves its explanation in WS-PWR-REASON
       VALIDATE-RESET-PASSWORD.
           MOVE SPACES TO WS-PWR-REASON
           MOVE "POLICY" TO WS-AUDIT-RESULT
           MOVE 0 TO WS-PWR-PWD-LEN
           PERFORM VARYING WS-PWR-IDX FROM 64 BY -1
               UNTIL WS-PWR-IDX < 1
               IF WS-PWR-PASS(WS-PWR-IDX:1) NOT = SPACE
                   MOVE WS-PWR-IDX TO WS-PWR-PWD-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PWR-IDX
           INSPECT WS-PWR-PASS TALLYING WS-PWR-IDX
               FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE TRUE
               WHEN WS-PWR-TOO-LONG = 1
                   MOVE "Passwords are limited to 64 characters."
                       TO WS-PWR-REASON
               WHEN WS-PWR-PWD-LEN = 0
                   MOVE "Enter the new password in both boxes."
                       TO WS-PWR-REASON
               WHEN WS-PWR-PASS NOT = WS-PWR-CONFIRM
                   MOVE "MISMATCH" TO WS-AUDIT-RESULT
                   MOVE "The two copies of the password differ."
                       TO WS-PWR-REASON
               WHEN WS-PWR-IDX < WS-PWR-PWD-LEN
                   MOVE "Passwords cannot contain spaces."
                       TO WS-PWR-REASON
               WHEN WS-PWR-PWD-LEN < WS-PWR-MIN-LEN
                   MOVE WS-PWR-MIN-LEN TO WS-PWR-TTL-X
           PERFORM EDIT-PWRESET-NUMBER
                   STRING "The password must be at least "
                              DELIMITED BY SIZE
                          WS-PWR-NUM-TXT DELIMITED BY SPACE
                          " characters long." DELIMITED BY SIZE
                       INTO WS-PWR-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PWR-REASON NOT = SPACES OR WS-PWR-MIX NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PWR-HAS-ALPHA
           MOVE 0 TO WS-PWR-HAS-DIGIT
           PERFORM VARYING WS-PWR-IDX FROM 1 BY 1
               UNTIL WS-PWR-IDX > WS-PWR-PWD-LEN
               IF WS-PWR-PASS(WS-PWR-IDX:1) NUMERIC
                   MOVE 1 TO WS-PWR-HAS-DIGIT
               ELSE
                   IF WS-PWR-PASS(WS-PWR-IDX:1) ALPHABETIC
                       MOVE 1 TO WS-PWR-HAS-ALPHA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PWR-HAS-ALPHA = 0 OR WS-PWR-HAS-DIGIT = 0
               MOVE "The password needs at least one letter and one "
                   & "digit." TO WS-PWR-REASON
           END-IF
           .

*> The new hash (WS-AUTH-HASH-VALUE) against the user's last
*> HISTORY_DEPTH hashes in AUTH-HISTORY.DAT, the USER-ADMIN way
       CHECK-RESET-HISTORY.
           MOVE 0 TO WS-PWR-REUSED
           MOVE 0 TO WS-PWR-RING-COUNT
           MOVE 0 TO WS-PWR-RING-POS
           MOVE 0 TO WS-PWR-USER-LEN
           INSPECT WS-PWR-USER TALLYING WS-PWR-USER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PWR-USER-LEN = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUTH-HISTORY-FILE
           IF WS-PWR-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PWR-EOF
           PERFORM UNTIL WS-PWR-EOF = 1
               READ AUTH-HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-PWR-EOF
                   NOT AT END
                       PERFORM RING-ONE-RESET-HISTORY
               END-READ
           END-PERFORM
           CLOSE AUTH-HISTORY-FILE

           MOVE WS-PWR-HISTORY TO WS-PWR-CHECK-N
           IF WS-PWR-RING-COUNT < WS-PWR-CHECK-N
               MOVE WS-PWR-RING-COUNT TO WS-PWR-CHECK-N
           END-IF
           PERFORM VARYING WS-PWR-RING-IDX FROM 1 BY 1
               UNTIL WS-PWR-RING-IDX > WS-PWR-CHECK-N
               COMPUTE WS-PWR-IDX =
                   WS-PWR-RING-POS - WS-PWR-RING-IDX + 1
               IF WS-PWR-IDX < 1
                   ADD 10 TO WS-PWR-IDX
               END-IF
               IF PWR-RING-HASH(WS-PWR-IDX) = WS-AUTH-HASH-VALUE
                   MOVE 1 TO WS-PWR-REUSED
               END-IF
           END-PERFORM
           .

       RING-ONE-RESET-HISTORY.
           IF AUTH-HISTORY-RECORD(1:WS-PWR-USER-LEN) NOT =
                  WS-PWR-USER(1:WS-PWR-USER-LEN) OR
              AUTH-HISTORY-RECORD(WS-PWR-USER-LEN + 1:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PWR-RING-POS
           IF WS-PWR-RING-POS > 10
               MOVE 1 TO WS-PWR-RING-POS
           END-IF
           IF WS-PWR-RING-COUNT < 10
               ADD 1 TO WS-PWR-RING-COUNT
           END-IF
           MOVE AUTH-HISTORY-RECORD(WS-PWR-USER-LEN + 2:64)
               TO PWR-RING-HASH(WS-PWR-RING-POS)
           .

*> Every realm line of the user gets the new hash, ACTIVE and
*> today's set date, through AUTH-REALMS.TMP exactly as a USER-ADMIN
*> RESET rewrites them; WS-PWR-REALM-HITS stays 0 on any failure
       REWRITE-RESET-REALMS.
           MOVE 0 TO WS-PWR-REALM-HITS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-PWR-TODAY
           MOVE 0 TO WS-PWR-USER-LEN
           INSPECT WS-PWR-USER TALLYING WS-PWR-USER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PWR-USER-LEN = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUTH-REALMS-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUTH-REALMS-TMP
           IF WS-PWR-RTMP-STATUS NOT = "00"
               CLOSE AUTH-REALMS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PWR-EOF
           PERFORM UNTIL WS-PWR-EOF = 1
               READ AUTH-REALMS-FILE
                   AT END
                       MOVE 1 TO WS-PWR-EOF
                   NOT AT END
                       PERFORM REWRITE-ONE-RESET-REALM-LINE
               END-READ
           END-PERFORM
           CLOSE AUTH-REALMS-FILE
           CLOSE AUTH-REALMS-TMP

           IF WS-PWR-REALM-HITS = 0
               CALL "CBL_DELETE_FILE" USING "AUTH-REALMS.TMP"
                   RETURNING WS-PWR-RC
               END-CALL
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "AUTH-REALMS.CFG"
               RETURNING WS-PWR-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "AUTH-REALMS.TMP"
               "AUTH-REALMS.CFG"
               RETURNING WS-PWR-RC
           END-CALL
           IF WS-PWR-RC NOT = 0
               MOVE 0 TO WS-PWR-REALM-HITS
           END-IF
           .

*> Prefix, user, hash, status, date, then whatever follows (a
*> realm's GROUP=) carried along untouched
       REWRITE-ONE-RESET-REALM-LINE.
           MOVE AUTH-REALMS-RECORD TO AUTH-REALMS-TMP-RECORD
           IF AUTH-REALMS-RECORD(1:1) = SPACE OR
              AUTH-REALMS-RECORD(1:1) = "*"
               WRITE AUTH-REALMS-TMP-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PWR-SP1
           PERFORM VARYING WS-PWR-SCAN-POS FROM 1 BY 1
               UNTIL WS-PWR-SCAN-POS > 128
               IF AUTH-REALMS-RECORD(WS-PWR-SCAN-POS:1) = SPACE
                   MOVE WS-PWR-SCAN-POS TO WS-PWR-SP1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PWR-SP2
           IF WS-PWR-SP1 > 0
               COMPUTE WS-PWR-SCAN-POS = WS-PWR-SP1 + 1
               PERFORM VARYING WS-PWR-SCAN-POS FROM WS-PWR-SCAN-POS
                   BY 1 UNTIL WS-PWR-SCAN-POS > 128
                   IF AUTH-REALMS-RECORD(WS-PWR-SCAN-POS:1) = SPACE
                       MOVE WS-PWR-SCAN-POS TO WS-PWR-SP2
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PWR-SP1 = 0 OR WS-PWR-SP2 = 0 OR
              WS-PWR-SP2 - WS-PWR-SP1 - 1 NOT = WS-PWR-USER-LEN OR
              AUTH-REALMS-RECORD(WS-PWR-SP1 + 1:WS-PWR-USER-LEN) NOT =
                  WS-PWR-USER(1:WS-PWR-USER-LEN)
               WRITE AUTH-REALMS-TMP-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PWR-REALM-HITS
           MOVE SPACES TO WS-PWR-LINE-PREFIX
           MOVE AUTH-REALMS-RECORD(1:WS-PWR-SP1 - 1)
               TO WS-PWR-LINE-PREFIX

*> WS-PWR-SP3 ends the old hash, WS-PWR-SP4 the old status token
           MOVE 0 TO WS-PWR-SP3
           COMPUTE WS-PWR-SCAN-POS = WS-PWR-SP2 + 1
           PERFORM VARYING WS-PWR-SCAN-POS FROM WS-PWR-SCAN-POS BY 1
               UNTIL WS-PWR-SCAN-POS > 128
               IF AUTH-REALMS-RECORD(WS-PWR-SCAN-POS:1) = SPACE
                   MOVE WS-PWR-SCAN-POS TO WS-PWR-SP3
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PWR-SP4
           IF WS-PWR-SP3 > 0
               COMPUTE WS-PWR-SCAN-POS = WS-PWR-SP3 + 1
               PERFORM VARYING WS-PWR-SCAN-POS FROM WS-PWR-SCAN-POS
                   BY 1 UNTIL WS-PWR-SCAN-POS > 128
                   IF AUTH-REALMS-RECORD(WS-PWR-SCAN-POS:1) = SPACE
                       MOVE WS-PWR-SCAN-POS TO WS-PWR-SP4
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PWR-HAS-DATE
           IF WS-PWR-SP4 > 0 AND WS-PWR-SP4 <= 120
               IF AUTH-REALMS-RECORD(WS-PWR-SP4 + 1:8) NUMERIC
                   IF WS-PWR-SP4 = 120 OR
                      AUTH-REALMS-RECORD(WS-PWR-SP4 + 9:1) = SPACE
                       MOVE 1 TO WS-PWR-HAS-DATE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-PWR-TAIL-POS
           IF WS-PWR-HAS-DATE = 1
               COMPUTE WS-PWR-TAIL-POS = WS-PWR-SP4 + 9
           ELSE
               IF WS-PWR-SP4 > 0
                   MOVE WS-PWR-SP4 TO WS-PWR-TAIL-POS
               END-IF
           END-IF

           MOVE SPACES TO AUTH-REALMS-TMP-RECORD
           MOVE 1 TO WS-PWR-REB-PTR
           STRING WS-PWR-LINE-PREFIX DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-PWR-USER(1:WS-PWR-USER-LEN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUTH-HASH-VALUE DELIMITED BY SPACE
                  " ACTIVE " DELIMITED BY SIZE
                  WS-PWR-TODAY DELIMITED BY SIZE
               INTO AUTH-REALMS-TMP-RECORD WITH POINTER WS-PWR-REB-PTR
           END-STRING
           IF WS-PWR-TAIL-POS > 0 AND WS-PWR-TAIL-POS < 128
               STRING AUTH-REALMS-RECORD(WS-PWR-TAIL-POS:
                          128 - WS-PWR-TAIL-POS + 1)
                   DELIMITED BY SIZE
                   INTO AUTH-REALMS-TMP-RECORD
                   WITH POINTER WS-PWR-REB-PTR
               END-STRING
           END-IF
           WRITE AUTH-REALMS-TMP-RECORD
           .

       APPEND-RESET-HISTORY.
           OPEN EXTEND AUTH-HISTORY-FILE
           IF WS-PWR-HIST-STATUS = "35" OR WS-PWR-HIST-STATUS = "05"
               OPEN OUTPUT AUTH-HISTORY-FILE
           END-IF
           MOVE SPACES TO AUTH-HISTORY-RECORD
           STRING WS-PWR-USER(1:WS-PWR-USER-LEN) " "
                  WS-AUTH-HASH-VALUE
               DELIMITED BY SIZE INTO AUTH-HISTORY-RECORD
           END-STRING
           WRITE AUTH-HISTORY-RECORD
           CLOSE AUTH-HISTORY-FILE
           .

*> "USER EPOCH" onto SESSIONS-REVOKED.DAT, as USER-ADMIN DISABLE
*> stamps it: every session the user already had dies on its next
*> request
       STAMP-RESET-REVOCATION.
           OPEN EXTEND REVOKED-FILE
           IF WS-REVOKED-STATUS = "35" OR WS-REVOKED-STATUS = "05"
               OPEN OUTPUT REVOKED-FILE
           END-IF
           MOVE SPACES TO REVOKED-RECORD
           STRING WS-PWR-USER(1:WS-PWR-USER-LEN) " " WS-PWR-NOW-D
               DELIMITED BY SIZE INTO REVOKED-RECORD
           END-STRING
           WRITE REVOKED-RECORD
           CLOSE REVOKED-FILE
           .

*> WS-PWR-TTL-X's digits without their leading blanks
       EDIT-PWRESET-NUMBER.
           MOVE SPACES TO WS-PWR-NUM-TXT
           MOVE 0 TO WS-PWR-SCAN-POS
           INSPECT WS-PWR-TTL-X TALLYING WS-PWR-SCAN-POS
               FOR LEADING SPACES
           MOVE WS-PWR-TTL-X(WS-PWR-SCAN-POS + 1:) TO WS-PWR-NUM-TXT
           .

*> The reset flow's message pages: WS-PWR-HEADING over
*> WS-PWR-REASON, sent through SEND-LOGIN-PAGE
       SEND-PWRESET-PAGE.
           MOVE SPACES TO WS-LOGIN-PAGE
           MOVE 1 TO WS-LOGIN-PAGE-PTR
           STRING "<html><head><title>Password reset</title></head>"
                      DELIMITED BY SIZE
                  '<body style="font-family:sans-serif;max-width:26em;'
                      DELIMITED BY SIZE
                  'margin:4em auto"><h1>' DELIMITED BY SIZE
                  WS-PWR-HEADING DELIMITED BY "  "
                  "</h1><p>" DELIMITED BY SIZE
                  WS-PWR-REASON DELIMITED BY "  "
                  "</p></body></html>" DELIMITED BY SIZE
               INTO WS-LOGIN-PAGE WITH POINTER WS-LOGIN-PAGE-PTR
           END-STRING
           COMPUTE WS-LOGIN-PAGE-LEN = WS-LOGIN-PAGE-PTR - 1
           PERFORM SEND-LOGIN-PAGE
           .

*> A refusal the user can correct: the message plus a way back to
*> the form with the same (still live) link
       SEND-PWRESET-RETRY.
           MOVE 0 TO WS-PWR-IDX
           INSPECT WS-PWR-REASON TALLYING WS-PWR-IDX
               FOR CHARACTERS BEFORE INITIAL "  "
           ADD 1 TO WS-PWR-IDX
           STRING ' <a href="/login/reset?token=' DELIMITED BY SIZE
                  WS-PWR-TOKEN DELIMITED BY SIZE
                  '">Try again</a>.' DELIMITED BY SIZE
               INTO WS-PWR-REASON WITH POINTER WS-PWR-IDX
           END-STRING
           PERFORM SEND-PWRESET-PAGE
           .

       SEND-PWRESET-BAD-LINK.
           MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
           MOVE "Link not valid" TO WS-PWR-HEADING
           MOVE SPACES TO WS-PWR-REASON
           STRING "This reset link is wrong, already used or out of "
                      DELIMITED BY SIZE
                  'date. <a href="/login/forgot">Ask for a new one'
                      DELIMITED BY SIZE
                  "</a>." DELIMITED BY SIZE
               INTO WS-PWR-REASON
           END-STRING
           PERFORM SEND-PWRESET-PAGE
           .

       SEND-PWRESET-THROTTLED.
           MOVE "429 Too Many Requests" TO WS-LOG-STATUS-LINE
           MOVE "Too many requests" TO WS-PWR-HEADING
           MOVE SPACES TO WS-PWR-REASON
           STRING "Too many password reset requests have come from "
                      DELIMITED BY SIZE
                  "your address. Try again in an hour, or contact "
                      DELIMITED BY SIZE
                  "the service desk." DELIMITED BY SIZE
               INTO WS-PWR-REASON
           END-STRING
           PERFORM SEND-PWRESET-PAGE
           .

       SEND-PWRESET-FAILED.
           MOVE "500 Internal Server Error" TO WS-LOG-STATUS-LINE
           MOVE "Password not changed" TO WS-PWR-HEADING
           MOVE SPACES TO WS-PWR-REASON
           STRING "The new password could not be saved. Please "
                      DELIMITED BY SIZE
                  'try again later: <a href="/login/forgot">ask for '
                      DELIMITED BY SIZE
                  "a new link</a>, or contact the service desk."
                      DELIMITED BY SIZE
               INTO WS-PWR-REASON
           END-STRING
           PERFORM SEND-PWRESET-PAGE
           .

*> Resolve the request's SESSID cookie to a live session user,
*> enforcing the thirty-minute idle and eight-hour absolute
*> timeouts; a hit refreshes the idle clock
       CHECK-SESSION-COOKIE.
           MOVE SPACES TO WS-SESSION-USER
           PERFORM EXTRACT-SESSION-TOKEN
           IF WS-SESS-TOKEN-LEN = 0
               EXIT PARAGRAPH
           END-IF

*> One keyed read against the session store instead of parsing the
*> whole file - the record is rewritten (or deleted) in place
           OPEN I-O SESSIONS-FILE
           IF WS-SESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SESS-TOKEN TO SESS-REC-TOKEN
           MOVE 0 TO WS-SESS-FOUND-IDX
           READ SESSIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-SESS-FOUND-IDX
           END-READ
           IF WS-SESS-FOUND-IDX = 0
               CLOSE SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF

           CALL "time" USING BY VALUE 0 RETURNING WS-SESS-NOW
           END-CALL
           MOVE WS-SESS-NOW TO WS-SESS-NOW-D

           IF WS-SESS-NOW-D - SESS-REC-LAST > 1800 OR
              WS-SESS-NOW-D - SESS-REC-CREATED > 28800
*> Dead session - drop it so the store doesn't hoard corpses
               DELETE SESSIONS-FILE RECORD
               CLOSE SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF

*> A revocation mark at or after the session's creation kills it on
*> the spot - how USER-ADMIN DISABLE reaches sessions that already
*> exist instead of waiting for the next login
           MOVE SESS-REC-USER TO WS-REVOKE-CHECK-USER
           PERFORM CHECK-SESSION-REVOKED
           IF WS-REVOKED-EPOCH > 0 AND
              WS-REVOKED-EPOCH >= SESS-REC-CREATED
               DELETE SESSIONS-FILE RECORD
               CLOSE SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SESS-REC-USER TO WS-SESSION-USER
           MOVE WS-SESS-NOW-D TO SESS-REC-LAST
           REWRITE SESSIONS-RECORD
           END-REWRITE
           CLOSE SESSIONS-FILE
           .

*> The found session's user against SESSIONS-REVOKED.DAT's
*> "USER EPOCH" marks; WS-REVOKED-EPOCH stays 0 with no mark
       CHECK-SESSION-REVOKED.
           MOVE 0 TO WS-REVOKED-EPOCH
           MOVE 0 TO WS-REVOKED-USER-LEN
           INSPECT WS-REVOKE-CHECK-USER
               TALLYING WS-REVOKED-USER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-REVOKED-USER-LEN = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REVOKED-FILE
           IF WS-REVOKED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REVOKED-EOF
           PERFORM UNTIL WS-REVOKED-EOF = 1
               READ REVOKED-FILE
                   AT END
                       MOVE 1 TO WS-REVOKED-EOF
                   NOT AT END
                       IF REVOKED-RECORD(1:WS-REVOKED-USER-LEN) =
                              WS-REVOKE-CHECK-USER
                                  (1:WS-REVOKED-USER-LEN) AND
                          REVOKED-RECORD(WS-REVOKED-USER-LEN + 1:1)
                              = SPACE AND
                          REVOKED-RECORD(WS-REVOKED-USER-LEN + 2:10)
                              NUMERIC
                           MOVE REVOKED-RECORD
                               (WS-REVOKED-USER-LEN + 2:10)
                               TO WS-REVOKED-EPOCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVOKED-FILE
           .

*> The CSRF token for this requester and WS-CSRF-DAY: SHA-256 of
*> "KEY|csrf|SESSION|YYYYMMDD" through the shared hash pipeline,
*> truncated to the marker's 32 characters - the key id and 28
*> characters of hash when the key came from the keyring. Issued
*> with the current key (WS-CSRF-KEY-MODE "C"); VERIFY-CSRF-TOKEN
*> asks for the supplied token's own key instead
       COMPUTE-CSRF-TOKEN.
           MOVE SPACES TO WS-CSRF-TOKEN

           CALL "SIGNKEY-LOOKUP" USING WS-CSRF-KEY-MODE
               WS-CSRF-KEY-ID WS-CSRF-KEY WS-CSRF-KEY-FOUND
           END-CALL
           IF WS-CSRF-KEY-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "AUTH_HASH_INPUT" UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-CSRF-INPUT
           IF WS-SESS-TOKEN-LEN > 0
               STRING WS-CSRF-KEY DELIMITED BY SPACE
                      "|csrf|" DELIMITED BY SIZE
                      WS-SESS-TOKEN DELIMITED BY SPACE
                      "|" WS-CSRF-DAY DELIMITED BY SIZE
                   INTO WS-CSRF-INPUT
               END-STRING
           ELSE
               STRING WS-CSRF-KEY DELIMITED BY SPACE
                      "|csrf|anon|" WS-CSRF-DAY DELIMITED BY SIZE
                   INTO WS-CSRF-INPUT
               END-STRING
           END-IF
           DISPLAY WS-CSRF-INPUT UPON ENVIRONMENT-VALUE
           PERFORM RUN-HASH-PIPELINE
           IF WS-AUTH-HASH-VALUE NOT = SPACES
               IF WS-CSRF-KEY-ID = SPACES
                   MOVE WS-AUTH-HASH-VALUE(1:32) TO WS-CSRF-TOKEN
               ELSE
                   MOVE WS-CSRF-KEY-ID(1:4) TO WS-CSRF-TOKEN(1:4)
                   MOVE WS-AUTH-HASH-VALUE(1:28)
                       TO WS-CSRF-TOKEN(5:28)
               END-IF
           END-IF
           .

*> Does the POST body's csrf field verify? Today's token and
*> yesterday's are both accepted, so a form rendered just before
*> midnight still submits
       VERIFY-CSRF-TOKEN.
           MOVE 0 TO WS-CSRF-OK
           PERFORM EXTRACT-SESSION-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-CSRF-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (WS-CURRENT-DATE(1:8)))
           MOVE SPACES TO WS-CSRF-KEY-ID
           IF WS-CSRF-SUPPLIED(1:1) = "K"
               MOVE WS-CSRF-SUPPLIED(1:4) TO WS-CSRF-KEY-ID
           END-IF
           MOVE "V" TO WS-CSRF-KEY-MODE
           PERFORM VARYING WS-CSRF-TRY FROM 0 BY 1
               UNTIL WS-CSRF-TRY > 1 OR WS-CSRF-OK = 1
               COMPUTE WS-CSRF-DAY = FUNCTION DATE-OF-INTEGER
                   (WS-CSRF-DAY-INT - WS-CSRF-TRY)
               PERFORM COMPUTE-CSRF-TOKEN
               IF WS-CSRF-TOKEN NOT = SPACES AND
                  WS-CSRF-SUPPLIED = WS-CSRF-TOKEN
                   MOVE 1 TO WS-CSRF-OK
               END-IF
           END-PERFORM
           MOVE "C" TO WS-CSRF-KEY-MODE
           .

*> A refused POST: audited (LOG-MONITOR's CSRF threshold counts
*> these) before the caller answers 403
       RECORD-CSRF-FAILURE.
           MOVE "CSRF_BLOCK" TO WS-AUDIT-EVENT
           MOVE WS-SESSION-USER TO WS-AUDIT-USER
           MOVE "REJECTED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           .

*> Swap every in-page marker for the requester's current token -
*> same width, so nothing shifts; a page carrying a token must not
*> be cached or 304'd
       INJECT-CSRF-TOKENS.
           MOVE 0 TO WS-CSRF-INJECTED
           IF FILE-SIZE < 32
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSRF-SCAN-POS FROM 1 BY 1
               UNTIL WS-CSRF-SCAN-POS > FILE-SIZE - 31
               IF FILE-BUFFER(WS-CSRF-SCAN-POS:32) = WS-CSRF-MARKER
                   IF WS-CSRF-INJECTED = 0
                       PERFORM EXTRACT-SESSION-TOKEN
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE(1:8) TO WS-CSRF-DAY
                       PERFORM COMPUTE-CSRF-TOKEN
                       MOVE 1 TO WS-CSRF-INJECTED
                   END-IF
                   MOVE WS-CSRF-TOKEN
                       TO FILE-BUFFER(WS-CSRF-SCAN-POS:32)
               END-IF
           END-PERFORM
           IF WS-CSRF-INJECTED = 1
               MOVE SPACES TO WS-LAST-MODIFIED
               MOVE SPACES TO WS-ETAG
           END-IF
           .

*> The SESSID value out of the Cookie header, if both are present
       EXTRACT-SESSION-TOKEN.
           MOVE SPACES TO WS-SESS-TOKEN
           MOVE 0 TO WS-SESS-TOKEN-LEN

           PERFORM VARYING WS-SESS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SESS-SCAN-POS > 8150
               IF LS-REQUEST-BUF(WS-SESS-SCAN-POS:8) = "Cookie: "
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SESS-SCAN-POS > 8150
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SESS-SCAN-POS FROM WS-SESS-SCAN-POS
               BY 1 UNTIL WS-SESS-SCAN-POS > 8150 OR
                     LS-REQUEST-BUF(WS-SESS-SCAN-POS:1) = X"0D"
               IF LS-REQUEST-BUF(WS-SESS-SCAN-POS:7) = "SESSID="
                   ADD 7 TO WS-SESS-SCAN-POS
                   PERFORM VARYING WS-SESS-SCAN-POS
                       FROM WS-SESS-SCAN-POS BY 1
                       UNTIL WS-SESS-SCAN-POS > 8192 OR
                             WS-SESS-TOKEN-LEN >= 32 OR
                             LS-REQUEST-BUF(WS-SESS-SCAN-POS:1)
                                 = ";" OR
                             LS-REQUEST-BUF(WS-SESS-SCAN-POS:1)
                                 = SPACE OR
                             LS-REQUEST-BUF(WS-SESS-SCAN-POS:1)
                                 = X"0D" OR
                             LS-REQUEST-BUF(WS-SESS-SCAN-POS:1)
                                 = X"0A"
                       ADD 1 TO WS-SESS-TOKEN-LEN
                       MOVE LS-REQUEST-BUF(WS-SESS-SCAN-POS:1) TO
                           WS-SESS-TOKEN(WS-SESS-TOKEN-LEN:1)
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Mint a fresh random token ("openssl rand", through a PID scratch
*> file like every other shelled-out value here) and add the session
       CREATE-SESSION.
           CALL "getpid" RETURNING WS-SESS-PID
           END-CALL
           MOVE WS-SESS-PID TO WS-SESS-PID-D
           MOVE SPACES TO WS-SESS-RAND-FILE
           STRING "SESSTMP" WS-SESS-PID-D ".OUT" DELIMITED BY SIZE
               INTO WS-SESS-RAND-FILE
           END-STRING

           MOVE SPACES TO WS-SESS-RAND-CMD
           STRING "openssl rand -hex 16 > " DELIMITED BY SIZE
                  WS-SESS-RAND-FILE DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SESS-RAND-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SESS-RAND-CMD
               RETURNING WS-SESS-RAND-RC
           END-CALL

           MOVE SPACES TO WS-SESS-TOKEN
           CALL "CBL_OPEN_FILE" USING WS-SESS-RAND-FILE 1 0 0
               WS-SESS-RD-HANDLE
               RETURNING WS-SESS-RD-RC
           END-CALL
           IF WS-SESS-RD-RC = 0
               MOVE 0 TO WS-SESS-RD-OFFSET
               MOVE 32 TO WS-SESS-RD-LEN
               MOVE SPACES TO WS-SESS-RD-BUF
               CALL "CBL_READ_FILE" USING WS-SESS-RD-HANDLE
                   WS-SESS-RD-OFFSET WS-SESS-RD-LEN LOW-VALUE
                   WS-SESS-RD-BUF
                   RETURNING WS-SESS-RD-RC
               END-CALL
               IF WS-SESS-RD-RC = 0
                   MOVE WS-SESS-RD-BUF(1:32) TO WS-SESS-TOKEN
               END-IF
               CALL "CBL_CLOSE_FILE" USING WS-SESS-RD-HANDLE
                   RETURNING WS-SESS-RD-RC
               END-CALL
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SESS-RAND-FILE
               RETURNING WS-SESS-RD-RC
           END-CALL

           CALL "time" USING BY VALUE 0 RETURNING WS-SESS-NOW
           END-CALL
           MOVE WS-SESS-NOW TO WS-SESS-NOW-D

*> One keyed WRITE; the store no longer has a 20-session ceiling,
*> expiry and logout delete records instead of recycling slots
           OPEN I-O SESSIONS-FILE
           IF WS-SESS-STATUS NOT = "00"
               OPEN OUTPUT SESSIONS-FILE
               CLOSE SESSIONS-FILE
               OPEN I-O SESSIONS-FILE
           END-IF
           IF WS-SESS-STATUS = "00"
               MOVE WS-SESS-TOKEN TO SESS-REC-TOKEN
               MOVE WS-LOGIN-USER TO SESS-REC-USER
               MOVE WS-SESS-NOW-D TO SESS-REC-CREATED
               MOVE WS-SESS-NOW-D TO SESS-REC-LAST
               MOVE LS-CLIENT-ADDR TO SESS-REC-ADDR
               WRITE SESSIONS-RECORD
                   INVALID KEY
                       REWRITE SESSIONS-RECORD
                       END-REWRITE
               END-WRITE
               CLOSE SESSIONS-FILE
           END-IF
           .

*> Shared response assembly for the login form, results, and logout
*> pages - a Set-Cookie rides along when WS-LOGIN-SET-COOKIE says so
       SEND-LOGIN-PAGE.
           MOVE WS-LOGIN-PAGE-LEN TO WS-LOGIN-LEN-STR

           PERFORM VARYING WS-SESS-SCAN-POS FROM 32 BY -1
               UNTIL WS-SESS-SCAN-POS < 1
               IF WS-LOG-STATUS-LINE(WS-SESS-SCAN-POS:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE(1:WS-SESS-SCAN-POS)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-LOGIN-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> The cookie value carries embedded spaces of its own ("; Path=/
*> ...") - trimmed from the right rather than DELIMITED BY SPACE
           IF WS-LOGIN-SET-COOKIE = 1
               PERFORM VARYING WS-SESS-SCAN-POS FROM 96 BY -1
                   UNTIL WS-SESS-SCAN-POS < 1
                   IF WS-LOGIN-COOKIE(WS-SESS-SCAN-POS:1) NOT = SPACE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               STRING "Set-Cookie: " DELIMITED BY SIZE
                      WS-LOGIN-COOKIE(1:WS-SESS-SCAN-POS)
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-LOGIN-PAGE(1:WS-LOGIN-PAGE-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> Verify a signed URL, when the query string carries one: the
*> sig= value must equal the SHA-256 of "KEY|PATH|EXP" (the same
*> derivation SIGN-URL mints with) and exp= must still be in the
*> future. KEY is the one kid= names (the imported pre-keyring key
*> when a link carries none). WS-SIGN-PRESENT says a signature was
*> attempted at all; WS-SIGN-VALID says it held up
       CHECK-SIGNED-URL.
           MOVE 0 TO WS-SIGN-PRESENT
           MOVE 0 TO WS-SIGN-VALID
           MOVE 0 TO WS-SIGN-EXP
           MOVE SPACES TO WS-SIGN-SIG
           MOVE 0 TO WS-SIGN-SIG-LEN

           PERFORM VARYING WS-SIGN-SCAN-POS FROM 1 BY 1
               UNTIL WS-SIGN-SCAN-POS > 250
               IF QUERY-STRING(WS-SIGN-SCAN-POS:4) = "sig="
                  AND (WS-SIGN-SCAN-POS = 1 OR
                       QUERY-STRING(WS-SIGN-SCAN-POS - 1:1) = "&")
                   MOVE 1 TO WS-SIGN-PRESENT
                   ADD 4 TO WS-SIGN-SCAN-POS
                   PERFORM VARYING WS-SIGN-SCAN-POS
                       FROM WS-SIGN-SCAN-POS BY 1
                       UNTIL WS-SIGN-SCAN-POS > 256 OR
                             WS-SIGN-SIG-LEN >= 64 OR
                             QUERY-STRING(WS-SIGN-SCAN-POS:1)
                                 = "&" OR
                             QUERY-STRING(WS-SIGN-SCAN-POS:1)
                                 = SPACE
                       ADD 1 TO WS-SIGN-SIG-LEN
                       MOVE QUERY-STRING(WS-SIGN-SCAN-POS:1) TO
                           WS-SIGN-SIG(WS-SIGN-SIG-LEN:1)
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SIGN-PRESENT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SIGN-SCAN-POS FROM 1 BY 1
               UNTIL WS-SIGN-SCAN-POS > 250
               IF QUERY-STRING(WS-SIGN-SCAN-POS:4) = "exp="
                  AND (WS-SIGN-SCAN-POS = 1 OR
                       QUERY-STRING(WS-SIGN-SCAN-POS - 1:1) = "&")
                   IF QUERY-STRING(WS-SIGN-SCAN-POS + 4:10) NUMERIC
                       MOVE QUERY-STRING(WS-SIGN-SCAN-POS + 4:10)
                           TO WS-SIGN-EXP
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SIGN-EXP = 0 OR WS-SIGN-SIG-LEN NOT = 64
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SIGN-KEY-ID
           PERFORM VARYING WS-SIGN-SCAN-POS FROM 1 BY 1
               UNTIL WS-SIGN-SCAN-POS > 250
               IF QUERY-STRING(WS-SIGN-SCAN-POS:4) = "kid="
                  AND (WS-SIGN-SCAN-POS = 1 OR
                       QUERY-STRING(WS-SIGN-SCAN-POS - 1:1) = "&")
                   MOVE QUERY-STRING(WS-SIGN-SCAN-POS + 4:4)
                       TO WS-SIGN-KEY-ID
                   IF QUERY-STRING(WS-SIGN-SCAN-POS + 8:1)
                          NOT = "&" AND
                      QUERY-STRING(WS-SIGN-SCAN-POS + 8:1)
                          NOT = SPACE
                       EXIT PARAGRAPH
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           CALL "time" USING BY VALUE 0 RETURNING WS-SIGN-NOW
           END-CALL
           MOVE WS-SIGN-NOW TO WS-SIGN-NOW-D
           IF WS-SIGN-NOW-D >= WS-SIGN-EXP
               EXIT PARAGRAPH
           END-IF

*> No key on file means no link could ever have been minted; a
*> revoked or retired key vouches for nothing
           CALL "SIGNKEY-LOOKUP" USING WS-SIGN-KEY-MODE
               WS-SIGN-KEY-ID WS-SIGNING-KEY WS-SIGN-KEY-FOUND
           END-CALL
           IF WS-SIGN-KEY-FOUND = 0 OR WS-SIGNING-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SIGN-PATH-LEN
           INSPECT WS-PRE-ALIAS-PATH TALLYING WS-SIGN-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE SPACES TO WS-SIGN-INPUT
           STRING WS-SIGNING-KEY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PRE-ALIAS-PATH(1:WS-SIGN-PATH-LEN)
                      DELIMITED BY SIZE
                  "|" WS-SIGN-EXP DELIMITED BY SIZE
               INTO WS-SIGN-INPUT
           END-STRING

*> The same PID-scratch "openssl dgst -sha256" pipeline
*> COMPUTE-AUTH-HASH runs, fed this derivation instead of a password
           DISPLAY "AUTH_HASH_INPUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-SIGN-INPUT UPON ENVIRONMENT-VALUE
           PERFORM RUN-HASH-PIPELINE

           IF WS-AUTH-HASH-VALUE NOT = SPACES AND
              WS-AUTH-HASH-VALUE = WS-SIGN-SIG
               MOVE 1 TO WS-SIGN-VALID
               MOVE "SIGNED_URL" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-USER
               MOVE "GRANTED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

*> An X-API-Key header on an /api/ path: "AKnnnn.<secret>", looked
*> up in API-KEYS.DAT through APIKEY-LOOKUP and proven by the SHA-256
*> of its secret - the current one, or the one a ROTATE replaced
*> while its overlap lasts. Status and expiry are only told apart
*> once the secret is proven, so a bare key id learns nothing. Sets
*> WS-APIKEY-VALID, or leaves WS-APIKEY-WHY saying why not
       CHECK-API-KEY.
           MOVE 0 TO WS-APIKEY-PRESENT
           MOVE 0 TO WS-APIKEY-VALID
           MOVE SPACES TO WS-APIKEY-ID
           MOVE SPACES TO WS-APIKEY-WHY
           IF WS-PRE-ALIAS-PATH(1:5) NOT = "/api/"
               EXIT PARAGRAPH
           END-IF

           MOVE "X-API-Key: " TO WS-AGENT-HDR-NAME
           MOVE 11 TO WS-AGENT-HDR-LEN
           MOVE 88 TO WS-AGENT-VALUE-MAX
           PERFORM SCAN-AGENT-HEADER
           IF WS-AGENT-VALUE = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-APIKEY-PRESENT
           MOVE "UNKNOWN" TO WS-APIKEY-WHY

           MOVE 0 TO WS-APIKEY-DOT-POS
           PERFORM VARYING WS-AGENT-SCAN-POS FROM 1 BY 1
               UNTIL WS-AGENT-SCAN-POS > WS-AGENT-VALUE-LEN
               IF WS-AGENT-VALUE(WS-AGENT-SCAN-POS:1) = "."
                   MOVE WS-AGENT-SCAN-POS TO WS-APIKEY-DOT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-APIKEY-DOT-POS < 2 OR WS-APIKEY-DOT-POS > 9 OR
              WS-APIKEY-DOT-POS >= WS-AGENT-VALUE-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGENT-VALUE(1:WS-APIKEY-DOT-POS - 1)
               TO WS-APIKEY-ID
           MOVE SPACES TO WS-APIKEY-SECRET
           MOVE WS-AGENT-VALUE(WS-APIKEY-DOT-POS + 1:
                   WS-AGENT-VALUE-LEN - WS-APIKEY-DOT-POS)
               TO WS-APIKEY-SECRET

           CALL "APIKEY-LOOKUP" USING WS-APIKEY-ID AK-RECORD
               WS-APIKEY-FOUND
           END-CALL
           IF WS-APIKEY-FOUND = 0
               EXIT PARAGRAPH
           END-IF

*> The same PID-scratch "openssl dgst -sha256" pipeline
*> COMPUTE-AUTH-HASH runs, fed the key's secret
           DISPLAY "AUTH_HASH_INPUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-APIKEY-SECRET UPON ENVIRONMENT-VALUE
           PERFORM RUN-HASH-PIPELINE
           IF WS-AUTH-HASH-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-APIKEY-TODAY
           IF WS-AUTH-HASH-VALUE NOT = AK-HASH
               IF AK-PREV-HASH = SPACES OR
                  WS-AUTH-HASH-VALUE NOT = AK-PREV-HASH OR
                  AK-PREV-UNTIL < WS-APIKEY-TODAY
                   MOVE "BADSECRET" TO WS-APIKEY-WHY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF AK-STATUS NOT = "ACTIVE"
               MOVE "REVOKED" TO WS-APIKEY-WHY
               EXIT PARAGRAPH
           END-IF
           IF AK-EXPIRES < WS-APIKEY-TODAY
               MOVE "EXPIRED" TO WS-APIKEY-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-APIKEY-WHY
           MOVE 1 TO WS-APIKEY-VALID
           .

*> A path-prefix gate: AUTH-REALMS.CFG lists path prefixes that
*> require HTTP Basic credentials, re-read fresh on every request
*> (see the WORKING-STORAGE note above). No file, or no prefix
*> matching the current request's path, means no authentication is
*> required at all - the same "absence is a no-op" convention
*> MAINTENANCE.FLAG and IP-ACL.CFG both already follow
*> Look the request's pre-alias path up in the classification
*> register and test it against its label's serving rules. A TLS
*> connection is one arriving through the TLS listener's loopback
*> proxy (or a client-certificate connection), as CHECK-HTTPS-REDIRECT
*> decides it; an authenticated request is one a realm granted, a
*> live sign-in session, or a valid signed URL. Unclassified content
*> carries no rules here - CLASS-REPORT flags it for the owners
       CHECK-CLASSIFICATION.
           MOVE SPACES TO WS-CLASS-REFUSE
           MOVE WS-PRE-ALIAS-PATH TO WS-CLASS-PATH
           CALL "CLASS-CHECK" USING WS-CLASS-PATH WS-CLASS-LABEL
               WS-CLASS-FOUND WS-CLASS-NEED-TLS WS-CLASS-NEED-AUTH
               WS-CLASS-EXCLUDE WS-CLASS-NO-SHARED
           END-CALL
           IF WS-CLASS-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CLASS-NEED-TLS = 1
               IF LS-TLS-PORT = 0 OR
                  (LS-CLIENT-ADDR NOT = "127.000.000.001" AND
                   LS-MTLS-CONN NOT = 1)
                   MOVE "NOTLS" TO WS-CLASS-REFUSE
               END-IF
           END-IF

           IF WS-CLASS-REFUSE = SPACES AND WS-CLASS-NEED-AUTH = 1
               IF NOT (WS-AUTH-REQUIRED = 1 AND WS-AUTH-OK = 1) AND
                  WS-SESSION-USER = SPACES AND WS-SIGN-VALID NOT = 1
                   MOVE "NOAUTH" TO WS-CLASS-REFUSE
               END-IF
           END-IF

           IF WS-CLASS-REFUSE NOT = SPACES
               MOVE "CLASS_BLOCK" TO WS-AUDIT-EVENT
               IF WS-SESSION-USER NOT = SPACES
                   MOVE WS-SESSION-USER TO WS-AUDIT-USER
               ELSE
                   MOVE SPACES TO WS-AUDIT-USER
               END-IF
               MOVE WS-CLASS-REFUSE TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

       CHECK-AUTH-REALMS.
           MOVE 0 TO WS-AUTH-REQUIRED
           MOVE 0 TO WS-AUTH-OK
           PERFORM READ-AUTH-REALMS-FILE

           MOVE 0 TO WS-AUTH-MATCHED-IDX
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > WS-AUTH-REALM-COUNT
               MOVE SPACES TO WS-AUTH-PREFIX-SCRATCH
               MOVE AUTH-REALM-PREFIX(WS-AUTH-IDX) TO
                   WS-AUTH-PREFIX-SCRATCH
               IF AUTH-REALM-PREFIX-LEN(WS-AUTH-IDX) > 0 AND
                  WS-PRE-ALIAS-PATH
                      (1:AUTH-REALM-PREFIX-LEN(WS-AUTH-IDX)) =
                  WS-AUTH-PREFIX-SCRATCH
                      (1:AUTH-REALM-PREFIX-LEN(WS-AUTH-IDX))
                   MOVE WS-AUTH-IDX TO WS-AUTH-MATCHED-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-AUTH-MATCHED-IDX = 0
               MOVE 1 TO WS-AUTH-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-AUTH-REQUIRED
           MOVE SPACES TO WS-AUTH-REALM-LABEL
           MOVE AUTH-REALM-PREFIX(WS-AUTH-MATCHED-IDX) TO
               WS-AUTH-REALM-LABEL

           MOVE 0 TO WS-AUTH-FORBIDDEN
           PERFORM EXTRACT-AUTH-HEADER
           IF WS-AUTH-HDR-POS = 0
*> No Basic credentials - a live session satisfies the realm
*> instead: for a plain realm when it belongs to the configured
*> user, for a GROUP= realm when the session's user is a member
               IF WS-SESSION-USER NOT = SPACES
                   IF AUTH-REALM-GROUP(WS-AUTH-MATCHED-IDX)
                       NOT = SPACES
                       MOVE WS-SESSION-USER TO WS-AUTH-USER
                       PERFORM CHECK-GROUP-MEMBERSHIP
                       IF WS-GROUP-MEMBER = 1
                           MOVE 1 TO WS-AUTH-OK
                       ELSE
                           MOVE 1 TO WS-AUTH-FORBIDDEN
                           MOVE "NOGROUP" TO WS-AUTH-DENY-WHY
                       END-IF
                   ELSE
                       IF WS-SESSION-USER =
                           AUTH-REALM-USERNAME(WS-AUTH-MATCHED-IDX)
                           MOVE 1 TO WS-AUTH-OK
                           MOVE WS-SESSION-USER TO WS-AUTH-USER
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUTH-DENY-WHY

*> Which account line the credentials verify against: the matched
*> realm's own line, or - for a GROUP= realm, where any declared
*> account may try - whichever line declares the supplied user
           MOVE WS-AUTH-MATCHED-IDX TO WS-AUTH-ACCT-IDX
           IF AUTH-REALM-GROUP(WS-AUTH-MATCHED-IDX) NOT = SPACES
               MOVE 0 TO WS-AUTH-ACCT-IDX
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-REALM-COUNT
                   IF AUTH-REALM-USERNAME(WS-AUTH-IDX) = WS-AUTH-USER
                       MOVE WS-AUTH-IDX TO WS-AUTH-ACCT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-AUTH-ACCT-IDX = 0
*> No such account anywhere - the ordinary denied 401
                   EXIT PARAGRAPH
               END-IF
           END-IF

*> Account-state gates come before the password is even checked: a
*> disabled, locked, must-change, or password-expired account stays
*> out no matter what credentials arrive
           IF WS-AUTH-USER = AUTH-REALM-USERNAME(WS-AUTH-ACCT-IDX)
               IF AUTH-REALM-STATE(WS-AUTH-ACCT-IDX) = "DISABLED"
                   MOVE "DISABLED" TO WS-AUTH-DENY-WHY
                   EXIT PARAGRAPH
               END-IF
               IF AUTH-REALM-STATE(WS-AUTH-ACCT-IDX) =
                      "MUSTCHANGE"
                   MOVE "MUSTCHANGE" TO WS-AUTH-DENY-WHY
                   EXIT PARAGRAPH
               END-IF
               IF AUTH-REALM-PWD-DATE(WS-AUTH-ACCT-IDX) > 0
                   PERFORM READ-PASSWD-MAX-AGE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   COMPUTE WS-AUTH-TODAY-INT =
                       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                           (WS-CURRENT-DATE(1:8)))
                   COMPUTE WS-AUTH-PWD-INT =
                       FUNCTION INTEGER-OF-DATE
                           (AUTH-REALM-PWD-DATE(WS-AUTH-ACCT-IDX))
                   IF WS-AUTH-TODAY-INT - WS-AUTH-PWD-INT >
                      WS-AUTH-MAX-AGE
                       MOVE "PWDEXPIRED" TO WS-AUTH-DENY-WHY
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               PERFORM FIND-AUTH-STATE-ENTRY
               IF WS-AST-FOUND-IDX > 0
                   CALL "time" USING BY VALUE 0
                       RETURNING WS-AST-NOW-EPOCH
                   END-CALL
                   MOVE WS-AST-NOW-EPOCH TO WS-AST-NOW-D
                   IF AST-LOCKED-UNTIL(WS-AST-FOUND-IDX) >
                      WS-AST-NOW-D
                       MOVE "LOCKED" TO WS-AUTH-DENY-WHY
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           PERFORM COMPUTE-AUTH-HASH

           IF WS-AUTH-USER = AUTH-REALM-USERNAME(WS-AUTH-ACCT-IDX)
              AND WS-AUTH-HASH-VALUE =
                  AUTH-REALM-HASH(WS-AUTH-ACCT-IDX)
               MOVE 1 TO WS-AUTH-OK
*> A clean login clears any accumulated failure count
               IF WS-AST-FOUND-IDX > 0 AND
                  AST-FAILS(WS-AST-FOUND-IDX) > 0
                   MOVE 0 TO AST-FAILS(WS-AST-FOUND-IDX)
                   MOVE 0 TO AST-LOCKED-UNTIL(WS-AST-FOUND-IDX)
                   PERFORM SAVE-AUTH-STATE
               END-IF
*> The group gate runs after the password passed: a valid user
*> outside the realm's group is forbidden, not unauthenticated
               IF AUTH-REALM-GROUP(WS-AUTH-MATCHED-IDX) NOT = SPACES
                   PERFORM CHECK-GROUP-MEMBERSHIP
                   IF WS-GROUP-MEMBER = 0
                       MOVE 0 TO WS-AUTH-OK
                       MOVE 1 TO WS-AUTH-FORBIDDEN
                       MOVE "NOGROUP" TO WS-AUTH-DENY-WHY
                   END-IF
               END-IF
           ELSE
*> A wrong password against a real account counts toward the
*> five-strikes lockout; the lock itself is timed and persisted
               IF WS-AUTH-USER =
                  AUTH-REALM-USERNAME(WS-AUTH-ACCT-IDX)
                   PERFORM RECORD-AUTH-FAILURE
               END-IF
           END-IF
           .

*> The policy's MAX_AGE_DAYS line, re-read per check like every
*> other config table here; with no file or no line the 90-day
*> default stands, the same fallback PASSWD-AGE uses, so raising
*> the policy raises this gate too instead of being overridden
       READ-PASSWD-MAX-AGE.
           MOVE 90 TO WS-AUTH-MAX-AGE
           OPEN INPUT PASSWD-POLICY-FILE
           IF WS-PWDPOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PWDPOL-EOF
           PERFORM UNTIL WS-PWDPOL-EOF = 1
               READ PASSWD-POLICY-FILE
                   AT END
                       MOVE 1 TO WS-PWDPOL-EOF
                   NOT AT END
                       IF PASSWD-POLICY-RECORD(1:13) =
                              "MAX_AGE_DAYS=" AND
                          PASSWD-POLICY-RECORD(14:1) NUMERIC
                           COMPUTE WS-AUTH-MAX-AGE =
                               FUNCTION NUMVAL(
                                   PASSWD-POLICY-RECORD(14:6))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSWD-POLICY-FILE
           .

*> Is WS-AUTH-USER a member of the matched realm's GROUP= group?
*> One "GROUP USER" pair per AUTH-GROUPS.CFG line, re-read per
*> check like every other config table here
       CHECK-GROUP-MEMBERSHIP.
           MOVE SPACES TO WS-GROUP-WANT
           MOVE AUTH-REALM-GROUP(WS-AUTH-MATCHED-IDX)
               TO WS-GROUP-WANT
           PERFORM CHECK-WANTED-GROUP
           .

*> Is WS-AUTH-USER a member of the group in WS-GROUP-WANT?
       CHECK-WANTED-GROUP.
           MOVE 0 TO WS-GROUP-MEMBER
           MOVE 0 TO WS-GROUP-WANT-LEN
           INSPECT WS-GROUP-WANT TALLYING WS-GROUP-WANT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-GROUP-USER-LEN
           INSPECT WS-AUTH-USER TALLYING WS-GROUP-USER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-GROUP-WANT-LEN = 0 OR WS-GROUP-USER-LEN = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AUTH-GROUPS-FILE
           IF WS-GROUPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GROUPS-EOF
           PERFORM UNTIL WS-GROUPS-EOF = 1 OR WS-GROUP-MEMBER = 1
               READ AUTH-GROUPS-FILE
                   AT END
                       MOVE 1 TO WS-GROUPS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-GROUP-LINE
               END-READ
           END-PERFORM
           CLOSE AUTH-GROUPS-FILE
           .

       MATCH-ONE-GROUP-LINE.
           IF AUTH-GROUPS-RECORD(1:1) = SPACE OR
              AUTH-GROUPS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF AUTH-GROUPS-RECORD(1:WS-GROUP-WANT-LEN) NOT =
                  WS-GROUP-WANT(1:WS-GROUP-WANT-LEN) OR
              AUTH-GROUPS-RECORD(WS-GROUP-WANT-LEN + 1:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GROUP-SP-POS = WS-GROUP-WANT-LEN + 2
           IF AUTH-GROUPS-RECORD(WS-GROUP-SP-POS:WS-GROUP-USER-LEN) =
                  WS-AUTH-USER(1:WS-GROUP-USER-LEN) AND
              AUTH-GROUPS-RECORD(WS-GROUP-SP-POS +
                  WS-GROUP-USER-LEN:1) = SPACE
               MOVE 1 TO WS-GROUP-MEMBER
           END-IF
           .

*> Is WS-TOTP-USER enrolled for the TOTP second factor, and if so
*> what is their secret? Only an ENROLLED status enforces the
*> factor - PENDING means provisioned but not yet switched on, the
*> knob that lets the rollout go realm by realm
       LOOKUP-TOTP-ENROLLMENT.
           MOVE 0 TO WS-TOTP-ENROLLED
           MOVE SPACES TO WS-TOTP-SECRET
           MOVE 0 TO WS-TOTP-USER-LEN
           INSPECT WS-TOTP-USER TALLYING WS-TOTP-USER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TOTP-USER-LEN = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TOTP-FILE
           IF WS-TOTP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTP-EOF
           PERFORM UNTIL WS-TOTP-EOF = 1
               READ TOTP-FILE
                   AT END
                       MOVE 1 TO WS-TOTP-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-TOTP-LINE
               END-READ
           END-PERFORM
           CLOSE TOTP-FILE
           .

*> "USER HEXSECRET STATUS" - the user's line decides enrollment
       MATCH-ONE-TOTP-LINE.
           IF TOTP-FILE-RECORD(1:1) = SPACE OR
              TOTP-FILE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF TOTP-FILE-RECORD(1:WS-TOTP-USER-LEN) NOT =
                  WS-TOTP-USER(1:WS-TOTP-USER-LEN) OR
              TOTP-FILE-RECORD(WS-TOTP-USER-LEN + 1:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOTP-SP1 = WS-TOTP-USER-LEN + 1
           MOVE 0 TO WS-TOTP-SP2
           COMPUTE WS-TOTP-SCAN-POS = WS-TOTP-SP1 + 1
           PERFORM VARYING WS-TOTP-SCAN-POS FROM WS-TOTP-SCAN-POS
               BY 1 UNTIL WS-TOTP-SCAN-POS > 120
               IF TOTP-FILE-RECORD(WS-TOTP-SCAN-POS:1) = SPACE
                   MOVE WS-TOTP-SCAN-POS TO WS-TOTP-SP2
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TOTP-SP2 = 0 OR WS-TOTP-SP2 - WS-TOTP-SP1 < 2 OR
              WS-TOTP-SP2 > 110
               EXIT PARAGRAPH
           END-IF

           IF TOTP-FILE-RECORD(WS-TOTP-SP2 + 1:8) = "ENROLLED"
               MOVE 1 TO WS-TOTP-ENROLLED
               MOVE SPACES TO WS-TOTP-SECRET
               MOVE TOTP-FILE-RECORD(WS-TOTP-SP1 + 1:
                   WS-TOTP-SP2 - WS-TOTP-SP1 - 1) TO WS-TOTP-SECRET
           END-IF
           .

*> RFC 6238 verification: HMAC-SHA1 of the 30-second counter under
*> the user's secret, dynamic truncation to six digits, the current
*> and the previous window both accepted for clock skew
       VERIFY-TOTP-CODE.
           MOVE 0 TO WS-TOTP-OK
           IF WS-TOTP-CODE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           CALL "time" USING BY VALUE 0 RETURNING WS-TOTP-EPOCH
           END-CALL
           PERFORM VARYING WS-TOTP-TRY FROM 0 BY 1
               UNTIL WS-TOTP-TRY > 1 OR WS-TOTP-OK = 1
               COMPUTE WS-TOTP-CTR =
                   WS-TOTP-EPOCH / 30 - WS-TOTP-TRY
               PERFORM COMPUTE-TOTP-CANDIDATE
               IF WS-TOTP-EXPECTED-X = WS-TOTP-CODE AND
                  WS-TOTP-EXPECTED-X NOT = SPACES
                   MOVE 1 TO WS-TOTP-OK
               END-IF
           END-PERFORM
           .

*> One candidate code for WS-TOTP-CTR. The counter reaches the
*> shell in decimal and is rendered as the 8-byte big-endian block
*> the HMAC wants by printf/xxd; "$((10#...))" keeps a zero-padded
*> value from reading as octal
       COMPUTE-TOTP-CANDIDATE.
           MOVE SPACES TO WS-TOTP-EXPECTED-X
           MOVE WS-TOTP-CTR TO WS-TOTP-CTR-D

           DISPLAY "TOTP_CTR" UPON ENVIRONMENT-NAME
           DISPLAY WS-TOTP-CTR-D UPON ENVIRONMENT-VALUE
           DISPLAY "TOTP_KEY" UPON ENVIRONMENT-NAME
           DISPLAY WS-TOTP-SECRET UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-TOTP-CMD
           STRING "printf '%016x' ""$((10#$TOTP_CTR))"" | "
                  "xxd -r -p | openssl dgst -sha1 -mac HMAC "
                  "-macopt ""hexkey:$TOTP_KEY"" -r | "
                  "cut -d ' ' -f1 > " DELIMITED BY SIZE
                  WS-TOTP-OUT-FILE DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-TOTP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-TOTP-CMD
               RETURNING WS-TOTP-SHELL-RC
           IF WS-TOTP-SHELL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TOTP-DIGEST
           CALL "CBL_OPEN_FILE" USING WS-TOTP-OUT-FILE 1 0 0
               WS-TOTP-HANDLE
               RETURNING WS-TOTP-IO-RC
           END-CALL
           IF WS-TOTP-IO-RC = 0
               MOVE 0 TO WS-TOTP-OFFSET
               MOVE 40 TO WS-TOTP-IO-LEN
               CALL "CBL_READ_FILE" USING WS-TOTP-HANDLE
                   WS-TOTP-OFFSET WS-TOTP-IO-LEN LOW-VALUE
                   WS-TOTP-DIGEST
                   RETURNING WS-TOTP-IO-RC
               END-CALL
               CALL "CBL_CLOSE_FILE" USING WS-TOTP-HANDLE
                   RETURNING WS-TOTP-IO-RC
               END-CALL
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-TOTP-OUT-FILE
               RETURNING WS-TOTP-DELETE-RC
           END-CALL
           IF WS-TOTP-DIGEST(1:40) = SPACES
               EXIT PARAGRAPH
           END-IF

*> Dynamic truncation: the last nibble picks the 4-byte window
           MOVE WS-TOTP-DIGEST(40:1) TO WS-TOTP-HEX8(1:1)
           PERFORM HEXCHAR-TO-NIBBLE
           MOVE WS-TOTP-NIB TO WS-TOTP-DT-OFF
           MOVE WS-TOTP-DIGEST(WS-TOTP-DT-OFF * 2 + 1:8)
               TO WS-TOTP-HEX8

           MOVE 0 TO WS-TOTP-VAL
           PERFORM VARYING WS-TOTP-SCAN-POS FROM 1 BY 1
               UNTIL WS-TOTP-SCAN-POS > 8
               MOVE WS-TOTP-HEX8(WS-TOTP-SCAN-POS:1)
                   TO WS-TOTP-HEX8(1:1)
               PERFORM HEXCHAR-TO-NIBBLE
               COMPUTE WS-TOTP-VAL =
                   WS-TOTP-VAL * 16 + WS-TOTP-NIB
           END-PERFORM
*> Clear the sign bit per the RFC, then take six digits
           COMPUTE WS-TOTP-VAL =
               FUNCTION MOD(WS-TOTP-VAL, 2147483648)
           COMPUTE WS-TOTP-EXPECTED =
               FUNCTION MOD(WS-TOTP-VAL, 1000000)
           MOVE WS-TOTP-EXPECTED TO WS-TOTP-EXPECTED-X
           .

*> POST /api/state-ingest/<name>: the hot-standby peer shipping a
*> state file's bytes. Only the HA.CFG peer address may feed this
*> resource; accepted names land as .PEER twins the takeover
*> adopts, with STATE-PEER.STAMP recording when they last arrived
       BUILD-API-STATE-INGEST-RESPONSE.
           PERFORM READ-HA-PEER-HOST
           IF WS-STI-PEER = SPACES OR
              LS-CLIENT-ADDR(1:WS-STI-PEER-LEN) NOT =
                  WS-STI-PEER(1:WS-STI-PEER-LEN)
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE '{"error":"state ingest accepts only the HA pee'
                   & 'r"}' TO WS-CHG-BODY
               MOVE 49 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STI-TARGET
           EVALUATE WS-API-RESOURCE(14:10)
               WHEN "sessions"
                   MOVE "SESSIONS.PEER" TO WS-STI-TARGET
               WHEN "intruder"
                   MOVE "INTRUDER.PEER" TO WS-STI-TARGET
               WHEN "acl"
                   MOVE "IP-ACL-AUTO.PEER" TO WS-STI-TARGET
               WHEN "authstate"
                   MOVE "AUTH-STATE.PEER" TO WS-STI-TARGET
               WHEN "stats"
                   MOVE "SERVER-STATS.PEER" TO WS-STI-TARGET
               WHEN OTHER
                   PERFORM BUILD-API-404-RESPONSE
                   EXIT PARAGRAPH
           END-EVALUATE

*> A file too big for one POST arrives as numbered 64KB pieces
*> (?seq=N&last=0|1) reassembled in a .PART twin that replaces the
*> live .PEER copy only when the last piece lands - a feed that
*> dies mid-file never leaves a truncated adoption candidate
           PERFORM EXTRACT-STI-CHUNK-PARAMS
           IF WS-STI-SEQ > 0
               PERFORM STORE-STATE-CHUNK
               IF WS-STI-CHUNK-RC NOT = 0
                   MOVE 1 TO WS-CONTENT-RETURN-CODE
                   PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               IF WS-STI-LAST = 0
*> More pieces coming - the freshness stamp waits for the whole file
                   MOVE "200 OK" TO WS-LOG-STATUS-LINE
                   MOVE '{"status":"stored"}' TO WS-CHG-BODY
                   MOVE 19 TO WS-CHG-BODY-LEN
                   MOVE "application/json" TO WS-CHG-ERR
                   PERFORM SEND-CHANGES-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               CALL "CBL_CREATE_FILE" USING WS-STI-TARGET 2 0 0
                   WS-CONTENT-HANDLE
                   RETURNING WS-CONTENT-CREATE-RC
               END-CALL
               IF WS-CONTENT-CREATE-RC NOT = 0
                   MOVE 1 TO WS-CONTENT-RETURN-CODE
                   PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-CONTENT-WRITE-OFFSET
               MOVE LS-BODY-LEN TO WS-CONTENT-WRITE-LEN
               MOVE 0 TO WS-CONTENT-WRITE-RC
               IF LS-BODY-SPOOL-LEN > 0
                   PERFORM COPY-SPOOL-TO-CONTENT
               ELSE
                   IF LS-BODY-LEN > 0
                       CALL "CBL_WRITE_FILE" USING WS-CONTENT-HANDLE
                           WS-CONTENT-WRITE-OFFSET
                           WS-CONTENT-WRITE-LEN 0
                           LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                           RETURNING WS-CONTENT-WRITE-RC
                       END-CALL
                   END-IF
               END-IF
               CALL "CBL_CLOSE_FILE" USING WS-CONTENT-HANDLE
                   RETURNING WS-CONTENT-CLOSE-RC
               END-CALL
           END-IF

*> The freshness stamp the takeover's staleness report reads
           CALL "time" USING BY VALUE 0 RETURNING WS-STI-NOW
           END-CALL
           MOVE WS-STI-NOW TO WS-STI-NOW-D
           OPEN OUTPUT STATE-STAMP-FILE
           IF WS-STAMP-STATUS = "00"
               MOVE SPACES TO STATE-STAMP-RECORD
               STRING "PEER_STATE_AT=" WS-STI-NOW-D
                   DELIMITED BY SIZE INTO STATE-STAMP-RECORD
               END-STRING
               WRITE STATE-STAMP-RECORD
               CLOSE STATE-STAMP-FILE
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE '{"status":"stored"}' TO WS-CHG-BODY
           MOVE 19 TO WS-CHG-BODY-LEN
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> The optional seq=/last= pair off the query string; no seq=
*> means the plain whole-file POST every small state file still uses
       EXTRACT-STI-CHUNK-PARAMS.
           MOVE 0 TO WS-STI-SEQ
           MOVE 0 TO WS-STI-LAST
           PERFORM VARYING WS-STI-SCAN FROM 1 BY 1
               UNTIL WS-STI-SCAN > 248
               IF QUERY-STRING(WS-STI-SCAN:4) = "seq=" AND
                  (WS-STI-SCAN = 1 OR
                   QUERY-STRING(WS-STI-SCAN - 1:1) = "&")
                   MOVE 0 TO WS-STI-SEQ
                   COMPUTE WS-STI-P = WS-STI-SCAN + 4
                   PERFORM VARYING WS-STI-P FROM WS-STI-P BY 1
                       UNTIL WS-STI-P > 256 OR
                             QUERY-STRING(WS-STI-P:1) NOT NUMERIC
                       COMPUTE WS-STI-SEQ = WS-STI-SEQ * 10 +
                           FUNCTION NUMVAL(QUERY-STRING(WS-STI-P:1))
                   END-PERFORM
               END-IF
               IF QUERY-STRING(WS-STI-SCAN:5) = "last=" AND
                  (WS-STI-SCAN = 1 OR
                   QUERY-STRING(WS-STI-SCAN - 1:1) = "&") AND
                  QUERY-STRING(WS-STI-SCAN + 5:1) NUMERIC
                   MOVE QUERY-STRING(WS-STI-SCAN + 5:1)
                       TO WS-STI-LAST
               END-IF
           END-PERFORM
           .

*> One numbered piece into the .PART twin: the first piece
*> truncates it, later ones land behind the twin's current size -
*> the sequence arrives serially from a single STATE-SHIP pass, so
*> size-so-far IS the right offset. last=1 swaps the finished twin
*> over the live copy the same delete-and-rename way every other
*> atomic replacement here works
       STORE-STATE-CHUNK.
           MOVE 0 TO WS-STI-CHUNK-RC
           MOVE SPACES TO WS-STI-PART
           STRING WS-STI-TARGET DELIMITED BY SPACE
                  ".PART" DELIMITED BY SIZE
               INTO WS-STI-PART
           END-STRING

           MOVE 0 TO WS-STI-PART-SIZE
           IF WS-STI-SEQ = 1
               CALL "CBL_CREATE_FILE" USING WS-STI-PART 2 0 0
                   WS-CONTENT-HANDLE
                   RETURNING WS-CONTENT-CREATE-RC
               END-CALL
           ELSE
               CALL "CBL_OPEN_FILE" USING WS-STI-PART 3 0 0
                   WS-CONTENT-HANDLE
                   RETURNING WS-CONTENT-CREATE-RC
               END-CALL
               IF WS-CONTENT-CREATE-RC = 0
                   MOVE 0 TO WS-STI-QLEN
                   CALL "CBL_READ_FILE" USING WS-CONTENT-HANDLE
                       WS-STI-PART-SIZE WS-STI-QLEN WS-STI-SIZE-FLAG
                       WS-SPOOL-CHUNK
                       RETURNING WS-CONTENT-WRITE-RC
                   END-CALL
                   IF WS-CONTENT-WRITE-RC NOT = 0
                       MOVE 0 TO WS-STI-PART-SIZE
                   END-IF
               END-IF
           END-IF
           IF WS-CONTENT-CREATE-RC NOT = 0
               MOVE 1 TO WS-STI-CHUNK-RC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONTENT-WRITE-RC
           IF LS-BODY-SPOOL-LEN > 0
               MOVE WS-STI-PART-SIZE TO WS-CONTENT-BASE-OFFSET
               PERFORM COPY-SPOOL-TO-CONTENT
               MOVE 0 TO WS-CONTENT-BASE-OFFSET
           ELSE
               IF LS-BODY-LEN > 0
                   MOVE WS-STI-PART-SIZE TO WS-CONTENT-WRITE-OFFSET
                   MOVE LS-BODY-LEN TO WS-CONTENT-WRITE-LEN
                   CALL "CBL_WRITE_FILE" USING WS-CONTENT-HANDLE
                       WS-CONTENT-WRITE-OFFSET WS-CONTENT-WRITE-LEN 0
                       LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                       RETURNING WS-CONTENT-WRITE-RC
                   END-CALL
               END-IF
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CLOSE-RC
           END-CALL
           IF WS-CONTENT-WRITE-RC NOT = 0
               MOVE 1 TO WS-STI-CHUNK-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-STI-LAST = 1
               CALL "CBL_DELETE_FILE" USING WS-STI-TARGET
                   RETURNING WS-CONTENT-DELETE-RC
               END-CALL
               CALL "CBL_RENAME_FILE" USING WS-STI-PART
                   WS-STI-TARGET
                   RETURNING WS-CONTENT-CLOSE-RC
               END-CALL
               IF WS-CONTENT-CLOSE-RC NOT = 0
                   MOVE 1 TO WS-STI-CHUNK-RC
               END-IF
           END-IF
           .

*> POST /api/log-ingest: batched access-log lines from the peer
*> (LOG-SHIP sends them), appended to PEER-ACCESS.SPOOL for the
*> LOG-MERGE batch job to fold into the dated archives with rid=
*> dedup - so the monthly numbers describe the service, not
*> whichever box happened to be serving. Same peer-address gate as
*> the state ingest
       BUILD-API-LOG-INGEST-RESPONSE.
           PERFORM READ-HA-PEER-HOST
           IF WS-STI-PEER = SPACES OR
              LS-CLIENT-ADDR(1:WS-STI-PEER-LEN) NOT =
                  WS-STI-PEER(1:WS-STI-PEER-LEN)
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE '{"error":"log ingest accepts only the HA peer"'
                   & '}' TO WS-CHG-BODY
               MOVE 47 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "LOGINGEST.TMP" TO WS-STI-TARGET
           CALL "CBL_CREATE_FILE" USING WS-STI-TARGET 2 0 0
               WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CREATE-RC
           END-CALL
           IF WS-CONTENT-CREATE-RC NOT = 0
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONTENT-WRITE-OFFSET
           MOVE LS-BODY-LEN TO WS-CONTENT-WRITE-LEN
           MOVE 0 TO WS-CONTENT-WRITE-RC
           IF LS-BODY-SPOOL-LEN > 0
               PERFORM COPY-SPOOL-TO-CONTENT
           ELSE
               IF LS-BODY-LEN > 0
                   CALL "CBL_WRITE_FILE" USING WS-CONTENT-HANDLE
                       WS-CONTENT-WRITE-OFFSET WS-CONTENT-WRITE-LEN 0
                       LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                       RETURNING WS-CONTENT-WRITE-RC
                   END-CALL
               END-IF
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CLOSE-RC
           END-CALL

           MOVE "cat LOGINGEST.TMP >> PEER-ACCESS.SPOOL && "
               & "rm -f LOGINGEST.TMP" TO WS-CMOVE-CMD
           CALL "SYSTEM" USING WS-CMOVE-CMD RETURNING WS-CMOVE-RC

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE '{"status":"spooled"}' TO WS-CHG-BODY
           MOVE 20 TO WS-CHG-BODY-LEN
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> HA.CFG's PEER_HOST, the one address allowed to feed the ingest
*> resources
       READ-HA-PEER-HOST.
           MOVE SPACES TO WS-STI-PEER
           MOVE 0 TO WS-STI-PEER-LEN
           OPEN INPUT HA-CFG-FILE
           IF WS-HACFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STI-EOF
           PERFORM UNTIL WS-STI-EOF = 1
               READ HA-CFG-FILE
                   AT END
                       MOVE 1 TO WS-STI-EOF
                   NOT AT END
                       IF HA-CFG-RECORD(1:10) = "PEER_HOST="
                           MOVE HA-CFG-RECORD(11:64)
                               TO WS-STI-PEER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HA-CFG-FILE
           INSPECT WS-STI-PEER TALLYING WS-STI-PEER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           .

*> The X-Client-Cert fingerprint against TLS-CLIENTS.CFG's
*> enrolled store; an absent store leaves enforcement off (the
*> rollout knob), an absent or unknown fingerprint fails it. The
*> fingerprint is only read at all on a connection that arrived
*> through the admin mTLS listener's own backend (LS-MTLS-CONN) -
*> anywhere else the header is just bytes any client can type, so
*> on the plain and ordinary-TLS listeners an enforced store
*> simply fails every admin request, forged fingerprint or not
       CHECK-CLIENT-CERT.
           MOVE 0 TO WS-CCERT-ENFORCE
           MOVE 0 TO WS-CCERT-OK
           MOVE SPACES TO WS-CCERT-OPERATOR

           OPEN INPUT TLS-CLIENTS-FILE
           IF WS-TLSCL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CCERT-ENFORCE
           IF LS-MTLS-CONN NOT = 1
               CLOSE TLS-CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF

*> The fingerprint header, the usual header scan
           MOVE SPACES TO WS-CCERT-FP
           MOVE 0 TO WS-CCERT-FP-LEN
           MOVE 0 TO WS-CCERT-HDR-POS
           PERFORM VARYING WS-CCERT-SCAN FROM 1 BY 1
               UNTIL WS-CCERT-SCAN > 8170
               IF LS-REQUEST-BUF(WS-CCERT-SCAN:15) =
                  "X-Client-Cert: "
                   MOVE WS-CCERT-SCAN TO WS-CCERT-HDR-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CCERT-HDR-POS > 0
               COMPUTE WS-CCERT-SCAN = WS-CCERT-HDR-POS + 15
               PERFORM VARYING WS-CCERT-SCAN FROM WS-CCERT-SCAN
                   BY 1 UNTIL WS-CCERT-SCAN > 8192 OR
                         WS-CCERT-FP-LEN >= 64 OR
                         LS-REQUEST-BUF(WS-CCERT-SCAN:1) = X"0D" OR
                         LS-REQUEST-BUF(WS-CCERT-SCAN:1) = X"0A" OR
                         LS-REQUEST-BUF(WS-CCERT-SCAN:1) = SPACE
                   ADD 1 TO WS-CCERT-FP-LEN
                   MOVE LS-REQUEST-BUF(WS-CCERT-SCAN:1)
                       TO WS-CCERT-FP(WS-CCERT-FP-LEN:1)
               END-PERFORM
           END-IF
           IF WS-CCERT-FP-LEN < 16
               CLOSE TLS-CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TLSCL-EOF
           PERFORM UNTIL WS-TLSCL-EOF = 1 OR WS-CCERT-OK = 1
               READ TLS-CLIENTS-FILE
                   AT END
                       MOVE 1 TO WS-TLSCL-EOF
                   NOT AT END
                       IF TLS-CLIENTS-RECORD(1:WS-CCERT-FP-LEN) =
                              WS-CCERT-FP(1:WS-CCERT-FP-LEN) AND
                          TLS-CLIENTS-RECORD(WS-CCERT-FP-LEN + 1:1)
                              = SPACE
                           MOVE 1 TO WS-CCERT-OK
                           MOVE TLS-CLIENTS-RECORD(
                               WS-CCERT-FP-LEN + 2:32)
                               TO WS-CCERT-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TLS-CLIENTS-FILE
           .

*> The admin API's code rides in an "X-Auth-Code: NNNNNN" request
*> header, found the same scan CHECK-CONDITIONAL-HEADERS uses
       EXTRACT-AUTH-CODE-HEADER.
           MOVE SPACES TO WS-TOTP-CODE
           MOVE 0 TO WS-TOTP-HDR-POS
           PERFORM VARYING WS-TOTP-SCAN-POS FROM 1 BY 1
               UNTIL WS-TOTP-SCAN-POS > 8170
               IF LS-REQUEST-BUF(WS-TOTP-SCAN-POS:13) =
                  "X-Auth-Code: "
                   MOVE WS-TOTP-SCAN-POS TO WS-TOTP-HDR-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TOTP-HDR-POS > 0
               MOVE LS-REQUEST-BUF(WS-TOTP-HDR-POS + 13:6)
                   TO WS-TOTP-CODE
           END-IF
           .

*> WS-TOTP-HEX8(1:1) in, WS-TOTP-NIB out
       HEXCHAR-TO-NIBBLE.
           EVALUATE WS-TOTP-HEX8(1:1)
               WHEN "0" MOVE 0 TO WS-TOTP-NIB
               WHEN "1" MOVE 1 TO WS-TOTP-NIB
               WHEN "2" MOVE 2 TO WS-TOTP-NIB
               WHEN "3" MOVE 3 TO WS-TOTP-NIB
               WHEN "4" MOVE 4 TO WS-TOTP-NIB
               WHEN "5" MOVE 5 TO WS-TOTP-NIB
               WHEN "6" MOVE 6 TO WS-TOTP-NIB
               WHEN "7" MOVE 7 TO WS-TOTP-NIB
               WHEN "8" MOVE 8 TO WS-TOTP-NIB
               WHEN "9" MOVE 9 TO WS-TOTP-NIB
               WHEN "a" MOVE 10 TO WS-TOTP-NIB
               WHEN "b" MOVE 11 TO WS-TOTP-NIB
               WHEN "c" MOVE 12 TO WS-TOTP-NIB
               WHEN "d" MOVE 13 TO WS-TOTP-NIB
               WHEN "e" MOVE 14 TO WS-TOTP-NIB
               WHEN "f" MOVE 15 TO WS-TOTP-NIB
               WHEN OTHER MOVE 0 TO WS-TOTP-NIB
           END-EVALUATE
           .

*> Bump the matched account's failure count, locking it for fifteen
*> minutes at five straight failures
       RECORD-AUTH-FAILURE.
           IF WS-AST-FOUND-IDX = 0
               IF WS-ASTATE-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ASTATE-COUNT
               MOVE WS-ASTATE-COUNT TO WS-AST-FOUND-IDX
               MOVE WS-AUTH-USER TO AST-USER(WS-AST-FOUND-IDX)
               MOVE 0 TO AST-FAILS(WS-AST-FOUND-IDX)
               MOVE 0 TO AST-LOCKED-UNTIL(WS-AST-FOUND-IDX)
           END-IF

           ADD 1 TO AST-FAILS(WS-AST-FOUND-IDX)
           IF AST-FAILS(WS-AST-FOUND-IDX) >= 5
               CALL "time" USING BY VALUE 0
                   RETURNING WS-AST-NOW-EPOCH
               END-CALL
               COMPUTE AST-LOCKED-UNTIL(WS-AST-FOUND-IDX) =
                   WS-AST-NOW-EPOCH + 900
               MOVE 0 TO AST-FAILS(WS-AST-FOUND-IDX)
               MOVE "AUTOLOCK" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "LOCKED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
           END-IF
           PERFORM SAVE-AUTH-STATE
           .

*> The account's lockout record, one keyed read against
*> AUTH-STATE.IDX; a hit lands in AUTH-STATE-TABLE's first slot so
*> the callers' entry-indexed logic carries on unchanged
       FIND-AUTH-STATE-ENTRY.
           MOVE 0 TO WS-AST-FOUND-IDX
           MOVE 0 TO WS-ASTATE-COUNT
           OPEN INPUT AUTH-STATE-FILE
           IF WS-ASTATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUTH-USER TO AST-REC-USER
           READ AUTH-STATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ASTATE-COUNT
                   MOVE 1 TO WS-AST-FOUND-IDX
                   MOVE AST-REC-USER TO AST-USER(1)
                   MOVE AST-REC-FAILS TO AST-FAILS(1)
                   MOVE AST-REC-LOCKED TO AST-LOCKED-UNTIL(1)
           END-READ
           CLOSE AUTH-STATE-FILE
           .

*> The (single) touched entry back through a keyed write-or-rewrite
       SAVE-AUTH-STATE.
           IF WS-AST-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O AUTH-STATE-FILE
           IF WS-ASTATE-STATUS NOT = "00"
               OPEN OUTPUT AUTH-STATE-FILE
               CLOSE AUTH-STATE-FILE
               OPEN I-O AUTH-STATE-FILE
           END-IF
           IF WS-ASTATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE AST-USER(WS-AST-FOUND-IDX) TO AST-REC-USER
           MOVE AST-FAILS(WS-AST-FOUND-IDX) TO AST-REC-FAILS
           MOVE AST-LOCKED-UNTIL(WS-AST-FOUND-IDX)
               TO AST-REC-LOCKED
           WRITE AUTH-STATE-RECORD
               INVALID KEY
                   REWRITE AUTH-STATE-RECORD
                   END-REWRITE
           END-WRITE
           CLOSE AUTH-STATE-FILE
           .

*> Load AUTH-REALM-TABLE fresh from AUTH-REALMS.CFG - a missing file
*> just leaves the table empty, requiring no credentials anywhere
       READ-AUTH-REALMS-FILE.
           MOVE 0 TO WS-AUTH-REALM-COUNT
           OPEN INPUT AUTH-REALMS-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AUTH-EOF
           PERFORM UNTIL WS-AUTH-EOF = 1
               READ AUTH-REALMS-FILE
                   AT END
                       MOVE 1 TO WS-AUTH-EOF
                   NOT AT END
                       PERFORM PARSE-AUTH-REALM-LINE
               END-READ
           END-PERFORM

           CLOSE AUTH-REALMS-FILE
           .

*> Parse one "PREFIX USERNAME HASH" line into the next
*> AUTH-REALM-TABLE slot. Blank lines and lines starting with "*"
*> (comments) are skipped, same convention as PARSE-ACL-LINE; a
*> malformed line is skipped rather than aborting the whole list
       PARSE-AUTH-REALM-LINE.
           IF AUTH-REALMS-RECORD(1:1) = SPACE OR
              AUTH-REALMS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           IF WS-AUTH-REALM-COUNT >= 20
               EXIT PARAGRAPH
           END-IF

*> First field: the path prefix
           MOVE 0 TO WS-AUTH-SP-POS
           PERFORM VARYING WS-AUTH-SCAN-POS FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-POS > 128
               IF AUTH-REALMS-RECORD(WS-AUTH-SCAN-POS:1) = SPACE
                   MOVE WS-AUTH-SCAN-POS TO WS-AUTH-SP-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AUTH-SP-POS = 0
               EXIT PARAGRAPH
           END-IF

*> Second field: the username
           COMPUTE WS-AUTH-SCAN-POS = WS-AUTH-SP-POS + 1
           MOVE 0 TO WS-AUTH-SP-POS-2
           PERFORM VARYING WS-AUTH-SCAN-POS FROM WS-AUTH-SCAN-POS BY 1
               UNTIL WS-AUTH-SCAN-POS > 128
               IF AUTH-REALMS-RECORD(WS-AUTH-SCAN-POS:1) = SPACE
                   MOVE WS-AUTH-SCAN-POS TO WS-AUTH-SP-POS-2
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AUTH-SP-POS-2 = 0
               EXIT PARAGRAPH
           END-IF

*> Third field: the password hash - a fixed 64-hex-character token.
*> Whatever follows it is the account-lifecycle extension: an
*> optional ACTIVE/DISABLED/MUSTCHANGE status and an optional
*> YYYYMMDD password-set date; a plain three-field line (the
*> pre-lifecycle shape) stays an active account with no expiry
           IF WS-AUTH-SP-POS-2 >= 128
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AUTH-REMAINING-LEN = 129 - (WS-AUTH-SP-POS-2 + 1)
           MOVE SPACES TO WS-AUTH-HASH-STR
           MOVE AUTH-REALMS-RECORD
               (WS-AUTH-SP-POS-2 + 1:WS-AUTH-REMAINING-LEN)
               TO WS-AUTH-HASH-STR
*> WS-AUTH-HASH-STR is exactly the hash's 64 characters wide, so
*> the trailing lifecycle fields truncate away of their own accord

           ADD 1 TO WS-AUTH-REALM-COUNT
           MOVE SPACES TO AUTH-REALM-PREFIX(WS-AUTH-REALM-COUNT)
           MOVE AUTH-REALMS-RECORD(1:WS-AUTH-SP-POS - 1) TO
               AUTH-REALM-PREFIX(WS-AUTH-REALM-COUNT)
           COMPUTE AUTH-REALM-PREFIX-LEN(WS-AUTH-REALM-COUNT) =
               WS-AUTH-SP-POS - 1
           MOVE SPACES TO AUTH-REALM-USERNAME(WS-AUTH-REALM-COUNT)
           MOVE AUTH-REALMS-RECORD(WS-AUTH-SP-POS + 1:
               WS-AUTH-SP-POS-2 - WS-AUTH-SP-POS - 1) TO
               AUTH-REALM-USERNAME(WS-AUTH-REALM-COUNT)
           MOVE WS-AUTH-HASH-STR TO AUTH-REALM-HASH(WS-AUTH-REALM-COUNT)

           MOVE "ACTIVE" TO AUTH-REALM-STATE(WS-AUTH-REALM-COUNT)
           MOVE 0 TO AUTH-REALM-PWD-DATE(WS-AUTH-REALM-COUNT)
           COMPUTE WS-AUTH-SP-POS = WS-AUTH-SP-POS-2 + 66
           IF WS-AUTH-SP-POS < 119 AND
              AUTH-REALMS-RECORD(WS-AUTH-SP-POS:1) NOT = SPACE
*> The status runs to its own trailing space
               MOVE WS-AUTH-SP-POS TO WS-AUTH-SCAN-POS
               PERFORM VARYING WS-AUTH-SCAN-POS
                   FROM WS-AUTH-SCAN-POS BY 1
                   UNTIL WS-AUTH-SCAN-POS > 120 OR
                         AUTH-REALMS-RECORD(WS-AUTH-SCAN-POS:1)
                             = SPACE
               END-PERFORM
               IF WS-AUTH-SCAN-POS - WS-AUTH-SP-POS <= 10
                   MOVE SPACES
                       TO AUTH-REALM-STATE(WS-AUTH-REALM-COUNT)
                   MOVE AUTH-REALMS-RECORD(WS-AUTH-SP-POS:
                       WS-AUTH-SCAN-POS - WS-AUTH-SP-POS)
                       TO AUTH-REALM-STATE(WS-AUTH-REALM-COUNT)
               END-IF
*> Fifth field: the YYYYMMDD right after the status token
               IF WS-AUTH-SCAN-POS < 120 AND
                  AUTH-REALMS-RECORD(WS-AUTH-SCAN-POS + 1:8) NUMERIC
                   MOVE AUTH-REALMS-RECORD(WS-AUTH-SCAN-POS + 1:8)
                       TO AUTH-REALM-PWD-DATE(WS-AUTH-REALM-COUNT)
               END-IF
           END-IF

*> Optional "GROUP=name" anywhere behind the hash: membership in
*> that AUTH-GROUPS.CFG group becomes the admission test for the
*> realm, any valid account qualifying for the password check
           MOVE SPACES TO AUTH-REALM-GROUP(WS-AUTH-REALM-COUNT)
           PERFORM VARYING WS-AUTH-SCAN-POS FROM WS-AUTH-SP-POS-2
               BY 1 UNTIL WS-AUTH-SCAN-POS > 115
               IF AUTH-REALMS-RECORD(WS-AUTH-SCAN-POS:7) = " GROUP="
                   MOVE 0 TO WS-GROUP-WANT-LEN
                   COMPUTE WS-AUTH-SP-POS = WS-AUTH-SCAN-POS + 7
                   PERFORM VARYING WS-AUTH-SP-POS FROM
                       WS-AUTH-SP-POS BY 1
                       UNTIL WS-AUTH-SP-POS > 128 OR
                             WS-GROUP-WANT-LEN >= 16 OR
                             AUTH-REALMS-RECORD(WS-AUTH-SP-POS:1)
                                 = SPACE
                       ADD 1 TO WS-GROUP-WANT-LEN
                       MOVE AUTH-REALMS-RECORD(WS-AUTH-SP-POS:1)
                           TO AUTH-REALM-GROUP(WS-AUTH-REALM-COUNT)
                               (WS-GROUP-WANT-LEN:1)
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Pull the token out of an incoming "Authorization: Basic <token>"
*> header, Base64-decode it, and split the result into
*> WS-AUTH-USER/WS-AUTH-PASS. WS-AUTH-HDR-POS stays 0 if the header
*> is absent or unparsable, which CHECK-AUTH-REALMS treats as "no
*> credentials supplied"
       EXTRACT-AUTH-HEADER.
           MOVE 0 TO WS-AUTH-HDR-POS
           MOVE SPACES TO WS-AUTH-TOKEN
           MOVE SPACES TO WS-AUTH-USER
           MOVE SPACES TO WS-AUTH-PASS

           PERFORM VARYING WS-AUTH-SCAN-POS FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-POS > 8171
               IF LS-REQUEST-BUF(WS-AUTH-SCAN-POS:21) =
                       "Authorization: Basic "
                   MOVE WS-AUTH-SCAN-POS TO WS-AUTH-HDR-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-AUTH-HDR-POS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AUTH-SCAN-POS = WS-AUTH-HDR-POS + 21
           MOVE 0 TO WS-AUTH-TOKEN-LEN
           PERFORM VARYING WS-AUTH-SCAN-POS FROM WS-AUTH-SCAN-POS
                   BY 1
               UNTIL WS-AUTH-SCAN-POS > 8192 OR
                     WS-AUTH-TOKEN-LEN >= 128 OR
                     LS-REQUEST-BUF(WS-AUTH-SCAN-POS:1) = SPACE OR
                     LS-REQUEST-BUF(WS-AUTH-SCAN-POS:1) = X"0D" OR
                     LS-REQUEST-BUF(WS-AUTH-SCAN-POS:1) = X"0A"
               ADD 1 TO WS-AUTH-TOKEN-LEN
               MOVE LS-REQUEST-BUF(WS-AUTH-SCAN-POS:1) TO
                   WS-AUTH-TOKEN(WS-AUTH-TOKEN-LEN:1)
           END-PERFORM

           IF WS-AUTH-TOKEN-LEN = 0
               MOVE 0 TO WS-AUTH-HDR-POS
               EXIT PARAGRAPH
           END-IF

           CALL "BASE64-DECODE" USING WS-AUTH-TOKEN WS-AUTH-DECODED
                                      WS-AUTH-DECODED-LEN
           END-CALL

*> Split the decoded "username:password" pair on its first colon
           MOVE 0 TO WS-AUTH-COLON-POS
           PERFORM VARYING WS-AUTH-SCAN-POS FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-POS > WS-AUTH-DECODED-LEN
               IF WS-AUTH-DECODED(WS-AUTH-SCAN-POS:1) = ":"
                   MOVE WS-AUTH-SCAN-POS TO WS-AUTH-COLON-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-AUTH-COLON-POS = 0
               MOVE 0 TO WS-AUTH-HDR-POS
               EXIT PARAGRAPH
           END-IF

           IF WS-AUTH-COLON-POS > 1
               MOVE WS-AUTH-DECODED(1:WS-AUTH-COLON-POS - 1) TO
                   WS-AUTH-USER
           END-IF
           IF WS-AUTH-DECODED-LEN > WS-AUTH-COLON-POS
               MOVE WS-AUTH-DECODED(WS-AUTH-COLON-POS + 1:
                   WS-AUTH-DECODED-LEN - WS-AUTH-COLON-POS) TO
                   WS-AUTH-PASS
           END-IF

*> WS-AUTH-USER came straight out of base64-decoded, client-supplied
*> bytes and flows into WRITE-AUDIT-LOG - blank out any CR/LF a
*> client embedded so it can't fold a forged line into AUDIT.LOG
           PERFORM VARYING WS-AUTH-SCAN-POS FROM 1 BY 1
               UNTIL WS-AUTH-SCAN-POS > 32
               IF WS-AUTH-USER(WS-AUTH-SCAN-POS:1) = X"0D" OR
                       WS-AUTH-USER(WS-AUTH-SCAN-POS:1) = X"0A"
                   MOVE SPACE TO WS-AUTH-USER(WS-AUTH-SCAN-POS:1)
               END-IF
           END-PERFORM
           .

*> A SHA-256 hex digest of WS-AUTH-PASS, matching whatever value was
*> written into AUTH-REALMS.CFG for the realm's configured password.
*> Shells out to "openssl dgst -sha256" the same CALL "SYSTEM"-plus-
*> scratch-file approach WS-ACCEPT-KEY uses for its own SHA-1 digest,
*> with the password handed to the shelled-out pipeline through an
*> exported environment variable rather than built into the command
*> line itself, so none of it is ever re-parsed as shell syntax. The
*> scratch file itself is named after this process's PID (WEBSERVER
*> forks a child per accepted connection, and this paragraph runs on
*> every protected-path request, not just once at startup, so a fixed
*> shared name would let one connection's digest read overwrite or be
*> overwritten by a concurrent one's)
       COMPUTE-AUTH-HASH.
           DISPLAY "AUTH_HASH_INPUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-AUTH-PASS UPON ENVIRONMENT-VALUE
           PERFORM RUN-HASH-PIPELINE
           .

*> The shared digest pipeline: whatever AUTH_HASH_INPUT carries,
*> hashed to 64 hex characters in WS-AUTH-HASH-VALUE (SPACES on any
*> failure). Callers set the environment variable first -
*> COMPUTE-AUTH-HASH feeds a password, CHECK-SIGNED-URL a signature
*> derivation
       RUN-HASH-PIPELINE.
           MOVE SPACES TO WS-AUTH-HASH-VALUE

           CALL "getpid" RETURNING WS-AUTH-HASH-PID
           END-CALL
           MOVE WS-AUTH-HASH-PID TO WS-AUTH-HASH-PID-D
           MOVE SPACES TO WS-AUTH-HASH-FILE
           STRING "AUTHTMP" DELIMITED BY SIZE
                  WS-AUTH-HASH-PID-D DELIMITED BY SIZE
                  ".OUT" DELIMITED BY SIZE
               INTO WS-AUTH-HASH-FILE
           END-STRING

           MOVE SPACES TO WS-AUTH-HASH-CMD
           STRING "printf '%s' ""$AUTH_HASH_INPUT"" | "
                      DELIMITED BY SIZE
                  "openssl dgst -sha256 -r | cut -d ' ' -f1 > "
                      DELIMITED BY SIZE
                  WS-AUTH-HASH-FILE DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-AUTH-HASH-CMD
           END-STRING
           CALL "SYSTEM" USING WS-AUTH-HASH-CMD
               RETURNING WS-AUTH-HASH-CMD-RC
           END-CALL

           IF WS-AUTH-HASH-CMD-RC NOT = 0
               EXIT PARAGRAPH
           END-IF

*> Raw CBL_ file access rather than a SELECT/FD, since the filename is
*> only known at run time - the same technique FILE-OPS uses to open a
*> path handed to it in a data item instead of a compile-time literal
           CALL "CBL_OPEN_FILE" USING WS-AUTH-HASH-FILE 1 0 0
               WS-AUTH-HASH-HANDLE
               RETURNING WS-AUTH-HASH-OPEN-RC
           END-CALL

           IF WS-AUTH-HASH-OPEN-RC = 0
               MOVE 0 TO WS-AUTH-HASH-OFFSET
               MOVE 64 TO WS-AUTH-HASH-LEN
               MOVE SPACES TO WS-AUTH-HASH-BUFFER
               CALL "CBL_READ_FILE" USING WS-AUTH-HASH-HANDLE
                   WS-AUTH-HASH-OFFSET WS-AUTH-HASH-LEN LOW-VALUE
                   WS-AUTH-HASH-BUFFER
                   RETURNING WS-AUTH-HASH-READ-RC
               END-CALL
               IF WS-AUTH-HASH-READ-RC = 0
                   MOVE WS-AUTH-HASH-BUFFER(1:64) TO WS-AUTH-HASH-VALUE
               END-IF
               CALL "CBL_CLOSE_FILE" USING WS-AUTH-HASH-HANDLE
                   RETURNING WS-AUTH-HASH-CLOSE-RC
               END-CALL
           END-IF

           CALL "CBL_DELETE_FILE" USING WS-AUTH-HASH-FILE
               RETURNING WS-AUTH-HASH-CLOSE-RC
           END-CALL
           .

*> 304 carries no body - just the validators so the client knows its
*> cached copy is still good
       BUILD-304-RESPONSE.
           MOVE "304 Not Modified" TO WS-LOG-STATUS-LINE
           MOVE LOW-VALUE TO LS-RESPONSE-BUF

           IF LS-KEEP-ALIVE = 1
               STRING "HTTP/1.1 304 Not Modified" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "ETag: " DELIMITED BY SIZE
                      WS-ETAG DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                      "Last-Modified: " DELIMITED BY SIZE
                      WS-LAST-MODIFIED DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
               END-STRING
           ELSE
               STRING "HTTP/1.1 304 Not Modified" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "ETag: " DELIMITED BY SIZE
                      WS-ETAG DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                      "Last-Modified: " DELIMITED BY SIZE
                      WS-LAST-MODIFIED DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
               END-STRING
           END-IF

           MOVE 0 TO LS-RESPONSE-LEN
           INSPECT LS-RESPONSE-BUF TALLYING LS-RESPONSE-LEN
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE
           .

*> Built with WITH POINTER rather than a fully duplicated STRING per
*> combination, since Last-Modified/ETag and Connection are each
*> independently conditional here and a duplicate-block-per-
*> combination approach would otherwise quadruple this paragraph
       BUILD-200-RESPONSE.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE

*> An active announcement rides into every HTML body served - done
*> here, ahead of the Content-Length and gzip decisions below, so
*> both see the final page
           MOVE 0 TO WS-ANN-ACTIVE
           IF MIME-TYPE(1:9) = "text/html" AND FILE-SIZE > 0
               PERFORM CHECK-ANNOUNCEMENT
               IF WS-ANN-ACTIVE = 1
                   PERFORM INJECT-ANNOUNCE-BANNER
               END-IF
*> ...and so does the out-of-date notice on a stale translation,
*> through the same splice (it lands above any announcement)
               IF WS-LANG-STALE = 1
                   MOVE SPACES TO WS-ANN-TEXT
                   MOVE "This translation may be out of date - the "
                       & "original page has changed since it was "
                       & "last translated." TO WS-ANN-TEXT
                   MOVE 97 TO WS-ANN-TEXT-LEN
                   PERFORM INJECT-ANNOUNCE-BANNER
                   MOVE 1 TO WS-ANN-ACTIVE
               END-IF
           END-IF

           PERFORM BUILD-CONTENT-TYPE-HEADER
           PERFORM BUILD-SECURITY-HEADERS

*> Compress text-ish bodies for clients that advertised gzip support;
*> anything else - a binary MIME type, a HEAD request (no body to
*> measure), an empty body, or GZIP-COMPRESS simply not helping or not
*> being available - is served exactly as before. A fresh prebuilt
*> ".gz" twin from GZIP-PRECOMP short-circuits the per-request shell
*> out to "gzip" entirely
           MOVE 0 TO WS-RESPONSE-IS-GZIPPED
           IF WS-CLIENT-ACCEPTS-GZIP = 1 AND FILE-SIZE > 0
              AND REQUEST-METHOD NOT = "HEAD"
              AND (MIME-TYPE(1:5) = "text/" OR
                   MIME-TYPE = "application/json")
               IF WS-ANN-ACTIVE = 0 AND WS-LAST-MODIFIED NOT = SPACES
                   PERFORM TRY-PRECOMPRESSED-VARIANT
               END-IF
               IF WS-RESPONSE-IS-GZIPPED = 0
                   CALL "GZIP-COMPRESS" USING FILE-BUFFER FILE-SIZE
                       WS-GZIP-OUT-BUFFER WS-GZIP-OUT-SIZE
                       WS-GZIP-RETURN-CODE
                   IF WS-GZIP-RETURN-CODE = 0 AND WS-GZIP-OUT-SIZE > 0
                      AND WS-GZIP-OUT-SIZE < FILE-SIZE
                       MOVE 1 TO WS-RESPONSE-IS-GZIPPED
                   END-IF
               END-IF
           END-IF

           PERFORM MARK-TRACE-NOW
           MOVE WS-TRC-NOW TO WS-TRC-T-COMPRESS

           IF WS-RESPONSE-IS-GZIPPED = 1
               MOVE WS-GZIP-OUT-SIZE TO WS-SIZE-STR
           ELSE
               MOVE FILE-SIZE TO WS-SIZE-STR
           END-IF

           PERFORM RESOLVE-CACHE-POLICY

           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CACHE-PIECE DELIMITED BY "  "
                  "Content-Type: " DELIMITED BY SIZE
                  WS-CONTENT-TYPE-HDR(1:WS-CONTENT-TYPE-LEN) DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-SIZE-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  "Accept-Ranges: bytes" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Vary: Accept-Encoding" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF WS-RESPONSE-IS-GZIPPED = 1
               STRING "Content-Encoding: gzip" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

*> Last-Modified/ETag come back blank from FILE-OPS for generated
*> content (a directory listing) that was never actually read from
*> a single file on disk, so those headers are only worth sending
*> when FILE-OPS did resolve a real file
           IF WS-LAST-MODIFIED NOT = SPACES
               STRING "Last-Modified: " DELIMITED BY SIZE
                      WS-LAST-MODIFIED DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "ETag: " DELIMITED BY SIZE
                      WS-ETAG DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1

      *>   DISPLAY "Header length: " LS-RESPONSE-LEN

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself - the
*> client is only asking whether/what the server would send, not for
*> the bytes
           IF LS-RESPONSE-LEN > 0 AND FILE-SIZE > 0
              AND REQUEST-METHOD NOT = "HEAD"
               IF WS-RESPONSE-IS-GZIPPED = 1
                   MOVE WS-GZIP-OUT-BUFFER(1:WS-GZIP-OUT-SIZE) TO
                       LS-RESPONSE-BUF(LS-RESPONSE-LEN + 1:
                           WS-GZIP-OUT-SIZE)
                   ADD WS-GZIP-OUT-SIZE TO LS-RESPONSE-LEN
               ELSE
                   MOVE FILE-BUFFER(1:FILE-SIZE) TO
                       LS-RESPONSE-BUF(LS-RESPONSE-LEN + 1:FILE-SIZE)
                   ADD FILE-SIZE TO LS-RESPONSE-LEN
               END-IF
           END-IF

      *>   DISPLAY "Total response length: " LS-RESPONSE-LEN
      *>   DISPLAY "File size: " FILE-SIZE
           .
       
*> Load SANITIZED-PATH's ".gz" twin into the gzip output buffer when
*> one exists and is at least as new as the source file - leaving
*> WS-RESPONSE-IS-GZIPPED at 0 (and the inline compressor to run)
*> when it's absent, stale, or somehow larger than the original
       TRY-PRECOMPRESSED-VARIANT.
           MOVE 0 TO WS-PRECOMP-SAN-LEN
           PERFORM VARYING WS-PRECOMP-SAN-LEN FROM 512 BY -1
               UNTIL WS-PRECOMP-SAN-LEN < 1
               IF SANITIZED-PATH(WS-PRECOMP-SAN-LEN:1) NOT = SPACE AND
                  SANITIZED-PATH(WS-PRECOMP-SAN-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PRECOMP-SAN-LEN = 0 OR WS-PRECOMP-SAN-LEN > 509
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRECOMP-PATH
           STRING SANITIZED-PATH(1:WS-PRECOMP-SAN-LEN) ".gz"
               DELIMITED BY SIZE INTO WS-PRECOMP-PATH
           END-STRING

           CALL "FILE-EXISTS" USING WS-PRECOMP-PATH WS-PRECOMP-EXISTS
           END-CALL
           IF WS-PRECOMP-EXISTS NOT = 1
               EXIT PARAGRAPH
           END-IF

           CALL "FILE-OPS" USING WS-PRECOMP-PATH WS-GZIP-OUT-BUFFER
               WS-GZIP-OUT-SIZE WS-PRECOMP-RC
               WS-PRECOMP-LASTMOD WS-PRECOMP-ETAG

*> "YYYY-MM-DD HH:MM:SS" strings order chronologically as text - a
*> variant older than its source predates the last edit and must
*> not be served
           IF WS-PRECOMP-RC = 0 AND WS-GZIP-OUT-SIZE > 0 AND
              WS-GZIP-OUT-SIZE < FILE-SIZE AND
              WS-PRECOMP-LASTMOD >= WS-LAST-MODIFIED
               MOVE 1 TO WS-RESPONSE-IS-GZIPPED
           END-IF
           .

*> Send a file too large for FILE-BUFFER straight to the socket in
*> 64KB chunks via FILE-STREAM, rather than assembling the whole
*> response in LS-RESPONSE-BUF first. Headers go out as soon as the
*> true file size is known from the first chunk read; LS-RESPONSE-LEN
*> is left at 0 on exit so WEBSERVER knows not to send anything else.
       STREAM-LARGE-FILE.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE

           MOVE 0 TO WS-STREAM-OFFSET
           MOVE 65536 TO WS-STREAM-CHUNK-LEN
           CALL "FILE-STREAM" USING SANITIZED-PATH WS-STREAM-OFFSET
               WS-STREAM-BUFFER WS-STREAM-CHUNK-LEN WS-STREAM-TOTAL
               WS-STREAM-RC

           IF WS-STREAM-RC NOT = 0
               PERFORM BUILD-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BANDWIDTH-CAP
           PERFORM RESOLVE-CACHE-POLICY

           PERFORM BUILD-CONTENT-TYPE-HEADER
           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           IF LS-KEEP-ALIVE = 1
               STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CACHE-PIECE DELIMITED BY "  "
                      "Content-Type: " DELIMITED BY SIZE
                      WS-CONTENT-TYPE-HDR(1:WS-CONTENT-TYPE-LEN) DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Transfer-Encoding: chunked" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                          DELIMITED BY SIZE
                      "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
               END-STRING
           ELSE
               STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CACHE-PIECE DELIMITED BY "  "
                      "Content-Type: " DELIMITED BY SIZE
                      WS-CONTENT-TYPE-HDR(1:WS-CONTENT-TYPE-LEN) DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Transfer-Encoding: chunked" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                          DELIMITED BY SIZE
                      "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
               END-STRING
           END-IF

           MOVE 0 TO WS-HEADER-LEN
           INSPECT LS-RESPONSE-BUF TALLYING WS-HEADER-LEN
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE

           CALL "send" USING BY VALUE LS-CLIENT-SOCKET
                             BY REFERENCE LS-RESPONSE-BUF
                             BY VALUE WS-HEADER-LEN
                             BY VALUE 0
                             RETURNING WS-BYTES-SENT
           END-CALL

*> HEAD gets the same headers (Transfer-Encoding included) as GET
*> would for this file, just without the chunked body that follows.
*> Each chunk goes out as its own hex-length line, the chunk's bytes,
*> and a trailing CRLF; a final zero-length chunk closes the body
           IF REQUEST-METHOD NOT = "HEAD"
               PERFORM UNTIL WS-STREAM-OFFSET >= WS-STREAM-TOTAL
                   IF WS-STREAM-CHUNK-LEN > 0
                       PERFORM BUILD-CHUNK-SIZE-LINE
                       CALL "send" USING BY VALUE LS-CLIENT-SOCKET
                           BY REFERENCE WS-CHUNK-SIZE-LINE
                           BY VALUE WS-CHUNK-SIZE-LEN
                           BY VALUE 0
                           RETURNING WS-BYTES-SENT
                       END-CALL
                       CALL "send" USING BY VALUE LS-CLIENT-SOCKET
                                         BY REFERENCE WS-STREAM-BUFFER
                                         BY VALUE WS-STREAM-CHUNK-LEN
                                         BY VALUE 0
                                         RETURNING WS-BYTES-SENT
                       END-CALL
                       CALL "send" USING BY VALUE LS-CLIENT-SOCKET
                           BY REFERENCE WS-CRLF
                           BY VALUE 2
                           BY VALUE 0
                           RETURNING WS-BYTES-SENT
                       END-CALL
                       ADD WS-STREAM-CHUNK-LEN TO WS-STREAM-OFFSET
                       IF WS-BW-KBPS > 0
                           PERFORM PACE-STREAM-CHUNK
                       END-IF
                   END-IF

                   IF WS-STREAM-OFFSET < WS-STREAM-TOTAL
                       MOVE 65536 TO WS-STREAM-CHUNK-LEN
                       CALL "FILE-STREAM" USING SANITIZED-PATH
                           WS-STREAM-OFFSET WS-STREAM-BUFFER
                           WS-STREAM-CHUNK-LEN WS-STREAM-TOTAL
                           WS-STREAM-RC
                       IF WS-STREAM-RC NOT = 0 OR WS-STREAM-CHUNK-LEN = 0
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM

*> The terminating zero-length chunk, with no trailer headers
               CALL "send" USING BY VALUE LS-CLIENT-SOCKET
                   BY REFERENCE WS-CHUNK-TERMINATOR
                   BY VALUE 5
                   BY VALUE 0
                   RETURNING WS-BYTES-SENT
               END-CALL
           END-IF

           MOVE 0 TO LS-RESPONSE-LEN
           .

*> Total CGI kills and the script with the most of them, out of
*> CGI-EXEC's "path count" counter lines
       SUM-CGI-KILLS.
           MOVE 0 TO WS-CGIK-TOTAL
           MOVE "-" TO WS-CGIK-WORST
           MOVE 0 TO WS-CGIK-WORST-CNT
           OPEN INPUT CGI-KILLS-DAT
           IF WS-CGIK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CGIK-EOF
           PERFORM UNTIL WS-CGIK-EOF = 1
               READ CGI-KILLS-DAT
                   AT END
                       MOVE 1 TO WS-CGIK-EOF
                   NOT AT END
                       PERFORM SUM-ONE-KILL-LINE
               END-READ
           END-PERFORM
           CLOSE CGI-KILLS-DAT
           .

       SUM-ONE-KILL-LINE.
           MOVE 0 TO WS-CGIK-SP
           PERFORM VARYING WS-CGIK-SP FROM 150 BY -1
               UNTIL WS-CGIK-SP < 2
               IF CGI-KILLS-DAT-REC(WS-CGIK-SP:1) = SPACE AND
                  CGI-KILLS-DAT-REC(WS-CGIK-SP + 1:1) NUMERIC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CGIK-SP < 2 OR
              CGI-KILLS-DAT-REC(WS-CGIK-SP + 1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CGI-KILLS-DAT-REC(WS-CGIK-SP + 1:6)
               TO WS-CGIK-LINE-CNT
           ADD WS-CGIK-LINE-CNT TO WS-CGIK-TOTAL
           IF WS-CGIK-LINE-CNT > WS-CGIK-WORST-CNT
               MOVE WS-CGIK-LINE-CNT TO WS-CGIK-WORST-CNT
               MOVE SPACES TO WS-CGIK-WORST
               MOVE CGI-KILLS-DAT-REC(1:WS-CGIK-SP - 1)
                   TO WS-CGIK-WORST
           END-IF
           .

*> The Cache-Control line (CRLF included) this response should
*> carry: no-store for the API, CGI, authenticated realms, and any
*> page carrying a per-session CSRF token; otherwise the longest
*> matching CACHE-POLICY.CFG prefix or extension sets the max-age;
*> no match leaves the piece empty and the response header-free,
*> exactly as before
       RESOLVE-CACHE-POLICY.
           MOVE SPACES TO WS-CACHE-PIECE

           IF WS-PRE-ALIAS-PATH(1:5) = "/api/" OR
              WS-PRE-ALIAS-PATH(1:9) = "/cgi-bin/" OR
              WS-AUTH-REQUIRED = 1 OR WS-CSRF-INJECTED = 1
               STRING "Cache-Control: no-store" X"0D0A"
                   DELIMITED BY SIZE INTO WS-CACHE-PIECE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-CACHE-MAX-AGE

*> A classification label that forbids shared caching still lets the
*> visitor's own browser keep its copy, max-age and all - only a
*> proxy or CDN in between is told to stay out of it
           IF WS-CLASS-NO-SHARED = 1
               MOVE SPACES TO WS-CACHE-PIECE
               IF WS-CACHE-BEST-LEN > 0
                   STRING "Cache-Control: private, max-age="
                          WS-CACHE-SECONDS X"0D0A"
                          DELIMITED BY SIZE INTO WS-CACHE-PIECE
                   END-STRING
               ELSE
                   STRING "Cache-Control: private" X"0D0A"
                       DELIMITED BY SIZE INTO WS-CACHE-PIECE
                   END-STRING
               END-IF
           END-IF
           .

       RESOLVE-CACHE-MAX-AGE.
           MOVE 0 TO WS-CACHE-PATH-LEN
           INSPECT WS-PRE-ALIAS-PATH TALLYING WS-CACHE-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CACHE-PATH-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CACHE-BEST-LEN
           MOVE 0 TO WS-CACHE-SECONDS
           OPEN INPUT CACHE-POLICY-FILE
           IF WS-CACHEPOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CACHE-EOF
           PERFORM UNTIL WS-CACHE-EOF = 1
               READ CACHE-POLICY-FILE
                   AT END
                       MOVE 1 TO WS-CACHE-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-CACHE-RULE
               END-READ
           END-PERFORM
           CLOSE CACHE-POLICY-FILE

           IF WS-CACHE-BEST-LEN > 0
               STRING "Cache-Control: max-age=" WS-CACHE-SECONDS
                      X"0D0A" DELIMITED BY SIZE
                   INTO WS-CACHE-PIECE
               END-STRING
           END-IF
           .

       MATCH-ONE-CACHE-RULE.
           IF CACHE-POLICY-RECORD(1:1) = SPACE OR
              CACHE-POLICY-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CACHE-TOK-LEN
           INSPECT CACHE-POLICY-RECORD TALLYING WS-CACHE-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CACHE-TOK-LEN = 0 OR WS-CACHE-TOK-LEN > 64 OR
              WS-CACHE-TOK-LEN <= WS-CACHE-BEST-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CACHE-SCAN = WS-CACHE-TOK-LEN + 2
           IF WS-CACHE-SCAN > 90 OR
              CACHE-POLICY-RECORD(WS-CACHE-SCAN:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF CACHE-POLICY-RECORD(1:1) = "/"
               IF WS-CACHE-PATH-LEN < WS-CACHE-TOK-LEN OR
                  WS-PRE-ALIAS-PATH(1:WS-CACHE-TOK-LEN) NOT =
                      CACHE-POLICY-RECORD(1:WS-CACHE-TOK-LEN)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CACHE-POLICY-RECORD(1:1) NOT = "."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CACHE-PATH-LEN < WS-CACHE-TOK-LEN OR
                  WS-PRE-ALIAS-PATH(WS-CACHE-PATH-LEN -
                      WS-CACHE-TOK-LEN + 1:WS-CACHE-TOK-LEN) NOT =
                      CACHE-POLICY-RECORD(1:WS-CACHE-TOK-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-CACHE-TOK-LEN TO WS-CACHE-BEST-LEN
           COMPUTE WS-CACHE-SECONDS = FUNCTION NUMVAL(
               CACHE-POLICY-RECORD(WS-CACHE-SCAN:8))
           .

*> The wall clock in day-centiseconds, on the same footing as
*> LS-REQ-START-CSEC (a midnight crossing gets the day added back)
       MARK-TRACE-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TRC-NOW =
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(15:2))
           IF WS-TRC-NOW < LS-REQ-START-CSEC
               ADD 8640000 TO WS-TRC-NOW
           END-IF
           .

*> One phase-breakdown line for a request over TRACE.CFG's
*> THRESHOLD_MS, or for every SAMPLE_DIVISORth request - the random
*> low-rate sample that catches the slow ones nobody notices.
*> Phases: checks (parse + access gates), content (file I/O or the
*> CGI/proxy wait), compress, finish (response assembly onward).
*> The rid= joins the record to its access-log line
       MAYBE-WRITE-TRACE.
           MOVE 0 TO WS-TRC-THRESHOLD-MS
           MOVE 0 TO WS-TRC-SAMPLE-DIV
           OPEN INPUT TRACE-CFG-FILE
           IF WS-TRC-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TRC-EOF
           PERFORM UNTIL WS-TRC-EOF = 1
               READ TRACE-CFG-FILE
                   AT END
                       MOVE 1 TO WS-TRC-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRACE-CFG-RECORD(1:13) =
                                    "THRESHOLD_MS=" AND
                                TRACE-CFG-RECORD(14:1) NUMERIC
                               COMPUTE WS-TRC-THRESHOLD-MS =
                                   FUNCTION NUMVAL
                                       (TRACE-CFG-RECORD(14:6))
                           WHEN TRACE-CFG-RECORD(1:15) =
                                    "SAMPLE_DIVISOR=" AND
                                TRACE-CFG-RECORD(16:1) NUMERIC
                               COMPUTE WS-TRC-SAMPLE-DIV =
                                   FUNCTION NUMVAL
                                       (TRACE-CFG-RECORD(16:6))
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRACE-CFG-FILE
           IF WS-TRC-THRESHOLD-MS = 0 AND WS-TRC-SAMPLE-DIV = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRC-SEED
           IF NOT ((WS-TRC-THRESHOLD-MS > 0 AND
                    WS-SVC-MS >= WS-TRC-THRESHOLD-MS) OR
                   (WS-TRC-SAMPLE-DIV > 0 AND
                    FUNCTION MOD(WS-TRC-SEED, WS-TRC-SAMPLE-DIV)
                        = 0))
               EXIT PARAGRAPH
           END-IF

           PERFORM MARK-TRACE-NOW
           MOVE 0 TO WS-TRC-PH-CHECKS
           MOVE 0 TO WS-TRC-PH-CONTENT
           MOVE 0 TO WS-TRC-PH-COMPRESS
           IF WS-TRC-T-CHECKS > 0
               COMPUTE WS-TRC-PH-CHECKS =
                   (WS-TRC-T-CHECKS - LS-REQ-START-CSEC) * 10
           END-IF
           IF WS-TRC-T-CONTENT > 0 AND WS-TRC-T-CHECKS > 0
               COMPUTE WS-TRC-PH-CONTENT =
                   (WS-TRC-T-CONTENT - WS-TRC-T-CHECKS) * 10
           END-IF
           IF WS-TRC-T-COMPRESS > 0 AND WS-TRC-T-CONTENT > 0
               COMPUTE WS-TRC-PH-COMPRESS =
                   (WS-TRC-T-COMPRESS - WS-TRC-T-CONTENT) * 10
           END-IF
           COMPUTE WS-TRC-PH-SEND =
               (WS-TRC-NOW - LS-REQ-START-CSEC) * 10
               - WS-TRC-PH-CHECKS - WS-TRC-PH-CONTENT
               - WS-TRC-PH-COMPRESS
           IF WS-TRC-PH-SEND < 0
               MOVE 0 TO WS-TRC-PH-SEND
           END-IF

           OPEN EXTEND TRACE-LOG
           IF WS-TRC-LOG-STATUS = "35" OR WS-TRC-LOG-STATUS = "05"
               OPEN OUTPUT TRACE-LOG
           END-IF
           IF WS-TRC-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRACE-LOG-RECORD
           MOVE 1 TO WS-HEADER-LEN
           STRING "[" WS-LOG-TIMESTAMP "] rid=" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  " total=" WS-SVC-MS-STR DELIMITED BY SIZE
                  "ms" DELIMITED BY SIZE
               INTO TRACE-LOG-RECORD WITH POINTER WS-HEADER-LEN
           END-STRING
           MOVE WS-TRC-PH-CHECKS TO WS-TRC-MS-D
           STRING " checks=" WS-TRC-MS-D "ms" DELIMITED BY SIZE
               INTO TRACE-LOG-RECORD WITH POINTER WS-HEADER-LEN
           END-STRING
           MOVE WS-TRC-PH-CONTENT TO WS-TRC-MS-D
           STRING " content=" WS-TRC-MS-D "ms" DELIMITED BY SIZE
               INTO TRACE-LOG-RECORD WITH POINTER WS-HEADER-LEN
           END-STRING
           MOVE WS-TRC-PH-COMPRESS TO WS-TRC-MS-D
           STRING " compress=" WS-TRC-MS-D "ms" DELIMITED BY SIZE
               INTO TRACE-LOG-RECORD WITH POINTER WS-HEADER-LEN
           END-STRING
           MOVE WS-TRC-PH-SEND TO WS-TRC-MS-D
           STRING " finish=" WS-TRC-MS-D "ms" DELIMITED BY SIZE
                  " path=" DELIMITED BY SIZE
                  REQUEST-PATH DELIMITED BY SPACE
               INTO TRACE-LOG-RECORD WITH POINTER WS-HEADER-LEN
           END-STRING
           WRITE TRACE-LOG-RECORD
           CLOSE TRACE-LOG
           .

*> Is this request in an expensive class, and is the box past the
*> SHED.CFG watermark? ACTIVE.COUNT already holds the in-flight
*> figure the accept loop maintains
       CHECK-LOAD-SHED.
           MOVE 0 TO WS-SHED-THIS
           IF WS-DECODED-PATH(1:11) = "/api/admin/"
               EXIT PARAGRAPH
           END-IF
           IF WS-DECODED-PATH(1:9) NOT = "/cgi-bin/" AND
              WS-DECODED-PATH(1:5) NOT = "/api/" AND
              WS-DECODED-PATH(1:9) NOT = "/uploads/"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SHED-WATERMARK
           OPEN INPUT SHED-CFG-FILE
           IF WS-SHED-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SHED-EOF
           PERFORM UNTIL WS-SHED-EOF = 1
               READ SHED-CFG-FILE
                   AT END
                       MOVE 1 TO WS-SHED-EOF
                   NOT AT END
                       IF SHED-CFG-RECORD(1:10) = "WATERMARK="
                          AND SHED-CFG-RECORD(11:1) NUMERIC
                           COMPUTE WS-SHED-WATERMARK =
                               FUNCTION NUMVAL
                                   (SHED-CFG-RECORD(11:6))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHED-CFG-FILE
           IF WS-SHED-WATERMARK = 0
               EXIT PARAGRAPH
           END-IF

*> The same field position STATS-SAMPLE reads ACTIVE.COUNT at
           MOVE 0 TO WS-SHED-ACTIVE
           OPEN INPUT ACTIVE-COUNT-FILE
           IF WS-SHED-ACT-STATUS = "00"
               READ ACTIVE-COUNT-FILE
                   NOT AT END
                       IF ACTIVE-COUNT-RECORD(14:8) NUMERIC
                           MOVE ACTIVE-COUNT-RECORD(14:8)
                               TO WS-SHED-ACTIVE
                       END-IF
               END-READ
               CLOSE ACTIVE-COUNT-FILE
           END-IF

           IF WS-SHED-ACTIVE >= WS-SHED-WATERMARK
               MOVE 1 TO WS-SHED-THIS
               PERFORM BUMP-SHED-COUNT
           END-IF
           .

*> "SHED_COUNT=NNNNNNNN", read-add-rewritten the same way the
*> request counter in SERVER.STATS is maintained - lock included,
*> since concurrent shedding workers are the one certainty when
*> this paragraph runs at all
       BUMP-SHED-COUNT.
           MOVE "SHED.COUNT.LOCK" TO WS-LOCK-DIR
           PERFORM ACQUIRE-LOCK

           MOVE 0 TO WS-SHED-TOTAL
           OPEN INPUT SHED-COUNT-FILE
           IF WS-SHED-CNT-STATUS = "00"
               READ SHED-COUNT-FILE
                   NOT AT END
                       IF SHED-COUNT-RECORD(12:8) NUMERIC
                           MOVE SHED-COUNT-RECORD(12:8)
                               TO WS-SHED-TOTAL
                       END-IF
               END-READ
               CLOSE SHED-COUNT-FILE
           END-IF
           ADD 1 TO WS-SHED-TOTAL
           OPEN OUTPUT SHED-COUNT-FILE
           IF WS-SHED-CNT-STATUS = "00"
               MOVE SPACES TO SHED-COUNT-RECORD
               STRING "SHED_COUNT=" WS-SHED-TOTAL
                   DELIMITED BY SIZE INTO SHED-COUNT-RECORD
               END-STRING
               WRITE SHED-COUNT-RECORD
               CLOSE SHED-COUNT-FILE
           END-IF

           PERFORM RELEASE-LOCK
           .

*> Create WS-LOCK-DIR as a cross-process mutex: "mkdir" either
*> succeeds (this call is now the sole holder) or fails because
*> another process's directory of the same name already exists, with
*> the OS guaranteeing exactly one caller wins a simultaneous race.
*> A caller that loses retries after a short sleep; after 500 tries
*> (~5 seconds, generous for a critical section this small) it gives
*> up and proceeds unlocked rather than risk hanging the connection
*> forever behind a lock some crashed worker never released
       ACQUIRE-LOCK.
           MOVE "N" TO WS-LOCK-ACQUIRED
           MOVE 0 TO WS-LOCK-TRIES
           PERFORM UNTIL LOCK-ACQUIRED OR WS-LOCK-TRIES > 500
               MOVE SPACES TO WS-LOCK-CMD
               STRING "mkdir " DELIMITED BY SIZE
                      WS-LOCK-DIR DELIMITED BY SPACE
                      " 2>/dev/null" DELIMITED BY SIZE
                   INTO WS-LOCK-CMD
               END-STRING
               CALL "SYSTEM" USING WS-LOCK-CMD RETURNING WS-LOCK-RC
               IF WS-LOCK-RC = 0
                   MOVE "Y" TO WS-LOCK-ACQUIRED
               ELSE
                   CALL "SYSTEM" USING "sleep 0.01"
                       RETURNING WS-LOCK-SLEEP-RC
                   END-CALL
                   ADD 1 TO WS-LOCK-TRIES
               END-IF
           END-PERFORM
           .

*> Release a WS-LOCK-DIR mutex taken out by ACQUIRE-LOCK
       RELEASE-LOCK.
           MOVE SPACES TO WS-LOCK-CMD
           STRING "rmdir " DELIMITED BY SIZE
                  WS-LOCK-DIR DELIMITED BY SPACE
               INTO WS-LOCK-CMD
           END-STRING
           CALL "SYSTEM" USING WS-LOCK-CMD RETURNING WS-LOCK-RC
           .

*> 503 with a Retry-After - saturation should read as graceful
*> degradation, not outage
       BUILD-SHED-RESPONSE.
           MOVE "503 Service Unavailable" TO WS-LOG-STATUS-LINE
           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN
           STRING "HTTP/1.1 503 Service Unavailable"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 107" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Retry-After: 30" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING
           IF REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>503 Busy</h1><p>The server "
                      "is at capacity; please retry in a few "
                      "seconds.</p></body></html>"
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> Which BANDWIDTH.CFG cap, if any, applies to this stream: the
*> smallest matching rate wins, whether it matched the path prefix
*> or the client's NETWORKS.CFG subnet name
       CHECK-BANDWIDTH-CAP.
           MOVE 0 TO WS-BW-KBPS
           MOVE 0 TO WS-BW-SHAPED
           OPEN INPUT BANDWIDTH-FILE
           IF WS-BW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NETWORKS
           MOVE 0 TO WS-BW-EOF
           PERFORM UNTIL WS-BW-EOF = 1
               READ BANDWIDTH-FILE
                   AT END
                       MOVE 1 TO WS-BW-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-BANDWIDTH-LINE
               END-READ
           END-PERFORM
           CLOSE BANDWIDTH-FILE

           IF WS-BW-KBPS > 0
*> One 64KB chunk every (64 / KBPS) seconds holds the stream at
*> the cap; the delay is precomputed in milliseconds
               COMPUTE WS-BW-DELAY-MS = 64000 / WS-BW-KBPS
               IF WS-BW-DELAY-MS = 0
                   MOVE 0 TO WS-BW-KBPS
               ELSE
                   MOVE 1 TO WS-BW-SHAPED
               END-IF
           END-IF
           .

       MATCH-ONE-BANDWIDTH-LINE.
           IF BANDWIDTH-RECORD(1:1) = SPACE OR
              BANDWIDTH-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BW-TOK-LEN
           INSPECT BANDWIDTH-RECORD TALLYING WS-BW-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-BW-TOK-LEN = 0 OR WS-BW-TOK-LEN > 64
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BW-SCAN = WS-BW-TOK-LEN + 2
           IF WS-BW-SCAN > 90 OR
              BANDWIDTH-RECORD(WS-BW-SCAN:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BW-LINE-KBPS = FUNCTION NUMVAL(
               BANDWIDTH-RECORD(WS-BW-SCAN:6))
           IF WS-BW-LINE-KBPS = 0
               EXIT PARAGRAPH
           END-IF

           IF BANDWIDTH-RECORD(1:1) = "/"
               IF WS-PRE-ALIAS-PATH(1:WS-BW-TOK-LEN) NOT =
                  BANDWIDTH-RECORD(1:WS-BW-TOK-LEN)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-NET-NAME = SPACES OR
                  WS-NET-NAME(1:WS-BW-TOK-LEN) NOT =
                      BANDWIDTH-RECORD(1:WS-BW-TOK-LEN) OR
                  WS-NET-NAME(WS-BW-TOK-LEN + 1:1) NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-BW-KBPS = 0 OR WS-BW-LINE-KBPS < WS-BW-KBPS
               MOVE WS-BW-LINE-KBPS TO WS-BW-KBPS
           END-IF
           .

*> The shelled-out fractional sleep that paces one chunk - the same
*> SYSTEM sleep LOG-MONITOR's pass interval uses, just sub-second
       PACE-STREAM-CHUNK.
           COMPUTE WS-BW-SEC-D = WS-BW-DELAY-MS / 1000
           COMPUTE WS-BW-MS-D =
               FUNCTION MOD(WS-BW-DELAY-MS, 1000)
           MOVE SPACES TO WS-BW-SLEEP-CMD
           STRING "sleep " WS-BW-SEC-D "." WS-BW-MS-D
               DELIMITED BY SIZE INTO WS-BW-SLEEP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-BW-SLEEP-CMD
               RETURNING WS-BW-SLEEP-RC
           .

*> Convert WS-STREAM-CHUNK-LEN to the "<hex-length>CRLF" line that
*> precedes each chunk's bytes on the wire - built by repeatedly
*> dividing by 16 and looking the remainder up in
*> WS-CHUNK-HEX-DIGITS, accumulating digits least-significant-first
*> and then copying them out in reverse order
       BUILD-CHUNK-SIZE-LINE.
           MOVE WS-STREAM-CHUNK-LEN TO WS-CHUNK-REMAINING
           MOVE 0 TO WS-CHUNK-HEX-LEN
           MOVE SPACES TO WS-CHUNK-HEX-REV

           PERFORM UNTIL WS-CHUNK-REMAINING = 0
               COMPUTE WS-CHUNK-HEX-REM = FUNCTION MOD
                   (WS-CHUNK-REMAINING, 16)
               ADD 1 TO WS-CHUNK-HEX-LEN
               MOVE WS-CHUNK-HEX-DIGITS(WS-CHUNK-HEX-REM + 1:1) TO
                   WS-CHUNK-HEX-REV(WS-CHUNK-HEX-LEN:1)
               COMPUTE WS-CHUNK-REMAINING = WS-CHUNK-REMAINING / 16
           END-PERFORM

           MOVE SPACES TO WS-CHUNK-HEX
           PERFORM VARYING WS-CHUNK-HEX-POS FROM 1 BY 1
               UNTIL WS-CHUNK-HEX-POS > WS-CHUNK-HEX-LEN
               MOVE WS-CHUNK-HEX-REV(WS-CHUNK-HEX-LEN -
                   WS-CHUNK-HEX-POS + 1:1) TO
                   WS-CHUNK-HEX(WS-CHUNK-HEX-POS:1)
           END-PERFORM

           MOVE SPACES TO WS-CHUNK-SIZE-LINE
           STRING WS-CHUNK-HEX(1:WS-CHUNK-HEX-LEN) DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO WS-CHUNK-SIZE-LINE
           END-STRING
           COMPUTE WS-CHUNK-SIZE-LEN = WS-CHUNK-HEX-LEN + 2
           .

       BUILD-404-RESPONSE.
           MOVE "404 Not Found" TO WS-LOG-STATUS-LINE

*> Prefer a site-branded 404.html from the doc root; fall back to
*> the canned message below only when that file is missing
           CALL "PATH-UTILS" USING "/404.html" WS-ERROR-PAGE-PATH
                                   WS-ERROR-LOAD-CODE WS-VHOST-DOCROOT
           IF WS-ERROR-LOAD-CODE = 0
               CALL "FILE-OPS" USING WS-ERROR-PAGE-PATH FILE-BUFFER
                                     FILE-SIZE WS-ERROR-LOAD-CODE
                                     WS-LAST-MODIFIED WS-ETAG
           END-IF

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           IF WS-ERROR-LOAD-CODE = 0
               MOVE FILE-SIZE TO WS-SIZE-STR
               STRING "HTTP/1.1 404 Not Found" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/html" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: " DELIMITED BY SIZE
                      WS-SIZE-STR DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "HTTP/1.1 404 Not Found" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/html" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: 47" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF WS-ERROR-LOAD-CODE NOT = 0 AND REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>404 Not Found</h1></body></html>"
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1

           IF WS-ERROR-LOAD-CODE = 0 AND LS-RESPONSE-LEN > 0
              AND FILE-SIZE > 0 AND REQUEST-METHOD NOT = "HEAD"
               MOVE FILE-BUFFER(1:FILE-SIZE) TO
                   LS-RESPONSE-BUF(LS-RESPONSE-LEN + 1:FILE-SIZE)
               ADD FILE-SIZE TO LS-RESPONSE-LEN
           END-IF
           .

*> A configured redirect rule (REDIRECTS.CFG) - a Location header
*> pointing at the configured target URL, with the status line and a
*> small canned body reflecting whichever of 301/302 the rule asked
*> for
       BUILD-REDIRECT-RESPONSE.
           IF WS-REDIRECT-CODE-VAL = 301
               MOVE "301 Moved Permanently" TO WS-REDIRECT-STATUS-TEXT
           ELSE
               MOVE "302 Found" TO WS-REDIRECT-STATUS-TEXT
           END-IF
           MOVE WS-REDIRECT-STATUS-TEXT TO WS-LOG-STATUS-LINE

*> Find the status text's real length by scanning backwards, the same
*> way APPLY-DOC-ROOT in PATH-UTILS trims a trailing-space field,
*> since it (unlike a realm label or username) carries embedded spaces
*> of its own and can't be DELIMITED BY SPACE
           PERFORM VARYING WS-REDIRECT-STATUS-LEN FROM 24 BY -1
               UNTIL WS-REDIRECT-STATUS-LEN < 1
               IF WS-REDIRECT-STATUS-TEXT(WS-REDIRECT-STATUS-LEN:1)
                   NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REDIRECT-BODY
           MOVE 1 TO WS-REDIRECT-BODY-LEN
           STRING "<html><body><h1>" DELIMITED BY SIZE
                  WS-REDIRECT-STATUS-TEXT(1:WS-REDIRECT-STATUS-LEN)
                      DELIMITED BY SIZE
                  '</h1><p>The document has moved <a href="'
                      DELIMITED BY SIZE
                  WS-REDIRECT-TARGET DELIMITED BY SPACE
                  '">here</a>.</p></body></html>' DELIMITED BY SIZE
               INTO WS-REDIRECT-BODY WITH POINTER WS-REDIRECT-BODY-LEN
           END-STRING
           COMPUTE WS-REDIRECT-BODY-LEN = WS-REDIRECT-BODY-LEN - 1
           MOVE WS-REDIRECT-BODY-LEN TO WS-REDIRECT-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-REDIRECT-STATUS-TEXT(1:WS-REDIRECT-STATUS-LEN)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Location: " DELIMITED BY SIZE
                  WS-REDIRECT-TARGET DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-REDIRECT-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-REDIRECT-BODY(1:WS-REDIRECT-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

       BUILD-403-RESPONSE.
           MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE

*> Prefer a site-branded 403.html from the doc root; fall back to
*> the canned message below only when that file is missing
           CALL "PATH-UTILS" USING "/403.html" WS-ERROR-PAGE-PATH
                                   WS-ERROR-LOAD-CODE WS-VHOST-DOCROOT
           IF WS-ERROR-LOAD-CODE = 0
               CALL "FILE-OPS" USING WS-ERROR-PAGE-PATH FILE-BUFFER
                                     FILE-SIZE WS-ERROR-LOAD-CODE
                                     WS-LAST-MODIFIED WS-ETAG
           END-IF

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           IF WS-ERROR-LOAD-CODE = 0
               MOVE FILE-SIZE TO WS-SIZE-STR
               STRING "HTTP/1.1 403 Forbidden" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/html" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: " DELIMITED BY SIZE
                      WS-SIZE-STR DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "HTTP/1.1 403 Forbidden" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/html" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: 47" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF WS-ERROR-LOAD-CODE NOT = 0 AND REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>403 Forbidden</h1></body></html>"
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1

           IF WS-ERROR-LOAD-CODE = 0 AND LS-RESPONSE-LEN > 0
              AND FILE-SIZE > 0 AND REQUEST-METHOD NOT = "HEAD"
               MOVE FILE-BUFFER(1:FILE-SIZE) TO
                   LS-RESPONSE-BUF(LS-RESPONSE-LEN + 1:FILE-SIZE)
               ADD FILE-SIZE TO LS-RESPONSE-LEN
           END-IF
           .

*> Challenges a request against a protected realm with no, or wrong,
*> HTTP Basic credentials - a fixed message, same as BUILD-503-
*> RESPONSE, rather than a site-branded error page
       BUILD-401-RESPONSE.
           MOVE "401 Unauthorized" TO WS-LOG-STATUS-LINE

*> The body names the reason when the account state (not the
*> password) is what refused the request - an expired user typing
*> the right password deserves to know retyping it is pointless
           MOVE SPACES TO WS-A401-BODY
           MOVE 1 TO WS-A401-PTR
           STRING "<html><body><h1>401 Unauthorized</h1><p>"
               DELIMITED BY SIZE
               INTO WS-A401-BODY WITH POINTER WS-A401-PTR
           END-STRING
           EVALUATE WS-AUTH-DENY-WHY
               WHEN "PWDEXPIRED"
                   STRING "Your password has expired under the "
                          "password ageing policy. Contact the "
                          "operator for a reset before signing in "
                          "again." DELIMITED BY SIZE
                       INTO WS-A401-BODY WITH POINTER WS-A401-PTR
                   END-STRING
               WHEN "MUSTCHANGE"
                   STRING "Your password must be changed before "
                          "your next sign-in. Contact the operator "
                          "for a reset." DELIMITED BY SIZE
                       INTO WS-A401-BODY WITH POINTER WS-A401-PTR
                   END-STRING
               WHEN "DISABLED"
                   STRING "This account has been disabled. Contact "
                          "the operator." DELIMITED BY SIZE
                       INTO WS-A401-BODY WITH POINTER WS-A401-PTR
                   END-STRING
               WHEN "LOCKED"
                   STRING "This account is temporarily locked after "
                          "repeated failures. Try again later."
                          DELIMITED BY SIZE
                       INTO WS-A401-BODY WITH POINTER WS-A401-PTR
                   END-STRING
               WHEN OTHER
                   STRING "A username and password are required to "
                          "view this page." DELIMITED BY SIZE
                       INTO WS-A401-BODY WITH POINTER WS-A401-PTR
                   END-STRING
           END-EVALUATE
           STRING "</p></body></html>" DELIMITED BY SIZE
               INTO WS-A401-BODY WITH POINTER WS-A401-PTR
           END-STRING
           COMPUTE WS-A401-LEN = WS-A401-PTR - 1
           MOVE WS-A401-LEN TO WS-A401-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 401 Unauthorized" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-A401-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  'WWW-Authenticate: Basic realm="' DELIMITED BY SIZE
                  WS-AUTH-REALM-LABEL DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-A401-BODY(1:WS-A401-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> A planned-outage response - a fixed, friendly message rather than
*> a site-branded page, since the whole point is the site itself is
*> deliberately not being served right now
       BUILD-503-RESPONSE.
           MOVE "503 Service Unavailable" TO WS-LOG-STATUS-LINE

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 503 Service Unavailable" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 131" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Retry-After: 300" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           STRING "Connection: close" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>503 Service Unavailable</h1>"
                      DELIMITED BY SIZE
                      "<p>This site is down for planned maintenance. "
                          DELIMITED BY SIZE
                      "Please check back soon.</p></body></html>"
                          DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> A CGI script that couldn't be run at all, or ran but produced
*> nothing usable - the script itself is at fault, not the request, so
*> this is a 502 rather than a 404/500
       BUILD-502-RESPONSE.
           MOVE "502 Bad Gateway" TO WS-LOG-STATUS-LINE

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 502 Bad Gateway" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 111" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>502 Bad Gateway</h1>"
                      DELIMITED BY SIZE
                      "<p>The requested script did not produce a valid "
                          DELIMITED BY SIZE
                      "response.</p></body></html>" DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> A killed runaway script: the client hears 504, the kill itself
*> is already in CGI-KILLS.LOG with this request's rid=
       BUILD-504-RESPONSE.
           MOVE "504 Gateway Timeout" TO WS-LOG-STATUS-LINE
           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN
           STRING "HTTP/1.1 504 Gateway Timeout" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 102" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING
           IF REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>504 Gateway Timeout</h1>"
                      DELIMITED BY SIZE
                      "<p>The script took too long and was "
                      DELIMITED BY SIZE
                      "stopped.</p></body></html>"
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> Append one line to ACCESS.LOG in a combined-log-style format:
*> client - - [timestamp] "METHOD PATH" status response-len
       WRITE-ACCESS-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           OPEN EXTEND ACCESS-LOG
           IF WS-LOG-STATUS = "35" OR WS-LOG-STATUS = "05"
               OPEN OUTPUT ACCESS-LOG
           END-IF

           MOVE LS-RESPONSE-LEN TO WS-LOG-LEN-STR

*> Elapsed service time since WEBSERVER captured this request's
*> arrival; a run that crosses midnight goes negative and gets a
*> day's worth of centiseconds added back
           COMPUTE WS-SVC-NOW-CSEC =
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 360000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 6000 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)) * 100 +
               FUNCTION NUMVAL(WS-CURRENT-DATE(15:2))
           COMPUTE WS-SVC-ELAPSED-CSEC =
               WS-SVC-NOW-CSEC - LS-REQ-START-CSEC
           IF WS-SVC-ELAPSED-CSEC < 0
               ADD 8640000 TO WS-SVC-ELAPSED-CSEC
           END-IF
           COMPUTE WS-SVC-MS = WS-SVC-ELAPSED-CSEC * 10
           MOVE WS-SVC-MS TO WS-SVC-MS-STR

*> The combined-log authuser field carries the authenticated user
*> when one was identified (Basic realm or session cookie), so
*> "who downloaded the protected file" is answerable from this log
*> instead of scattered audit entries
           MOVE "-" TO WS-LOG-AUTHUSER
           IF WS-AUTH-OK = 1 AND WS-AUTH-USER NOT = SPACES
               MOVE WS-AUTH-USER TO WS-LOG-AUTHUSER
           ELSE
               IF WS-SESSION-USER NOT = SPACES
                   MOVE WS-SESSION-USER TO WS-LOG-AUTHUSER
               END-IF
           END-IF

           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE 1 TO WS-HEADER-LEN
           STRING LS-CLIENT-ADDR DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-LOG-AUTHUSER DELIMITED BY SPACE
                  " [" DELIMITED BY SIZE
                  WS-LOG-TIMESTAMP DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  REQUEST-METHOD DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  REQUEST-PATH DELIMITED BY SPACE
                  '" ' DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-LEN-STR DELIMITED BY SIZE
                  " vhost=" DELIMITED BY SIZE
                  WS-VHOST-NAME DELIMITED BY SPACE
                  " rid=" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  INTO ACCESS-LOG-RECORD
                  WITH POINTER WS-HEADER-LEN
           END-STRING

*> A shaped transfer announces itself, so LAT-REPORT can tell a
*> deliberately paced download from a slow server
           IF WS-BW-SHAPED = 1
               STRING " shaped=1" DELIMITED BY SIZE
                   INTO ACCESS-LOG-RECORD
                   WITH POINTER WS-HEADER-LEN
               END-STRING
               MOVE 0 TO WS-BW-SHAPED
           END-IF

*> The assigned canary variant, only while a trial is configured
           IF WS-CANARY-VARIANT NOT = SPACES
               STRING " var=" DELIMITED BY SIZE
                      WS-CANARY-VARIANT DELIMITED BY SPACE
                   INTO ACCESS-LOG-RECORD
                   WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

*> Whether a cached proxy route answered from PROXY-CACHE/ or the
*> backend - LAT-REPORT totals the time the hits saved
           IF WS-PCACHE-MARK NOT = SPACES
               STRING " cache=" DELIMITED BY SIZE
                      WS-PCACHE-MARK DELIMITED BY SPACE
                   INTO ACCESS-LOG-RECORD
                   WITH POINTER WS-HEADER-LEN
               END-STRING
               MOVE SPACES TO WS-PCACHE-MARK
           END-IF

*> The client's site/department, when NETWORKS.CFG knows its subnet
           PERFORM CHECK-NETWORKS
           IF WS-NET-NAME NOT = SPACES
               STRING " net=" DELIMITED BY SIZE
                      WS-NET-NAME DELIMITED BY SPACE
                   INTO ACCESS-LOG-RECORD
                   WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

*> The API key a machine client presented - API-KEY-REPORT meters
*> each key's month from these
           IF WS-APIKEY-ID NOT = SPACES
               STRING " key=" DELIMITED BY SIZE
                      WS-APIKEY-ID DELIMITED BY SPACE
                   INTO ACCESS-LOG-RECORD
                   WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

*> Who (or what) asked, and from where - BOT-REPORT sorts crawlers
*> and probes from people on these. They go last but for the
*> service time, and give up room before that trailing field would
*> (an overlong path drops the referer first, then trims the agent)
           PERFORM EXTRACT-LOG-AGENT-FIELDS
           COMPUTE WS-LOG-ROOM = 512 - WS-HEADER-LEN - 20
           IF WS-LOG-UA-LEN + WS-LOG-REF-LEN > WS-LOG-ROOM
               MOVE "-" TO WS-LOG-REF
               MOVE 1 TO WS-LOG-REF-LEN
               IF WS-LOG-UA-LEN + 1 > WS-LOG-ROOM
                   IF WS-LOG-ROOM > 1
                       COMPUTE WS-LOG-UA-LEN = WS-LOG-ROOM - 1
                   ELSE
                       MOVE "-" TO WS-LOG-UA
                       MOVE 1 TO WS-LOG-UA-LEN
                   END-IF
               END-IF
           END-IF
           STRING " ua=" DELIMITED BY SIZE
                  WS-LOG-UA(1:WS-LOG-UA-LEN) DELIMITED BY SIZE
                  " ref=" DELIMITED BY SIZE
                  WS-LOG-REF(1:WS-LOG-REF-LEN) DELIMITED BY SIZE
               INTO ACCESS-LOG-RECORD
               WITH POINTER WS-HEADER-LEN
           END-STRING

           STRING " " DELIMITED BY SIZE
                  WS-SVC-MS-STR DELIMITED BY SIZE
                  "ms" DELIMITED BY SIZE
                  INTO ACCESS-LOG-RECORD
                  WITH POINTER WS-HEADER-LEN
           END-STRING

           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG
           .

*> Fill WS-LOG-UA/WS-LOG-REF from the request's User-Agent and
*> Referer headers for the access line
       EXTRACT-LOG-AGENT-FIELDS.
           MOVE "User-Agent: " TO WS-AGENT-HDR-NAME
           MOVE 12 TO WS-AGENT-HDR-LEN
           MOVE 96 TO WS-AGENT-VALUE-MAX
           PERFORM SCAN-AGENT-HEADER
           MOVE WS-AGENT-VALUE TO WS-LOG-UA
           MOVE WS-AGENT-VALUE-LEN TO WS-LOG-UA-LEN

           MOVE "Referer: " TO WS-AGENT-HDR-NAME
           MOVE 9 TO WS-AGENT-HDR-LEN
           MOVE 80 TO WS-AGENT-VALUE-MAX
           PERFORM SCAN-AGENT-HEADER
           MOVE WS-AGENT-VALUE TO WS-LOG-REF
           MOVE WS-AGENT-VALUE-LEN TO WS-LOG-REF-LEN
           .

*> One header's value, up to WS-AGENT-VALUE-MAX characters, made
*> safe for a space-delimited log field - same header scan
*> EXTRACT-REFERER-HOST does
       SCAN-AGENT-HEADER.
           MOVE SPACES TO WS-AGENT-VALUE
           MOVE 0 TO WS-AGENT-VALUE-LEN

           PERFORM VARYING WS-AGENT-SCAN-POS FROM 1 BY 1
               UNTIL WS-AGENT-SCAN-POS > 8170
               IF LS-REQUEST-BUF(WS-AGENT-SCAN-POS:WS-AGENT-HDR-LEN) =
                       WS-AGENT-HDR-NAME(1:WS-AGENT-HDR-LEN)
                   ADD WS-AGENT-HDR-LEN TO WS-AGENT-SCAN-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-AGENT-SCAN-POS <= 8170
               PERFORM VARYING WS-AGENT-SCAN-POS
                   FROM WS-AGENT-SCAN-POS BY 1
                   UNTIL WS-AGENT-SCAN-POS > 8190 OR
                         WS-AGENT-VALUE-LEN >= WS-AGENT-VALUE-MAX OR
                         LS-REQUEST-BUF(WS-AGENT-SCAN-POS:1) = X"0D" OR
                         LS-REQUEST-BUF(WS-AGENT-SCAN-POS:1) = X"0A"
                   ADD 1 TO WS-AGENT-VALUE-LEN
                   EVALUATE LS-REQUEST-BUF(WS-AGENT-SCAN-POS:1)
                       WHEN SPACE
                           MOVE "_" TO
                               WS-AGENT-VALUE(WS-AGENT-VALUE-LEN:1)
                       WHEN QUOTE
                           MOVE "'" TO
                               WS-AGENT-VALUE(WS-AGENT-VALUE-LEN:1)
                       WHEN OTHER
                           MOVE LS-REQUEST-BUF(WS-AGENT-SCAN-POS:1) TO
                               WS-AGENT-VALUE(WS-AGENT-VALUE-LEN:1)
                   END-EVALUATE
               END-PERFORM
           END-IF

           IF WS-AGENT-VALUE-LEN = 0
               MOVE "-" TO WS-AGENT-VALUE
               MOVE 1 TO WS-AGENT-VALUE-LEN
           END-IF
           .

*> Append one structured line to AUDIT.LOG for a security-relevant
*> event: "[timestamp] client-addr path event=... user=... result=...".
*> Callers set WS-AUDIT-EVENT/WS-AUDIT-USER/WS-AUDIT-RESULT before
*> PERFORMing this, the same way WS-LOG-STATUS-LINE is set before
*> WRITE-ACCESS-LOG
       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           MOVE SPACES TO WS-AUDIT-SHIP-LINE
           MOVE 1 TO WS-AUDIT-PTR
           STRING "[" DELIMITED BY SIZE
                  WS-LOG-TIMESTAMP DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  LS-CLIENT-ADDR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-PRE-ALIAS-PATH DELIMITED BY SPACE
                  " event=" DELIMITED BY SIZE
                  WS-AUDIT-EVENT DELIMITED BY SPACE
                  " user=" DELIMITED BY SIZE
                  WS-AUDIT-USER DELIMITED BY SPACE
                  " result=" DELIMITED BY SIZE
                  WS-AUDIT-RESULT DELIMITED BY SPACE
                  INTO WS-AUDIT-SHIP-LINE WITH POINTER WS-AUDIT-PTR
           END-STRING
*> A change-controlled action names its change number
           IF WS-AUDIT-CHANGE NOT = SPACES
               STRING " change=" DELIMITED BY SIZE
                      WS-AUDIT-CHANGE DELIMITED BY SPACE
                   INTO WS-AUDIT-SHIP-LINE WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
*> A request made with an API key names the key
           IF WS-APIKEY-ID NOT = SPACES
               STRING " key=" DELIMITED BY SIZE
                      WS-APIKEY-ID DELIMITED BY SPACE
                   INTO WS-AUDIT-SHIP-LINE WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           STRING " rid=" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  INTO WS-AUDIT-SHIP-LINE WITH POINTER WS-AUDIT-PTR
           END-STRING

*> AUDIT-APPEND owns the actual write now, chaining the record to
*> its predecessor so the trail is tamper-evident
           CALL "AUDIT-APPEND" USING WS-AUDIT-SHIP-LINE
               WS-AUDIT-CHAINED
           END-CALL

*> Forward the event - chain value included, so the collector can
*> verify the trail independently - to the central security
*> collector (spooled locally while the collector is down); the
*> local append above has already happened, so shipping never gates
*> the audit trail
           CALL "AUDIT-SHIP" USING WS-AUDIT-CHAINED
           END-CALL
           .

*> Swap SANITIZED-PATH for the requested image rendition when the
*> query asks for one, the path is a JPEG/PNG original, and its
*> rendition is on disk and no older than the original; anything
*> else (no such rendition yet, a stale one, an unknown size) just
*> serves the original
       PICK-IMAGE-RENDITION.
           MOVE SPACES TO WS-RND-SIZE
           IF QUERY-STRING = SPACES
               EXIT PARAGRAPH
           END-IF
           IF QUERY-STRING(1:5) = "size="
               MOVE QUERY-STRING(6:6) TO WS-RND-SIZE
           ELSE
               PERFORM VARYING WS-RND-IDX FROM 2 BY 1
                   UNTIL WS-RND-IDX > 245
                   IF QUERY-STRING(WS-RND-IDX:6) = "&size="
                       MOVE QUERY-STRING(WS-RND-IDX + 6:6)
                           TO WS-RND-SIZE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-RND-SIZE(1:5) = "thumb" AND
                    (WS-RND-SIZE(6:1) = "&" OR SPACE)
                   MOVE "thumb" TO WS-RND-SIZE
               WHEN WS-RND-SIZE(1:3) = "web" AND
                    (WS-RND-SIZE(4:1) = "&" OR SPACE)
                   MOVE "web" TO WS-RND-SIZE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-RND-LEN
           PERFORM VARYING WS-RND-LEN FROM 512 BY -1
               UNTIL WS-RND-LEN < 1
               IF SANITIZED-PATH(WS-RND-LEN:1) NOT = SPACE AND
                  SANITIZED-PATH(WS-RND-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RND-LEN < 5 OR WS-RND-LEN > 500
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RND-DOT
           PERFORM VARYING WS-RND-IDX FROM WS-RND-LEN BY -1
               UNTIL WS-RND-IDX < WS-RND-LEN - 4
               IF SANITIZED-PATH(WS-RND-IDX:1) = "."
                   MOVE WS-RND-IDX TO WS-RND-DOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RND-DOT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RND-EXT
           MOVE SANITIZED-PATH(WS-RND-DOT + 1:WS-RND-LEN - WS-RND-DOT)
               TO WS-RND-EXT
           INSPECT WS-RND-EXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           IF WS-RND-EXT NOT = "jpg" AND WS-RND-EXT NOT = "jpeg" AND
              WS-RND-EXT NOT = "png"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RND-PATH
           STRING SANITIZED-PATH(1:WS-RND-DOT) DELIMITED BY SIZE
                  WS-RND-SIZE DELIMITED BY SPACE
                  SANITIZED-PATH(WS-RND-DOT:WS-RND-LEN - WS-RND-DOT + 1)
                      DELIMITED BY SIZE
                  INTO WS-RND-PATH
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING SANITIZED-PATH
               WS-RND-FILE-INFO
               RETURNING WS-RND-STAT-RC
           END-CALL
           IF WS-RND-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-RENDITION-INFO
           MOVE WS-RND-TWIN-STAMP TO WS-RND-ORIG-STAMP

           CALL "CBL_CHECK_FILE_EXIST" USING WS-RND-PATH
               WS-RND-FILE-INFO
               RETURNING WS-RND-STAT-RC
           END-CALL
           IF WS-RND-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-RENDITION-INFO
           IF WS-RND-TWIN-STAMP < WS-RND-ORIG-STAMP
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RND-PATH TO SANITIZED-PATH
           .

*> YYYYMMDDHHMMSS from the last CBL_CHECK_FILE_EXIST, comparable as
*> a number
       STAMP-RENDITION-INFO.
           COMPUTE WS-RND-TWIN-STAMP =
               WS-RND-INFO-YEAR * 10000000000 +
               WS-RND-INFO-MONTH * 100000000 +
               WS-RND-INFO-DAY * 1000000 +
               WS-RND-INFO-HOUR * 10000 +
               WS-RND-INFO-MINUTE * 100 +
               WS-RND-INFO-SECOND
           .

*> Delete the ".thumb" and ".web" renditions of the JPEG/PNG at
*> WS-CONTENT-PATH (nothing to do for any other file type)
       REMOVE-IMAGE-RENDITIONS.
           MOVE 0 TO WS-RND-LEN
           PERFORM VARYING WS-RND-LEN FROM 512 BY -1
               UNTIL WS-RND-LEN < 1
               IF WS-CONTENT-PATH(WS-RND-LEN:1) NOT = SPACE AND
                  WS-CONTENT-PATH(WS-RND-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RND-LEN < 5 OR WS-RND-LEN > 500
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RND-DOT
           PERFORM VARYING WS-RND-IDX FROM WS-RND-LEN BY -1
               UNTIL WS-RND-IDX < WS-RND-LEN - 4
               IF WS-CONTENT-PATH(WS-RND-IDX:1) = "."
                   MOVE WS-RND-IDX TO WS-RND-DOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RND-DOT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RND-EXT
           MOVE WS-CONTENT-PATH(WS-RND-DOT + 1:WS-RND-LEN - WS-RND-DOT)
               TO WS-RND-EXT
           INSPECT WS-RND-EXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           IF WS-RND-EXT NOT = "jpg" AND WS-RND-EXT NOT = "jpeg" AND
              WS-RND-EXT NOT = "png"
               EXIT PARAGRAPH
           END-IF

           MOVE "thumb" TO WS-RND-SIZE
           PERFORM DELETE-ONE-RENDITION
           MOVE "web" TO WS-RND-SIZE
           PERFORM DELETE-ONE-RENDITION
           .

       DELETE-ONE-RENDITION.
           MOVE SPACES TO WS-RND-PATH
           STRING WS-CONTENT-PATH(1:WS-RND-DOT) DELIMITED BY SIZE
                  WS-RND-SIZE DELIMITED BY SPACE
                  WS-CONTENT-PATH(WS-RND-DOT:
                      WS-RND-LEN - WS-RND-DOT + 1) DELIMITED BY SIZE
                  INTO WS-RND-PATH
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-RND-PATH
               RETURNING WS-RND-STAT-RC
           END-CALL
           .

*> Decide whether this request is a blocked hotlink: protected
*> prefix + foreign Referer host
       CHECK-HOTLINK.
           MOVE 0 TO WS-HL-BLOCKED
           MOVE 0 TO WS-HL-PROTECTED
           PERFORM READ-HOTLINK-FILE
           IF WS-HL-PREFIX-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HLP-IDX FROM 1 BY 1
               UNTIL WS-HLP-IDX > WS-HL-PREFIX-COUNT
               IF HL-PREFIX-LEN(WS-HLP-IDX) > 0 AND
                  WS-PRE-ALIAS-PATH(1:HL-PREFIX-LEN(WS-HLP-IDX)) =
                      HL-PREFIX(WS-HLP-IDX)
                          (1:HL-PREFIX-LEN(WS-HLP-IDX))
                   MOVE 1 TO WS-HL-PROTECTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HL-PROTECTED = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-REFERER-HOST
           IF WS-HL-REF-LEN = 0
               EXIT PARAGRAPH
           END-IF

*> Our own sites may embed their own assets
           PERFORM READ-VHOSTS-FILE
           PERFORM VARYING WS-VHOST-IDX FROM 1 BY 1
               UNTIL WS-VHOST-IDX > WS-VHOST-COUNT
               IF VHOST-HOSTNAME(WS-VHOST-IDX) = WS-HL-REF-HOST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

*> As may the whitelisted peers
           PERFORM VARYING WS-HLR-IDX FROM 1 BY 1
               UNTIL WS-HLR-IDX > WS-HL-PEER-COUNT
               IF HL-PEER(WS-HLR-IDX) = WS-HL-REF-HOST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 1 TO WS-HL-BLOCKED
           PERFORM RECORD-BLOCKED-HOTLINK
           .

*> The Referer header's host part - between its "://" and the next
*> "/", ":", or line end
       EXTRACT-REFERER-HOST.
           MOVE SPACES TO WS-HL-REF-HOST
           MOVE 0 TO WS-HL-REF-LEN
           MOVE SPACES TO WS-HL-REF-RAW
           MOVE 0 TO WS-HL-REF-RAW-LEN

           PERFORM VARYING WS-HL-SCAN-POS FROM 1 BY 1
               UNTIL WS-HL-SCAN-POS > 8170
               IF LS-REQUEST-BUF(WS-HL-SCAN-POS:9) = "Referer: "
                   ADD 9 TO WS-HL-SCAN-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HL-SCAN-POS > 8170
               EXIT PARAGRAPH
           END-IF

*> The raw value first, for the evidence log
           PERFORM VARYING WS-HL-SCAN-POS FROM WS-HL-SCAN-POS BY 1
               UNTIL WS-HL-SCAN-POS > 8190 OR
                     WS-HL-REF-RAW-LEN >= 256 OR
                     LS-REQUEST-BUF(WS-HL-SCAN-POS:1) = X"0D" OR
                     LS-REQUEST-BUF(WS-HL-SCAN-POS:1) = X"0A"
               ADD 1 TO WS-HL-REF-RAW-LEN
               MOVE LS-REQUEST-BUF(WS-HL-SCAN-POS:1) TO
                   WS-HL-REF-RAW(WS-HL-REF-RAW-LEN:1)
           END-PERFORM
           IF WS-HL-REF-RAW-LEN = 0
               EXIT PARAGRAPH
           END-IF

*> Then the host out of it
           MOVE 1 TO WS-HL-SCAN-POS
           PERFORM VARYING WS-HL-SCAN-POS FROM 1 BY 1
               UNTIL WS-HL-SCAN-POS > WS-HL-REF-RAW-LEN - 2
               IF WS-HL-REF-RAW(WS-HL-SCAN-POS:3) = "://"
                   ADD 3 TO WS-HL-SCAN-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HL-SCAN-POS > WS-HL-REF-RAW-LEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HL-SCAN-POS FROM WS-HL-SCAN-POS BY 1
               UNTIL WS-HL-SCAN-POS > WS-HL-REF-RAW-LEN OR
                     WS-HL-REF-LEN >= 64 OR
                     WS-HL-REF-RAW(WS-HL-SCAN-POS:1) = "/" OR
                     WS-HL-REF-RAW(WS-HL-SCAN-POS:1) = ":" OR
                     WS-HL-REF-RAW(WS-HL-SCAN-POS:1) = SPACE
               ADD 1 TO WS-HL-REF-LEN
               MOVE WS-HL-REF-RAW(WS-HL-SCAN-POS:1) TO
                   WS-HL-REF-HOST(WS-HL-REF-LEN:1)
           END-PERFORM
           .

*> One evidence line per blocked hit: when, who, what they embedded,
*> and from where
       RECORD-BLOCKED-HOTLINK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           OPEN EXTEND HOTLINK-LOG
           IF WS-HOTLINK-LOG-STATUS = "35" OR
              WS-HOTLINK-LOG-STATUS = "05"
               OPEN OUTPUT HOTLINK-LOG
           END-IF
           MOVE SPACES TO HOTLINK-LOG-RECORD
           STRING "[" WS-LOG-TIMESTAMP "] " DELIMITED BY SIZE
                  LS-CLIENT-ADDR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-PRE-ALIAS-PATH DELIMITED BY SPACE
                  " referer=" DELIMITED BY SIZE
                  WS-HL-REF-RAW(1:WS-HL-REF-RAW-LEN)
                      DELIMITED BY SIZE
               INTO HOTLINK-LOG-RECORD
           END-STRING
           WRITE HOTLINK-LOG-RECORD
           CLOSE HOTLINK-LOG
           .

*> HOTLINK.CFG: "/prefix" protects a tree, "PEER host" whitelists a
*> referer; blank/comment lines skip as everywhere
       READ-HOTLINK-FILE.
           MOVE 0 TO WS-HL-PREFIX-COUNT
           MOVE 0 TO WS-HL-PEER-COUNT
           OPEN INPUT HOTLINK-FILE
           IF WS-HOTLINK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HOTLINK-EOF
           PERFORM UNTIL WS-HOTLINK-EOF = 1
               READ HOTLINK-FILE
                   AT END
                       MOVE 1 TO WS-HOTLINK-EOF
                   NOT AT END
                       PERFORM PARSE-HOTLINK-LINE
               END-READ
           END-PERFORM
           CLOSE HOTLINK-FILE
           .

       PARSE-HOTLINK-LINE.
           EVALUATE TRUE
               WHEN HOTLINK-RECORD(1:1) = SPACE OR
                    HOTLINK-RECORD(1:1) = "*"
                   CONTINUE
               WHEN HOTLINK-RECORD(1:5) = "PEER "
                   IF WS-HL-PEER-COUNT < 10
                       ADD 1 TO WS-HL-PEER-COUNT
                       MOVE SPACES TO HL-PEER(WS-HL-PEER-COUNT)
                       MOVE HOTLINK-RECORD(6:64)
                           TO HL-PEER(WS-HL-PEER-COUNT)
                   END-IF
               WHEN HOTLINK-RECORD(1:1) = "/"
                   IF WS-HL-PREFIX-COUNT < 10
                       ADD 1 TO WS-HL-PREFIX-COUNT
                       MOVE SPACES
                           TO HL-PREFIX(WS-HL-PREFIX-COUNT)
                       MOVE 0 TO WS-HL-SCAN-POS
                       INSPECT HOTLINK-RECORD
                           TALLYING WS-HL-SCAN-POS
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-HL-SCAN-POS > 64
                           MOVE 64 TO WS-HL-SCAN-POS
                       END-IF
                       MOVE HOTLINK-RECORD(1:WS-HL-SCAN-POS)
                           TO HL-PREFIX(WS-HL-PREFIX-COUNT)
                       MOVE WS-HL-SCAN-POS TO
                           HL-PREFIX-LEN(WS-HL-PREFIX-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> Resolve the requesting client's subnet to its configured site/
*> department name - longest matching prefix wins, IPv6 clients and
*> unknown subnets stay unnamed
       CHECK-NETWORKS.
           MOVE SPACES TO WS-NET-NAME
           PERFORM READ-NETWORKS-FILE
           IF WS-NET-COUNT = 0
               EXIT PARAGRAPH
           END-IF

*> The client's own octets, out of the formatted address string; a
*> v6 address doesn't parse as a dotted quad and simply stays
*> unannotated
           PERFORM PARSE-CLIENT-QUAD
           IF WS-NET-V4-OK = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NET-BEST-IDX
           MOVE 0 TO WS-NET-BEST-LEN
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               PERFORM TEST-NETWORK-MATCH
               IF WS-NET-MATCH = 1 AND
                  NET-PREFIX-LEN(WS-NET-IDX) >= WS-NET-BEST-LEN
                   MOVE NET-PREFIX-LEN(WS-NET-IDX)
                       TO WS-NET-BEST-LEN
                   SET WS-NET-BEST-IDX TO WS-NET-IDX
               END-IF
           END-PERFORM

           IF WS-NET-BEST-IDX > 0
               MOVE NET-NAME(WS-NET-BEST-IDX) TO WS-NET-NAME
           END-IF
           .

*> The same octet-by-octet prefix mask CHECK-IP-ACL applies, against
*> one NETWORK-TABLE entry
       TEST-NETWORK-MATCH.
           COMPUTE WS-NET-FULL-OCTETS =
               NET-PREFIX-LEN(WS-NET-IDX) / 8
           COMPUTE WS-NET-REM-BITS =
               FUNCTION MOD(NET-PREFIX-LEN(WS-NET-IDX), 8)

           MOVE 1 TO WS-NET-MATCH
           PERFORM VARYING WS-NET-OCTET-IDX FROM 1 BY 1
               UNTIL WS-NET-OCTET-IDX > WS-NET-FULL-OCTETS OR
                     WS-NET-OCTET-IDX > 4
               EVALUATE WS-NET-OCTET-IDX
                   WHEN 1
                       IF WS-NET-CLIENT-OCT(1) NOT =
                          NET-OCTET-1(WS-NET-IDX)
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
                   WHEN 2
                       IF WS-NET-CLIENT-OCT(2) NOT =
                          NET-OCTET-2(WS-NET-IDX)
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
                   WHEN 3
                       IF WS-NET-CLIENT-OCT(3) NOT =
                          NET-OCTET-3(WS-NET-IDX)
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
                   WHEN 4
                       IF WS-NET-CLIENT-OCT(4) NOT =
                          NET-OCTET-4(WS-NET-IDX)
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF WS-NET-MATCH = 1 AND WS-NET-REM-BITS > 0 AND
              WS-NET-FULL-OCTETS < 4
               COMPUTE WS-NET-DIVISOR = 2 ** (8 - WS-NET-REM-BITS)
               EVALUATE WS-NET-FULL-OCTETS
                   WHEN 0
                       IF WS-NET-CLIENT-OCT(1) / WS-NET-DIVISOR
                          NOT = NET-OCTET-1(WS-NET-IDX) /
                              WS-NET-DIVISOR
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
                   WHEN 1
                       IF WS-NET-CLIENT-OCT(2) / WS-NET-DIVISOR
                          NOT = NET-OCTET-2(WS-NET-IDX) /
                              WS-NET-DIVISOR
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
                   WHEN 2
                       IF WS-NET-CLIENT-OCT(3) / WS-NET-DIVISOR
                          NOT = NET-OCTET-3(WS-NET-IDX) /
                              WS-NET-DIVISOR
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
                   WHEN 3
                       IF WS-NET-CLIENT-OCT(4) / WS-NET-DIVISOR
                          NOT = NET-OCTET-4(WS-NET-IDX) /
                              WS-NET-DIVISOR
                           MOVE 0 TO WS-NET-MATCH
                       END-IF
               END-EVALUATE
           END-IF
           .

*> LS-CLIENT-ADDR's four numeric octets, v4 only
       PARSE-CLIENT-QUAD.
           MOVE 0 TO WS-NET-V4-OK
           MOVE 1 TO WS-NET-SCAN-POS
           PERFORM VARYING WS-NET-OCTET-IDX FROM 1 BY 1
               UNTIL WS-NET-OCTET-IDX > 4
               MOVE SPACES TO WS-NET-DIGIT-STR
               MOVE 0 TO WS-NET-DIGIT-LEN
               PERFORM VARYING WS-NET-SCAN-POS
                   FROM WS-NET-SCAN-POS BY 1
                   UNTIL WS-NET-SCAN-POS > 46 OR
                         WS-NET-DIGIT-LEN >= 3 OR
                         LS-CLIENT-ADDR(WS-NET-SCAN-POS:1)
                             NOT NUMERIC
                   ADD 1 TO WS-NET-DIGIT-LEN
                   MOVE LS-CLIENT-ADDR(WS-NET-SCAN-POS:1) TO
                       WS-NET-DIGIT-STR(WS-NET-DIGIT-LEN:1)
               END-PERFORM
               IF WS-NET-DIGIT-LEN = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NET-CLIENT-OCT(WS-NET-OCTET-IDX) =
                   FUNCTION NUMVAL
                       (WS-NET-DIGIT-STR(1:WS-NET-DIGIT-LEN))
               IF WS-NET-OCTET-IDX < 4
                   IF LS-CLIENT-ADDR(WS-NET-SCAN-POS:1) NOT = "."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NET-SCAN-POS
               END-IF
           END-PERFORM
           MOVE 1 TO WS-NET-V4-OK
           .

*> "A.B.C.D/PP NAME" into NETWORK-TABLE, the CIDR parsed the way
*> PARSE-ACL-LINE parses its own; the name runs to end of line with
*> its spaces turned to underscores so the log field stays one token
       READ-NETWORKS-FILE.
           MOVE 0 TO WS-NET-COUNT
           OPEN INPUT NETWORKS-FILE
           IF WS-NET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NET-EOF
           PERFORM UNTIL WS-NET-EOF = 1
               READ NETWORKS-FILE
                   AT END
                       MOVE 1 TO WS-NET-EOF
                   NOT AT END
                       PERFORM PARSE-NETWORK-LINE
               END-READ
           END-PERFORM
           CLOSE NETWORKS-FILE
           .

       PARSE-NETWORK-LINE.
           IF NETWORKS-RECORD(1:1) = SPACE OR
              NETWORKS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-COUNT >= 20
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NET-SP-POS
           PERFORM VARYING WS-NET-SCAN-POS FROM 1 BY 1
               UNTIL WS-NET-SCAN-POS > 96
               IF NETWORKS-RECORD(WS-NET-SCAN-POS:1) = SPACE
                   MOVE WS-NET-SCAN-POS TO WS-NET-SP-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NET-SP-POS = 0 OR WS-NET-SP-POS >= 96
               EXIT PARAGRAPH
           END-IF

*> The CIDR's four octets then its /PP (defaulting to /32)
           MOVE 1 TO WS-NET-SCAN-POS
           PERFORM VARYING WS-NET-OCTET-IDX FROM 1 BY 1
               UNTIL WS-NET-OCTET-IDX > 4
               MOVE SPACES TO WS-NET-DIGIT-STR
               MOVE 0 TO WS-NET-DIGIT-LEN
               PERFORM VARYING WS-NET-SCAN-POS
                   FROM WS-NET-SCAN-POS BY 1
                   UNTIL WS-NET-SCAN-POS >= WS-NET-SP-POS OR
                         WS-NET-DIGIT-LEN >= 3 OR
                         NETWORKS-RECORD(WS-NET-SCAN-POS:1)
                             NOT NUMERIC
                   ADD 1 TO WS-NET-DIGIT-LEN
                   MOVE NETWORKS-RECORD(WS-NET-SCAN-POS:1) TO
                       WS-NET-DIGIT-STR(WS-NET-DIGIT-LEN:1)
               END-PERFORM
               IF WS-NET-DIGIT-LEN = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NET-PARSE-OCT(WS-NET-OCTET-IDX) =
                   FUNCTION NUMVAL
                       (WS-NET-DIGIT-STR(1:WS-NET-DIGIT-LEN))
               ADD 1 TO WS-NET-SCAN-POS
           END-PERFORM

           ADD 1 TO WS-NET-COUNT
           MOVE WS-NET-PARSE-OCT(1) TO NET-OCTET-1(WS-NET-COUNT)
           MOVE WS-NET-PARSE-OCT(2) TO NET-OCTET-2(WS-NET-COUNT)
           MOVE WS-NET-PARSE-OCT(3) TO NET-OCTET-3(WS-NET-COUNT)
           MOVE WS-NET-PARSE-OCT(4) TO NET-OCTET-4(WS-NET-COUNT)

           MOVE 32 TO NET-PREFIX-LEN(WS-NET-COUNT)
           IF NETWORKS-RECORD(WS-NET-SCAN-POS - 1:1) = "/"
               IF NETWORKS-RECORD(WS-NET-SCAN-POS:2) NUMERIC
                   MOVE NETWORKS-RECORD(WS-NET-SCAN-POS:2)
                       TO NET-PREFIX-LEN(WS-NET-COUNT)
               ELSE
                   IF NETWORKS-RECORD(WS-NET-SCAN-POS:1) NUMERIC
                       COMPUTE NET-PREFIX-LEN(WS-NET-COUNT) =
                           FUNCTION NUMVAL(NETWORKS-RECORD
                               (WS-NET-SCAN-POS:1))
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO NET-NAME(WS-NET-COUNT)
           MOVE NETWORKS-RECORD(WS-NET-SP-POS + 1:40)
               TO NET-NAME(WS-NET-COUNT)
           INSPECT NET-NAME(WS-NET-COUNT)
               REPLACING ALL SPACE BY "_"
           PERFORM VARYING WS-NET-SCAN-POS FROM 40 BY -1
               UNTIL WS-NET-SCAN-POS < 1
               IF NET-NAME(WS-NET-COUNT)(WS-NET-SCAN-POS:1) NOT = "_"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NET-SCAN-POS < 40
               MOVE SPACES TO NET-NAME(WS-NET-COUNT)
                   (WS-NET-SCAN-POS + 1:)
           END-IF
           .

*> GET /healthz: a fixed, tiny 200 for monitoring pings - no
*> PATH-UTILS, no FILE-OPS, nothing that touches the filesystem
       HANDLE-HEALTHCHECK.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           IF LS-KEEP-ALIVE = 1
               STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/plain; charset=utf-8"
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: 2" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                          DELIMITED BY SIZE
                      "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "OK" DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
               END-STRING
           ELSE
               STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/plain; charset=utf-8"
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: 2" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                          DELIMITED BY SIZE
                      "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "OK" DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
               END-STRING
           END-IF

           MOVE 0 TO LS-RESPONSE-LEN
           INSPECT LS-RESPONSE-BUF TALLYING LS-RESPONSE-LEN
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE
           .

*> GET/HEAD /status, /status.json and /status.css: STATUS-PUBLISH's
*> last rendering of the service status page, read from the working
*> directory (not the doc root) and never cached, so a caller's
*> refresh always shows the latest run. Before the first run there
*> is nothing to send, answered 503 like the site itself
       HANDLE-STATUS-PAGE.
           EVALUATE WS-DECODED-PATH
               WHEN "/status.json"
                   MOVE "STATUS.JSON" TO WS-STATUS-PAGE-PATH
                   MOVE "application/json" TO WS-STATUS-PAGE-CT
               WHEN "/status.css"
                   MOVE "STATUS.CSS" TO WS-STATUS-PAGE-PATH
                   MOVE "text/css" TO WS-STATUS-PAGE-CT
               WHEN OTHER
                   MOVE "STATUS.HTML" TO WS-STATUS-PAGE-PATH
                   MOVE "text/html; charset=utf-8" TO WS-STATUS-PAGE-CT
           END-EVALUATE
           CALL "FILE-OPS" USING WS-STATUS-PAGE-PATH FILE-BUFFER
                                 FILE-SIZE WS-STATUS-LOAD-CODE
                                 WS-LAST-MODIFIED WS-ETAG

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           IF WS-STATUS-LOAD-CODE NOT = 0
               MOVE "503 Service Unavailable" TO WS-LOG-STATUS-LINE
               STRING "HTTP/1.1 503 Service Unavailable"
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/html; charset=utf-8"
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: 108" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Retry-After: 300" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               MOVE "200 OK" TO WS-LOG-STATUS-LINE
               MOVE FILE-SIZE TO WS-SIZE-STR
               STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: " DELIMITED BY SIZE
                      WS-STATUS-PAGE-CT DELIMITED BY "  "
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: " DELIMITED BY SIZE
                      WS-SIZE-STR DELIMITED BY SPACE
                      WS-CRLF DELIMITED BY SIZE
                      "Cache-Control: no-cache" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> HEAD gets the same status line and headers (including the real
*> Content-Length) as GET would, just without the body itself
           IF WS-STATUS-LOAD-CODE NOT = 0 AND REQUEST-METHOD NOT = "HEAD"
               STRING "<html><body><h1>503 Service Unavailable</h1>"
                      DELIMITED BY SIZE
                      "<p>The status page has not been published yet."
                      DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1

           IF WS-STATUS-LOAD-CODE = 0 AND LS-RESPONSE-LEN > 0
              AND FILE-SIZE > 0 AND REQUEST-METHOD NOT = "HEAD"
               MOVE FILE-BUFFER(1:FILE-SIZE) TO
                   LS-RESPONSE-BUF(LS-RESPONSE-LEN + 1:FILE-SIZE)
               ADD FILE-SIZE TO LS-RESPONSE-LEN
           END-IF
           .

*> GET /stats: total requests served and current uptime, read back
*> from the same SERVER.STATS/SERVER.START files WEBSERVER itself
*> persists them to, since per-status-code counts aren't tracked
*> anywhere yet (see WS-LOG-STATUS-LINE - only ever held locally,
*> one request at a time) there's nothing to break those down by
*> until that's added
       HANDLE-STATS.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE

           PERFORM GATHER-STATS-BODY
           MOVE WS-STATS-BODY-LEN TO WS-STATS-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-STATS-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
                  WS-STATS-BODY(1:WS-STATS-BODY-LEN) DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> The same requests_served/uptime_seconds/active_connections/
*> listen_backlog JSON body HANDLE-STATS answers "/stats" with, built
*> into WS-STATS-BODY/WS-STATS-BODY-LEN - factored out so the ops
*> dashboard's WebSocket push (HANDLE-WEBSOCKET-UPGRADE) can send the
*> exact same figures without a second copy of the file reads
       GATHER-STATS-BODY.
           MOVE 0 TO WS-STATS-REQ-COUNT
           OPEN INPUT STATS-FILE
           IF WS-STATS-RD-STATUS = "00"
               READ STATS-FILE
                   NOT AT END
                       MOVE STATS-FILE-RECORD(15:8) TO
                           WS-STATS-REQ-COUNT
               END-READ
               CLOSE STATS-FILE
           END-IF

           MOVE 0 TO WS-STATS-START-EPOCH
           OPEN INPUT START-FILE
           IF WS-START-RD-STATUS = "00"
               READ START-FILE
                   NOT AT END
                       MOVE START-FILE-RECORD(13:10) TO
                           WS-STATS-START-EPOCH
               END-READ
               CLOSE START-FILE
           END-IF

           MOVE 0 TO WS-STATS-UPTIME
           IF WS-STATS-START-EPOCH > 0
               CALL "time" USING BY VALUE 0
                   RETURNING WS-STATS-NOW-EPOCH
               END-CALL
               IF WS-STATS-NOW-EPOCH > WS-STATS-START-EPOCH
                   COMPUTE WS-STATS-UPTIME =
                       WS-STATS-NOW-EPOCH - WS-STATS-START-EPOCH
               END-IF
           END-IF

           MOVE 0 TO WS-STATS-ACTIVE-CONN
           OPEN INPUT ACTIVE-FILE
           IF WS-ACTIVE-RD-STATUS = "00"
               READ ACTIVE-FILE
                   NOT AT END
                       MOVE ACTIVE-FILE-RECORD(14:8) TO
                           WS-STATS-ACTIVE-CONN
               END-READ
               CLOSE ACTIVE-FILE
           END-IF

           MOVE WS-STATS-REQ-COUNT TO WS-STATS-COUNT-STR
           MOVE WS-STATS-UPTIME TO WS-STATS-UPTIME-STR
           MOVE WS-STATS-ACTIVE-CONN TO WS-STATS-ACTIVE-STR
           MOVE MAX-CONNECTIONS TO WS-STATS-BACKLOG-STR

*> Monitoring confirms which release is serving by the same root the
*> request path resolution uses - "default" when no flip is active
           PERFORM CHECK-RELEASE-ROOT
           IF WS-RELEASE-ROOT = SPACES
               MOVE "default" TO WS-RELEASE-ROOT
           END-IF

*> The scheduler's failing-job count, when JOB-RUN has written one
           MOVE 0 TO WS-STATS-FAILED-JOBS
           OPEN INPUT JOB-STATUS-FILE
           IF WS-JOBSTAT-STATUS = "00"
               READ JOB-STATUS-FILE
                   NOT AT END
                       IF JOB-STATUS-RECORD(13:2) NUMERIC
                           MOVE JOB-STATUS-RECORD(13:2)
                               TO WS-STATS-FAILED-JOBS
                       END-IF
               END-READ
               CLOSE JOB-STATUS-FILE
           END-IF

           MOVE SPACES TO WS-STATS-BODY
           STRING "{""requests_served"":" DELIMITED BY SIZE
                  WS-STATS-COUNT-STR DELIMITED BY SPACE
                  ",""uptime_seconds"":" DELIMITED BY SIZE
                  WS-STATS-UPTIME-STR DELIMITED BY SPACE
                  ",""active_connections"":" DELIMITED BY SIZE
                  WS-STATS-ACTIVE-STR DELIMITED BY SPACE
                  ",""listen_backlog"":" DELIMITED BY SIZE
                  WS-STATS-BACKLOG-STR DELIMITED BY SPACE
                  ",""failed_jobs"":" DELIMITED BY SIZE
                  WS-STATS-FAILED-JOBS DELIMITED BY SIZE
                  ",""release_root"":""" DELIMITED BY SIZE
                  WS-RELEASE-ROOT DELIMITED BY SPACE
                  """" DELIMITED BY SIZE
               INTO WS-STATS-BODY
           END-STRING

*> This vhost's storage position, straight off the quota ledger -
*> a zero quota reads as unlimited - and the running count of
*> requests the admission control has turned away
           MOVE WS-VHOST-NAME TO WS-QT-TENANT
           MOVE 0 TO WS-QT-DELTA
           CALL "QUOTA-TRACK" USING WS-QT-TENANT WS-QT-DELTA
               WS-QT-ALLOWED WS-QT-USED WS-QT-QUOTA
           END-CALL
           MOVE 0 TO WS-SHED-TOTAL
           OPEN INPUT SHED-COUNT-FILE
           IF WS-SHED-CNT-STATUS = "00"
               READ SHED-COUNT-FILE
                   NOT AT END
                       IF SHED-COUNT-RECORD(12:8) NUMERIC
                           MOVE SHED-COUNT-RECORD(12:8)
                               TO WS-SHED-TOTAL
                       END-IF
               END-READ
               CLOSE SHED-COUNT-FILE
           END-IF
           PERFORM SUM-CGI-KILLS
           MOVE 0 TO WS-STATS-BODY-LEN
           INSPECT WS-STATS-BODY TALLYING WS-STATS-BODY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           ADD 1 TO WS-STATS-BODY-LEN
           MOVE "-" TO WS-TLSC-DAYS
           OPEN INPUT TLS-CERT-DAT
           IF WS-TLSC-STATUS = "00"
               READ TLS-CERT-DAT
                   NOT AT END
                       IF TLS-CERT-DAT-REC(1:10) = "DAYS_LEFT="
                           MOVE TLS-CERT-DAT-REC(11:8)
                               TO WS-TLSC-DAYS
                       END-IF
               END-READ
               CLOSE TLS-CERT-DAT
           END-IF
           MOVE "0" TO WS-DISK-PCT
           MOVE "0" TO WS-DISK-FREE
           OPEN INPUT DISK-STATUS-DAT
           IF WS-DISKST-STATUS = "00"
               READ DISK-STATUS-DAT
                   NOT AT END
                       IF DISK-STATUS-REC(1:9) = "PCT_USED="
                           MOVE DISK-STATUS-REC(10:3)
                               TO WS-DISK-PCT
                           MOVE DISK-STATUS-REC(22:9)
                               TO WS-DISK-FREE
                       END-IF
               END-READ
               CLOSE DISK-STATUS-DAT
           END-IF
           STRING ",""requests_shed"":" WS-SHED-TOTAL
                  ",""storage_used_bytes"":" WS-QT-USED
                  ",""storage_quota_bytes"":" WS-QT-QUOTA
                  ",""disk_pct_used"":" WS-DISK-PCT
                  ",""disk_free_mb"":" WS-DISK-FREE
                  ",""tls_days_left"":""" DELIMITED BY SIZE
                  WS-TLSC-DAYS DELIMITED BY SPACE
                  """" DELIMITED BY SIZE
                  ",""cgi_kills"":" WS-CGIK-TOTAL
                  ",""cgi_kills_worst"":""" DELIMITED BY SIZE
                  WS-CGIK-WORST DELIMITED BY SPACE
                  """}" DELIMITED BY SIZE
               INTO WS-STATS-BODY
               WITH POINTER WS-STATS-BODY-LEN
           END-STRING

           MOVE 0 TO WS-STATS-BODY-LEN
           INSPECT WS-STATS-BODY TALLYING WS-STATS-BODY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           .

*> Does this request carry "Upgrade: websocket", and if so, pull its
*> "Sec-WebSocket-Key" value out of LS-REQUEST-BUF - the same
*> find-the-header-then-scan-forward idiom CHECK-ACCEPT-ENCODING uses
*> for "Accept-Encoding"/"gzip", with the variable-length value itself
*> copied out character-by-character the way EXTRACT-AUTH-HEADER pulls
*> out an Authorization token. WS-WS-KEY-HDR-POS stays 0 if the key
*> header is missing or empty, which HANDLE-WEBSOCKET-UPGRADE treats
*> as "not a valid upgrade request"
       CHECK-WEBSOCKET-UPGRADE.
           MOVE 0 TO WS-WS-UPGRADE-HDR-POS
           MOVE 0 TO WS-WS-UPGRADE-PRESENT
           MOVE 0 TO WS-WS-KEY-HDR-POS
           MOVE 0 TO WS-WS-KEY-LEN
           MOVE SPACES TO WS-WS-KEY

           PERFORM VARYING WS-WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-WS-SCAN-POS > 8174
               IF LS-REQUEST-BUF(WS-WS-SCAN-POS:18) =
                       "Upgrade: websocket"
                   MOVE WS-WS-SCAN-POS TO WS-WS-UPGRADE-HDR-POS
                   MOVE 1 TO WS-WS-UPGRADE-PRESENT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-WS-UPGRADE-PRESENT NOT = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-WS-SCAN-POS > 8173
               IF LS-REQUEST-BUF(WS-WS-SCAN-POS:19) =
                       "Sec-WebSocket-Key: "
                   MOVE WS-WS-SCAN-POS TO WS-WS-KEY-HDR-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-WS-KEY-HDR-POS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-WS-SCAN-POS = WS-WS-KEY-HDR-POS + 19
           PERFORM VARYING WS-WS-SCAN-POS FROM WS-WS-SCAN-POS BY 1
               UNTIL WS-WS-SCAN-POS > 8192 OR
                     WS-WS-KEY-LEN >= 64 OR
                     LS-REQUEST-BUF(WS-WS-SCAN-POS:1) = SPACE OR
                     LS-REQUEST-BUF(WS-WS-SCAN-POS:1) = X"0D" OR
                     LS-REQUEST-BUF(WS-WS-SCAN-POS:1) = X"0A"
               ADD 1 TO WS-WS-KEY-LEN
               MOVE LS-REQUEST-BUF(WS-WS-SCAN-POS:1) TO
                   WS-WS-KEY(WS-WS-KEY-LEN:1)
           END-PERFORM

           IF WS-WS-KEY-LEN = 0
               MOVE 0 TO WS-WS-KEY-HDR-POS
           END-IF
           .

*> GET /ws/dashboard: the ops dashboard's live-stats socket. Answers a
*> well-formed WebSocket handshake with the RFC 6455 101 response (its
*> Sec-WebSocket-Accept computed by WS-ACCEPT-KEY) followed immediately
*> by one unmasked text frame carrying the same stats JSON HANDLE-STATS
*> serves, then closes - this server forks one child per connection to
*> run a single request/response cycle (see ACCEPT-LOOP/
*> HANDLE-CONNECTION in WEBSERVER), so a persistent duplexed push loop
*> isn't how anything else here works either; a dashboard client is
*> expected to reconnect for its next refresh, the same way it'd poll
*> "/stats" if WebSockets weren't available at all
       HANDLE-WEBSOCKET-UPGRADE.
           PERFORM CHECK-WEBSOCKET-UPGRADE
           MOVE 0 TO LS-KEEP-ALIVE

           IF WS-WS-UPGRADE-PRESENT NOT = 1 OR WS-WS-KEY-HDR-POS = 0
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               PERFORM BUILD-SECURITY-HEADERS
               MOVE LOW-VALUE TO LS-RESPONSE-BUF
               STRING "HTTP/1.1 400 Bad Request" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Type: text/plain; charset=utf-8"
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Content-Length: 26" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                          DELIMITED BY SIZE
                      "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      "Not a WebSocket upgrade" DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF
               END-STRING
               MOVE 0 TO LS-RESPONSE-LEN
               INSPECT LS-RESPONSE-BUF TALLYING LS-RESPONSE-LEN
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUE
               EXIT PARAGRAPH
           END-IF

           CALL "WS-ACCEPT-KEY" USING WS-WS-KEY WS-WS-ACCEPT
           END-CALL

           MOVE "101 Switching Protocols" TO WS-LOG-STATUS-LINE
           PERFORM GATHER-STATS-BODY

           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN
           STRING "HTTP/1.1 101 Switching Protocols" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Upgrade: websocket" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Connection: Upgrade" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Sec-WebSocket-Accept: " DELIMITED BY SIZE
                  WS-WS-ACCEPT DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> One unmasked server-to-client text frame (FIN=1, opcode=1): the
*> single-byte length form up to 125 bytes of body, the 126-plus-
*> 16-bit-big-endian form past that (the release_root field can push
*> the stats body over the small form's ceiling)
           IF WS-STATS-BODY-LEN <= 125
               MOVE WS-STATS-BODY-LEN TO WS-WS-FRAME-LEN-NUM
               STRING WS-WS-FRAME-OPCODE DELIMITED BY SIZE
                      WS-WS-FRAME-LEN-BYTE DELIMITED BY SIZE
                      WS-STATS-BODY(1:WS-STATS-BODY-LEN)
                          DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               MOVE 126 TO WS-WS-FRAME-LEN-NUM
               COMPUTE WS-WS-FRAME-EXT-HI = WS-STATS-BODY-LEN / 256
               COMPUTE WS-WS-FRAME-EXT-LO =
                   FUNCTION MOD(WS-STATS-BODY-LEN, 256)
               STRING WS-WS-FRAME-OPCODE DELIMITED BY SIZE
                      WS-WS-FRAME-LEN-BYTE DELIMITED BY SIZE
                      WS-WS-FRAME-HI-BYTE DELIMITED BY SIZE
                      WS-WS-FRAME-LO-BYTE DELIMITED BY SIZE
                      WS-STATS-BODY(1:WS-STATS-BODY-LEN)
                          DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> POST /incident-report: append the submitted form body to
*> INCIDENT-REPORTS.LOG (a line per submission, timestamped the same
*> way WRITE-ACCESS-LOG is) and answer with a short confirmation page
*> instead of resolving the path against a file on disk
       HANDLE-INCIDENT-REPORT.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           MOVE LS-BODY-LEN TO WS-INCIDENT-BODY-LEN
           IF WS-INCIDENT-BODY-LEN > 470
               MOVE 470 TO WS-INCIDENT-BODY-LEN
           END-IF

           OPEN EXTEND INCIDENT-LOG
           IF WS-INCIDENT-STATUS = "35" OR WS-INCIDENT-STATUS = "05"
               OPEN OUTPUT INCIDENT-LOG
           END-IF

           MOVE SPACES TO INCIDENT-LOG-RECORD
           IF WS-INCIDENT-BODY-LEN > 0
*> The body is entirely attacker-controlled - copy it into a scratch
*> buffer and blank out any embedded CR/LF before it goes anywhere
*> near INCIDENT-LOG-RECORD, or a crafted submission could fold a
*> forged line into INCIDENT-REPORTS.LOG
               MOVE SPACES TO WS-INCIDENT-BODY
               MOVE LS-REQUEST-BUF(LS-BODY-START:WS-INCIDENT-BODY-LEN)
                   TO WS-INCIDENT-BODY(1:WS-INCIDENT-BODY-LEN)
               PERFORM VARYING WS-INCIDENT-SCAN-POS FROM 1 BY 1
                   UNTIL WS-INCIDENT-SCAN-POS > WS-INCIDENT-BODY-LEN
                   IF WS-INCIDENT-BODY(WS-INCIDENT-SCAN-POS:1) = X"0D"
                           OR
                      WS-INCIDENT-BODY(WS-INCIDENT-SCAN-POS:1) = X"0A"
                       MOVE SPACE TO
                           WS-INCIDENT-BODY(WS-INCIDENT-SCAN-POS:1)
                   END-IF
               END-PERFORM

               STRING "[" DELIMITED BY SIZE
                      WS-LOG-TIMESTAMP DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      LS-CLIENT-ADDR DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-INCIDENT-BODY(1:WS-INCIDENT-BODY-LEN)
                          DELIMITED BY SIZE
                      INTO INCIDENT-LOG-RECORD
               END-STRING
           ELSE
               STRING "[" DELIMITED BY SIZE
                      WS-LOG-TIMESTAMP DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      LS-CLIENT-ADDR DELIMITED BY SPACE
                      " (empty submission)" DELIMITED BY SIZE
                      INTO INCIDENT-LOG-RECORD
               END-STRING
           END-IF

           MOVE 0 TO WS-PII-ADDR-LEN
           INSPECT LS-CLIENT-ADDR TALLYING WS-PII-ADDR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-INCIDENT-BODY-LEN > 0
               COMPUTE WS-PII-POS = 24 + WS-PII-ADDR-LEN
               MOVE INCIDENT-LOG-RECORD TO WS-PII-TEXT
               PERFORM SEAL-PII-TAIL
               MOVE WS-PII-TEXT TO INCIDENT-LOG-RECORD
           END-IF

           WRITE INCIDENT-LOG-RECORD
           CLOSE INCIDENT-LOG

*> The structured record the triage workflow actually runs on -
*> numbered, severity-classified, status NEW
           PERFORM NEXT-INCIDENT-NUMBER

           MOVE 3 TO WS-INC-SEVERITY
           PERFORM PARSE-URLENCODED-BODY
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF PAIR-NAME(WS-PAIR-IDX) = "sev" AND
                  PAIR-VALUE(WS-PAIR-IDX)(1:1) NUMERIC
                   MOVE PAIR-VALUE(WS-PAIR-IDX)(1:1)
                       TO WS-INC-SEVERITY
               END-IF
           END-PERFORM
           IF WS-INC-SEVERITY = 0 OR WS-INC-SEVERITY > 3
               MOVE 3 TO WS-INC-SEVERITY
           END-IF

           OPEN EXTEND INCIDENTS-FILE
           IF WS-INC-FILE-STATUS = "35" OR WS-INC-FILE-STATUS = "05"
               OPEN OUTPUT INCIDENTS-FILE
           END-IF
           MOVE SPACES TO INCIDENTS-RECORD
           STRING WS-INC-NUMBER "|NEW|" WS-INC-SEVERITY "|"
                  WS-LOG-TIMESTAMP "|" DELIMITED BY SIZE
                  LS-CLIENT-ADDR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-INCIDENT-BODY(1:WS-INCIDENT-BODY-LEN)
                      DELIMITED BY SIZE
               INTO INCIDENTS-RECORD
           END-STRING
           IF WS-INCIDENT-BODY-LEN > 0
               COMPUTE WS-PII-POS = 35 + WS-PII-ADDR-LEN
               MOVE INCIDENTS-RECORD TO WS-PII-TEXT
               PERFORM SEAL-PII-TAIL
               MOVE WS-PII-TEXT TO INCIDENTS-RECORD
           END-IF
           WRITE INCIDENTS-RECORD
           CLOSE INCIDENTS-FILE

           MOVE "INCIDENT_REPORT" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-USER
           MOVE "SUBMITTED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

*> The confirmation carries the generated number, so the reporter
*> can quote it instead of "the one I sent around lunchtime"
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Report received</h1><p>Your "
                      DELIMITED BY SIZE
                  "incident number is " WS-INC-NUMBER
                      DELIMITED BY SIZE
                  ". Quote it in any follow-up.</p></body></html>"
                      DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

*> Seal WS-PII-TEXT from WS-PII-POS on, in place
       SEAL-PII-TAIL.
           MOVE "E" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           .

*> The next incident number off INCIDENT.SEQ - read, advance,
*> rewrite
       NEXT-INCIDENT-NUMBER.
           MOVE 0 TO WS-INC-NUMBER
           OPEN INPUT INCIDENT-SEQ
           IF WS-INC-SEQ-STATUS = "00"
               READ INCIDENT-SEQ
                   NOT AT END
                       IF INCIDENT-SEQ-RECORD(1:6) NUMERIC
                           MOVE INCIDENT-SEQ-RECORD(1:6)
                               TO WS-INC-NUMBER
                       END-IF
               END-READ
               CLOSE INCIDENT-SEQ
           END-IF
           ADD 1 TO WS-INC-NUMBER

           OPEN OUTPUT INCIDENT-SEQ
           MOVE SPACES TO INCIDENT-SEQ-RECORD
           MOVE WS-INC-NUMBER TO INCIDENT-SEQ-RECORD(1:6)
           WRITE INCIDENT-SEQ-RECORD
           CLOSE INCIDENT-SEQ
           .

*> GET /api/incidents: the open queue (NEW, ACKED, ESCALATED) as
*> JSON for the dashboard
       BUILD-API-INCIDENTS-RESPONSE.
           MOVE SPACES TO WS-INC-BODY
           MOVE 1 TO WS-INC-BODY-PTR
           STRING '{"incidents":[' DELIMITED BY SIZE
               INTO WS-INC-BODY WITH POINTER WS-INC-BODY-PTR
           END-STRING

           MOVE 0 TO WS-INC-HITS
           OPEN INPUT INCIDENTS-FILE
           IF WS-INC-FILE-STATUS = "00"
               MOVE 0 TO WS-INC-EOF
               PERFORM UNTIL WS-INC-EOF = 1
                   READ INCIDENTS-FILE
                       AT END
                           MOVE 1 TO WS-INC-EOF
                       NOT AT END
                           PERFORM APPEND-ONE-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENTS-FILE
           END-IF

           STRING "]}" DELIMITED BY SIZE
               INTO WS-INC-BODY WITH POINTER WS-INC-BODY-PTR
           END-STRING
           COMPUTE WS-INC-BODY-LEN = WS-INC-BODY-PTR - 1

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE WS-INC-BODY-LEN TO WS-INC-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-INC-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-INC-BODY(1:WS-INC-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

       APPEND-ONE-INCIDENT.
*> Only the open statuses belong in the queue view
           IF INCIDENTS-RECORD(8:4) NOT = "NEW|" AND
              INCIDENTS-RECORD(8:6) NOT = "ACKED|" AND
              INCIDENTS-RECORD(8:10) NOT = "ESCALATED|"
               EXIT PARAGRAPH
           END-IF

*> The dashboard reads the narrative, so the sealed tail is opened
           MOVE INCIDENTS-RECORD TO WS-PII-TEXT
           MOVE "D" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL

           MOVE 0 TO WS-INC-REC-LEN
           PERFORM VARYING WS-INC-REC-LEN FROM 1200 BY -1
               UNTIL WS-INC-REC-LEN < 1
               IF WS-PII-TEXT(WS-INC-REC-LEN:1) NOT = SPACE AND
                  WS-PII-TEXT(WS-INC-REC-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INC-REC-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INC-BODY-PTR + WS-INC-REC-LEN + 16 > 6144
               EXIT PARAGRAPH
           END-IF

           IF WS-INC-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-INC-BODY WITH POINTER WS-INC-BODY-PTR
               END-STRING
           END-IF
           STRING '{"record":"' DELIMITED BY SIZE
                  WS-PII-TEXT(1:WS-INC-REC-LEN)
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-INC-BODY WITH POINTER WS-INC-BODY-PTR
           END-STRING
           ADD 1 TO WS-INC-HITS
           .

*> Hotlink protection: other tools embedding our images and PDFs

*> /api/admin/<resource>: dispatch for the authenticated runtime
*> operations - see the WS-ADM notes above for the family's gate
       HANDLE-ADMIN-REQUEST.
           MOVE SPACES TO WS-AUDIT-CHANGE
*> No realm over /api/admin configured means the API is off, not
*> open - the one fail-open shape this family must never have.
*> (Wrong credentials never reach here; MAIN-LOGIC's 401 fired.)
           IF WS-AUTH-REQUIRED NOT = 1
               MOVE "403 Forbidden" TO WS-ADM-STATUS-TEXT
               MOVE SPACES TO WS-ADM-BODY
               MOVE 1 TO WS-ADM-BODY-PTR
               STRING '{"error":"admin API requires an /api/admin '
                          DELIMITED BY SIZE
                      'auth realm"}' DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
               COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
               PERFORM SEND-ADMIN-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> With an enrolled-certificate store on file, every admin request
*> must have arrived through the mTLS admin listener - its verified
*> backend connection is what proves possession at the handshake -
*> and must name its client certificate; the X-Client-Cert
*> fingerprint selects which enrolled operator this is, and that
*> identity joins the audit trail. On any other listener the
*> fingerprint is ignored and the request is refused outright
           PERFORM CHECK-CLIENT-CERT
           IF WS-CCERT-ENFORCE = 1 AND WS-CCERT-OK = 0
               MOVE "ADMIN_MTLS" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "403 Forbidden" TO WS-ADM-STATUS-TEXT
               MOVE SPACES TO WS-ADM-BODY
               MOVE 1 TO WS-ADM-BODY-PTR
               STRING '{"error":"an enrolled client certificate is '
                          DELIMITED BY SIZE
                      'required for the admin API"}'
                          DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
               COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
               PERFORM SEND-ADMIN-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF WS-CCERT-ENFORCE = 1 AND WS-CCERT-OK = 1
*> The enrolled operator identity rides into every audit line
*> this request writes
               MOVE SPACES TO WS-AUTH-USER
               STRING WS-CCERT-OPERATOR DELIMITED BY SPACE
                   INTO WS-AUTH-USER
               END-STRING
           END-IF

*> The second factor on anything operator-grade: an enrolled
*> operator must also send the current TOTP code in an X-Auth-Code
*> header, and a bad code feeds the lockout like a bad password
           MOVE WS-AUTH-USER TO WS-TOTP-USER
           PERFORM LOOKUP-TOTP-ENROLLMENT
           IF WS-TOTP-ENROLLED = 1
               PERFORM EXTRACT-AUTH-CODE-HEADER
               PERFORM VERIFY-TOTP-CODE
               IF WS-TOTP-OK = 0
                   PERFORM FIND-AUTH-STATE-ENTRY
                   PERFORM RECORD-AUTH-FAILURE
                   MOVE "ADMIN_2FA" TO WS-AUDIT-EVENT
                   MOVE WS-AUTH-USER TO WS-AUDIT-USER
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "403 Forbidden" TO WS-ADM-STATUS-TEXT
                   MOVE SPACES TO WS-ADM-BODY
                   MOVE 1 TO WS-ADM-BODY-PTR
                   STRING '{"error":"a valid X-Auth-Code one-time '
                              DELIMITED BY SIZE
                          'code is required"}' DELIMITED BY SIZE
                       INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
                   END-STRING
                   COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
                   PERFORM SEND-ADMIN-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-ADM-RESOURCE
           MOVE WS-API-RESOURCE(7:32) TO WS-ADM-RESOURCE

           EVALUATE TRUE
               WHEN WS-ADM-RESOURCE = "maintenance" AND
                    REQUEST-METHOD = "POST"
                   PERFORM ADMIN-TOGGLE-MAINTENANCE
               WHEN WS-ADM-RESOURCE = "acl" AND
                    REQUEST-METHOD = "GET"
                   MOVE "acl" TO WS-ADM-RESOURCE
                   PERFORM ADMIN-LIST-ACL
               WHEN WS-ADM-RESOURCE = "acl" AND
                    REQUEST-METHOD = "POST"
                   PERFORM ADMIN-APPEND-ACL
               WHEN WS-ADM-RESOURCE = "redirects" AND
                    REQUEST-METHOD = "GET"
                   PERFORM ADMIN-LIST-REDIRECTS
               WHEN WS-ADM-RESOURCE = "redirects" AND
                    REQUEST-METHOD = "POST"
                   PERFORM ADMIN-APPEND-REDIRECT
               WHEN WS-ADM-RESOURCE = "config" AND
                    REQUEST-METHOD = "GET"
                   PERFORM ADMIN-SHOW-CONFIG
               WHEN WS-ADM-RESOURCE = "reload" AND
                    REQUEST-METHOD = "POST"
                   PERFORM ADMIN-TRIGGER-RELOAD
               WHEN WS-ADM-RESOURCE = "page-ack" AND
                    REQUEST-METHOD = "POST"
                   PERFORM ADMIN-PAGE-ACK
               WHEN WS-ADM-RESOURCE = "proxy-cache-purge" AND
                    REQUEST-METHOD = "POST"
                   PERFORM ADMIN-PROXY-CACHE-PURGE
               WHEN OTHER
                   PERFORM BUILD-API-404-RESPONSE
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-CHANGE
           .

*> POST /api/admin/maintenance?mode=on|off - the same touch/remove
*> of MAINTENANCE.FLAG an operator used to need shell access for
       ADMIN-TOGGLE-MAINTENANCE.
           IF QUERY-STRING(1:7) = "mode=on"
               CALL "CBL_CREATE_FILE" USING "MAINTENANCE.FLAG" 2 0 0
                   WS-ADM-FLAG-HANDLE
                   RETURNING WS-ADM-CRDEL-RC
               END-CALL
               IF WS-ADM-CRDEL-RC = 0
                   CALL "CBL_CLOSE_FILE" USING WS-ADM-FLAG-HANDLE
                       RETURNING WS-ADM-CRDEL-RC
                   END-CALL
               END-IF
               MOVE "MAINT_ON" TO WS-AUDIT-EVENT
           ELSE
               IF QUERY-STRING(1:8) = "mode=off"
                   CALL "CBL_DELETE_FILE" USING "MAINTENANCE.FLAG"
                       RETURNING WS-ADM-CRDEL-RC
                   END-CALL
                   MOVE "MAINT_OFF" TO WS-AUDIT-EVENT
               ELSE
                   MOVE "400 Bad Request" TO WS-ADM-STATUS-TEXT
                   MOVE SPACES TO WS-ADM-BODY
                   MOVE 1 TO WS-ADM-BODY-PTR
                   STRING '{"error":"mode=on or mode=off required"}'
                       DELIMITED BY SIZE
                       INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
                   END-STRING
                   COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
                   PERFORM SEND-ADMIN-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"status":"applied"}' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

*> GET /api/admin/acl - the raw IP-ACL.CFG lines as JSON records
       ADMIN-LIST-ACL.
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"entries":[' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING

           MOVE 0 TO WS-ADM-HITS
           OPEN INPUT ACL-CFG-FILE
           IF WS-ACLCFG-STATUS = "00"
               MOVE 0 TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = 1
                   READ ACL-CFG-FILE
                       AT END
                           MOVE 1 TO WS-ADM-EOF
                       NOT AT END
                           MOVE SPACES TO WS-ADM-LINE
                           MOVE ACL-CFG-RECORD TO WS-ADM-LINE(1:64)
                           PERFORM APPEND-ADMIN-LINE-JSON
                   END-READ
               END-PERFORM
               CLOSE ACL-CFG-FILE
           END-IF

           STRING "]}" DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           PERFORM SEND-ADMIN-RESPONSE
           .

*> POST /api/admin/acl - the body's first line (an "ALLOW|DENY
*> A.B.C.D/PP" rule) appended to IP-ACL.CFG and a reload triggered so
*> it takes effect
       ADMIN-APPEND-ACL.
           PERFORM EXTRACT-ADMIN-BODY-LINE
           IF WS-ADM-LINE-LEN = 0 OR
              (WS-ADM-LINE(1:6) NOT = "ALLOW " AND
               WS-ADM-LINE(1:5) NOT = "DENY ")
               MOVE "400 Bad Request" TO WS-ADM-STATUS-TEXT
               MOVE SPACES TO WS-ADM-BODY
               MOVE 1 TO WS-ADM-BODY-PTR
               STRING '{"error":"body must be one ALLOW or DENY '
                          DELIMITED BY SIZE
                      'rule"}' DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
               COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
               PERFORM SEND-ADMIN-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "ACL" TO WS-CHANGE-COMPONENT
           PERFORM CHECK-CHANGE-GATE
           IF WS-CHANGE-OK = 0
               PERFORM SEND-CHANGE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ACL-CFG-FILE
           IF WS-ACLCFG-STATUS = "35" OR WS-ACLCFG-STATUS = "05"
               OPEN OUTPUT ACL-CFG-FILE
           END-IF
           MOVE SPACES TO ACL-CFG-RECORD
           MOVE WS-ADM-LINE(1:64) TO ACL-CFG-RECORD
           WRITE ACL-CFG-RECORD
           CLOSE ACL-CFG-FILE

           PERFORM ADMIN-DROP-RELOAD-FLAG

           MOVE "ACL_APPEND" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"status":"appended, reload requested"}'
               DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

*> GET /api/admin/redirects - the raw REDIRECTS.CFG lines
       ADMIN-LIST-REDIRECTS.
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"entries":[' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING

           MOVE 0 TO WS-ADM-HITS
           OPEN INPUT REDIRECTS-FILE
           IF WS-REDIRECT-FILE-STATUS = "00"
               MOVE 0 TO WS-ADM-EOF
               PERFORM UNTIL WS-ADM-EOF = 1
                   READ REDIRECTS-FILE
                       AT END
                           MOVE 1 TO WS-ADM-EOF
                       NOT AT END
                           MOVE SPACES TO WS-ADM-LINE
                           MOVE REDIRECTS-RECORD TO WS-ADM-LINE(1:300)
                           PERFORM APPEND-ADMIN-LINE-JSON
                   END-READ
               END-PERFORM
               CLOSE REDIRECTS-FILE
           END-IF

           STRING "]}" DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           PERFORM SEND-ADMIN-RESPONSE
           .

*> POST /api/admin/redirects - the body's first line appended as a
*> "FROM-PATH TO-URL [CODE]" rule; redirects re-read per request, so
*> it's live immediately with no reload needed
       ADMIN-APPEND-REDIRECT.
           PERFORM EXTRACT-ADMIN-BODY-LINE
           IF WS-ADM-LINE-LEN = 0 OR WS-ADM-LINE(1:1) NOT = "/"
               MOVE "400 Bad Request" TO WS-ADM-STATUS-TEXT
               MOVE SPACES TO WS-ADM-BODY
               MOVE 1 TO WS-ADM-BODY-PTR
               STRING '{"error":"body must be one FROM-PATH TO-URL '
                          DELIMITED BY SIZE
                      'rule"}' DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
               COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
               PERFORM SEND-ADMIN-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "REDIRECTS" TO WS-CHANGE-COMPONENT
           PERFORM CHECK-CHANGE-GATE
           IF WS-CHANGE-OK = 0
               PERFORM SEND-CHANGE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REDIRECTS-FILE
           IF WS-REDIRECT-FILE-STATUS = "35" OR
              WS-REDIRECT-FILE-STATUS = "05"
               OPEN OUTPUT REDIRECTS-FILE
           END-IF
           MOVE SPACES TO REDIRECTS-RECORD
           MOVE WS-ADM-LINE(1:300) TO REDIRECTS-RECORD(1:300)
           WRITE REDIRECTS-RECORD
           CLOSE REDIRECTS-FILE

           MOVE "REDIRECT_APPEND" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"status":"appended, live immediately"}'
               DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

*> GET /api/admin/config - what this request is actually running
*> with: the effective doc root, maintenance state, and the loaded
*> routing-table sizes
       ADMIN-SHOW-CONFIG.
           PERFORM CHECK-MAINTENANCE-MODE
           PERFORM READ-REDIRECTS-FILE
           PERFORM READ-ALIASES-FILE
           PERFORM READ-VHOSTS-FILE

           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"doc_root":"' DELIMITED BY SIZE
                  WS-VHOST-DOCROOT DELIMITED BY SPACE
                  '","maintenance":' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           IF WS-MAINTENANCE-ACTIVE = 1
               STRING "true" DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
           ELSE
               STRING "false" DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
           END-IF
           MOVE WS-REDIRECT-COUNT TO WS-ADM-COUNT-D
           STRING ',"redirects":' WS-ADM-COUNT-D
               DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           MOVE WS-ALIAS-COUNT TO WS-ADM-COUNT-D
           STRING ',"aliases":' WS-ADM-COUNT-D
               DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           MOVE WS-VHOST-COUNT TO WS-ADM-COUNT-D
           STRING ',"vhosts":' WS-ADM-COUNT-D "}"
               DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           PERFORM SEND-ADMIN-RESPONSE
           .

*> POST /api/admin/reload - drop the flag WEBSERVER's accept loop
*> watches for; the reload happens between connections
       ADMIN-TRIGGER-RELOAD.
           MOVE "CONFIG" TO WS-CHANGE-COMPONENT
           PERFORM CHECK-CHANGE-GATE
           IF WS-CHANGE-OK = 0
               PERFORM SEND-CHANGE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM ADMIN-DROP-RELOAD-FLAG

           MOVE "CONFIG_RELOAD" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "REQUESTED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"status":"reload requested"}' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

*> POST /api/admin/page-ack?id=NNNNNN - acknowledge an on-call page
*> so ONCALL-PAGE stops escalating it; the acknowledgement is
*> recorded by ONCALL-ACK under the authenticated user
       ADMIN-PAGE-ACK.
           MOVE 0 TO WS-ADM-PAGE-NUM
           MOVE 0 TO WS-ADM-PAGE-DIGITS
           PERFORM VARYING WS-ADM-SCAN-POS FROM 1 BY 1
               UNTIL WS-ADM-SCAN-POS > 250
               IF QUERY-STRING(WS-ADM-SCAN-POS:3) = "id=" AND
                  (WS-ADM-SCAN-POS = 1 OR
                   QUERY-STRING(WS-ADM-SCAN-POS - 1:1) = "&")
                   ADD 3 TO WS-ADM-SCAN-POS
                   PERFORM UNTIL WS-ADM-SCAN-POS > 256 OR
                       WS-ADM-PAGE-DIGITS = 6 OR
                       QUERY-STRING(WS-ADM-SCAN-POS:1) NOT NUMERIC
                       COMPUTE WS-ADM-PAGE-NUM = WS-ADM-PAGE-NUM * 10 +
                           FUNCTION NUMVAL(
                               QUERY-STRING(WS-ADM-SCAN-POS:1))
                       ADD 1 TO WS-ADM-PAGE-DIGITS
                       ADD 1 TO WS-ADM-SCAN-POS
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADM-PAGE-DIGITS = 0
               MOVE "400 Bad Request" TO WS-ADM-STATUS-TEXT
               MOVE SPACES TO WS-ADM-BODY
               MOVE 1 TO WS-ADM-BODY-PTR
               STRING '{"error":"id=<page number> required"}'
                   DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
               COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
               PERFORM SEND-ADMIN-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADM-PAGE-NUM TO WS-ADM-PAGE-ID
           MOVE WS-AUTH-USER TO WS-ADM-PAGE-BY
           CALL "ONCALL-ACK" USING WS-ADM-PAGE-ID WS-ADM-PAGE-BY
               WS-ADM-PAGE-RESULT WS-ADM-PAGE-HOLDER
           END-CALL

           MOVE "PAGE_ACK" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           EVALUATE WS-ADM-PAGE-RESULT
               WHEN "A"
                   MOVE "ACKED" TO WS-AUDIT-RESULT
                   MOVE "200 OK" TO WS-ADM-STATUS-TEXT
                   STRING '{"status":"acknowledged","page":"'
                          WS-ADM-PAGE-ID '","holder":"'
                          DELIMITED BY SIZE
                          WS-ADM-PAGE-HOLDER DELIMITED BY SPACE
                          '"}' DELIMITED BY SIZE
                       INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
                   END-STRING
               WHEN "D"
                   MOVE "ALREADY" TO WS-AUDIT-RESULT
                   MOVE "409 Conflict" TO WS-ADM-STATUS-TEXT
                   STRING '{"error":"page ' WS-ADM-PAGE-ID
                          ' is already acknowledged or closed"}'
                       DELIMITED BY SIZE
                       INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
                   END-STRING
               WHEN OTHER
                   MOVE "NOTFOUND" TO WS-AUDIT-RESULT
                   MOVE "404 Not Found" TO WS-ADM-STATUS-TEXT
                   STRING '{"error":"no page ' WS-ADM-PAGE-ID '"}'
                       DELIMITED BY SIZE
                       INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-AUDIT-LOG
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

*> POST /api/admin/proxy-cache-purge?prefix=/hr/ - drop every kept
*> proxied answer whose URL starts with the prefix ("/" for all),
*> for a backend that has just published something it can't wait
*> out. Entries are hash-named, so the shell reads each one's key;
*> the prefix goes over in an environment variable, never as shell
*> text, and the count comes back through a PID-named scratch file
*> as UPLOAD's checksum does
       ADMIN-PROXY-CACHE-PURGE.
           MOVE SPACES TO WS-PCP-PREFIX
           MOVE 0 TO WS-PCP-PREFIX-LEN
           PERFORM VARYING WS-ADM-SCAN-POS FROM 1 BY 1
               UNTIL WS-ADM-SCAN-POS > 249
               IF QUERY-STRING(WS-ADM-SCAN-POS:7) = "prefix=" AND
                  (WS-ADM-SCAN-POS = 1 OR
                   QUERY-STRING(WS-ADM-SCAN-POS - 1:1) = "&")
                   ADD 7 TO WS-ADM-SCAN-POS
                   PERFORM UNTIL WS-ADM-SCAN-POS > 256 OR
                       QUERY-STRING(WS-ADM-SCAN-POS:1) = "&" OR
                       QUERY-STRING(WS-ADM-SCAN-POS:1) = SPACE
                       ADD 1 TO WS-PCP-PREFIX-LEN
                       MOVE QUERY-STRING(WS-ADM-SCAN-POS:1)
                           TO WS-PCP-PREFIX(WS-PCP-PREFIX-LEN:1)
                       ADD 1 TO WS-ADM-SCAN-POS
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PCP-PREFIX-LEN = 0 OR WS-PCP-PREFIX(1:1) NOT = "/"
               MOVE "400 Bad Request" TO WS-ADM-STATUS-TEXT
               MOVE SPACES TO WS-ADM-BODY
               MOVE 1 TO WS-ADM-BODY-PTR
               STRING '{"error":"prefix=/<path> required"}'
                   DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
               COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
               PERFORM SEND-ADMIN-RESPONSE
               EXIT PARAGRAPH
           END-IF

           CALL "getpid" RETURNING WS-PCE-PID
           END-CALL
           MOVE WS-PCE-PID TO WS-PCE-PID-D
           MOVE SPACES TO WS-PCP-OUT-FILE
           STRING "PCPURGE" WS-PCE-PID-D ".OUT" DELIMITED BY SIZE
               INTO WS-PCP-OUT-FILE
           END-STRING
           DISPLAY "PCACHE_PREFIX" UPON ENVIRONMENT-NAME
           DISPLAY WS-PCP-PREFIX UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-PCP-CMD
           STRING "n=0; for f in PROXY-CACHE/*.PC; do "
                      DELIMITED BY SIZE
                  '[ -f "$f" ] || continue; '
                      DELIMITED BY SIZE
                  'k=$(head -c 256 "$f"); '
                      DELIMITED BY SIZE
                  'case "$k" in "$PCACHE_PREFIX"*) rm -f "$f"; '
                      DELIMITED BY SIZE
                  "n=$((n+1));; esac; done; echo $n > "
                      DELIMITED BY SIZE
                  WS-PCP-OUT-FILE DELIMITED BY SPACE
               INTO WS-PCP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-PCP-CMD
               RETURNING WS-PCP-RC
           END-CALL

           MOVE 0 TO WS-PCP-COUNT
           CALL "CBL_OPEN_FILE" USING WS-PCP-OUT-FILE 1 0 0
               WS-PCE-HANDLE
               RETURNING WS-PCE-RC
           END-CALL
           IF WS-PCE-RC = 0
               MOVE 0 TO WS-PCE-OFFSET
               MOVE 12 TO WS-PCE-IO-LEN
               MOVE SPACES TO WS-PCP-BUF
               CALL "CBL_READ_FILE" USING WS-PCE-HANDLE
                   WS-PCE-OFFSET WS-PCE-IO-LEN WS-PCE-FLAG WS-PCP-BUF
                   RETURNING WS-PCE-IO-RC
               END-CALL
               INSPECT WS-PCP-BUF REPLACING ALL X"0A" BY SPACE
               IF WS-PCP-BUF(1:1) NUMERIC
                   COMPUTE WS-PCP-COUNT = FUNCTION NUMVAL(WS-PCP-BUF)
               END-IF
               CALL "CBL_CLOSE_FILE" USING WS-PCE-HANDLE
                   RETURNING WS-PCE-RC
               END-CALL
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-PCP-OUT-FILE
               RETURNING WS-PCE-RC
           END-CALL

           MOVE "PROXY_PURGE" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "PURGED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE WS-PCP-COUNT TO WS-PCP-COUNT-D
           MOVE "200 OK" TO WS-ADM-STATUS-TEXT
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"status":"purged","prefix":"' DELIMITED BY SIZE
                  WS-PCP-PREFIX(1:WS-PCP-PREFIX-LEN) DELIMITED BY SIZE
                  '","removed":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCP-COUNT-D) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

       ADMIN-DROP-RELOAD-FLAG.
           CALL "CBL_CREATE_FILE" USING "RELOAD.FLAG" 2 0 0
               WS-ADM-FLAG-HANDLE
               RETURNING WS-ADM-CRDEL-RC
           END-CALL
           IF WS-ADM-CRDEL-RC = 0
               CALL "CBL_CLOSE_FILE" USING WS-ADM-FLAG-HANDLE
                   RETURNING WS-ADM-CRDEL-RC
               END-CALL
           END-IF
           .

*> The request body's first line, CR/LF-trimmed - the rule text the
*> append resources take
       EXTRACT-ADMIN-BODY-LINE.
           MOVE SPACES TO WS-ADM-LINE
           MOVE 0 TO WS-ADM-LINE-LEN
           IF LS-BODY-LEN = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ADM-SCAN-POS FROM 1 BY 1
               UNTIL WS-ADM-SCAN-POS > LS-BODY-LEN OR
                     WS-ADM-LINE-LEN >= 300 OR
                     LS-REQUEST-BUF(LS-BODY-START +
                         WS-ADM-SCAN-POS - 1:1) = X"0D" OR
                     LS-REQUEST-BUF(LS-BODY-START +
                         WS-ADM-SCAN-POS - 1:1) = X"0A"
               ADD 1 TO WS-ADM-LINE-LEN
               MOVE LS-REQUEST-BUF(LS-BODY-START +
                   WS-ADM-SCAN-POS - 1:1) TO
                   WS-ADM-LINE(WS-ADM-LINE-LEN:1)
           END-PERFORM
           .

*> One raw config line into the JSON list under construction
       APPEND-ADMIN-LINE-JSON.
           MOVE 0 TO WS-ADM-REC-LEN
           PERFORM VARYING WS-ADM-REC-LEN FROM 300 BY -1
               UNTIL WS-ADM-REC-LEN < 1
               IF WS-ADM-LINE(WS-ADM-REC-LEN:1) NOT = SPACE AND
                  WS-ADM-LINE(WS-ADM-REC-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADM-REC-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ADM-BODY-PTR + WS-ADM-REC-LEN + 8 > 4096
               EXIT PARAGRAPH
           END-IF

           IF WS-ADM-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
               END-STRING
           END-IF
           STRING '"' DELIMITED BY SIZE
                  WS-ADM-LINE(1:WS-ADM-REC-LEN) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           ADD 1 TO WS-ADM-HITS
           .

*> Shared response assembly for every admin resource -
*> WS-ADM-STATUS-TEXT carries the status line
       SEND-ADMIN-RESPONSE.
           MOVE WS-ADM-STATUS-TEXT TO WS-LOG-STATUS-LINE
           PERFORM VARYING WS-ADM-STATUS-LEN FROM 24 BY -1
               UNTIL WS-ADM-STATUS-LEN < 1
               IF WS-ADM-STATUS-TEXT(WS-ADM-STATUS-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-ADM-BODY-LEN TO WS-ADM-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-ADM-STATUS-TEXT(1:WS-ADM-STATUS-LEN)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-ADM-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-ADM-BODY(1:WS-ADM-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> GET /api/directory/<key>: one keyed READ, answered as JSON;
*> /api/directory/<key>/managers walks the reporting line upward and
*> /api/directory/<key>/reports lists the direct reports
       BUILD-API-DIRECTORY-KEY-RESPONSE.
           MOVE SPACES TO WS-DIRQ-KEY
           MOVE 0 TO WS-DIRQ-KEY-LEN
           PERFORM VARYING WS-DIRQ-SCAN-POS FROM 11 BY 1
               UNTIL WS-DIRQ-SCAN-POS > 26 OR
                     WS-API-RESOURCE(WS-DIRQ-SCAN-POS:1) = SPACE OR
                     WS-API-RESOURCE(WS-DIRQ-SCAN-POS:1) = "/"
               ADD 1 TO WS-DIRQ-KEY-LEN
               MOVE WS-API-RESOURCE(WS-DIRQ-SCAN-POS:1) TO
                   WS-DIRQ-KEY(WS-DIRQ-KEY-LEN:1)
           END-PERFORM
           MOVE WS-API-RESOURCE(WS-DIRQ-SCAN-POS:16) TO WS-DIRQ-SUFFIX
           IF WS-DIRQ-KEY-LEN = 0 OR
              (WS-DIRQ-SUFFIX NOT = SPACES AND
               WS-DIRQ-SUFFIX NOT = "/managers" AND
               WS-DIRQ-SUFFIX NOT = "/reports")
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DIRECTORY-FILE
           IF WS-DIRFILE-STATUS NOT = "00"
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIRQ-KEY TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   CLOSE DIRECTORY-FILE
                   PERFORM BUILD-API-404-RESPONSE
                   EXIT PARAGRAPH
           END-READ

           EVALUATE WS-DIRQ-SUFFIX
               WHEN "/managers"
                   PERFORM BUILD-DIRECTORY-MANAGERS-BODY
               WHEN "/reports"
                   CLOSE DIRECTORY-FILE
                   PERFORM EXTRACT-DIRECTORY-QUERY
                   MOVE 4 TO WS-DIRQ-MODE
                   MOVE WS-DIRQ-KEY TO WS-DIRQ-MGR-KEY
                   PERFORM SEND-DIRECTORY-PAGE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO WS-DIRQ-BODY
                   MOVE 1 TO WS-DIRQ-BODY-PTR
                   PERFORM APPEND-DIRECTORY-RECORD-JSON
           END-EVALUATE
           CLOSE DIRECTORY-FILE

           COMPUTE WS-DIRQ-BODY-LEN = WS-DIRQ-BODY-PTR - 1
           PERFORM SEND-DIRECTORY-RESPONSE
           .

*> The person just read, then each manager above them in turn, up
*> to someone with no manager. A manager key naming nobody on file,
*> or one already in the chain (a loop DIR-RECON.RPT will have
*> reported), or a chain past twenty levels stops the walk with
*> "complete":false rather than going round for ever
       BUILD-DIRECTORY-MANAGERS-BODY.
           MOVE SPACES TO WS-DIRQ-BODY
           MOVE 1 TO WS-DIRQ-BODY-PTR
           STRING '{"key":"' DELIMITED BY SIZE
                  DIR-KEY DELIMITED BY SPACE
                  '","managers":[' DELIMITED BY SIZE
               INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
           END-STRING
           MOVE 0 TO WS-DIRQ-HITS
           MOVE 0 TO WS-DIRQ-CHAIN-COUNT
           MOVE 0 TO WS-DIRQ-COMPLETE
           MOVE 0 TO WS-DIRQ-EOF
           PERFORM UNTIL WS-DIRQ-EOF = 1
               IF WS-DIRQ-CHAIN-COUNT < 20
                   ADD 1 TO WS-DIRQ-CHAIN-COUNT
                   MOVE DIR-KEY TO
                       WS-DIRQ-CHAIN-KEY(WS-DIRQ-CHAIN-COUNT)
               END-IF
               PERFORM READ-NEXT-DIRECTORY-MANAGER
           END-PERFORM
           IF WS-DIRQ-COMPLETE = 1
               STRING '],"complete":true}' DELIMITED BY SIZE
                   INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
               END-STRING
           ELSE
               STRING '],"complete":false}' DELIMITED BY SIZE
                   INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
               END-STRING
           END-IF
           .

*> One step up from the record in hand: read its manager and append
*> it, or say why the walk ends here
       READ-NEXT-DIRECTORY-MANAGER.
           MOVE 1 TO WS-DIRQ-EOF
           IF DIR-MGR-KEY = SPACES
               MOVE 1 TO WS-DIRQ-COMPLETE
               EXIT PARAGRAPH
           END-IF
           IF WS-DIRQ-HITS >= 20
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DIRQ-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-DIRQ-CHAIN-IDX > WS-DIRQ-CHAIN-COUNT
               IF WS-DIRQ-CHAIN-KEY(WS-DIRQ-CHAIN-IDX) = DIR-MGR-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE DIR-MGR-KEY TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-DIRQ-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
               END-STRING
           END-IF
           PERFORM APPEND-DIRECTORY-RECORD-JSON
           ADD 1 TO WS-DIRQ-HITS
           MOVE 0 TO WS-DIRQ-EOF
           .

*> GET /api/directory?prefix=XX - walk key order from the prefix;
*> ?name=XX - surname-prefix walk on the DIR-NAME alternate key
*> (case-sensitive against the stored form, the way the HR extract
*> capitalizes it); ?dept=XX - exact department match on the
*> DIR-DEPT alternate key. All three page twenty records at a time
*> via ?page=N, so a 3,000-person department doesn't come back as
*> one giant body
       BUILD-API-DIRECTORY-SEARCH-RESPONSE.
           PERFORM EXTRACT-DIRECTORY-QUERY
           PERFORM SEND-DIRECTORY-PAGE
           .

*> One page of whichever scan WS-DIRQ-MODE selected - the searches
*> above, or 4, a manager's direct reports on the DIR-MGR-KEY
*> alternate key
       SEND-DIRECTORY-PAGE.
           MOVE SPACES TO WS-DIRQ-BODY
           MOVE 1 TO WS-DIRQ-BODY-PTR
           STRING '{"results":[' DELIMITED BY SIZE
               INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
           END-STRING

           MOVE 0 TO WS-DIRQ-HITS
           MOVE 0 TO WS-DIRQ-SEEN
           MOVE 0 TO WS-DIRQ-MORE
           COMPUTE WS-DIRQ-SKIP = (WS-DIRQ-PAGE - 1) * 20

           IF WS-DIRQ-MODE > 0
               OPEN INPUT DIRECTORY-FILE
               IF WS-DIRFILE-STATUS = "00"
                   PERFORM START-DIRECTORY-SCAN
                   PERFORM UNTIL WS-DIRQ-EOF = 1
                       READ DIRECTORY-FILE NEXT
                           AT END
                               MOVE 1 TO WS-DIRQ-EOF
                           NOT AT END
                               PERFORM TAKE-DIRECTORY-MATCH
                       END-READ
                   END-PERFORM
                   CLOSE DIRECTORY-FILE
               END-IF
           END-IF

*> The page echo and the more-pages marker ride behind the array
           STRING '],"page":' DELIMITED BY SIZE
               INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
           END-STRING
           MOVE 4 TO WS-DIRQ-PAGE-POS
           PERFORM VARYING WS-DIRQ-SCAN-POS FROM 1 BY 1
               UNTIL WS-DIRQ-SCAN-POS > 3
               IF WS-DIRQ-PAGE(WS-DIRQ-SCAN-POS:1) NOT = "0"
                   MOVE WS-DIRQ-SCAN-POS TO WS-DIRQ-PAGE-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           STRING WS-DIRQ-PAGE(WS-DIRQ-PAGE-POS:
                      5 - WS-DIRQ-PAGE-POS)
                  DELIMITED BY SIZE
               INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
           END-STRING
           IF WS-DIRQ-MORE = 1
               STRING ',"more":true}' DELIMITED BY SIZE
                   INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
               END-STRING
           ELSE
               STRING ',"more":false}' DELIMITED BY SIZE
                   INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
               END-STRING
           END-IF

           COMPUTE WS-DIRQ-BODY-LEN = WS-DIRQ-BODY-PTR - 1
           PERFORM SEND-DIRECTORY-RESPONSE
           .

*> The query string's prefix=/name=/dept= (first one wins) and the
*> optional page=N - name and dept values percent-decoded so a
*> two-word department survives the trip
       EXTRACT-DIRECTORY-QUERY.
           MOVE 0 TO WS-DIRQ-MODE
           MOVE SPACES TO WS-DIRQ-KEY
           MOVE 0 TO WS-DIRQ-KEY-LEN
           MOVE SPACES TO WS-DIRQ-NAME
           MOVE 0 TO WS-DIRQ-NAME-LEN
           MOVE SPACES TO WS-DIRQ-DEPT
           MOVE 0 TO WS-DIRQ-DEPT-LEN
           MOVE 1 TO WS-DIRQ-PAGE

           PERFORM VARYING WS-DIRQ-SCAN-POS FROM 1 BY 1
               UNTIL WS-DIRQ-SCAN-POS > 248
               EVALUATE TRUE
                   WHEN WS-DIRQ-MODE = 0 AND
                        QUERY-STRING(WS-DIRQ-SCAN-POS:7) = "prefix="
                       MOVE 1 TO WS-DIRQ-MODE
                       ADD 7 TO WS-DIRQ-SCAN-POS
                       PERFORM GRAB-DIRQ-VALUE
                   WHEN WS-DIRQ-MODE = 0 AND
                        QUERY-STRING(WS-DIRQ-SCAN-POS:5) = "name="
                       MOVE 2 TO WS-DIRQ-MODE
                       ADD 5 TO WS-DIRQ-SCAN-POS
                       PERFORM GRAB-DIRQ-VALUE
                   WHEN WS-DIRQ-MODE = 0 AND
                        QUERY-STRING(WS-DIRQ-SCAN-POS:5) = "dept="
                       MOVE 3 TO WS-DIRQ-MODE
                       ADD 5 TO WS-DIRQ-SCAN-POS
                       PERFORM GRAB-DIRQ-VALUE
                   WHEN QUERY-STRING(WS-DIRQ-SCAN-POS:5) = "page="
                       IF QUERY-STRING(WS-DIRQ-SCAN-POS + 5:1)
                           NUMERIC
                           COMPUTE WS-DIRQ-PAGE = FUNCTION NUMVAL(
                               QUERY-STRING(WS-DIRQ-SCAN-POS + 5:4))
                           IF WS-DIRQ-PAGE = 0
                               MOVE 1 TO WS-DIRQ-PAGE
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

*> A mode with an empty value is no search at all
           EVALUATE WS-DIRQ-MODE
               WHEN 1
                   IF WS-DIRQ-KEY-LEN = 0
                       MOVE 0 TO WS-DIRQ-MODE
                   END-IF
               WHEN 2
                   IF WS-DIRQ-NAME-LEN = 0
                       MOVE 0 TO WS-DIRQ-MODE
                   END-IF
               WHEN 3
                   IF WS-DIRQ-DEPT-LEN = 0
                       MOVE 0 TO WS-DIRQ-MODE
                   END-IF
           END-EVALUATE
           .

*> The raw parameter value from WS-DIRQ-SCAN-POS to the next "&",
*> percent-decoded, landed in whichever field the mode selected
       GRAB-DIRQ-VALUE.
           MOVE SPACES TO WS-DIRQ-RAW
           MOVE 0 TO WS-DIRQ-SEEN
           PERFORM VARYING WS-DIRQ-SCAN-POS
               FROM WS-DIRQ-SCAN-POS BY 1
               UNTIL WS-DIRQ-SCAN-POS > 256 OR
                     WS-DIRQ-SEEN >= 64 OR
                     QUERY-STRING(WS-DIRQ-SCAN-POS:1) = "&" OR
                     QUERY-STRING(WS-DIRQ-SCAN-POS:1) = SPACE
               ADD 1 TO WS-DIRQ-SEEN
               MOVE QUERY-STRING(WS-DIRQ-SCAN-POS:1) TO
                   WS-DIRQ-RAW(WS-DIRQ-SEEN:1)
           END-PERFORM

           MOVE SPACES TO WS-DIRQ-DEC
           CALL "URL-DECODE" USING WS-DIRQ-RAW WS-DIRQ-DEC
           INSPECT WS-DIRQ-DEC CONVERTING "+" TO " "

           EVALUATE WS-DIRQ-MODE
               WHEN 1
                   MOVE 0 TO WS-DIRQ-KEY-LEN
                   INSPECT WS-DIRQ-DEC(1:16)
                       TALLYING WS-DIRQ-KEY-LEN
                       MOVE WS-DIRQ-DEC(1:WS-DIRQ-KEY-LEN)
                           TO WS-DIRQ-KEY
                   END-IF
               WHEN 2
                   MOVE 0 TO WS-DIRQ-NAME-LEN
                   PERFORM VARYING WS-DIRQ-NAME-LEN FROM 40 BY -1
                       UNTIL WS-DIRQ-NAME-LEN < 1
                       IF WS-DIRQ-DEC(WS-DIRQ-NAME-LEN:1) NOT = SPACE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DIRQ-NAME-LEN > 0
                       MOVE WS-DIRQ-DEC(1:WS-DIRQ-NAME-LEN)
                           TO WS-DIRQ-NAME
                   END-IF
               WHEN 3
                   MOVE 0 TO WS-DIRQ-DEPT-LEN
                   PERFORM VARYING WS-DIRQ-DEPT-LEN FROM 24 BY -1
                       UNTIL WS-DIRQ-DEPT-LEN < 1
                       IF WS-DIRQ-DEC(WS-DIRQ-DEPT-LEN:1) NOT = SPACE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DIRQ-DEPT-LEN > 0
                       MOVE WS-DIRQ-DEC(1:WS-DIRQ-DEPT-LEN)
                           TO WS-DIRQ-DEPT
                   END-IF
           END-EVALUATE
           .

       START-DIRECTORY-SCAN.
           EVALUATE WS-DIRQ-MODE
               WHEN 1
                   MOVE WS-DIRQ-KEY TO DIR-KEY
                   START DIRECTORY-FILE KEY >= DIR-KEY
                       INVALID KEY
                           MOVE 1 TO WS-DIRQ-EOF
                       NOT INVALID KEY
                           MOVE 0 TO WS-DIRQ-EOF
                   END-START
               WHEN 2
                   MOVE WS-DIRQ-NAME TO DIR-NAME
                   START DIRECTORY-FILE KEY >= DIR-NAME
                       INVALID KEY
                           MOVE 1 TO WS-DIRQ-EOF
                       NOT INVALID KEY
                           MOVE 0 TO WS-DIRQ-EOF
                   END-START
               WHEN 3
                   MOVE WS-DIRQ-DEPT TO DIR-DEPT
                   START DIRECTORY-FILE KEY >= DIR-DEPT
                       INVALID KEY
                           MOVE 1 TO WS-DIRQ-EOF
                       NOT INVALID KEY
                           MOVE 0 TO WS-DIRQ-EOF
                   END-START
               WHEN 4
                   MOVE WS-DIRQ-MGR-KEY TO DIR-MGR-KEY
                   START DIRECTORY-FILE KEY >= DIR-MGR-KEY
                       INVALID KEY
                           MOVE 1 TO WS-DIRQ-EOF
                       NOT INVALID KEY
                           MOVE 0 TO WS-DIRQ-EOF
                   END-START
           END-EVALUATE
           MOVE 0 TO WS-DIRQ-SEEN
           .

*> One record off the scan: still inside the prefix/department?
*> Then it counts toward the page - skipped while still short of
*> the requested page, appended on it, and the first one past it
*> just sets the "more" marker and ends the walk
       TAKE-DIRECTORY-MATCH.
           EVALUATE WS-DIRQ-MODE
               WHEN 1
                   IF DIR-KEY(1:WS-DIRQ-KEY-LEN) NOT =
                      WS-DIRQ-KEY(1:WS-DIRQ-KEY-LEN)
                       MOVE 1 TO WS-DIRQ-EOF
                       EXIT PARAGRAPH
                   END-IF
               WHEN 2
                   IF DIR-NAME(1:WS-DIRQ-NAME-LEN) NOT =
                      WS-DIRQ-NAME(1:WS-DIRQ-NAME-LEN)
                       MOVE 1 TO WS-DIRQ-EOF
                       EXIT PARAGRAPH
                   END-IF
               WHEN 3
                   IF DIR-DEPT NOT = WS-DIRQ-DEPT
                       MOVE 1 TO WS-DIRQ-EOF
                       EXIT PARAGRAPH
                   END-IF
               WHEN 4
                   IF DIR-MGR-KEY NOT = WS-DIRQ-MGR-KEY
                       MOVE 1 TO WS-DIRQ-EOF
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-DIRQ-SEEN
           IF WS-DIRQ-SEEN <= WS-DIRQ-SKIP
               EXIT PARAGRAPH
           END-IF
           IF WS-DIRQ-HITS >= 20 OR WS-DIRQ-BODY-PTR > 7800
               MOVE 1 TO WS-DIRQ-MORE
               MOVE 1 TO WS-DIRQ-EOF
               EXIT PARAGRAPH
           END-IF

           IF WS-DIRQ-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-DIRQ-BODY
                   WITH POINTER WS-DIRQ-BODY-PTR
               END-STRING
           END-IF
           PERFORM APPEND-DIRECTORY-RECORD-JSON
           ADD 1 TO WS-DIRQ-HITS
           .

*> One DIRECTORY-RECORD as a JSON object, appended at
*> WS-DIRQ-BODY-PTR
       APPEND-DIRECTORY-RECORD-JSON.
           STRING '{"key":"' DELIMITED BY SIZE
                  DIR-KEY DELIMITED BY SPACE
                  '","name":"' DELIMITED BY SIZE
                  DIR-NAME(1:38) DELIMITED BY SIZE
                  '","phone":"' DELIMITED BY SIZE
                  DIR-PHONE DELIMITED BY SPACE
                  '","office":"' DELIMITED BY SIZE
                  DIR-OFFICE DELIMITED BY SPACE
                  '","department":"' DELIMITED BY SIZE
                  DIR-DEPT(1:22) DELIMITED BY SIZE
                  '","title":"' DELIMITED BY SIZE
                  DIR-TITLE(1:38) DELIMITED BY SIZE
                  '","manager":"' DELIMITED BY SIZE
                  DIR-MGR-KEY DELIMITED BY SPACE
                  '","correction":"/directory-correction?key='
                      DELIMITED BY SIZE
                  DIR-KEY DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
               INTO WS-DIRQ-BODY WITH POINTER WS-DIRQ-BODY-PTR
           END-STRING
           .

*> Shared response assembly for all the directory resources
       SEND-DIRECTORY-RESPONSE.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE WS-DIRQ-BODY-LEN TO WS-DIRQ-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-DIRQ-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-DIRQ-BODY(1:WS-DIRQ-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> POST /comments: page, name, and text fields become one stored
*> comment record, scrubbed of anything that could fold extra lines,
*> fake field separators, or markup into a served page
       HANDLE-COMMENT-POST.
           PERFORM PARSE-URLENCODED-BODY

           MOVE SPACES TO WS-CMT-PAGE
           MOVE SPACES TO WS-CMT-NAME
           MOVE SPACES TO WS-CMT-TEXT
           MOVE SPACES TO WS-CSRF-SUPPLIED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "page"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:256)
                           TO WS-CMT-PAGE
                   WHEN "name"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:64)
                           TO WS-CMT-NAME
                   WHEN "text"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:256)
                           TO WS-CMT-TEXT
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

*> A comment POST that can't prove it came from one of our own
*> pages (the page's comment form carries the marker the server
*> filled in) is refused before anything is stored
           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Comment not accepted</h1>"
                          DELIMITED BY SIZE
                      "<p>The comment form was stale or did not "
                          DELIMITED BY SIZE
                      "come from this site. Reload the page and "
                          DELIMITED BY SIZE
                      "try again.</p></body></html>"
                          DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-CMT-PAGE(1:1) NOT = "/" OR WS-CMT-TEXT = SPACES
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Comment not accepted</h1>"
                          DELIMITED BY SIZE
                      "<p>A page path and a comment text are "
                          DELIMITED BY SIZE
                      "required.</p></body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

*> Raw markup in a name or comment would execute in every later
*> reader's browser - angle brackets don't survive storage
           INSPECT WS-CMT-NAME REPLACING ALL "<" BY " "
           INSPECT WS-CMT-NAME REPLACING ALL ">" BY " "
           INSPECT WS-CMT-TEXT REPLACING ALL "<" BY " "
           INSPECT WS-CMT-TEXT REPLACING ALL ">" BY " "
           IF WS-CMT-NAME = SPACES
               MOVE "anonymous" TO WS-CMT-NAME
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

*> New submissions enter the approval queue ("P") rather than
*> rendering immediately - a page listed in COMMENT-TRUST.CFG has
*> opted into the old post-first behavior, unless the word filter
*> flags the text, which always holds it for a moderator
           MOVE "P" TO WS-CMT-FLAG
           PERFORM CHECK-COMMENT-TRUSTED-PAGE
           IF WS-CMT-TRUSTED = 1
               MOVE "V" TO WS-CMT-FLAG
           END-IF
           PERFORM CHECK-COMMENT-WORD-FILTER
           IF WS-CMT-FILTERED = 1
               MOVE "P" TO WS-CMT-FLAG
           END-IF

           OPEN EXTEND COMMENTS-FILE
           IF WS-COMMENTS-STATUS = "35" OR WS-COMMENTS-STATUS = "05"
               OPEN OUTPUT COMMENTS-FILE
           END-IF

*> The name carries embedded spaces of its own ("Joe from HR"), so
*> its true length comes from a backwards trim rather than
*> DELIMITED BY SPACE
           MOVE 0 TO WS-CMT-SCAN-POS
           PERFORM VARYING WS-CMT-SCAN-POS FROM 64 BY -1
               UNTIL WS-CMT-SCAN-POS < 2
               IF WS-CMT-NAME(WS-CMT-SCAN-POS:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO COMMENTS-RECORD
           STRING WS-CMT-FLAG "|" DELIMITED BY SIZE
                  WS-CMT-PAGE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LOG-TIMESTAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CMT-NAME(1:WS-CMT-SCAN-POS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CMT-TEXT(1:256) DELIMITED BY SIZE
               INTO COMMENTS-RECORD
           END-STRING

*> Name and text are sealed together, from just past the timestamp
           MOVE 0 TO WS-PII-POS
           INSPECT WS-CMT-PAGE TALLYING WS-PII-POS
               FOR CHARACTERS BEFORE INITIAL SPACE
           ADD 24 TO WS-PII-POS
           MOVE COMMENTS-RECORD TO WS-PII-TEXT
           PERFORM SEAL-PII-TAIL
           MOVE WS-PII-TEXT TO COMMENTS-RECORD

           WRITE COMMENTS-RECORD
           CLOSE COMMENTS-FILE

           MOVE "COMMENT_POST" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-USER
           IF WS-CMT-FLAG = "P"
               MOVE "QUEUED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "STORED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-LOG

*> A queued comment is invisible until a moderator acts - tell the
*> moderators it exists instead of waiting for them to look
           IF WS-CMT-FLAG = "P"
               MOVE "comment_pending" TO WS-WEBHOOK-EVENT
               MOVE SPACES TO WS-WEBHOOK-DETAIL
               STRING "comment held for moderation on "
                      DELIMITED BY SIZE
                      WS-CMT-PAGE DELIMITED BY SPACE
                   INTO WS-WEBHOOK-DETAIL
               END-STRING
               CALL "WEBHOOK-NOTIFY" USING WS-WEBHOOK-EVENT
                   WS-WEBHOOK-DETAIL
               END-CALL
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Comment posted</h1><p>Your "
                      DELIMITED BY SIZE
                  "comment will appear on the page.</p>"
                      DELIMITED BY SIZE
                  "</body></html>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

*> Render the page's visible comments into FILE-BUFFER ahead of the
*> closing body tag (or at the end when there isn't one), and blank
*> Is the posted-to page on the post-first opt-in list?
       CHECK-COMMENT-TRUSTED-PAGE.
           MOVE 0 TO WS-CMT-TRUSTED
           OPEN INPUT CMT-TRUST-FILE
           IF WS-CMTT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMTF-EOF
           PERFORM UNTIL WS-CMTF-EOF = 1 OR WS-CMT-TRUSTED = 1
               READ CMT-TRUST-FILE
                   AT END
                       MOVE 1 TO WS-CMTF-EOF
                   NOT AT END
                       IF CMT-TRUST-RECORD(1:1) = "/" AND
                          CMT-TRUST-RECORD = WS-CMT-PAGE
                           MOVE 1 TO WS-CMT-TRUSTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CMT-TRUST-FILE
           .

*> Does the submission carry any flagged word? The text and name
*> are lowercased once, each filter word swept across them as a
*> plain substring - crude, but a moderator reviews the holds
       CHECK-COMMENT-WORD-FILTER.
           MOVE 0 TO WS-CMT-FILTERED
           OPEN INPUT CMT-FILTER-FILE
           IF WS-CMTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMT-LOWER
           STRING WS-CMT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CMT-TEXT(1:330) DELIMITED BY SIZE
               INTO WS-CMT-LOWER
           END-STRING
           INSPECT WS-CMT-LOWER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

           MOVE 0 TO WS-CMTF-EOF
           PERFORM UNTIL WS-CMTF-EOF = 1 OR WS-CMT-FILTERED = 1
               READ CMT-FILTER-FILE
                   AT END
                       MOVE 1 TO WS-CMTF-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-FILTER-WORD
               END-READ
           END-PERFORM
           CLOSE CMT-FILTER-FILE
           .

       MATCH-ONE-FILTER-WORD.
           IF CMT-FILTER-RECORD(1:1) = SPACE OR
              CMT-FILTER-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMT-WORD
           MOVE CMT-FILTER-RECORD TO WS-CMT-WORD
           INSPECT WS-CMT-WORD CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           MOVE 0 TO WS-CMT-WORD-LEN
           INSPECT WS-CMT-WORD TALLYING WS-CMT-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CMT-WORD-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMT-FSCAN FROM 1 BY 1
               UNTIL WS-CMT-FSCAN > 400 - WS-CMT-WORD-LEN
               IF WS-CMT-LOWER(WS-CMT-FSCAN:WS-CMT-WORD-LEN) =
                  WS-CMT-WORD(1:WS-CMT-WORD-LEN)
                   MOVE 1 TO WS-CMT-FILTERED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> the validators so a commented page never 304s past fresh entries.
*> Pages with no stored comments are left untouched, validators
*> included
       APPEND-PAGE-COMMENTS.
           MOVE 0 TO WS-CMT-PAGE-HAS
           MOVE 0 TO WS-CMT-COUNT

           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CMT-PAGE-LEN
           INSPECT WS-PRE-ALIAS-PATH TALLYING WS-CMT-PAGE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

*> First the page's closing body tag, so each matching record can be
*> spliced straight in front of it
           MOVE 0 TO WS-CMT-BODY-POS
           IF FILE-SIZE > 6
               COMPUTE WS-CMT-BODY-POS = FILE-SIZE - 6
               PERFORM VARYING WS-CMT-BODY-POS
                   FROM WS-CMT-BODY-POS BY -1
                   UNTIL WS-CMT-BODY-POS < 1
                   IF FILE-BUFFER(WS-CMT-BODY-POS:7) = "</body>"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CMT-BODY-POS < 1
               COMPUTE WS-CMT-BODY-POS = FILE-SIZE + 1
           END-IF

           MOVE SPACES TO WS-CMT-OUT-BUFFER
           MOVE 1 TO WS-CMT-OUT-PTR
           IF WS-CMT-BODY-POS > 1
               MOVE FILE-BUFFER(1:WS-CMT-BODY-POS - 1) TO
                   WS-CMT-OUT-BUFFER(1:WS-CMT-BODY-POS - 1)
               MOVE WS-CMT-BODY-POS TO WS-CMT-OUT-PTR
           END-IF

           MOVE 0 TO WS-COMMENTS-EOF
           PERFORM UNTIL WS-COMMENTS-EOF = 1
               READ COMMENTS-FILE
                   AT END
                       MOVE 1 TO WS-COMMENTS-EOF
                   NOT AT END
                       PERFORM RENDER-ONE-COMMENT
               END-READ
           END-PERFORM
           CLOSE COMMENTS-FILE

           IF WS-CMT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           STRING "</div>" DELIMITED BY SIZE
               INTO WS-CMT-OUT-BUFFER WITH POINTER WS-CMT-OUT-PTR
           END-STRING

*> The rest of the original page rides in behind the section
           COMPUTE WS-CMT-TAIL-LEN = FILE-SIZE - WS-CMT-BODY-POS + 1
           IF WS-CMT-TAIL-LEN > 0 AND
              WS-CMT-BODY-POS <= FILE-SIZE AND
              WS-CMT-OUT-PTR + WS-CMT-TAIL-LEN <= 65536
               MOVE FILE-BUFFER(WS-CMT-BODY-POS:WS-CMT-TAIL-LEN)
                   TO WS-CMT-OUT-BUFFER(WS-CMT-OUT-PTR:
                       WS-CMT-TAIL-LEN)
               ADD WS-CMT-TAIL-LEN TO WS-CMT-OUT-PTR
           END-IF

           COMPUTE FILE-SIZE = WS-CMT-OUT-PTR - 1
           MOVE WS-CMT-OUT-BUFFER(1:FILE-SIZE) TO
               FILE-BUFFER(1:FILE-SIZE)

           MOVE 1 TO WS-CMT-PAGE-HAS
           MOVE SPACES TO WS-LAST-MODIFIED
           MOVE SPACES TO WS-ETAG
           .

*> One stored record: render it if it's visible and belongs to the
*> page being served
       RENDER-ONE-COMMENT.
           IF COMMENTS-RECORD(1:2) NOT = "V|"
               EXIT PARAGRAPH
           END-IF

*> Field boundaries: FLAG|page|timestamp|name|text
           MOVE 0 TO WS-CMT-P1
           MOVE 0 TO WS-CMT-P2
           MOVE 0 TO WS-CMT-P3
           MOVE 0 TO WS-CMT-P4
           MOVE 2 TO WS-CMT-P1
           PERFORM VARYING WS-CMT-SCAN-POS FROM 3 BY 1
               UNTIL WS-CMT-SCAN-POS > 1200 OR WS-CMT-P3 > 0
               IF COMMENTS-RECORD(WS-CMT-SCAN-POS:1) = "|"
                   EVALUATE TRUE
                       WHEN WS-CMT-P2 = 0
                           MOVE WS-CMT-SCAN-POS TO WS-CMT-P2
                       WHEN OTHER
                           MOVE WS-CMT-SCAN-POS TO WS-CMT-P3
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-CMT-P3 = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CMT-P2 - WS-CMT-P1 - 1 NOT = WS-CMT-PAGE-LEN OR
              COMMENTS-RECORD(WS-CMT-P1 + 1:WS-CMT-PAGE-LEN) NOT =
                  WS-PRE-ALIAS-PATH(1:WS-CMT-PAGE-LEN)
               EXIT PARAGRAPH
           END-IF

*> Only this page's comments are opened - name|text is one sealed
*> token until then, so the name/text boundary is found after
           IF COMMENTS-RECORD(WS-CMT-P3 + 1:2) = "{P"
               MOVE COMMENTS-RECORD TO WS-PII-TEXT
               MOVE "D" TO WS-PII-MODE
               CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT
                   WS-PII-POS WS-PII-RC
               END-CALL
               IF WS-PII-RC NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PII-TEXT TO COMMENTS-RECORD
           END-IF
           PERFORM VARYING WS-CMT-SCAN-POS FROM WS-CMT-P3 BY 1
               UNTIL WS-CMT-SCAN-POS >= 1200 OR WS-CMT-P4 > 0
               IF COMMENTS-RECORD(WS-CMT-SCAN-POS + 1:1) = "|"
                   COMPUTE WS-CMT-P4 = WS-CMT-SCAN-POS + 1
               END-IF
           END-PERFORM
           IF WS-CMT-P4 = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CMT-REC-LEN
           PERFORM VARYING WS-CMT-REC-LEN FROM 1200 BY -1
               UNTIL WS-CMT-REC-LEN < 1
               IF COMMENTS-RECORD(WS-CMT-REC-LEN:1) NOT = SPACE AND
                  COMMENTS-RECORD(WS-CMT-REC-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CMT-REC-LEN <= WS-CMT-P4
               EXIT PARAGRAPH
           END-IF

*> Section heading rides in with the first rendered comment
           IF WS-CMT-COUNT = 0
               IF WS-CMT-OUT-PTR + 60 > 65536
                   EXIT PARAGRAPH
               END-IF
               STRING '<hr><div class="page-comments"><h2>Comments'
                          DELIMITED BY SIZE
                      "</h2>" DELIMITED BY SIZE
                   INTO WS-CMT-OUT-BUFFER WITH POINTER WS-CMT-OUT-PTR
               END-STRING
           END-IF

           IF WS-CMT-OUT-PTR + 600 > 65536
               EXIT PARAGRAPH
           END-IF

           STRING "<p><b>" DELIMITED BY SIZE
                  COMMENTS-RECORD(WS-CMT-P3 + 1:
                      WS-CMT-P4 - WS-CMT-P3 - 1) DELIMITED BY SIZE
                  "</b> (" DELIMITED BY SIZE
                  COMMENTS-RECORD(WS-CMT-P2 + 1:
                      WS-CMT-P3 - WS-CMT-P2 - 1) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  COMMENTS-RECORD(WS-CMT-P4 + 1:
                      WS-CMT-REC-LEN - WS-CMT-P4) DELIMITED BY SIZE
                  "</p>" DELIMITED BY SIZE
               INTO WS-CMT-OUT-BUFFER WITH POINTER WS-CMT-OUT-PTR
           END-STRING
           ADD 1 TO WS-CMT-COUNT
           .

*> Does WS-RATE-PAGE fall under a RATING-PATHS.CFG prefix?
       CHECK-RATING-PATH.
           MOVE 0 TO WS-RATE-ON
           OPEN INPUT RATING-PATHS-FILE
           IF WS-RATE-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RATE-EOF
           PERFORM UNTIL WS-RATE-EOF = 1 OR WS-RATE-ON = 1
               READ RATING-PATHS-FILE
                   AT END
                       MOVE 1 TO WS-RATE-EOF
                   NOT AT END
                       IF RATING-PATHS-RECORD(1:1) = "/"
                           MOVE 0 TO WS-RATE-PFX-LEN
                           INSPECT RATING-PATHS-RECORD
                               TALLYING WS-RATE-PFX-LEN
                               FOR CHARACTERS BEFORE INITIAL SPACE
                           IF WS-RATE-PFX-LEN > 0 AND
                              WS-RATE-PFX-LEN <= 256 AND
                              WS-RATE-PAGE(1:WS-RATE-PFX-LEN) =
                              RATING-PATHS-RECORD(1:WS-RATE-PFX-LEN)
                               MOVE 1 TO WS-RATE-ON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATING-PATHS-FILE
           .

*> The "Was this page helpful?" form, spliced in ahead of the closing
*> body tag the way APPEND-PAGE-COMMENTS splices its section; its
*> csrf marker is filled in by INJECT-CSRF-TOKENS after
       APPEND-RATING-FORM.
           MOVE SPACES TO WS-RATE-PAGE
           MOVE WS-PRE-ALIAS-PATH TO WS-RATE-PAGE
           PERFORM CHECK-RATING-PATH
           IF WS-RATE-ON = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RATE-BODY-POS
           IF FILE-SIZE > 6
               COMPUTE WS-RATE-BODY-POS = FILE-SIZE - 6
               PERFORM VARYING WS-RATE-BODY-POS
                   FROM WS-RATE-BODY-POS BY -1
                   UNTIL WS-RATE-BODY-POS < 1
                   IF FILE-BUFFER(WS-RATE-BODY-POS:7) = "</body>"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RATE-BODY-POS < 1
               COMPUTE WS-RATE-BODY-POS = FILE-SIZE + 1
           END-IF
           IF FILE-SIZE + 1200 > 65536
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RATE-OUT-BUFFER
           MOVE 1 TO WS-RATE-OUT-PTR
           IF WS-RATE-BODY-POS > 1
               MOVE FILE-BUFFER(1:WS-RATE-BODY-POS - 1) TO
                   WS-RATE-OUT-BUFFER(1:WS-RATE-BODY-POS - 1)
               MOVE WS-RATE-BODY-POS TO WS-RATE-OUT-PTR
           END-IF

           STRING '<hr><div class="page-rating">'
                      DELIMITED BY SIZE
                  '<form method="post" action="/page-rating">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="page" value="'
                      DELIMITED BY SIZE
                  WS-PRE-ALIAS-PATH DELIMITED BY SPACE
                  '"><input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-MARKER DELIMITED BY SIZE
                  '">Was this page helpful? '
                      DELIMITED BY SIZE
                  '<button type="submit" name="helpful" value="yes">'
                      DELIMITED BY SIZE
                  "Yes</button> " DELIMITED BY SIZE
                  '<button type="submit" name="helpful" value="no">'
                      DELIMITED BY SIZE
                  "No</button> " DELIMITED BY SIZE
                  '<select name="reason"><option value="">'
                      DELIMITED BY SIZE
                  "If not, why not?</option>" DELIMITED BY SIZE
                  '<option value="outdated">It is out of date'
                      DELIMITED BY SIZE
                  "</option>" DELIMITED BY SIZE
                  '<option value="incorrect">It is wrong</option>'
                      DELIMITED BY SIZE
                  '<option value="unclear">It is hard to follow'
                      DELIMITED BY SIZE
                  "</option>" DELIMITED BY SIZE
                  '<option value="incomplete">Something is missing'
                      DELIMITED BY SIZE
                  "</option>" DELIMITED BY SIZE
                  '<option value="notfound">It is not what I was '
                      DELIMITED BY SIZE
                  "looking for</option></select></form></div>"
                      DELIMITED BY SIZE
               INTO WS-RATE-OUT-BUFFER WITH POINTER WS-RATE-OUT-PTR
           END-STRING

*> The rest of the original page rides in behind the form
           COMPUTE WS-RATE-TAIL-LEN = FILE-SIZE - WS-RATE-BODY-POS + 1
           IF WS-RATE-TAIL-LEN > 0 AND
              WS-RATE-BODY-POS <= FILE-SIZE
               MOVE FILE-BUFFER(WS-RATE-BODY-POS:WS-RATE-TAIL-LEN)
                   TO WS-RATE-OUT-BUFFER(WS-RATE-OUT-PTR:
                       WS-RATE-TAIL-LEN)
               ADD WS-RATE-TAIL-LEN TO WS-RATE-OUT-PTR
           END-IF

           COMPUTE FILE-SIZE = WS-RATE-OUT-PTR - 1
           MOVE WS-RATE-OUT-BUFFER(1:FILE-SIZE) TO
               FILE-BUFFER(1:FILE-SIZE)
           MOVE SPACES TO WS-LAST-MODIFIED
           MOVE SPACES TO WS-ETAG
           .

*> The rating's session, hashed: the SESSID token when the reader
*> has one, else the realm user, else the client address
       DETERMINE-RATER.
           MOVE SPACES TO WS-RATE-RATER
           MOVE SPACES TO WS-RATE-HASH-INPUT
           PERFORM EXTRACT-SESSION-TOKEN
           EVALUATE TRUE
               WHEN WS-SESS-TOKEN-LEN > 0
                   STRING "rating|s|" DELIMITED BY SIZE
                          WS-SESS-TOKEN DELIMITED BY SPACE
                       INTO WS-RATE-HASH-INPUT
                   END-STRING
               WHEN WS-AUTH-REQUIRED = 1 AND WS-AUTH-OK = 1 AND
                    WS-AUTH-USER NOT = "signed-url"
                   STRING "rating|u|" DELIMITED BY SIZE
                          WS-AUTH-USER DELIMITED BY SPACE
                       INTO WS-RATE-HASH-INPUT
                   END-STRING
               WHEN OTHER
                   STRING "rating|a|" DELIMITED BY SIZE
                          LS-CLIENT-ADDR DELIMITED BY SPACE
                       INTO WS-RATE-HASH-INPUT
                   END-STRING
           END-EVALUATE
           DISPLAY "AUTH_HASH_INPUT" UPON ENVIRONMENT-NAME
           DISPLAY WS-RATE-HASH-INPUT UPON ENVIRONMENT-VALUE
           PERFORM RUN-HASH-PIPELINE
           MOVE WS-AUTH-HASH-VALUE(1:16) TO WS-RATE-RATER
           .

*> POST /page-rating: page, helpful (yes/no), reason and csrf fields
*> from the form above. A reason only counts against a "no", and
*> only from the form's own list
       HANDLE-PAGE-RATING.
           PERFORM PARSE-URLENCODED-BODY
           MOVE SPACES TO WS-RATE-PAGE
           MOVE SPACES TO WS-RATE-HELPFUL
           MOVE SPACES TO WS-RATE-REASON
           MOVE SPACES TO WS-CSRF-SUPPLIED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "page"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:256)
                           TO WS-RATE-PAGE
                   WHEN "helpful"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:8)
                           TO WS-RATE-HELPFUL
                   WHEN "reason"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:16)
                           TO WS-RATE-REASON
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Rating not recorded</h1>"
                          DELIMITED BY SIZE
                      "<p>The form was stale or did not come from this "
                          DELIMITED BY SIZE
                      "site. Reload the page and try again.</p>"
                          DELIMITED BY SIZE
                      "</body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-RATE-HELPFUL
               WHEN "yes"
                   MOVE "Y" TO WS-RATE-FLAG
                   MOVE SPACES TO WS-RATE-REASON
               WHEN "no"
                   MOVE "N" TO WS-RATE-FLAG
               WHEN OTHER
                   MOVE SPACE TO WS-RATE-FLAG
           END-EVALUATE
           EVALUATE WS-RATE-REASON
               WHEN "outdated"
               WHEN "incorrect"
               WHEN "unclear"
               WHEN "incomplete"
               WHEN "notfound"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-RATE-REASON
           END-EVALUATE
           INSPECT WS-RATE-PAGE REPLACING ALL "<" BY " "
           INSPECT WS-RATE-PAGE REPLACING ALL ">" BY " "
           INSPECT WS-RATE-PAGE REPLACING ALL '"' BY " "
           MOVE 0 TO WS-RATE-ON
           IF WS-RATE-PAGE(1:1) = "/"
               PERFORM CHECK-RATING-PATH
           END-IF
           IF WS-RATE-FLAG = SPACE OR WS-RATE-ON = 0
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Rating not recorded</h1>"
                          DELIMITED BY SIZE
                      "<p>Choose Yes or No on a page that asks "
                          DELIMITED BY SIZE
                      "whether it was helpful.</p></body></html>"
                          DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-RATER
           IF WS-RATE-RATER = SPACES
               MOVE "503 Service Unavailable" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Rating not recorded</h1>"
                          DELIMITED BY SIZE
                      "<p>Ratings cannot be taken just now - please "
                          DELIMITED BY SIZE
                      "try again later.</p></body></html>"
                          DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

*> One rating per session per page
           MOVE 0 TO WS-RATE-DONE
           OPEN INPUT RATINGS-FILE
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-RATE-EOF
               PERFORM UNTIL WS-RATE-EOF = 1 OR WS-RATE-DONE = 1
                   READ RATINGS-FILE
                       AT END
                           MOVE 1 TO WS-RATE-EOF
                       NOT AT END
                           MOVE SPACES TO WS-RATE-F-TS WS-RATE-F-PAGE
                               WS-RATE-F-FLAG WS-RATE-F-REASON
                               WS-RATE-F-RATER
                           UNSTRING RATINGS-RECORD DELIMITED BY "|"
                               INTO WS-RATE-F-TS WS-RATE-F-PAGE
                                    WS-RATE-F-FLAG WS-RATE-F-REASON
                                    WS-RATE-F-RATER
                           END-UNSTRING
                           IF WS-RATE-F-PAGE = WS-RATE-PAGE AND
                              WS-RATE-F-RATER = WS-RATE-RATER
                               MOVE 1 TO WS-RATE-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATINGS-FILE
           END-IF
           IF WS-RATE-DONE = 1
               MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Already rated</h1>"
                          DELIMITED BY SIZE
                      "<p>You have already rated this page - thank "
                          DELIMITED BY SIZE
                      'you. <a href="' DELIMITED BY SIZE
                      WS-RATE-PAGE DELIMITED BY SPACE
                      '">Back to the page</a></p></body></html>'
                          DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-RATE-TS
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-RATE-TS
           END-STRING
           OPEN EXTEND RATINGS-FILE
           IF WS-RATINGS-STATUS = "35" OR WS-RATINGS-STATUS = "05"
               OPEN OUTPUT RATINGS-FILE
           END-IF
           IF WS-RATINGS-STATUS = "00"
               MOVE SPACES TO RATINGS-RECORD
               STRING WS-RATE-TS "|" DELIMITED BY SIZE
                      WS-RATE-PAGE DELIMITED BY SPACE
                      "|" WS-RATE-FLAG "|" DELIMITED BY SIZE
                      WS-RATE-REASON DELIMITED BY SPACE
                      "|" WS-RATE-RATER DELIMITED BY SIZE
                   INTO RATINGS-RECORD
               END-STRING
               WRITE RATINGS-RECORD
               CLOSE RATINGS-FILE
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Thank you</h1><p>Your rating has "
                      DELIMITED BY SIZE
                  "been passed to the people who look after this "
                      DELIMITED BY SIZE
                  'page. <a href="' DELIMITED BY SIZE
                  WS-RATE-PAGE DELIMITED BY SPACE
                  '">Back to the page</a></p></body></html>'
                      DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

*> Who is reading: the signed-in session's user, or a realm's Basic
*> credentials - a signed URL names nobody, so it is never asked
       DETERMINE-POLICY-READER.
           MOVE SPACES TO WS-POL-USER
           IF WS-SESSION-USER NOT = SPACES
               MOVE WS-SESSION-USER TO WS-POL-USER
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-REQUIRED = 1 AND WS-AUTH-OK = 1 AND
              WS-AUTH-USER NOT = "signed-url"
               MOVE WS-AUTH-USER TO WS-POL-USER
           END-IF
           .

*> The acknowledgement form (or the note that it is done) spliced in
*> ahead of the closing body tag, the way APPEND-PAGE-COMMENTS
*> splices its section; the form's csrf marker is filled in by
*> INJECT-CSRF-TOKENS after
       APPEND-POLICY-ACK-FORM.
           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-POL-MODE
           MOVE WS-PRE-ALIAS-PATH TO WS-POL-PATH
           CALL "POLICY-CHECK" USING WS-POL-MODE WS-POL-PATH
               WS-POL-USER WS-POL-FOUND WS-POL-ID WS-POL-VERSION
               WS-POL-TITLE WS-POL-DUE WS-POL-ACKED WS-POL-ACKED-AT
           END-CALL
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-VERSION TO WS-POL-VERSION-SHOWN

           MOVE 0 TO WS-POL-BODY-POS
           IF FILE-SIZE > 6
               COMPUTE WS-POL-BODY-POS = FILE-SIZE - 6
               PERFORM VARYING WS-POL-BODY-POS
                   FROM WS-POL-BODY-POS BY -1
                   UNTIL WS-POL-BODY-POS < 1
                   IF FILE-BUFFER(WS-POL-BODY-POS:7) = "</body>"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-POL-BODY-POS < 1
               COMPUTE WS-POL-BODY-POS = FILE-SIZE + 1
           END-IF
           IF FILE-SIZE + 1200 > 65536
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-POL-OUT-BUFFER
           MOVE 1 TO WS-POL-OUT-PTR
           IF WS-POL-BODY-POS > 1
               MOVE FILE-BUFFER(1:WS-POL-BODY-POS - 1) TO
                   WS-POL-OUT-BUFFER(1:WS-POL-BODY-POS - 1)
               MOVE WS-POL-BODY-POS TO WS-POL-OUT-PTR
           END-IF

           IF WS-POL-ACKED = 1
               STRING '<hr><div class="policy-ack"><p>You acknowledged '
                          DELIMITED BY SIZE
                      "version " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-VERSION-SHOWN)
                          DELIMITED BY SIZE
                      " of this document on " DELIMITED BY SIZE
                      WS-POL-ACKED-AT DELIMITED BY SIZE
                      ".</p></div>" DELIMITED BY SIZE
                   INTO WS-POL-OUT-BUFFER WITH POINTER WS-POL-OUT-PTR
               END-STRING
           ELSE
               STRING '<hr><div class="policy-ack"><p><b>'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-TITLE) DELIMITED BY SIZE
                      "</b> (version " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-VERSION-SHOWN)
                          DELIMITED BY SIZE
                      ") must be read and acknowledged by "
                          DELIMITED BY SIZE
                      WS-POL-DUE DELIMITED BY SIZE
                      '.</p><form method="post" action="/policy-ack">'
                          DELIMITED BY SIZE
                      '<input type="hidden" name="page" value="'
                          DELIMITED BY SIZE
                      WS-PRE-ALIAS-PATH DELIMITED BY SPACE
                      '"><input type="hidden" name="version" value="'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POL-VERSION-SHOWN)
                          DELIMITED BY SIZE
                      '"><input type="hidden" name="csrf" value="'
                          DELIMITED BY SIZE
                      WS-CSRF-MARKER DELIMITED BY SIZE
                      '"><label><input type="checkbox" name="confirm" '
                          DELIMITED BY SIZE
                      'value="yes" required> I have read and '
                          DELIMITED BY SIZE
                      "understood this document</label> "
                          DELIMITED BY SIZE
                      '<button type="submit">Confirm</button>'
                          DELIMITED BY SIZE
                      "</form></div>" DELIMITED BY SIZE
                   INTO WS-POL-OUT-BUFFER WITH POINTER WS-POL-OUT-PTR
               END-STRING
           END-IF

*> The rest of the original page rides in behind the section
           COMPUTE WS-POL-TAIL-LEN = FILE-SIZE - WS-POL-BODY-POS + 1
           IF WS-POL-TAIL-LEN > 0 AND
              WS-POL-BODY-POS <= FILE-SIZE
               MOVE FILE-BUFFER(WS-POL-BODY-POS:WS-POL-TAIL-LEN)
                   TO WS-POL-OUT-BUFFER(WS-POL-OUT-PTR:
                       WS-POL-TAIL-LEN)
               ADD WS-POL-TAIL-LEN TO WS-POL-OUT-PTR
           END-IF

           COMPUTE FILE-SIZE = WS-POL-OUT-PTR - 1
           MOVE WS-POL-OUT-BUFFER(1:FILE-SIZE) TO
               FILE-BUFFER(1:FILE-SIZE)
           MOVE SPACES TO WS-LAST-MODIFIED
           MOVE SPACES TO WS-ETAG
           .

*> POST /policy-ack: page, version, confirm and csrf fields from the
*> form above. Only the signed-in reader it applies to can record an
*> acknowledgement, and only of the version now published - a form
*> left open across a new version has to be read again
       HANDLE-POLICY-ACK.
           PERFORM PARSE-URLENCODED-BODY
           MOVE SPACES TO WS-POL-POSTED-PAGE
           MOVE SPACES TO WS-POL-POSTED-VER
           MOVE SPACES TO WS-POL-CONFIRM
           MOVE SPACES TO WS-CSRF-SUPPLIED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "page"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:256)
                           TO WS-POL-POSTED-PAGE
                   WHEN "version"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:8)
                           TO WS-POL-POSTED-VER
                   WHEN "confirm"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:8)
                           TO WS-POL-CONFIRM
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Acknowledgement not recorded"
                          DELIMITED BY SIZE
                      "</h1><p>The form was stale or did not come "
                          DELIMITED BY SIZE
                      "from this site. Reload the page and try again."
                          DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Acknowledgement not recorded"
                          DELIMITED BY SIZE
                      '</h1><p><a href="/login">Sign in</a> first - '
                          DELIMITED BY SIZE
                      "an acknowledgement is recorded against your "
                          DELIMITED BY SIZE
                      "own account.</p></body></html>"
                          DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WS-POL-MODE
           MOVE SPACES TO WS-POL-PATH
           MOVE WS-POL-POSTED-PAGE TO WS-POL-PATH
           CALL "POLICY-CHECK" USING WS-POL-MODE WS-POL-PATH
               WS-POL-USER WS-POL-FOUND WS-POL-ID WS-POL-VERSION
               WS-POL-TITLE WS-POL-DUE WS-POL-ACKED WS-POL-ACKED-AT
           END-CALL
           IF WS-POL-FOUND = 0 OR WS-POL-CONFIRM NOT = "yes"
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Acknowledgement not recorded"
                          DELIMITED BY SIZE
                      "</h1><p>Tick the box to confirm you have read "
                          DELIMITED BY SIZE
                      "the document - and only a policy page that "
                          DELIMITED BY SIZE
                      "asks you for it can take one.</p></body></html>"
                          DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POL-VERSION TO WS-POL-VERSION-SHOWN
           IF FUNCTION TRIM(WS-POL-POSTED-VER) NOT =
              FUNCTION TRIM(WS-POL-VERSION-SHOWN)
               MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Acknowledgement not recorded"
                          DELIMITED BY SIZE
                      "</h1><p>A new version of this document has "
                          DELIMITED BY SIZE
                      'been published since you opened it. <a href="'
                          DELIMITED BY SIZE
                      WS-POL-POSTED-PAGE DELIMITED BY SPACE
                      '">Read it again</a> and confirm from there.'
                          DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           MOVE "POLICY_ACK" TO WS-AUDIT-EVENT
           MOVE WS-POL-USER TO WS-AUDIT-USER
           IF WS-POL-ACKED = 1
               MOVE "ALREADY" TO WS-AUDIT-RESULT
           ELSE
               MOVE "A" TO WS-POL-MODE
               CALL "POLICY-CHECK" USING WS-POL-MODE WS-POL-PATH
                   WS-POL-USER WS-POL-FOUND WS-POL-ID WS-POL-VERSION
                   WS-POL-TITLE WS-POL-DUE WS-POL-ACKED
                   WS-POL-ACKED-AT
               END-CALL
               MOVE "RECORDED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Acknowledgement recorded</h1><p>"
                      DELIMITED BY SIZE
                  "Thank you - your acknowledgement of "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POL-TITLE) DELIMITED BY SIZE
                  " version " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POL-VERSION-SHOWN) DELIMITED BY SIZE
                  " is on record as of " DELIMITED BY SIZE
                  WS-POL-ACKED-AT DELIMITED BY SIZE
                  '.</p><p><a href="' DELIMITED BY SIZE
                  WS-POL-POSTED-PAGE DELIMITED BY SPACE
                  '">Back to the document</a></p></body></html>'
                      DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

*> The "Watch this page / this folder" form for a signed-in reader,
*> spliced in ahead of the closing body tag the way
*> APPEND-PAGE-COMMENTS splices its section; its csrf marker is
*> filled in by INJECT-CSRF-TOKENS after. A folder's index page
*> (a path ending "/") offers the folder alone
       APPEND-WATCH-FORM.
           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WATCH-PATH
           MOVE WS-PRE-ALIAS-PATH TO WS-WATCH-PATH
           MOVE 0 TO WS-WATCH-PATH-LEN
           INSPECT WS-WATCH-PATH TALLYING WS-WATCH-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WATCH-PATH-LEN = 0 OR WS-WATCH-PATH(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WATCH-SCAN-POS FROM WS-WATCH-PATH-LEN
               BY -1 UNTIL WS-WATCH-SCAN-POS < 1
               IF WS-WATCH-PATH(WS-WATCH-SCAN-POS:1) = "/"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-WATCH-FOLDER
           MOVE WS-WATCH-PATH(1:WS-WATCH-SCAN-POS) TO WS-WATCH-FOLDER

           MOVE 0 TO WS-WATCH-BODY-POS
           IF FILE-SIZE > 6
               COMPUTE WS-WATCH-BODY-POS = FILE-SIZE - 6
               PERFORM VARYING WS-WATCH-BODY-POS
                   FROM WS-WATCH-BODY-POS BY -1
                   UNTIL WS-WATCH-BODY-POS < 1
                   IF FILE-BUFFER(WS-WATCH-BODY-POS:7) = "</body>"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WATCH-BODY-POS < 1
               COMPUTE WS-WATCH-BODY-POS = FILE-SIZE + 1
           END-IF
           IF FILE-SIZE + 1200 > 65536
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WATCH-OUT-BUFFER
           MOVE 1 TO WS-WATCH-OUT-PTR
           IF WS-WATCH-BODY-POS > 1
               MOVE FILE-BUFFER(1:WS-WATCH-BODY-POS - 1) TO
                   WS-WATCH-OUT-BUFFER(1:WS-WATCH-BODY-POS - 1)
               MOVE WS-WATCH-BODY-POS TO WS-WATCH-OUT-PTR
           END-IF

           STRING '<hr><div class="page-watch">'
                      DELIMITED BY SIZE
                  '<form method="post" action="/watch">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="action" value="add">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-MARKER DELIMITED BY SIZE
                  '">E-mail me when this changes: '
                      DELIMITED BY SIZE
               INTO WS-WATCH-OUT-BUFFER WITH POINTER WS-WATCH-OUT-PTR
           END-STRING
           IF WS-WATCH-FOLDER NOT = WS-WATCH-PATH
               STRING '<button type="submit" name="path" value="'
                          DELIMITED BY SIZE
                      WS-WATCH-PATH DELIMITED BY SPACE
                      '">Watch this page</button> ' DELIMITED BY SIZE
                   INTO WS-WATCH-OUT-BUFFER
                   WITH POINTER WS-WATCH-OUT-PTR
               END-STRING
           END-IF
           STRING '<button type="submit" name="path" value="'
                      DELIMITED BY SIZE
                  WS-WATCH-FOLDER DELIMITED BY SPACE
                  '">Watch this folder</button> ' DELIMITED BY SIZE
                  '<a href="/watch">My watches</a></form></div>'
                      DELIMITED BY SIZE
               INTO WS-WATCH-OUT-BUFFER WITH POINTER WS-WATCH-OUT-PTR
           END-STRING

*> The rest of the original page rides in behind the form
           COMPUTE WS-WATCH-TAIL-LEN = FILE-SIZE - WS-WATCH-BODY-POS + 1
           IF WS-WATCH-TAIL-LEN > 0 AND
              WS-WATCH-BODY-POS <= FILE-SIZE
               MOVE FILE-BUFFER(WS-WATCH-BODY-POS:WS-WATCH-TAIL-LEN)
                   TO WS-WATCH-OUT-BUFFER(WS-WATCH-OUT-PTR:
                       WS-WATCH-TAIL-LEN)
               ADD WS-WATCH-TAIL-LEN TO WS-WATCH-OUT-PTR
           END-IF

           COMPUTE FILE-SIZE = WS-WATCH-OUT-PTR - 1
           MOVE WS-WATCH-OUT-BUFFER(1:FILE-SIZE) TO
               FILE-BUFFER(1:FILE-SIZE)
           MOVE SPACES TO WS-LAST-MODIFIED
           MOVE SPACES TO WS-ETAG
           .

*> GET /watch: the signed-in reader's own watches, each with a
*> button to stop it; anyone else is sent to sign in first
       HANDLE-WATCH-LIST.
           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "/login" TO WS-REDIRECT-TARGET
               MOVE 302 TO WS-REDIRECT-CODE-VAL
               PERFORM BUILD-REDIRECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-WATCH-NOTE
           PERFORM SEND-WATCH-LIST
           .

*> POST /watch: action (add or cancel), path and csrf fields, from
*> the form on a page or the list above. Only the signed-in reader's
*> own watches are touched; whatever was done, the list comes back
       HANDLE-WATCH-POST.
           PERFORM PARSE-URLENCODED-BODY
           MOVE SPACES TO WS-WATCH-ACTION
           MOVE SPACES TO WS-WATCH-PATH
           MOVE SPACES TO WS-CSRF-SUPPLIED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "action"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:8)
                           TO WS-WATCH-ACTION
                   WHEN "path"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:256)
                           TO WS-WATCH-PATH
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Watch not changed</h1>"
                          DELIMITED BY SIZE
                      "<p>The form was stale or did not come from this "
                          DELIMITED BY SIZE
                      "site. Reload the page and try again.</p>"
                          DELIMITED BY SIZE
                      "</body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Watch not changed</h1>"
                          DELIMITED BY SIZE
                      '<p><a href="/login">Sign in</a> first - '
                          DELIMITED BY SIZE
                      "watches are kept against your own account."
                          DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

*> A web path and nothing else: rooted, no parent steps, nothing
*> that would break the file's "|" fields or the page markup
           MOVE 0 TO WS-WATCH-PATH-LEN
           INSPECT WS-WATCH-PATH TALLYING WS-WATCH-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-WATCH-BAD
           INSPECT WS-WATCH-PATH TALLYING WS-WATCH-BAD
               FOR ALL "|" ALL "<" ALL ">" ALL '"' ALL ".."
           IF WS-WATCH-PATH-LEN < 256
               IF WS-WATCH-PATH(WS-WATCH-PATH-LEN + 1:) NOT = SPACES
                   ADD 1 TO WS-WATCH-BAD
               END-IF
           END-IF
           IF WS-WATCH-PATH(1:1) NOT = "/" OR
              WS-WATCH-PATH-LEN > 255 OR WS-WATCH-BAD > 0 OR
              (WS-WATCH-ACTION NOT = "add" AND
               WS-WATCH-ACTION NOT = "cancel")
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Watch not changed</h1>"
                          DELIMITED BY SIZE
                      "<p>Only a page or folder on this site can be "
                          DELIMITED BY SIZE
                      'watched. <a href="/watch">Your watches</a>'
                          DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

*> The reader's watches as they stand: is this one of them, and how
*> many do they hold
           MOVE 0 TO WS-WATCH-HELD
           MOVE 0 TO WS-WATCH-MINE
           OPEN INPUT WATCH-SUBS-FILE
           IF WS-WATCH-STATUS = "00"
               MOVE 0 TO WS-WATCH-EOF
               PERFORM UNTIL WS-WATCH-EOF = 1
                   READ WATCH-SUBS-FILE
                       AT END
                           MOVE 1 TO WS-WATCH-EOF
                       NOT AT END
                           PERFORM SPLIT-WATCH-RECORD
                           IF WS-WATCH-F-USER = WS-POL-USER
                               ADD 1 TO WS-WATCH-MINE
                               IF WS-WATCH-F-PATH = WS-WATCH-PATH
                                   MOVE 1 TO WS-WATCH-HELD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-SUBS-FILE
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE WS-POL-USER TO WS-AUDIT-USER
           MOVE SPACES TO WS-WATCH-NOTE
           IF WS-WATCH-ACTION = "add"
               MOVE "WATCH_ADD" TO WS-AUDIT-EVENT
               EVALUATE TRUE
                   WHEN WS-WATCH-HELD = 1
                       MOVE "ALREADY" TO WS-AUDIT-RESULT
                       STRING "You were already watching "
                                  DELIMITED BY SIZE
                              WS-WATCH-PATH DELIMITED BY SPACE
                              "." DELIMITED BY SIZE
                           INTO WS-WATCH-NOTE
                       END-STRING
                   WHEN WS-WATCH-MINE >= WS-WATCH-MAX
                       MOVE "LIMIT" TO WS-AUDIT-RESULT
                       MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
                       STRING "You are watching as many pages and "
                              "folders as you can - stop watching one "
                              "before adding another." DELIMITED BY SIZE
                           INTO WS-WATCH-NOTE
                       END-STRING
                   WHEN OTHER
                       PERFORM ADD-WATCH-RECORD
                       MOVE "RECORDED" TO WS-AUDIT-RESULT
                       STRING "You are now watching "
                                  DELIMITED BY SIZE
                              WS-WATCH-PATH DELIMITED BY SPACE
                              " - changes are e-mailed to you the "
                              "morning after." DELIMITED BY SIZE
                           INTO WS-WATCH-NOTE
                       END-STRING
               END-EVALUATE
           ELSE
               MOVE "WATCH_CANCEL" TO WS-AUDIT-EVENT
               IF WS-WATCH-HELD = 1
                   PERFORM REMOVE-WATCH-RECORD
                   MOVE "REMOVED" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "NOTFOUND" TO WS-AUDIT-RESULT
               END-IF
               STRING "You are no longer watching " DELIMITED BY SIZE
                      WS-WATCH-PATH DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                   INTO WS-WATCH-NOTE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG
           PERFORM SEND-WATCH-LIST
           .

*> One "USER|PATH|YYYYMMDD" line of WATCH-SUBS.DAT into its fields
       SPLIT-WATCH-RECORD.
           MOVE SPACES TO WS-WATCH-F-USER WS-WATCH-F-PATH
               WS-WATCH-F-SINCE
           UNSTRING WATCH-SUBS-RECORD DELIMITED BY "|"
               INTO WS-WATCH-F-USER WS-WATCH-F-PATH WS-WATCH-F-SINCE
           END-UNSTRING
           .

       ADD-WATCH-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN EXTEND WATCH-SUBS-FILE
           IF WS-WATCH-STATUS = "35" OR WS-WATCH-STATUS = "05"
               OPEN OUTPUT WATCH-SUBS-FILE
           END-IF
           IF WS-WATCH-STATUS = "00"
               MOVE SPACES TO WATCH-SUBS-RECORD
               STRING WS-POL-USER DELIMITED BY SPACE
                      "|" DELIMITED BY SIZE
                      WS-WATCH-PATH DELIMITED BY SPACE
                      "|" WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                   INTO WATCH-SUBS-RECORD
               END-STRING
               WRITE WATCH-SUBS-RECORD
               CLOSE WATCH-SUBS-FILE
           END-IF
           .

*> WATCH-SUBS.DAT rewritten through a scratch copy without the one
*> line, the same delete-and-rename the batch jobs use
       REMOVE-WATCH-RECORD.
           OPEN INPUT WATCH-SUBS-FILE
           IF WS-WATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WATCH-SUBS-TMP
           IF WS-WATCH-TMP-STATUS NOT = "00"
               CLOSE WATCH-SUBS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WATCH-EOF
           PERFORM UNTIL WS-WATCH-EOF = 1
               READ WATCH-SUBS-FILE
                   AT END
                       MOVE 1 TO WS-WATCH-EOF
                   NOT AT END
                       PERFORM SPLIT-WATCH-RECORD
                       IF WS-WATCH-F-USER NOT = WS-POL-USER OR
                          WS-WATCH-F-PATH NOT = WS-WATCH-PATH
                           MOVE WATCH-SUBS-RECORD TO
                               WATCH-SUBS-TMP-RECORD
                           WRITE WATCH-SUBS-TMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-SUBS-FILE
           CLOSE WATCH-SUBS-TMP
           CALL "CBL_DELETE_FILE" USING "WATCH-SUBS.DAT"
               RETURNING WS-WATCH-FILE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "WATCH-SUBS.TMP"
               "WATCH-SUBS.DAT"
               RETURNING WS-WATCH-FILE-RC
           END-CALL
           .

*> The list page itself: WS-WATCH-NOTE (what was just done, if
*> anything) above one form whose buttons each stop one watch,
*> answered with the status line the caller set
       SEND-WATCH-LIST.
           PERFORM EXTRACT-SESSION-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-CSRF-DAY
           PERFORM COMPUTE-CSRF-TOKEN

           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><head><title>My watches</title></head><body>"
                      DELIMITED BY SIZE
                  "<h1>Pages and folders you are watching</h1>"
                      DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           IF WS-WATCH-NOTE NOT = SPACES
               STRING "<p><b>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WATCH-NOTE) DELIMITED BY SIZE
                      "</b></p>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           STRING "<p>A digest of what changed under these is e-mailed "
                      DELIMITED BY SIZE
                  "to you each morning.</p>" DELIMITED BY SIZE
                  '<form method="post" action="/watch">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="action" value="cancel">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-TOKEN DELIMITED BY SPACE
                  '"><ul>' DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING

           MOVE 0 TO WS-WATCH-MINE
           MOVE 0 TO WS-WATCH-UNSHOWN
           OPEN INPUT WATCH-SUBS-FILE
           IF WS-WATCH-STATUS = "00"
               MOVE 0 TO WS-WATCH-EOF
               PERFORM UNTIL WS-WATCH-EOF = 1
                   READ WATCH-SUBS-FILE
                       AT END
                           MOVE 1 TO WS-WATCH-EOF
                       NOT AT END
                           PERFORM SPLIT-WATCH-RECORD
                           IF WS-WATCH-F-USER = WS-POL-USER
                               PERFORM LIST-ONE-WATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-SUBS-FILE
           END-IF

           IF WS-WATCH-MINE = 0
               STRING "<li>Nothing yet - use the Watch buttons at the "
                          DELIMITED BY SIZE
                      "foot of any page.</li>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           IF WS-WATCH-UNSHOWN > 0
               MOVE WS-WATCH-UNSHOWN TO WS-WATCH-COUNT-D
               STRING "<li>... and " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WATCH-COUNT-D) DELIMITED BY SIZE
                      " more - stop some of these to see the rest."
                          DELIMITED BY SIZE
                      "</li>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           STRING "</ul></form></body></html>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

*> One list row - while the page still has room for it and the
*> closing markup
       LIST-ONE-WATCH.
           ADD 1 TO WS-WATCH-MINE
           IF WS-FORM-PAGE-PTR > 3200
               ADD 1 TO WS-WATCH-UNSHOWN
               EXIT PARAGRAPH
           END-IF
           STRING '<li><a href="' DELIMITED BY SIZE
                  WS-WATCH-F-PATH DELIMITED BY SPACE
                  '">' DELIMITED BY SIZE
                  WS-WATCH-F-PATH DELIMITED BY SPACE
                  "</a>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           MOVE 0 TO WS-WATCH-PATH-LEN
           INSPECT WS-WATCH-F-PATH TALLYING WS-WATCH-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-WATCH-PATH-LEN > 0 AND
              WS-WATCH-F-PATH(WS-WATCH-PATH-LEN:1) = "/"
               STRING " (folder)" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           IF WS-WATCH-F-SINCE NOT = SPACES
               STRING ", since " WS-WATCH-F-SINCE(1:4) "-"
                      WS-WATCH-F-SINCE(5:2) "-" WS-WATCH-F-SINCE(7:2)
                      DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           STRING ' <button type="submit" name="path" value="'
                      DELIMITED BY SIZE
                  WS-WATCH-F-PATH DELIMITED BY SPACE
                  '">Stop watching</button></li>' DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           .

*> GET /directory-correction?key=<key>: the entry as the directory
*> holds it, with a form to report one field of it wrong - for the
*> signed-in person themselves or their manager
       HANDLE-CORRECTION-FORM.
           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "/login" TO WS-REDIRECT-TARGET
               MOVE 302 TO WS-REDIRECT-CODE-VAL
               PERFORM BUILD-REDIRECT-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> The key= parameter, matched whole so "monkey=" cannot pass for it
           MOVE SPACES TO WS-DCR-KEY
           MOVE SPACES TO WS-DCR-QUERY
           STRING "&" QUERY-STRING DELIMITED BY SIZE
               INTO WS-DCR-QUERY
           END-STRING
           PERFORM VARYING WS-DCR-SCAN-POS FROM 1 BY 1
               UNTIL WS-DCR-SCAN-POS > 252
               IF WS-DCR-QUERY(WS-DCR-SCAN-POS:5) = "&key="
                   UNSTRING WS-DCR-QUERY(WS-DCR-SCAN-POS + 5:)
                       DELIMITED BY "&" OR SPACE
                       INTO WS-DCR-KEY
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM LOAD-CORRECTION-ENTRY
           PERFORM REFUSE-CORRECTION-ENTRY
           IF WS-DCR-BAD > 0
               EXIT PARAGRAPH
           END-IF
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-DCR-NOTE
           PERFORM SEND-CORRECTION-FORM
           .

*> POST /directory-correction: key, field, value and csrf fields
*> from the form above. A good one is queued as pending for HR
*> (closing any older pending value for the same field) and the
*> form comes back with its reference; a bad one comes back with
*> what was wrong
       HANDLE-CORRECTION-POST.
           PERFORM PARSE-URLENCODED-BODY
           MOVE SPACES TO WS-DCR-KEY
           MOVE SPACES TO WS-DCR-FIELD
           MOVE SPACES TO WS-DCR-VALUE
           MOVE SPACES TO WS-CSRF-SUPPLIED
           MOVE 0 TO WS-DCR-TOO-LONG
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "key"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:16)
                           TO WS-DCR-KEY
                   WHEN "field"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:12)
                           TO WS-DCR-FIELD
                   WHEN "value"
                       MOVE FUNCTION TRIM(PAIR-VALUE(WS-PAIR-IDX)
                           LEADING) TO WS-DCR-VALUE
                       IF PAIR-VALUE(WS-PAIR-IDX)(81:) NOT = SPACES
                           MOVE 1 TO WS-DCR-TOO-LONG
                       END-IF
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-DCR-NOTE
               STRING "The form was stale or did not come from this "
                      "site. Reload the page and try again."
                      DELIMITED BY SIZE INTO WS-DCR-NOTE
               END-STRING
               PERFORM SEND-CORRECTION-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-DCR-NOTE
               STRING '<a href="/login">Sign in</a> first - a '
                      "correction is recorded against your own "
                      "account." DELIMITED BY SIZE INTO WS-DCR-NOTE
               END-STRING
               PERFORM SEND-CORRECTION-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CORRECTION-ENTRY
           PERFORM REFUSE-CORRECTION-ENTRY
           IF WS-DCR-BAD > 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POL-USER TO WS-AUDIT-USER
           MOVE "DIR_CORRECTION" TO WS-AUDIT-EVENT
           PERFORM CHECK-CORRECTION-VALUE
           IF WS-DCR-NOTE NOT = SPACES
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               PERFORM SEND-CORRECTION-FORM
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-PENDING-CORRECTIONS
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           IF WS-DCR-DUP-REF NOT = SPACES
               MOVE "ALREADY" TO WS-AUDIT-RESULT
               STRING "That correction is already with HR as "
                      "reference " WS-DCR-DUP-REF "."
                      DELIMITED BY SIZE INTO WS-DCR-NOTE
               END-STRING
           ELSE
               IF WS-DCR-SUPERSEDE > 0
                   PERFORM SUPERSEDE-PENDING-CORRECTION
               END-IF
               PERFORM APPEND-CORRECTION-RECORD
               IF WS-DCR-REF = SPACES
                   MOVE "500 Internal Server Error"
                       TO WS-LOG-STATUS-LINE
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   STRING "The correction could not be queued just "
                          "now - try again later."
                          DELIMITED BY SIZE INTO WS-DCR-NOTE
                   END-STRING
               ELSE
                   MOVE "RECORDED" TO WS-AUDIT-RESULT
                   STRING "Correction " WS-DCR-REF
                          " recorded: " DELIMITED BY SIZE
                          FUNCTION LOWER-CASE(WS-DCR-CODE)
                              DELIMITED BY SPACE
                          " to read " DELIMITED BY SIZE
                          WS-DCR-VALUE(1:WS-DCR-VALUE-LEN)
                              DELIMITED BY SIZE
                          ". HR is sent pending corrections each "
                          "night; the directory shows it once HR's "
                          "own records carry it." DELIMITED BY SIZE
                       INTO WS-DCR-NOTE
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-LOG
           PERFORM SEND-CORRECTION-FORM
           .

*> The entry for WS-DCR-KEY, and whether the reader is that person
*> or their manager (WS-DCR-ROLE) - anyone else gets nothing to do
       LOAD-CORRECTION-ENTRY.
           MOVE 0 TO WS-DCR-FOUND
           MOVE SPACES TO WS-DCR-ROLE
           MOVE SPACES TO WS-DCR-ENTRY
           IF WS-DCR-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIRFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DCR-KEY TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-DCR-FOUND
                   MOVE DIRECTORY-RECORD TO WS-DCR-ENTRY
           END-READ
           CLOSE DIRECTORY-FILE
           IF WS-DCR-FOUND = 0 OR WS-POL-USER(17:16) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-POL-USER(1:16) = WS-DCR-E-KEY
                   MOVE "self" TO WS-DCR-ROLE
               WHEN WS-DCR-E-MGR-KEY NOT = SPACES AND
                    WS-POL-USER(1:16) = WS-DCR-E-MGR-KEY
                   MOVE "manager" TO WS-DCR-ROLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> 404 for nobody on file, 403 for a reader with no say over the
*> entry - answered here, WS-DCR-BAD set so the caller stops
       REFUSE-CORRECTION-ENTRY.
           MOVE 0 TO WS-DCR-BAD
           MOVE SPACES TO WS-DCR-NOTE
           IF WS-DCR-FOUND = 0
               MOVE 1 TO WS-DCR-BAD
               MOVE "404 Not Found" TO WS-LOG-STATUS-LINE
               MOVE "No one with that user id is in the directory."
                   TO WS-DCR-NOTE
               PERFORM SEND-CORRECTION-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-DCR-ROLE = SPACES
               MOVE 1 TO WS-DCR-BAD
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               STRING "Only the person themselves, or their manager, "
                      "can report a correction to a directory entry."
                      DELIMITED BY SIZE INTO WS-DCR-NOTE
               END-STRING
               PERFORM SEND-CORRECTION-MESSAGE
           END-IF
           .

*> The posted field and value against the entry: a field the
*> directory has, a value that fits it and carries nothing that
*> would break the queue's "|" fields or the page markup, and one
*> that differs from what is there. A manager key has to name
*> somebody on file other than the person. Anything wrong leaves
*> WS-DCR-NOTE saying what
       CHECK-CORRECTION-VALUE.
           MOVE SPACES TO WS-DCR-NOTE
           MOVE SPACES TO WS-DCR-CURRENT
           EVALUATE WS-DCR-FIELD
               WHEN "name"
                   MOVE "NAME" TO WS-DCR-CODE
                   MOVE 40 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-NAME TO WS-DCR-CURRENT
               WHEN "phone"
                   MOVE "PHONE" TO WS-DCR-CODE
                   MOVE 16 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-PHONE TO WS-DCR-CURRENT
               WHEN "office"
                   MOVE "OFFICE" TO WS-DCR-CODE
                   MOVE 16 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-OFFICE TO WS-DCR-CURRENT
               WHEN "department"
                   MOVE "DEPARTMENT" TO WS-DCR-CODE
                   MOVE 24 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-DEPT TO WS-DCR-CURRENT
               WHEN "email"
                   MOVE "EMAIL" TO WS-DCR-CODE
                   MOVE 64 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-EMAIL TO WS-DCR-CURRENT
               WHEN "title"
                   MOVE "TITLE" TO WS-DCR-CODE
                   MOVE 40 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-TITLE TO WS-DCR-CURRENT
               WHEN "manager"
                   MOVE "MANAGER" TO WS-DCR-CODE
                   MOVE 16 TO WS-DCR-MAX-LEN
                   MOVE WS-DCR-E-MGR-KEY TO WS-DCR-CURRENT
               WHEN OTHER
                   MOVE SPACES TO WS-DCR-CODE
           END-EVALUATE
           IF WS-DCR-CODE = SPACES
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               MOVE "Choose which part of the entry is wrong."
                   TO WS-DCR-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-DCR-VALUE = SPACES
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               MOVE "Give the value it should read." TO WS-DCR-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DCR-VALUE-LEN FROM 80 BY -1
               UNTIL WS-DCR-VALUE-LEN = 0 OR
                     WS-DCR-VALUE(WS-DCR-VALUE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-DCR-TOO-LONG = 1
               MOVE 81 TO WS-DCR-VALUE-LEN
           END-IF
           MOVE 0 TO WS-DCR-BAD
           INSPECT WS-DCR-VALUE TALLYING WS-DCR-BAD
               FOR ALL "|" ALL "<" ALL ">" ALL '"'
           IF WS-DCR-BAD > 0
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               STRING "The value cannot contain the characters "
                      '| < > or ".' DELIMITED BY SIZE
                   INTO WS-DCR-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-DCR-VALUE-LEN > WS-DCR-MAX-LEN
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               MOVE WS-DCR-MAX-LEN TO WS-DCR-MAX-D
               STRING "The directory holds at most "
                      FUNCTION TRIM(WS-DCR-MAX-D) " characters for "
                      "the " DELIMITED BY SIZE
                      FUNCTION LOWER-CASE(WS-DCR-CODE)
                          DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                   INTO WS-DCR-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-DCR-VALUE(1:64)) =
              FUNCTION UPPER-CASE(WS-DCR-CURRENT)
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               MOVE "That is what the directory already says."
                   TO WS-DCR-NOTE
               EXIT PARAGRAPH
           END-IF

           IF WS-DCR-CODE = "MANAGER"
               MOVE 0 TO WS-DCR-BAD
               INSPECT WS-DCR-VALUE(1:WS-DCR-VALUE-LEN)
                   TALLYING WS-DCR-BAD FOR ALL SPACE
               IF WS-DCR-BAD = 0 AND
                  WS-DCR-VALUE(1:16) NOT = WS-DCR-E-KEY
                   OPEN INPUT DIRECTORY-FILE
                   IF WS-DIRFILE-STATUS = "00"
                       MOVE WS-DCR-VALUE(1:16) TO DIR-KEY
                       READ DIRECTORY-FILE
                           INVALID KEY
                               MOVE 1 TO WS-DCR-BAD
                       END-READ
                       CLOSE DIRECTORY-FILE
                   END-IF
               ELSE
                   MOVE 1 TO WS-DCR-BAD
               END-IF
               IF WS-DCR-BAD > 0
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                   STRING "A manager is given by their user id, and "
                          "has to be someone else in the directory."
                          DELIMITED BY SIZE INTO WS-DCR-NOTE
                   END-STRING
                   MOVE 0 TO WS-DCR-BAD
               END-IF
           END-IF
           IF WS-DCR-NOTE NOT = SPACES
               PERFORM WRITE-AUDIT-LOG
           END-IF
           .

*> What the queue already holds for this person and field: the same
*> value still pending (reported again - nothing new to queue) or a
*> different one (closed as superseded by this one)
       SCAN-PENDING-CORRECTIONS.
           MOVE SPACES TO WS-DCR-DUP-REF
           MOVE 0 TO WS-DCR-SUPERSEDE
           OPEN INPUT CORRECTIONS-FILE
           IF WS-DCR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DCR-EOF
           PERFORM UNTIL WS-DCR-EOF = 1
               READ CORRECTIONS-FILE
                   AT END
                       MOVE 1 TO WS-DCR-EOF
                   NOT AT END
                       PERFORM SPLIT-CORRECTION-RECORD
                       IF WS-DCR-F-STATE = "P" AND
                          WS-DCR-F-KEY = WS-DCR-E-KEY AND
                          WS-DCR-F-CODE = WS-DCR-CODE
                           IF FUNCTION UPPER-CASE(WS-DCR-F-PROPOSED)
                              = FUNCTION UPPER-CASE(
                                    WS-DCR-VALUE(1:64))
                               MOVE WS-DCR-F-REF TO WS-DCR-DUP-REF
                           ELSE
                               ADD 1 TO WS-DCR-SUPERSEDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTIONS-FILE
           .

*> One "STATE|ref|submitted|key|field|current|proposed|requester|
*> closed" line of DIR-CORRECTIONS.DAT into its fields
       SPLIT-CORRECTION-RECORD.
           MOVE SPACES TO WS-DCR-F-STATE WS-DCR-F-REF
               WS-DCR-F-SUBMITTED WS-DCR-F-KEY WS-DCR-F-CODE
               WS-DCR-F-CURRENT WS-DCR-F-PROPOSED WS-DCR-F-REQUESTER
               WS-DCR-F-CLOSED
           UNSTRING CORRECTIONS-RECORD DELIMITED BY "|"
               INTO WS-DCR-F-STATE WS-DCR-F-REF WS-DCR-F-SUBMITTED
                    WS-DCR-F-KEY WS-DCR-F-CODE WS-DCR-F-CURRENT
                    WS-DCR-F-PROPOSED WS-DCR-F-REQUESTER
                    WS-DCR-F-CLOSED
           END-UNSTRING
           .

*> DIR-CORRECTIONS.DAT rewritten through its scratch copy with the
*> older pending value for this person and field flagged S and
*> dated - the state byte leads the line and the closing date ends
*> it, so the rest of the line is carried over untouched
       SUPERSEDE-PENDING-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN INPUT CORRECTIONS-FILE
           IF WS-DCR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CORRECTIONS-TMP
           IF WS-DCR-TMP-STATUS NOT = "00"
               CLOSE CORRECTIONS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DCR-EOF
           PERFORM UNTIL WS-DCR-EOF = 1
               READ CORRECTIONS-FILE
                   AT END
                       MOVE 1 TO WS-DCR-EOF
                   NOT AT END
                       MOVE CORRECTIONS-RECORD TO
                           CORRECTIONS-TMP-RECORD
                       PERFORM SPLIT-CORRECTION-RECORD
                       IF WS-DCR-F-STATE = "P" AND
                          WS-DCR-F-KEY = WS-DCR-E-KEY AND
                          WS-DCR-F-CODE = WS-DCR-CODE
                           PERFORM CLOSE-SUPERSEDED-LINE
                       END-IF
                       WRITE CORRECTIONS-TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE CORRECTIONS-FILE
           CLOSE CORRECTIONS-TMP
           CALL "CBL_DELETE_FILE" USING "DIR-CORRECTIONS.DAT"
               RETURNING WS-DCR-FILE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "DIR-CORRECTIONS.TMP"
               "DIR-CORRECTIONS.DAT"
               RETURNING WS-DCR-FILE-RC
           END-CALL
           .

       CLOSE-SUPERSEDED-LINE.
           MOVE "S" TO CORRECTIONS-TMP-RECORD(1:1)
           PERFORM VARYING WS-DCR-LINE-PTR FROM 292 BY -1
               UNTIL WS-DCR-LINE-PTR = 1 OR
                     CORRECTIONS-TMP-RECORD(WS-DCR-LINE-PTR:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-CURRENT-DATE(1:8)
               TO CORRECTIONS-TMP-RECORD(WS-DCR-LINE-PTR + 1:8)
           .

*> The new pending line, referenced "DC" and the time to the
*> hundredth of a second; WS-DCR-REF stays blank if it could not
*> be written
       APPEND-CORRECTION-RECORD.
           MOVE SPACES TO WS-DCR-REF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN EXTEND CORRECTIONS-FILE
           IF WS-DCR-STATUS = "35" OR WS-DCR-STATUS = "05"
               OPEN OUTPUT CORRECTIONS-FILE
           END-IF
           IF WS-DCR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CORRECTIONS-RECORD
           MOVE 1 TO WS-DCR-LINE-PTR
           STRING "P|DC" WS-CURRENT-DATE(1:16) "|"
                  WS-CURRENT-DATE(1:14) "|" DELIMITED BY SIZE
                  WS-DCR-E-KEY DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DCR-CODE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
               INTO CORRECTIONS-RECORD WITH POINTER WS-DCR-LINE-PTR
           END-STRING
           MOVE WS-DCR-CURRENT TO WS-DCR-PIECE
           PERFORM APPEND-CORRECTION-PIECE
           MOVE WS-DCR-VALUE(1:64) TO WS-DCR-PIECE
           PERFORM APPEND-CORRECTION-PIECE
           STRING WS-POL-USER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
               INTO CORRECTIONS-RECORD WITH POINTER WS-DCR-LINE-PTR
           END-STRING
           WRITE CORRECTIONS-RECORD
           CLOSE CORRECTIONS-FILE
           STRING "DC" WS-CURRENT-DATE(1:16) DELIMITED BY SIZE
               INTO WS-DCR-REF
           END-STRING
           .

*> WS-DCR-PIECE without its trailing spaces, then the "|" after it
       APPEND-CORRECTION-PIECE.
           PERFORM VARYING WS-DCR-PIECE-LEN FROM 64 BY -1
               UNTIL WS-DCR-PIECE-LEN = 0 OR
                     WS-DCR-PIECE(WS-DCR-PIECE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-DCR-PIECE-LEN > 0
               STRING WS-DCR-PIECE(1:WS-DCR-PIECE-LEN)
                      DELIMITED BY SIZE
                   INTO CORRECTIONS-RECORD
                   WITH POINTER WS-DCR-LINE-PTR
               END-STRING
           END-IF
           STRING "|" DELIMITED BY SIZE
               INTO CORRECTIONS-RECORD WITH POINTER WS-DCR-LINE-PTR
           END-STRING
           .

*> A one-paragraph answer (WS-DCR-NOTE) under the caller's status
       SEND-CORRECTION-MESSAGE.
           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Directory correction</h1><p>"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DCR-NOTE) DELIMITED BY SIZE
                  "</p></body></html>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

*> The entry, WS-DCR-NOTE (what was just done or what was wrong, if
*> anything), the form, and the corrections still pending for it -
*> answered with the status line the caller set
       SEND-CORRECTION-FORM.
           PERFORM EXTRACT-SESSION-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-CSRF-DAY
           PERFORM COMPUTE-CSRF-TOKEN
*> HR's values go onto the page as they stand, less anything that
*> would read as markup
           INSPECT WS-DCR-ENTRY REPLACING ALL "<" BY " "
               ALL ">" BY " " ALL '"' BY "'"

           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><head><title>Directory correction</title>"
                      DELIMITED BY SIZE
                  "</head><body><h1>Report a directory correction"
                      DELIMITED BY SIZE
                  "</h1>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           IF WS-DCR-NOTE NOT = SPACES
               STRING "<p><b>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DCR-NOTE) DELIMITED BY SIZE
                      "</b></p>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           STRING "<p>The directory is reloaded from HR's records "
                      DELIMITED BY SIZE
                  "every night, so a correction reported here is "
                      DELIMITED BY SIZE
                  "passed to HR and shows once they have made it."
                      DELIMITED BY SIZE
                  "</p><table><tr><th>User id</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-KEY DELIMITED BY SPACE
                  "</td></tr><tr><th>Name</th><td>" DELIMITED BY SIZE
                  WS-DCR-E-NAME DELIMITED BY SIZE
                  "</td></tr><tr><th>Phone</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-PHONE DELIMITED BY SIZE
                  "</td></tr><tr><th>Office</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-OFFICE DELIMITED BY SIZE
                  "</td></tr><tr><th>Department</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-DEPT DELIMITED BY SIZE
                  "</td></tr><tr><th>E-mail</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-EMAIL DELIMITED BY SPACE
                  "</td></tr><tr><th>Title</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-TITLE DELIMITED BY SIZE
                  "</td></tr><tr><th>Manager</th><td>"
                      DELIMITED BY SIZE
                  WS-DCR-E-MGR-KEY DELIMITED BY SPACE
                  "</td></tr></table>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           STRING '<form method="post" action="/directory-correction">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="key" value="'
                      DELIMITED BY SIZE
                  WS-DCR-E-KEY DELIMITED BY SPACE
                  '"><input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-TOKEN DELIMITED BY SPACE
                  '"><p><label>Wrong field <select name="field">'
                      DELIMITED BY SIZE
                  '<option value="phone">Phone</option>'
                      DELIMITED BY SIZE
                  '<option value="office">Office</option>'
                      DELIMITED BY SIZE
                  '<option value="name">Name</option>'
                      DELIMITED BY SIZE
                  '<option value="department">Department</option>'
                      DELIMITED BY SIZE
                  '<option value="email">E-mail</option>'
                      DELIMITED BY SIZE
                  '<option value="title">Title</option>'
                      DELIMITED BY SIZE
                  '<option value="manager">Manager (user id)</option>'
                      DELIMITED BY SIZE
                  '</select></label> <label>Should read <input '
                      DELIMITED BY SIZE
                  'name="value" maxlength="64"></label> '
                      DELIMITED BY SIZE
                  '<button type="submit">Report</button></p></form>'
                      DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING

           STRING "<h2>With HR now</h2><ul>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           MOVE 0 TO WS-DCR-SHOWN
           OPEN INPUT CORRECTIONS-FILE
           IF WS-DCR-STATUS = "00"
               MOVE 0 TO WS-DCR-EOF
               PERFORM UNTIL WS-DCR-EOF = 1
                   READ CORRECTIONS-FILE
                       AT END
                           MOVE 1 TO WS-DCR-EOF
                       NOT AT END
                           PERFORM SPLIT-CORRECTION-RECORD
                           IF WS-DCR-F-STATE = "P" AND
                              WS-DCR-F-KEY = WS-DCR-E-KEY AND
                              WS-FORM-PAGE-PTR < 3600
                               PERFORM LIST-ONE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTIONS-FILE
           END-IF
           IF WS-DCR-SHOWN = 0
               STRING "<li>Nothing reported.</li>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           STRING "</ul></body></html>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
           PERFORM SEND-FORM-PAGE
           .

       LIST-ONE-CORRECTION.
           ADD 1 TO WS-DCR-SHOWN
           STRING "<li>" WS-DCR-F-REF ": " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(WS-DCR-F-CODE)
                      DELIMITED BY SPACE
                  " to read " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DCR-F-PROPOSED) DELIMITED BY SIZE
                  ", reported " WS-DCR-F-SUBMITTED(1:4) "-"
                  WS-DCR-F-SUBMITTED(5:2) "-"
                  WS-DCR-F-SUBMITTED(7:2) " by " DELIMITED BY SIZE
                  WS-DCR-F-REQUESTER DELIMITED BY SPACE
                  "</li>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           .

*> POST /form/<name>: look the form up in FORMS.CFG, parse and
*> validate the urlencoded body, append the structured submission
*> record, and answer a confirmation (or error) page
       HANDLE-FORM-SUBMIT.
*> The form's name: everything after "/form/"
           MOVE SPACES TO WS-FORM-NAME
           MOVE 0 TO WS-FORM-NAME-LEN
           PERFORM VARYING WS-FORM-SCAN-POS FROM 7 BY 1
               UNTIL WS-FORM-SCAN-POS > 38 OR
                     WS-PRE-ALIAS-PATH(WS-FORM-SCAN-POS:1) = SPACE OR
                     WS-PRE-ALIAS-PATH(WS-FORM-SCAN-POS:1) = "/"
               ADD 1 TO WS-FORM-NAME-LEN
               MOVE WS-PRE-ALIAS-PATH(WS-FORM-SCAN-POS:1) TO
                   WS-FORM-NAME(WS-FORM-NAME-LEN:1)
           END-PERFORM

           PERFORM LOAD-FORM-DEFINITION
           IF WS-FORM-KNOWN = 0
               PERFORM BUILD-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> A multipart submission carries an attachment alongside its text
*> fields; the fields are parsed out of the parts into the same
*> pair table the urlencoded path fills, so validation, the CSRF
*> gate, and the log append downstream need no mode awareness
           MOVE 0 TO WS-FORM-HAS-ATTACH
           PERFORM EXTRACT-MULTIPART-BOUNDARY
           IF WS-UPLOAD-BOUNDARY-LEN > 0
               PERFORM PARSE-MULTIPART-FIELDS
               PERFORM PARSE-MULTIPART-BODY
               IF WS-UPLOAD-OK = 1
                   IF WS-FORM-FILE-ALLOWED = 1
*> The attachment takes the exact QUARANTINE/ route uploads take,
*> catalog entry included, so UPLOAD-SCAN's policy pass covers it
                       PERFORM WRITE-UPLOAD-FILE
                       IF WS-UPLOAD-RETURN-CODE = 0
                           MOVE 1 TO WS-FORM-HAS-ATTACH
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM PARSE-URLENCODED-BODY
           END-IF

*> The anti-forgery gate: the page hosting the form carries the
*> server-filled csrf marker, and the submission must hand it back
           MOVE SPACES TO WS-CSRF-SUPPLIED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF PAIR-NAME(WS-PAIR-IDX) = "csrf"
                   MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                       TO WS-CSRF-SUPPLIED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-FORM-PAGE
               MOVE 1 TO WS-FORM-PAGE-PTR
               STRING "<html><body><h1>Submission refused</h1>"
                          DELIMITED BY SIZE
                      "<p>The form was stale or did not come from "
                          DELIMITED BY SIZE
                      "this site. Reload the form and try again."
                          DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
               COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1
               PERFORM SEND-FORM-PAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-FORM-FIELDS

           IF WS-FORM-ERROR-COUNT > 0
               PERFORM BUILD-FORM-ERROR-PAGE
               EXIT PARAGRAPH
           END-IF

*> Every accepted submission becomes a case for the owning
*> department; its reference rides on the submission record and
*> back to the submitter on the confirmation page
           PERFORM OPEN-FORM-CASE
           PERFORM APPEND-FORM-SUBMISSION
           PERFORM BUILD-FORM-CONFIRM-PAGE
           .

*> Pull this form's field definitions out of FORMS.CFG; a form name
*> that never appears there is unknown and 404s
       LOAD-FORM-DEFINITION.
           MOVE 0 TO WS-FORM-KNOWN
           MOVE 0 TO WS-FORM-FIELD-COUNT
           MOVE 0 TO WS-FORM-RULE-COUNT
           MOVE 0 TO WS-FORM-FILE-ALLOWED

           OPEN INPUT FORMS-FILE
           IF WS-FORMS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FORMS-EOF
           PERFORM UNTIL WS-FORMS-EOF = 1
               READ FORMS-FILE
                   AT END
                       MOVE 1 TO WS-FORMS-EOF
                   NOT AT END
                       PERFORM PARSE-FORM-DEF-LINE
               END-READ
           END-PERFORM

           CLOSE FORMS-FILE
           .

*> "FORMNAME FIELD REQUIRED MAXLEN [TYPE]" - only lines for the form
*> being submitted land in FORM-DEF-TABLE, its "FORMNAME RULE ..."
*> lines in FORM-RULE-TABLE
       PARSE-FORM-DEF-LINE.
           IF FORMS-RECORD(1:1) = SPACE OR FORMS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FORM-SP-POS
           PERFORM VARYING WS-FORM-SCAN-POS FROM 1 BY 1
               UNTIL WS-FORM-SCAN-POS > 128
               IF FORMS-RECORD(WS-FORM-SCAN-POS:1) = SPACE
                   MOVE WS-FORM-SCAN-POS TO WS-FORM-SP-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FORM-SP-POS = 0 OR WS-FORM-SP-POS > 33
               EXIT PARAGRAPH
           END-IF
           IF WS-FORM-SP-POS - 1 NOT = WS-FORM-NAME-LEN OR
              FORMS-RECORD(1:WS-FORM-NAME-LEN) NOT =
                  WS-FORM-NAME(1:WS-FORM-NAME-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FORM-KNOWN

           COMPUTE WS-FORM-SCAN-POS = WS-FORM-SP-POS + 1
           MOVE 0 TO WS-FORM-SP-POS-2
           PERFORM VARYING WS-FORM-SCAN-POS FROM WS-FORM-SCAN-POS
               BY 1 UNTIL WS-FORM-SCAN-POS > 128
               IF FORMS-RECORD(WS-FORM-SCAN-POS:1) = SPACE
                   MOVE WS-FORM-SCAN-POS TO WS-FORM-SP-POS-2
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FORM-SP-POS-2 = 0 OR
              WS-FORM-SP-POS-2 - WS-FORM-SP-POS > 33
               EXIT PARAGRAPH
           END-IF
           IF FORMS-RECORD(WS-FORM-SP-POS + 1:
                  WS-FORM-SP-POS-2 - WS-FORM-SP-POS) = "RULE "
               PERFORM PARSE-FORM-RULE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-FORM-FIELD-COUNT >= 40
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FORM-SCAN-POS = WS-FORM-SP-POS-2 + 1
           MOVE 0 TO WS-FORM-SP-POS-3
           PERFORM VARYING WS-FORM-SCAN-POS FROM WS-FORM-SCAN-POS
               BY 1 UNTIL WS-FORM-SCAN-POS > 128
               IF FORMS-RECORD(WS-FORM-SCAN-POS:1) = SPACE
                   MOVE WS-FORM-SCAN-POS TO WS-FORM-SP-POS-3
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FORM-SP-POS-3 = 0 OR WS-FORM-SP-POS-3 >= 128
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FORM-FIELD-COUNT
           MOVE SPACES TO FDEF-NAME(WS-FORM-FIELD-COUNT)
           MOVE FORMS-RECORD(WS-FORM-SP-POS + 1:
               WS-FORM-SP-POS-2 - WS-FORM-SP-POS - 1)
               TO FDEF-NAME(WS-FORM-FIELD-COUNT)
           COMPUTE FDEF-NAME-LEN(WS-FORM-FIELD-COUNT) =
               WS-FORM-SP-POS-2 - WS-FORM-SP-POS - 1
           MOVE FORMS-RECORD(WS-FORM-SP-POS-2 + 1:1)
               TO FDEF-REQUIRED(WS-FORM-FIELD-COUNT)

*> MAXLEN runs to the next space, so a type after it is not read
*> into the number
           COMPUTE WS-FORM-SCAN-POS = WS-FORM-SP-POS-3 + 1
           MOVE 129 TO WS-FORM-SP-POS-4
           PERFORM VARYING WS-FORM-SCAN-POS FROM WS-FORM-SCAN-POS
               BY 1 UNTIL WS-FORM-SCAN-POS > 128
               IF FORMS-RECORD(WS-FORM-SCAN-POS:1) = SPACE
                   MOVE WS-FORM-SCAN-POS TO WS-FORM-SP-POS-4
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO FDEF-MAXLEN(WS-FORM-FIELD-COUNT)
           IF WS-FORM-SP-POS-4 - WS-FORM-SP-POS-3 > 1
               COMPUTE FDEF-MAXLEN(WS-FORM-FIELD-COUNT) =
                   FUNCTION NUMVAL(FORMS-RECORD(WS-FORM-SP-POS-3 + 1:
                       WS-FORM-SP-POS-4 - WS-FORM-SP-POS-3 - 1))
           END-IF
           IF FDEF-MAXLEN(WS-FORM-FIELD-COUNT) = 0 OR
              FDEF-MAXLEN(WS-FORM-FIELD-COUNT) > 256
               MOVE 256 TO FDEF-MAXLEN(WS-FORM-FIELD-COUNT)
           END-IF

*> Optional fifth token, the field's type: FILE declares it an
*> attachment, the others are checked by CHECK-FORM-FIELD-TYPE
           MOVE 0 TO FDEF-IS-FILE(WS-FORM-FIELD-COUNT)
           MOVE SPACES TO FDEF-TYPE(WS-FORM-FIELD-COUNT)
           MOVE SPACES TO FDEF-ARG(WS-FORM-FIELD-COUNT)
           IF WS-FORM-SP-POS-4 >= 128
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(FORMS-RECORD(WS-FORM-SP-POS-4 + 1:))
               TO WS-FTYPE-SPEC
           IF WS-FTYPE-SPEC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FTYPE-POS
           UNSTRING WS-FTYPE-SPEC DELIMITED BY ":"
               INTO FDEF-TYPE(WS-FORM-FIELD-COUNT)
               WITH POINTER WS-FTYPE-POS
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FDEF-TYPE(WS-FORM-FIELD-COUNT))
               TO FDEF-TYPE(WS-FORM-FIELD-COUNT)
           IF WS-FTYPE-POS <= 128
               MOVE WS-FTYPE-SPEC(WS-FTYPE-POS:)
                   TO FDEF-ARG(WS-FORM-FIELD-COUNT)
           END-IF
           IF FDEF-TYPE(WS-FORM-FIELD-COUNT) = "FILE"
               MOVE 1 TO FDEF-IS-FILE(WS-FORM-FIELD-COUNT)
               MOVE 1 TO WS-FORM-FILE-ALLOWED
           END-IF
           .

*> "FORMNAME RULE FIELD OP OTHER" or "... REQUIREDIF OTHER=VALUE";
*> an operator this handler does not know is dropped, not guessed at
       PARSE-FORM-RULE-LINE.
           IF WS-FORM-RULE-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FORM-RULE-COUNT
           MOVE SPACES TO FORM-RULE-ENTRY(WS-FORM-RULE-COUNT)
           MOVE SPACES TO WS-FRULE-T-FORM WS-FRULE-T-WORD
                          WS-FRULE-T-OTHER
           UNSTRING FORMS-RECORD DELIMITED BY ALL SPACE
               INTO WS-FRULE-T-FORM
                    WS-FRULE-T-WORD
                    FRULE-FIELD(WS-FORM-RULE-COUNT)
                    FRULE-OP(WS-FORM-RULE-COUNT)
                    WS-FRULE-T-OTHER
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FRULE-OP(WS-FORM-RULE-COUNT))
               TO FRULE-OP(WS-FORM-RULE-COUNT)
           UNSTRING WS-FRULE-T-OTHER DELIMITED BY "="
               INTO FRULE-OTHER(WS-FORM-RULE-COUNT)
                    FRULE-VALUE(WS-FORM-RULE-COUNT)
           END-UNSTRING
           IF FRULE-FIELD(WS-FORM-RULE-COUNT) = SPACES OR
              FRULE-OTHER(WS-FORM-RULE-COUNT) = SPACES
               SUBTRACT 1 FROM WS-FORM-RULE-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE FRULE-OP(WS-FORM-RULE-COUNT)
               WHEN "NOTBEFORE"
               WHEN "NOTAFTER"
                   CONTINUE
               WHEN "REQUIREDIF"
                   IF FRULE-VALUE(WS-FORM-RULE-COUNT) = SPACES
                       SUBTRACT 1 FROM WS-FORM-RULE-COUNT
                   END-IF
               WHEN OTHER
                   SUBTRACT 1 FROM WS-FORM-RULE-COUNT
           END-EVALUATE
           .

*> Split the urlencoded body on "&", each token on its first "=",
*> percent-decoding both halves through the same URL-DECODE the
*> request path goes through. "+" means space in form encoding, which
*> URL-DECODE already handles
       PARSE-URLENCODED-BODY.
           MOVE 0 TO WS-PAIR-COUNT
           IF LS-BODY-LEN = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BODY-END-POS = LS-BODY-START + LS-BODY-LEN
           MOVE LS-BODY-START TO WS-BODY-TOKEN-START
           PERFORM VARYING WS-BODY-SCAN-POS FROM LS-BODY-START BY 1
               UNTIL WS-BODY-SCAN-POS > WS-BODY-END-POS
               IF WS-BODY-SCAN-POS = WS-BODY-END-POS OR
                  LS-REQUEST-BUF(WS-BODY-SCAN-POS:1) = "&"
                   COMPUTE WS-BODY-TOKEN-LEN =
                       WS-BODY-SCAN-POS - WS-BODY-TOKEN-START
                   IF WS-BODY-TOKEN-LEN > 0 AND
                      WS-BODY-TOKEN-LEN <= 500 AND
                      WS-PAIR-COUNT < 40
                       PERFORM PARSE-ONE-FORM-PAIR
                   END-IF
                   COMPUTE WS-BODY-TOKEN-START = WS-BODY-SCAN-POS + 1
               END-IF
           END-PERFORM
           .

       PARSE-ONE-FORM-PAIR.
           MOVE SPACES TO WS-PAIR-RAW
           MOVE LS-REQUEST-BUF(WS-BODY-TOKEN-START:WS-BODY-TOKEN-LEN)
               TO WS-PAIR-RAW

           MOVE 0 TO WS-PAIR-EQ-POS
           PERFORM VARYING WS-FORM-SCAN-POS FROM 1 BY 1
               UNTIL WS-FORM-SCAN-POS > WS-BODY-TOKEN-LEN
               IF WS-PAIR-RAW(WS-FORM-SCAN-POS:1) = "="
                   MOVE WS-FORM-SCAN-POS TO WS-PAIR-EQ-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAIR-EQ-POS = 0 OR WS-PAIR-EQ-POS = 1 OR
              WS-PAIR-EQ-POS > 33
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO PAIR-NAME(WS-PAIR-COUNT)
           MOVE WS-PAIR-RAW(1:WS-PAIR-EQ-POS - 1)
               TO PAIR-NAME(WS-PAIR-COUNT)

           MOVE SPACES TO WS-PAIR-DEC
           IF WS-BODY-TOKEN-LEN > WS-PAIR-EQ-POS
               MOVE SPACES TO WS-PAIR-RAW(1:WS-PAIR-EQ-POS)
               MOVE WS-PAIR-RAW(WS-PAIR-EQ-POS + 1:
                   WS-BODY-TOKEN-LEN - WS-PAIR-EQ-POS)
                   TO WS-PAIR-RAW(1:WS-BODY-TOKEN-LEN -
                       WS-PAIR-EQ-POS)
               MOVE SPACES TO WS-PAIR-RAW(WS-BODY-TOKEN-LEN -
                   WS-PAIR-EQ-POS + 1:)
*> Form encoding writes a literal space as "+" - marked with a
*> placeholder byte ahead of the decode (URL-DECODE stops at the
*> first real space), turned into the space afterward; an encoded
*> "%2B" still comes out as the plus sign it means
               INSPECT WS-PAIR-RAW(1:WS-BODY-TOKEN-LEN -
                   WS-PAIR-EQ-POS) REPLACING ALL "+" BY X"01"
               CALL "URL-DECODE" USING WS-PAIR-RAW WS-PAIR-DEC
               INSPECT WS-PAIR-DEC REPLACING ALL X"01" BY SPACE
           END-IF

           MOVE SPACES TO PAIR-VALUE(WS-PAIR-COUNT)
           MOVE WS-PAIR-DEC(1:256) TO PAIR-VALUE(WS-PAIR-COUNT)

*> Log-safety: a submitted value can't fold extra lines or fake
*> field separators into the submissions file
           INSPECT PAIR-VALUE(WS-PAIR-COUNT)
               REPLACING ALL X"0D" BY SPACE
           INSPECT PAIR-VALUE(WS-PAIR-COUNT)
               REPLACING ALL X"0A" BY SPACE
           INSPECT PAIR-VALUE(WS-PAIR-COUNT)
               REPLACING ALL "|" BY SPACE

           MOVE 0 TO PAIR-VALUE-LEN(WS-PAIR-COUNT)
           PERFORM VARYING WS-FORM-SCAN-POS FROM 256 BY -1
               UNTIL WS-FORM-SCAN-POS < 1
               IF PAIR-VALUE(WS-PAIR-COUNT)(WS-FORM-SCAN-POS:1)
                      NOT = SPACE AND
                  PAIR-VALUE(WS-PAIR-COUNT)(WS-FORM-SCAN-POS:1)
                      NOT = LOW-VALUE
                   MOVE WS-FORM-SCAN-POS
                       TO PAIR-VALUE-LEN(WS-PAIR-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Every defined field checked against what arrived: required ones
*> present and non-blank, all of them within their lengths
       VALIDATE-FORM-FIELDS.
           MOVE 0 TO WS-FORM-ERROR-COUNT
           MOVE SPACES TO WS-FORM-ERRORS
           MOVE 1 TO WS-FORM-ERRORS-PTR

           PERFORM VARYING WS-FDEF-IDX FROM 1 BY 1
               UNTIL WS-FDEF-IDX > WS-FORM-FIELD-COUNT
               MOVE 0 TO WS-FORM-FOUND-VAL
*> A file field is satisfied by its stored attachment, not by a
*> text pair
               IF FDEF-IS-FILE(WS-FDEF-IDX) = 1
                   IF WS-FORM-HAS-ATTACH = 1
                       MOVE 1 TO WS-FORM-FOUND-VAL
                   END-IF
                   IF FDEF-REQUIRED(WS-FDEF-IDX) = "Y" AND
                      WS-FORM-FOUND-VAL = 0
                       ADD 1 TO WS-FORM-ERROR-COUNT
                       STRING "<li>An attachment for '"
                                  DELIMITED BY SIZE
                              FDEF-NAME(WS-FDEF-IDX)
                                  DELIMITED BY SPACE
                              "' is required</li>"
                                  DELIMITED BY SIZE
                           INTO WS-FORM-ERRORS
                           WITH POINTER WS-FORM-ERRORS-PTR
                       END-STRING
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   IF PAIR-NAME(WS-PAIR-IDX) =
                      FDEF-NAME(WS-FDEF-IDX)
                       IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 0
                           MOVE 1 TO WS-FORM-FOUND-VAL
                       END-IF
                       IF PAIR-VALUE-LEN(WS-PAIR-IDX) >
                          FDEF-MAXLEN(WS-FDEF-IDX)
                           ADD 1 TO WS-FORM-ERROR-COUNT
                           MOVE FDEF-MAXLEN(WS-FDEF-IDX)
                               TO WS-FORM-MAXLEN-D
                           STRING "<li>Field '" DELIMITED BY SIZE
                                  FDEF-NAME(WS-FDEF-IDX)
                                      DELIMITED BY SPACE
                                  "' is too long (at most "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FORM-MAXLEN-D)
                                      DELIMITED BY SIZE
                                  " characters)</li>"
                                      DELIMITED BY SIZE
                               INTO WS-FORM-ERRORS
                               WITH POINTER WS-FORM-ERRORS-PTR
                           END-STRING
                       ELSE
                           IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 0 AND
                              FDEF-TYPE(WS-FDEF-IDX) NOT = SPACES
                               MOVE PAIR-VALUE(WS-PAIR-IDX)
                                   TO WS-FTYPE-VALUE
                               MOVE PAIR-VALUE-LEN(WS-PAIR-IDX)
                                   TO WS-FTYPE-LEN
                               PERFORM CHECK-FORM-FIELD-TYPE
                               IF WS-FTYPE-FAIL NOT = SPACES
                                   PERFORM ADD-FORM-TYPE-ERROR
                               END-IF
                           END-IF
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF FDEF-REQUIRED(WS-FDEF-IDX) = "Y" AND
                  WS-FORM-FOUND-VAL = 0
                   ADD 1 TO WS-FORM-ERROR-COUNT
                   STRING "<li>Field '" DELIMITED BY SIZE
                          FDEF-NAME(WS-FDEF-IDX) DELIMITED BY SPACE
                          "' is required</li>" DELIMITED BY SIZE
                       INTO WS-FORM-ERRORS
                       WITH POINTER WS-FORM-ERRORS-PTR
                   END-STRING
               END-IF
           END-PERFORM

           PERFORM CHECK-FORM-RULES
           .

*> What was wrong with the value, never the value itself - the page
*> goes back to whoever posted it and must not echo their input
       ADD-FORM-TYPE-ERROR.
           ADD 1 TO WS-FORM-ERROR-COUNT
           STRING "<li>Field '" DELIMITED BY SIZE
                  FDEF-NAME(WS-FDEF-IDX) DELIMITED BY SPACE
                  "' " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FTYPE-FAIL TRAILING)
                      DELIMITED BY SIZE
                  "</li>" DELIMITED BY SIZE
               INTO WS-FORM-ERRORS
               WITH POINTER WS-FORM-ERRORS-PTR
           END-STRING
           .

*> WS-FTYPE-VALUE(1:WS-FTYPE-LEN) against FDEF-TYPE(WS-FDEF-IDX),
*> leaving WS-FTYPE-FAIL blank when it conforms. An unknown type is
*> free text
       CHECK-FORM-FIELD-TYPE.
           MOVE SPACES TO WS-FTYPE-FAIL
           EVALUATE FDEF-TYPE(WS-FDEF-IDX)
               WHEN "EMAIL"
                   PERFORM CHECK-FTYPE-EMAIL
               WHEN "DATE"
                   PERFORM CHECK-FTYPE-DATE
               WHEN "NUMBER"
                   PERFORM CHECK-FTYPE-NUMBER
               WHEN "CHOICE"
                   PERFORM CHECK-FTYPE-CHOICE
               WHEN "PATTERN"
                   PERFORM CHECK-FTYPE-PATTERN
               WHEN "DIRKEY"
                   PERFORM CHECK-FTYPE-DIRKEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> One "@" with something before it, a "." somewhere in the domain
*> after it, and none of the characters that split an address list
       CHECK-FTYPE-EMAIL.
           MOVE 0 TO WS-FTYPE-AT-COUNT
           MOVE 0 TO WS-FTYPE-AT-POS
           MOVE 0 TO WS-FTYPE-DOT-COUNT
           PERFORM VARYING WS-FTYPE-POS FROM 1 BY 1
               UNTIL WS-FTYPE-POS > WS-FTYPE-LEN
               MOVE WS-FTYPE-VALUE(WS-FTYPE-POS:1) TO WS-FTYPE-CHAR
               EVALUATE TRUE
                   WHEN WS-FTYPE-CHAR = "@"
                       ADD 1 TO WS-FTYPE-AT-COUNT
                       MOVE WS-FTYPE-POS TO WS-FTYPE-AT-POS
                   WHEN WS-FTYPE-CHAR = "." AND
                        WS-FTYPE-AT-COUNT = 1 AND
                        WS-FTYPE-POS > WS-FTYPE-AT-POS + 1 AND
                        WS-FTYPE-POS < WS-FTYPE-LEN
                       ADD 1 TO WS-FTYPE-DOT-COUNT
                   WHEN WS-FTYPE-CHAR = SPACE OR "," OR ";" OR
                        "<" OR ">" OR QUOTE
                       ADD 2 TO WS-FTYPE-AT-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-FTYPE-AT-COUNT NOT = 1 OR WS-FTYPE-AT-POS = 1 OR
              WS-FTYPE-DOT-COUNT = 0
               MOVE "must be an e-mail address such as name@example.org"
                   TO WS-FTYPE-FAIL
           END-IF
           .

*> YYYY-MM-DD, and a day that exists in that month
       CHECK-FTYPE-DATE.
           IF WS-FTYPE-LEN NOT = 10 OR
              WS-FTYPE-VALUE(5:1) NOT = "-" OR
              WS-FTYPE-VALUE(8:1) NOT = "-" OR
              WS-FTYPE-VALUE(1:4) IS NOT NUMERIC OR
              WS-FTYPE-VALUE(6:2) IS NOT NUMERIC OR
              WS-FTYPE-VALUE(9:2) IS NOT NUMERIC
               MOVE "must be a date as YYYY-MM-DD" TO WS-FTYPE-FAIL
               EXIT PARAGRAPH
           END-IF
           STRING WS-FTYPE-VALUE(1:4) WS-FTYPE-VALUE(6:2)
                  WS-FTYPE-VALUE(9:2)
                  DELIMITED BY SIZE
                  INTO WS-FTYPE-YMD-X
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FTYPE-YMD) NOT = 0
               MOVE "is not a real calendar date" TO WS-FTYPE-FAIL
           END-IF
           .

*> A plain decimal number, then the NUMBER:min:max bounds if given
       CHECK-FTYPE-NUMBER.
           PERFORM CHECK-FTYPE-NUMBER-TEXT
           IF WS-FTYPE-OK = 0
               MOVE "must be a number, digits with an optional - and ."
                   TO WS-FTYPE-FAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FTYPE-MIN-TXT WS-FTYPE-MAX-TXT
           UNSTRING FDEF-ARG(WS-FDEF-IDX) DELIMITED BY ":"
               INTO WS-FTYPE-MIN-TXT WS-FTYPE-MAX-TXT
           END-UNSTRING
           COMPUTE WS-FTYPE-NUM =
               FUNCTION NUMVAL(WS-FTYPE-VALUE(1:WS-FTYPE-LEN))
           IF WS-FTYPE-MIN-TXT NOT = SPACES
               COMPUTE WS-FTYPE-LIMIT = FUNCTION NUMVAL(WS-FTYPE-MIN-TXT)
               IF WS-FTYPE-NUM < WS-FTYPE-LIMIT
                   STRING "must be at least " DELIMITED BY SIZE
                          WS-FTYPE-MIN-TXT DELIMITED BY SPACE
                          INTO WS-FTYPE-FAIL
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FTYPE-MAX-TXT NOT = SPACES
               COMPUTE WS-FTYPE-LIMIT = FUNCTION NUMVAL(WS-FTYPE-MAX-TXT)
               IF WS-FTYPE-NUM > WS-FTYPE-LIMIT
                   STRING "must be at most " DELIMITED BY SIZE
                          WS-FTYPE-MAX-TXT DELIMITED BY SPACE
                          INTO WS-FTYPE-FAIL
                   END-STRING
               END-IF
           END-IF
           .

*> WS-FTYPE-OK 1 when WS-FTYPE-VALUE(1:WS-FTYPE-LEN) is an optional
*> leading "-", at most one ".", and at least one and at most 17
*> digits - what NUMVAL takes without guessing
       CHECK-FTYPE-NUMBER-TEXT.
           MOVE 1 TO WS-FTYPE-OK
           MOVE 0 TO WS-FTYPE-DIGITS
           MOVE 0 TO WS-FTYPE-DOT-COUNT
           PERFORM VARYING WS-FTYPE-POS FROM 1 BY 1
               UNTIL WS-FTYPE-POS > WS-FTYPE-LEN
               MOVE WS-FTYPE-VALUE(WS-FTYPE-POS:1) TO WS-FTYPE-CHAR
               EVALUATE TRUE
                   WHEN WS-FTYPE-CHAR IS NUMERIC
                       ADD 1 TO WS-FTYPE-DIGITS
                   WHEN WS-FTYPE-CHAR = "."
                       ADD 1 TO WS-FTYPE-DOT-COUNT
                   WHEN WS-FTYPE-CHAR = "-" AND WS-FTYPE-POS = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-FTYPE-OK
               END-EVALUATE
           END-PERFORM
           IF WS-FTYPE-DIGITS = 0 OR WS-FTYPE-DIGITS > 17 OR
              WS-FTYPE-DOT-COUNT > 1
               MOVE 0 TO WS-FTYPE-OK
           END-IF
           .

*> Exactly one of the comma-separated choices, as FORMS.CFG spells it
       CHECK-FTYPE-CHOICE.
           MOVE 0 TO WS-FTYPE-MATCHED
           MOVE 1 TO WS-FTYPE-CHOICE-PTR
           PERFORM UNTIL WS-FTYPE-CHOICE-PTR > 96 OR
                         WS-FTYPE-MATCHED = 1
               MOVE SPACES TO WS-FTYPE-CHOICE
               UNSTRING FDEF-ARG(WS-FDEF-IDX) DELIMITED BY ","
                   INTO WS-FTYPE-CHOICE
                   WITH POINTER WS-FTYPE-CHOICE-PTR
               END-UNSTRING
               IF WS-FTYPE-CHOICE NOT = SPACES AND
                  WS-FTYPE-LEN <= 96 AND
                  WS-FTYPE-CHOICE = WS-FTYPE-VALUE(1:WS-FTYPE-LEN)
                   MOVE 1 TO WS-FTYPE-MATCHED
               END-IF
           END-PERFORM
           IF WS-FTYPE-MATCHED = 0
               STRING "must be one of " DELIMITED BY SIZE
                      FUNCTION TRIM(FDEF-ARG(WS-FDEF-IDX) TRAILING)
                          DELIMITED BY SIZE
                      INTO WS-FTYPE-FAIL
               END-STRING
           END-IF
           .

*> Character by character against the mask, same length: 9 a digit,
*> A a letter, X a letter or digit, anything else itself
       CHECK-FTYPE-PATTERN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FDEF-ARG(WS-FDEF-IDX)
               TRAILING)) TO WS-FTYPE-MASK-LEN
           MOVE 1 TO WS-FTYPE-OK
           IF WS-FTYPE-LEN NOT = WS-FTYPE-MASK-LEN
               MOVE 0 TO WS-FTYPE-OK
           END-IF
           PERFORM VARYING WS-FTYPE-POS FROM 1 BY 1
               UNTIL WS-FTYPE-POS > WS-FTYPE-LEN OR WS-FTYPE-OK = 0
               MOVE WS-FTYPE-VALUE(WS-FTYPE-POS:1) TO WS-FTYPE-CHAR
               MOVE FDEF-ARG(WS-FDEF-IDX)(WS-FTYPE-POS:1)
                   TO WS-FTYPE-MASK-CHAR
               EVALUATE WS-FTYPE-MASK-CHAR
                   WHEN "9"
                       IF WS-FTYPE-CHAR IS NOT NUMERIC
                           MOVE 0 TO WS-FTYPE-OK
                       END-IF
                   WHEN "A"
                       IF WS-FTYPE-CHAR IS NOT ALPHABETIC OR
                          WS-FTYPE-CHAR = SPACE
                           MOVE 0 TO WS-FTYPE-OK
                       END-IF
                   WHEN "X"
                       IF (WS-FTYPE-CHAR IS NOT ALPHABETIC AND
                           WS-FTYPE-CHAR IS NOT NUMERIC) OR
                          WS-FTYPE-CHAR = SPACE
                           MOVE 0 TO WS-FTYPE-OK
                       END-IF
                   WHEN OTHER
                       IF WS-FTYPE-CHAR NOT = WS-FTYPE-MASK-CHAR
                           MOVE 0 TO WS-FTYPE-OK
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-FTYPE-OK = 0
               STRING "must have the form " DELIMITED BY SIZE
                      FDEF-ARG(WS-FDEF-IDX)(1:WS-FTYPE-MASK-LEN)
                          DELIMITED BY SIZE
                      " (9 a digit, A a letter, X either)"
                          DELIMITED BY SIZE
                      INTO WS-FTYPE-FAIL
               END-STRING
           END-IF
           .

*> A person or room that DIRECTORY.DAT knows, one keyed read as
*> LOOKUP-PWRESET-EMAIL does. With the directory unreadable the value
*> is let through rather than every submission refused
       CHECK-FTYPE-DIRKEY.
           IF WS-FTYPE-LEN > 16
               MOVE "is not a directory entry" TO WS-FTYPE-FAIL
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DIRECTORY-FILE
           IF WS-DIRFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FTYPE-VALUE(1:WS-FTYPE-LEN) TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   MOVE "is not a directory entry" TO WS-FTYPE-FAIL
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE DIRECTORY-FILE
           .

*> The form's RULE lines, once every field has passed on its own.
*> A rule whose values are missing or not comparable says nothing -
*> the field checks above have already reported why
       CHECK-FORM-RULES.
           PERFORM VARYING WS-FRULE-IDX FROM 1 BY 1
               UNTIL WS-FRULE-IDX > WS-FORM-RULE-COUNT
               MOVE FRULE-FIELD(WS-FRULE-IDX) TO WS-FRULE-WANT
               PERFORM FIND-FORM-PAIR-VALUE
               MOVE WS-FRULE-GOT TO WS-FRULE-A-VAL
               MOVE WS-FRULE-GOT-LEN TO WS-FRULE-A-LEN
               MOVE FRULE-OTHER(WS-FRULE-IDX) TO WS-FRULE-WANT
               PERFORM FIND-FORM-PAIR-VALUE
               MOVE WS-FRULE-GOT TO WS-FRULE-B-VAL
               MOVE WS-FRULE-GOT-LEN TO WS-FRULE-B-LEN
               EVALUATE FRULE-OP(WS-FRULE-IDX)
                   WHEN "REQUIREDIF"
                       PERFORM CHECK-FORM-RULE-REQUIREDIF
                   WHEN "NOTBEFORE"
                   WHEN "NOTAFTER"
                       PERFORM CHECK-FORM-RULE-ORDER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

*> WS-FRULE-GOT(1:WS-FRULE-GOT-LEN) is the submitted value of
*> WS-FRULE-WANT, length 0 when it was not sent
       FIND-FORM-PAIR-VALUE.
           MOVE SPACES TO WS-FRULE-GOT
           MOVE 0 TO WS-FRULE-GOT-LEN
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF PAIR-NAME(WS-PAIR-IDX) = WS-FRULE-WANT
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-FRULE-GOT
                   MOVE PAIR-VALUE-LEN(WS-PAIR-IDX) TO WS-FRULE-GOT-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FRULE-GOT-LEN > 256
               MOVE 256 TO WS-FRULE-GOT-LEN
           END-IF
           .

*> FIELD left empty while OTHER holds the rule's value (compared
*> without regard to case). A field FORMS.CFG already makes required
*> has been reported once and is not reported again
       CHECK-FORM-RULE-REQUIREDIF.
           IF WS-FRULE-A-LEN > 0 OR WS-FRULE-B-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-FRULE-B-VAL(1:WS-FRULE-B-LEN)) NOT =
              FUNCTION UPPER-CASE(FRULE-VALUE(WS-FRULE-IDX))
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FRULE-B-REQUIRED
           PERFORM VARYING WS-FDEF-IDX FROM 1 BY 1
               UNTIL WS-FDEF-IDX > WS-FORM-FIELD-COUNT
               IF FDEF-NAME(WS-FDEF-IDX) = FRULE-FIELD(WS-FRULE-IDX) AND
                  FDEF-REQUIRED(WS-FDEF-IDX) = "Y"
                   MOVE 1 TO WS-FRULE-B-REQUIRED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FRULE-B-REQUIRED = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FORM-ERROR-COUNT
           STRING "<li>Field '" DELIMITED BY SIZE
                  FRULE-FIELD(WS-FRULE-IDX) DELIMITED BY SPACE
                  "' is required when '" DELIMITED BY SIZE
                  FRULE-OTHER(WS-FRULE-IDX) DELIMITED BY SPACE
                  "' is " DELIMITED BY SIZE
                  FUNCTION TRIM(FRULE-VALUE(WS-FRULE-IDX) TRAILING)
                      DELIMITED BY SIZE
                  "</li>" DELIMITED BY SIZE
               INTO WS-FORM-ERRORS
               WITH POINTER WS-FORM-ERRORS-PTR
           END-STRING
           .

*> Two dates (YYYY-MM-DD compares as text) or two numbers; anything
*> else was already refused by the field's own type check
       CHECK-FORM-RULE-ORDER.
           IF WS-FRULE-A-LEN = 0 OR WS-FRULE-B-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FRULE-BROKEN
           IF WS-FRULE-A-LEN = 10 AND WS-FRULE-B-LEN = 10 AND
              WS-FRULE-A-VAL(5:1) = "-" AND WS-FRULE-B-VAL(5:1) = "-"
               IF FRULE-OP(WS-FRULE-IDX) = "NOTBEFORE" AND
                  WS-FRULE-A-VAL(1:10) < WS-FRULE-B-VAL(1:10)
                   MOVE 1 TO WS-FRULE-BROKEN
               END-IF
               IF FRULE-OP(WS-FRULE-IDX) = "NOTAFTER" AND
                  WS-FRULE-A-VAL(1:10) > WS-FRULE-B-VAL(1:10)
                   MOVE 2 TO WS-FRULE-BROKEN
               END-IF
           ELSE
               MOVE WS-FRULE-A-VAL TO WS-FTYPE-VALUE
               MOVE WS-FRULE-A-LEN TO WS-FTYPE-LEN
               PERFORM CHECK-FTYPE-NUMBER-TEXT
               IF WS-FTYPE-OK = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FRULE-A-NUM =
                   FUNCTION NUMVAL(WS-FRULE-A-VAL(1:WS-FRULE-A-LEN))
               MOVE WS-FRULE-B-VAL TO WS-FTYPE-VALUE
               MOVE WS-FRULE-B-LEN TO WS-FTYPE-LEN
               PERFORM CHECK-FTYPE-NUMBER-TEXT
               IF WS-FTYPE-OK = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FRULE-B-NUM =
                   FUNCTION NUMVAL(WS-FRULE-B-VAL(1:WS-FRULE-B-LEN))
               IF FRULE-OP(WS-FRULE-IDX) = "NOTBEFORE" AND
                  WS-FRULE-A-NUM < WS-FRULE-B-NUM
                   MOVE 3 TO WS-FRULE-BROKEN
               END-IF
               IF FRULE-OP(WS-FRULE-IDX) = "NOTAFTER" AND
                  WS-FRULE-A-NUM > WS-FRULE-B-NUM
                   MOVE 4 TO WS-FRULE-BROKEN
               END-IF
           END-IF
           IF WS-FRULE-BROKEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FTYPE-FAIL
           EVALUATE WS-FRULE-BROKEN
               WHEN 1
                   MOVE "' must not be before" TO WS-FTYPE-FAIL
               WHEN 2
                   MOVE "' must not be after" TO WS-FTYPE-FAIL
               WHEN 3
                   MOVE "' must not be less than" TO WS-FTYPE-FAIL
               WHEN 4
                   MOVE "' must not be more than" TO WS-FTYPE-FAIL
           END-EVALUATE
           ADD 1 TO WS-FORM-ERROR-COUNT
           STRING "<li>Field '" DELIMITED BY SIZE
                  FRULE-FIELD(WS-FRULE-IDX) DELIMITED BY SPACE
                  FUNCTION TRIM(WS-FTYPE-FAIL TRAILING)
                      DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  FRULE-OTHER(WS-FRULE-IDX) DELIMITED BY SPACE
                  "'</li>" DELIMITED BY SIZE
               INTO WS-FORM-ERRORS
               WITH POINTER WS-FORM-ERRORS-PTR
           END-STRING
           .

*> One "[timestamp] client field=value|field=value|..." line per
*> submission, in the form's own FORM-<NAME>.LOG
       APPEND-FORM-SUBMISSION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           MOVE SPACES TO WS-FORM-LOG-NAME
           STRING "FORM-" WS-FORM-NAME(1:WS-FORM-NAME-LEN) ".LOG"
               DELIMITED BY SIZE INTO WS-FORM-LOG-NAME
           END-STRING

           OPEN EXTEND FORM-LOG
           IF WS-FORM-LOG-STATUS = "35" OR WS-FORM-LOG-STATUS = "05"
               OPEN OUTPUT FORM-LOG
           END-IF

           MOVE SPACES TO FORM-LOG-RECORD
           MOVE 1 TO WS-FORM-REC-PTR
           STRING "[" WS-LOG-TIMESTAMP "] " DELIMITED BY SIZE
               INTO FORM-LOG-RECORD WITH POINTER WS-FORM-REC-PTR
           END-STRING
           STRING LS-CLIENT-ADDR DELIMITED BY SPACE
               INTO FORM-LOG-RECORD WITH POINTER WS-FORM-REC-PTR
           END-STRING
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-IDX = 1
                   STRING " " DELIMITED BY SIZE
                       INTO FORM-LOG-RECORD
                       WITH POINTER WS-FORM-REC-PTR
                   END-STRING
               ELSE
                   STRING "|" DELIMITED BY SIZE
                       INTO FORM-LOG-RECORD
                       WITH POINTER WS-FORM-REC-PTR
                   END-STRING
               END-IF
               STRING PAIR-NAME(WS-PAIR-IDX) DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                   INTO FORM-LOG-RECORD WITH POINTER WS-FORM-REC-PTR
               END-STRING
               IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 0
                   STRING PAIR-VALUE(WS-PAIR-IDX)
                          (1:PAIR-VALUE-LEN(WS-PAIR-IDX))
                          DELIMITED BY SIZE
                       INTO FORM-LOG-RECORD
                       WITH POINTER WS-FORM-REC-PTR
                   END-STRING
               END-IF
           END-PERFORM

*> The stored attachment's catalog key (its quarantine path, the
*> same value UPLOAD-CATALOG.DAT records) rides on the submission
*> record, so the two halves can't get lost from each other
           IF WS-FORM-HAS-ATTACH = 1
               STRING "|attachment=" DELIMITED BY SIZE
                      WS-UPLOAD-PATH DELIMITED BY SPACE
                   INTO FORM-LOG-RECORD
                   WITH POINTER WS-FORM-REC-PTR
               END-STRING
           END-IF
           IF WS-CASE-REF NOT = SPACES
               STRING "|case=" DELIMITED BY SIZE
                      WS-CASE-REF DELIMITED BY SPACE
                   INTO FORM-LOG-RECORD
                   WITH POINTER WS-FORM-REC-PTR
               END-STRING
           END-IF

*> Everything after "] client " is what the submitter typed
           MOVE 0 TO WS-PII-ADDR-LEN
           INSPECT LS-CLIENT-ADDR TALLYING WS-PII-ADDR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-PII-POS = 24 + WS-PII-ADDR-LEN
           MOVE FORM-LOG-RECORD TO WS-PII-TEXT
           PERFORM SEAL-PII-TAIL
           MOVE WS-PII-TEXT TO FORM-LOG-RECORD

           WRITE FORM-LOG-RECORD
           CLOSE FORM-LOG

           MOVE "FORM_SUBMIT" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-USER
           MOVE "ACCEPTED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           .

*> The submission passed - a small confirmation page
       BUILD-FORM-CONFIRM-PAGE.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE

           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Submission received</h1><p>Your "
                      DELIMITED BY SIZE
                  WS-FORM-NAME(1:WS-FORM-NAME-LEN) DELIMITED BY SIZE
                  " submission was recorded. Thank you.</p>"
                      DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           IF WS-CASE-REF NOT = SPACES
               STRING "<p>Your reference is <b>" DELIMITED BY SIZE
                      WS-CASE-REF DELIMITED BY SPACE
                      "</b>. Quote it in any follow-up; its progress "
                          DELIMITED BY SIZE
                      'is at <a href="/api/case-status/'
                          DELIMITED BY SIZE
                      WS-CASE-REF DELIMITED BY SPACE
                      '">/api/case-status/' DELIMITED BY SIZE
                      WS-CASE-REF DELIMITED BY SPACE
                      "</a>.</p>" DELIMITED BY SIZE
                   INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
               END-STRING
           END-IF
           STRING "</body></html>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1

           PERFORM SEND-FORM-PAGE
           .

*> Validation failed - name every problem so the submission can be
*> corrected and re-posted
       BUILD-FORM-ERROR-PAGE.
           MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE

           MOVE SPACES TO WS-FORM-PAGE
           MOVE 1 TO WS-FORM-PAGE-PTR
           STRING "<html><body><h1>Submission not accepted</h1>"
                      DELIMITED BY SIZE
                  "<p>Please correct the following and submit "
                      DELIMITED BY SIZE
                  "again:</p><ul>" DELIMITED BY SIZE
                  WS-FORM-ERRORS(1:WS-FORM-ERRORS-PTR - 1)
                      DELIMITED BY SIZE
                  "</ul></body></html>" DELIMITED BY SIZE
               INTO WS-FORM-PAGE WITH POINTER WS-FORM-PAGE-PTR
           END-STRING
           COMPUTE WS-FORM-PAGE-LEN = WS-FORM-PAGE-PTR - 1

           PERFORM SEND-FORM-PAGE
           .

*> Shared response assembly for the confirmation and error pages -
*> WS-LOG-STATUS-LINE carries the status line text either way
       SEND-FORM-PAGE.
           MOVE WS-FORM-PAGE-LEN TO WS-FORM-LEN-STR

*> The status line's real length, scanned backwards the same way
*> BUILD-REDIRECT-RESPONSE trims its own status text
           PERFORM VARYING WS-FORM-SCAN-POS FROM 32 BY -1
               UNTIL WS-FORM-SCAN-POS < 1
               IF WS-LOG-STATUS-LINE(WS-FORM-SCAN-POS:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE(1:WS-FORM-SCAN-POS)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-FORM-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-FORM-PAGE(1:WS-FORM-PAGE-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> A case for the submission just accepted: the form's CASE-FORMS.CFG
*> group and target, the owning department out of OWNERS.CFG, status
*> NEW. Should CASES.DAT refuse the write the submission still goes
*> in, only without a reference
       OPEN-FORM-CASE.
           MOVE SPACES TO WS-CASE-REF
           PERFORM LOAD-CASE-FORM-RULE

           MOVE SPACES TO WS-CASE-OWNER-PATH
           STRING "/form/" WS-FORM-NAME(1:WS-FORM-NAME-LEN) "/"
               DELIMITED BY SIZE INTO WS-CASE-OWNER-PATH
           END-STRING
           MOVE SPACES TO WS-CASE-F-DEPT
           CALL "OWNER-LOOKUP" USING WS-CASE-OWNER-PATH WS-CASE-F-DEPT
               WS-CASE-OWNER-CONTACT WS-CASE-OWNER-FOUND
           END-CALL

           PERFORM STAMP-CASE-NOW
           CALL "getpid" RETURNING WS-CASE-PID
           END-CALL
           MOVE WS-CASE-PID TO WS-CASE-PID-D
           STRING "CS" WS-CURRENT-DATE(3:14) WS-CASE-PID-D(8:3)
               DELIMITED BY SIZE INTO WS-CASE-REF
           END-STRING

           COMPUTE WS-CASE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL
                   (WS-CURRENT-DATE(1:8))) + WS-CASE-TARGET-DAYS
           COMPUTE WS-CASE-DUE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-CASE-DAY-INT)
           MOVE SPACES TO WS-CASE-F-DUE
           STRING WS-CASE-DUE-YMD-X(1:4) "-" WS-CASE-DUE-YMD-X(5:2) "-"
                  WS-CASE-DUE-YMD-X(7:2) WS-CASE-TS(11:9)
               DELIMITED BY SIZE INTO WS-CASE-F-DUE
           END-STRING

           MOVE WS-FORM-NAME TO WS-CASE-F-FORM
           MOVE "NEW" TO WS-CASE-F-STATUS
           MOVE SPACES TO WS-CASE-F-ASSIGNEE WS-CASE-F-CLOSED
               WS-CASE-F-ESCALATED
           MOVE WS-CASE-TS TO WS-CASE-F-OPENED WS-CASE-F-UPDATED
           MOVE "submitter" TO WS-CASE-F-UPDATED-BY
           PERFORM BUILD-CASE-RECORD

           OPEN EXTEND CASES-FILE
           IF WS-CASE-STATUS = "35" OR WS-CASE-STATUS = "05"
               OPEN OUTPUT CASES-FILE
           END-IF
           IF WS-CASE-STATUS NOT = "00"
               MOVE SPACES TO WS-CASE-REF
               EXIT PARAGRAPH
           END-IF
           WRITE CS-RECORD FROM WS-CASE-NEW-REC
           CLOSE CASES-FILE

           MOVE "submitter" TO WS-CASE-USER
           MOVE "OPENED" TO WS-CASE-NOTE-ACTION
           MOVE SPACES TO WS-CASE-NOTE-TEXT
           STRING "submitted through " DELIMITED BY SIZE
                  WS-FORM-NAME(1:WS-FORM-NAME-LEN) DELIMITED BY SIZE
                  ", due " WS-CASE-F-DUE(1:10) DELIMITED BY SIZE
               INTO WS-CASE-NOTE-TEXT
           END-STRING
           PERFORM APPEND-CASE-NOTE
           .

*> "FORMNAME GROUP DAYS" for this form, else the DEFAULT line, else
*> no group (nobody can work it until one is named) and 5 days
       LOAD-CASE-FORM-RULE.
           MOVE SPACES TO WS-CASE-F-GROUP
           MOVE SPACES TO WS-CASE-DFLT-GROUP
           MOVE 5 TO WS-CASE-TARGET-DAYS
           MOVE 5 TO WS-CASE-DFLT-DAYS
           MOVE 0 TO WS-CASE-FORM-SEEN
           OPEN INPUT CASE-FORMS-FILE
           IF WS-CASE-FORMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = 1
               READ CASE-FORMS-FILE
                   AT END
                       MOVE 1 TO WS-CASE-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-CASE-FORM
               END-READ
           END-PERFORM
           CLOSE CASE-FORMS-FILE
           IF WS-CASE-FORM-SEEN = 0
               MOVE WS-CASE-DFLT-GROUP TO WS-CASE-F-GROUP
               MOVE WS-CASE-DFLT-DAYS TO WS-CASE-TARGET-DAYS
           END-IF
           .

       MATCH-ONE-CASE-FORM.
           IF CASE-FORMS-RECORD(1:1) = SPACE OR
              CASE-FORMS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CASE-T-FORM WS-CASE-T-GROUP WS-CASE-T-DAYS
           UNSTRING CASE-FORMS-RECORD DELIMITED BY ALL SPACE
               INTO WS-CASE-T-FORM WS-CASE-T-GROUP WS-CASE-T-DAYS
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-CASE-T-FORM = WS-FORM-NAME
                   MOVE 1 TO WS-CASE-FORM-SEEN
                   MOVE WS-CASE-T-GROUP TO WS-CASE-F-GROUP
                   IF WS-CASE-T-DAYS(1:1) NUMERIC
                       COMPUTE WS-CASE-TARGET-DAYS =
                           FUNCTION NUMVAL(WS-CASE-T-DAYS)
                   END-IF
               WHEN WS-CASE-T-FORM = "DEFAULT"
                   MOVE WS-CASE-T-GROUP TO WS-CASE-DFLT-GROUP
                   IF WS-CASE-T-DAYS(1:1) NUMERIC
                       COMPUTE WS-CASE-DFLT-DAYS =
                           FUNCTION NUMVAL(WS-CASE-T-DAYS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*> WS-CURRENT-DATE and WS-CASE-TS ("YYYY-MM-DD HH:MM:SS") set to now
       STAMP-CASE-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-CASE-TS
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
               INTO WS-CASE-TS
           END-STRING
           .

       BUILD-CASE-RECORD.
           MOVE SPACES TO CS-RECORD
           MOVE "|" TO CS-SEP-1 CS-SEP-2 CS-SEP-3 CS-SEP-4 CS-SEP-5
               CS-SEP-6 CS-SEP-7 CS-SEP-8 CS-SEP-9 CS-SEP-10 CS-SEP-11
           MOVE WS-CASE-REF TO CS-REF
           MOVE WS-CASE-F-FORM TO CS-FORM
           MOVE WS-CASE-F-DEPT TO CS-DEPT
           MOVE WS-CASE-F-GROUP TO CS-GROUP
           MOVE WS-CASE-F-STATUS TO CS-STATUS
           MOVE WS-CASE-F-ASSIGNEE TO CS-ASSIGNEE
           MOVE WS-CASE-F-OPENED TO CS-OPENED
           MOVE WS-CASE-F-DUE TO CS-DUE
           MOVE WS-CASE-F-UPDATED TO CS-UPDATED
           MOVE WS-CASE-F-UPDATED-BY TO CS-UPDATED-BY
           MOVE WS-CASE-F-CLOSED TO CS-CLOSED
           MOVE WS-CASE-F-ESCALATED TO CS-ESCALATED
           MOVE CS-RECORD TO WS-CASE-NEW-REC
           .

*> The fields of the CASES.DAT record in hand
       TAKE-CASE-FIELDS.
           MOVE CS-FORM TO WS-CASE-F-FORM
           MOVE CS-DEPT TO WS-CASE-F-DEPT
           MOVE CS-GROUP TO WS-CASE-F-GROUP
           MOVE CS-STATUS TO WS-CASE-F-STATUS
           MOVE CS-ASSIGNEE TO WS-CASE-F-ASSIGNEE
           MOVE CS-OPENED TO WS-CASE-F-OPENED
           MOVE CS-DUE TO WS-CASE-F-DUE
           MOVE CS-UPDATED TO WS-CASE-F-UPDATED
           MOVE CS-UPDATED-BY TO WS-CASE-F-UPDATED-BY
           MOVE CS-CLOSED TO WS-CASE-F-CLOSED
           MOVE CS-ESCALATED TO WS-CASE-F-ESCALATED
           .

*> The case WS-CASE-REF names, into the WS-CASE-F- fields
       LOAD-CASE-BY-REF.
           MOVE 0 TO WS-CASE-FOUND
           IF WS-CASE-REF(1:2) NOT = "CS"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASES-FILE
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = 1 OR WS-CASE-FOUND = 1
               READ CASES-FILE
                   AT END
                       MOVE 1 TO WS-CASE-EOF
                   NOT AT END
                       IF CS-REF = WS-CASE-REF
                           MOVE 1 TO WS-CASE-FOUND
                           PERFORM TAKE-CASE-FIELDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASES-FILE
           .

*> CASES.DAT copied through CASES.TMP with WS-CASE-NEW-REC in place of
*> the case it replaces, the way REWRITE-EVENTS-FILE swaps an event
       REWRITE-CASES-FILE.
           MOVE 0 TO WS-CASE-FILE-RC
           OPEN OUTPUT CASES-TMP
           IF WS-CASE-TMP-STATUS NOT = "00"
               MOVE 1 TO WS-CASE-FILE-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASES-FILE
           IF WS-CASE-STATUS NOT = "00"
               CLOSE CASES-TMP
               MOVE 1 TO WS-CASE-FILE-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = 1
               READ CASES-FILE
                   AT END
                       MOVE 1 TO WS-CASE-EOF
                   NOT AT END
                       IF CS-REF = WS-CASE-REF
                           WRITE CASES-TMP-RECORD FROM WS-CASE-NEW-REC
                       ELSE
                           WRITE CASES-TMP-RECORD FROM CS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASES-FILE
           CLOSE CASES-TMP

           CALL "CBL_DELETE_FILE" USING "CASES.DAT"
               RETURNING WS-CASE-FILE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "CASES.TMP" "CASES.DAT"
               RETURNING WS-CASE-FILE-RC
           END-CALL
           .

*> One history line for WS-CASE-REF: WS-CASE-TS, WS-CASE-USER,
*> WS-CASE-NOTE-ACTION and WS-CASE-NOTE-TEXT. A NOTE is whatever the
*> case worker typed, so its text is sealed from the last "|" on
       APPEND-CASE-NOTE.
           OPEN EXTEND CASE-NOTES-FILE
           IF WS-CASE-NOTES-STATUS = "35" OR WS-CASE-NOTES-STATUS = "05"
               OPEN OUTPUT CASE-NOTES-FILE
           END-IF
           IF WS-CASE-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-NOTES-RECORD
           MOVE 1 TO WS-CASE-NOTE-PTR
           STRING WS-CASE-TS "|" WS-CASE-REF "|" DELIMITED BY SIZE
                  WS-CASE-USER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CASE-NOTE-ACTION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
               INTO CASE-NOTES-RECORD WITH POINTER WS-CASE-NOTE-PTR
           END-STRING
           PERFORM VARYING WS-CASE-NOTE-LEN FROM 300 BY -1
               UNTIL WS-CASE-NOTE-LEN = 0 OR
                     WS-CASE-NOTE-TEXT(WS-CASE-NOTE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-CASE-NOTE-LEN > 0
               STRING WS-CASE-NOTE-TEXT(1:WS-CASE-NOTE-LEN)
                      DELIMITED BY SIZE
                   INTO CASE-NOTES-RECORD WITH POINTER WS-CASE-NOTE-PTR
               END-STRING
           END-IF
           IF WS-CASE-NOTE-ACTION = "NOTE" AND WS-CASE-NOTE-LEN > 0
               MOVE CASE-NOTES-RECORD TO WS-PII-TEXT
               COMPUTE WS-PII-POS =
                   WS-CASE-NOTE-PTR - WS-CASE-NOTE-LEN
               PERFORM SEAL-PII-TAIL
               MOVE WS-PII-TEXT(1:1024) TO CASE-NOTES-RECORD
           END-IF
           WRITE CASE-NOTES-RECORD
           CLOSE CASE-NOTES-FILE
           .

*> May WS-CASE-USER work cases of WS-CASE-F-GROUP? Answered from the
*> request's cache when the group has been asked about already
       CHECK-CASE-WORKER.
           MOVE 0 TO WS-CASE-ALLOWED
           IF WS-CASE-F-GROUP = SPACES OR WS-CASE-USER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CASE-GRP-IDX FROM 1 BY 1
               UNTIL WS-CASE-GRP-IDX > WS-CASE-GRP-COUNT
               IF CASE-GRP-NAME(WS-CASE-GRP-IDX) = WS-CASE-F-GROUP
                   MOVE CASE-GRP-MEMBER(WS-CASE-GRP-IDX)
                       TO WS-CASE-ALLOWED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-CASE-USER TO WS-CASE-CHECK-USER
           PERFORM CHECK-CASE-GROUP-MEMBER
           MOVE WS-GROUP-MEMBER TO WS-CASE-ALLOWED
           IF WS-CASE-GRP-COUNT < 20
               ADD 1 TO WS-CASE-GRP-COUNT
               MOVE WS-CASE-F-GROUP TO CASE-GRP-NAME(WS-CASE-GRP-COUNT)
               MOVE WS-GROUP-MEMBER
                   TO CASE-GRP-MEMBER(WS-CASE-GRP-COUNT)
           END-IF
           .

*> Is WS-CASE-CHECK-USER in WS-CASE-F-GROUP? CHECK-WANTED-GROUP asks
*> about WS-AUTH-USER, so that is stood in for the duration
       CHECK-CASE-GROUP-MEMBER.
           MOVE WS-AUTH-USER TO WS-CASE-SAVE-USER
           MOVE WS-CASE-CHECK-USER TO WS-AUTH-USER
           MOVE SPACES TO WS-GROUP-WANT
           MOVE WS-CASE-F-GROUP TO WS-GROUP-WANT
           PERFORM CHECK-WANTED-GROUP
           MOVE WS-CASE-SAVE-USER TO WS-AUTH-USER
           .

*> 404 for a reference nobody issued, 403 for a reader outside the
*> case's group - answered here, WS-CASE-BAD set so the caller stops
       REFUSE-CASE-ACCESS.
           MOVE 0 TO WS-CASE-BAD
           IF WS-CASE-FOUND = 0
               MOVE 1 TO WS-CASE-BAD
               MOVE "404 Not Found" TO WS-LOG-STATUS-LINE
               MOVE "no case has that reference" TO WS-CASE-ERROR
               PERFORM SEND-CASE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CASE-WORKER
           IF WS-CASE-ALLOWED = 0
               MOVE 1 TO WS-CASE-BAD
               MOVE "CASE_ACCESS" TO WS-AUDIT-EVENT
               MOVE WS-CASE-USER TO WS-AUDIT-USER
               MOVE "DENIED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "this case belongs to a group you are not in"
                   TO WS-CASE-ERROR
               PERFORM SEND-CASE-ERROR
           END-IF
           .

*> Apply WS-CASE-U-STATUS, WS-CASE-U-ASSIGNEE ("-" clears it) and
*> WS-CASE-U-NOTE to the loaded case. Giving a NEW case an assignee
*> makes it ASSIGNED and clearing one puts it back to NEW, unless a
*> status is asked for too; ASSIGNED and WAITING need an assignee,
*> and the assignee has to be in the case's group. WS-CASE-ERROR
*> says what was wrong, WS-CASE-FAILED that the file would not take
*> the change
       APPLY-CASE-UPDATE.
           MOVE SPACES TO WS-CASE-ERROR
           MOVE 0 TO WS-CASE-FAILED
           MOVE "CASE_UPDATE" TO WS-AUDIT-EVENT
           MOVE WS-CASE-USER TO WS-AUDIT-USER
           MOVE WS-CASE-F-STATUS TO WS-CASE-OLD-STATUS
           MOVE WS-CASE-F-ASSIGNEE TO WS-CASE-OLD-ASSIGNEE
           INSPECT WS-CASE-U-STATUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
*> Quotes, angle brackets, backslashes and tabs would break the page
*> or the JSON the note is shown in
           INSPECT WS-CASE-U-NOTE CONVERTING X"223C3E5C09"
               TO X"27282F2F20"

           EVALUATE TRUE
               WHEN WS-CASE-U-TOO-LONG = 1
                   MOVE "note is longer than 256 characters"
                       TO WS-CASE-ERROR
               WHEN WS-CASE-U-STATUS NOT = SPACES AND
                    WS-CASE-U-STATUS NOT = "NEW" AND
                    WS-CASE-U-STATUS NOT = "ASSIGNED" AND
                    WS-CASE-U-STATUS NOT = "WAITING" AND
                    WS-CASE-U-STATUS NOT = "CLOSED"
                   MOVE "status must be NEW, ASSIGNED, WAITING or CLOSED"
                       TO WS-CASE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CASE-ERROR = SPACES
               PERFORM TAKE-CASE-ASSIGNEE
           END-IF
           IF WS-CASE-ERROR = SPACES
               IF WS-CASE-U-STATUS NOT = SPACES
                   MOVE WS-CASE-U-STATUS TO WS-CASE-F-STATUS
               ELSE
                   IF WS-CASE-F-ASSIGNEE NOT = WS-CASE-OLD-ASSIGNEE
                       EVALUATE TRUE
                           WHEN WS-CASE-F-ASSIGNEE = SPACES AND
                                WS-CASE-F-STATUS NOT = "CLOSED"
                               MOVE "NEW" TO WS-CASE-F-STATUS
                           WHEN WS-CASE-F-ASSIGNEE NOT = SPACES AND
                                WS-CASE-F-STATUS = "NEW"
                               MOVE "ASSIGNED" TO WS-CASE-F-STATUS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN (WS-CASE-F-STATUS = "ASSIGNED" OR
                         WS-CASE-F-STATUS = "WAITING") AND
                        WS-CASE-F-ASSIGNEE = SPACES
                       MOVE "an ASSIGNED or WAITING case needs an "
                           & "assignee" TO WS-CASE-ERROR
                   WHEN WS-CASE-F-STATUS = "NEW" AND
                        WS-CASE-F-ASSIGNEE NOT = SPACES
                       MOVE "a NEW case has no assignee - give "
                           & "assignee - to clear it" TO WS-CASE-ERROR
                   WHEN WS-CASE-F-STATUS = WS-CASE-OLD-STATUS AND
                        WS-CASE-F-ASSIGNEE = WS-CASE-OLD-ASSIGNEE AND
                        WS-CASE-U-NOTE = SPACES
                       MOVE "nothing to change" TO WS-CASE-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-CASE-ERROR NOT = SPACES
               MOVE WS-CASE-OLD-STATUS TO WS-CASE-F-STATUS
               MOVE WS-CASE-OLD-ASSIGNEE TO WS-CASE-F-ASSIGNEE
               MOVE "INVALID" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-CASE-NOW
           IF WS-CASE-F-STATUS = "CLOSED" AND
              WS-CASE-OLD-STATUS NOT = "CLOSED"
               MOVE WS-CASE-TS TO WS-CASE-F-CLOSED
           END-IF
           IF WS-CASE-F-STATUS NOT = "CLOSED"
               MOVE SPACES TO WS-CASE-F-CLOSED
           END-IF
           MOVE WS-CASE-TS TO WS-CASE-F-UPDATED
           MOVE WS-CASE-USER TO WS-CASE-F-UPDATED-BY
           PERFORM BUILD-CASE-RECORD
           PERFORM REWRITE-CASES-FILE
           IF WS-CASE-FILE-RC NOT = 0
               MOVE 1 TO WS-CASE-FAILED
               MOVE "the case file could not be updated"
                   TO WS-CASE-ERROR
               MOVE "FAILED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           IF WS-CASE-F-ASSIGNEE NOT = WS-CASE-OLD-ASSIGNEE
               MOVE "ASSIGNED" TO WS-CASE-NOTE-ACTION
               MOVE SPACES TO WS-CASE-NOTE-TEXT
               IF WS-CASE-F-ASSIGNEE = SPACES
                   MOVE "assignee cleared" TO WS-CASE-NOTE-TEXT
               ELSE
                   STRING "assigned to " WS-CASE-F-ASSIGNEE
                       DELIMITED BY SIZE INTO WS-CASE-NOTE-TEXT
                   END-STRING
               END-IF
               PERFORM APPEND-CASE-NOTE
           END-IF
           IF WS-CASE-F-STATUS NOT = WS-CASE-OLD-STATUS
               MOVE "STATUS" TO WS-CASE-NOTE-ACTION
               MOVE SPACES TO WS-CASE-NOTE-TEXT
               STRING WS-CASE-OLD-STATUS DELIMITED BY SPACE
                      " to " DELIMITED BY SIZE
                      WS-CASE-F-STATUS DELIMITED BY SPACE
                   INTO WS-CASE-NOTE-TEXT
               END-STRING
               PERFORM APPEND-CASE-NOTE
           END-IF
           IF WS-CASE-U-NOTE NOT = SPACES
               MOVE "NOTE" TO WS-CASE-NOTE-ACTION
               MOVE WS-CASE-U-NOTE TO WS-CASE-NOTE-TEXT
               PERFORM APPEND-CASE-NOTE
           END-IF
           MOVE "UPDATED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           .

*> The assignee asked for: "-" clears it, anything else has to be
*> one sign-in name in the case's group
       TAKE-CASE-ASSIGNEE.
           IF WS-CASE-U-ASSIGNEE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-U-ASSIGNEE = "-"
               MOVE SPACES TO WS-CASE-F-ASSIGNEE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CASE-SCAN-POS FROM 1 BY 1
               UNTIL WS-CASE-SCAN-POS > 32
               MOVE WS-CASE-U-ASSIGNEE(WS-CASE-SCAN-POS:1)
                   TO WS-CASE-CHAR
               IF WS-CASE-CHAR = SPACE
                   IF WS-CASE-U-ASSIGNEE(WS-CASE-SCAN-POS:) NOT = SPACES
                       MOVE "assignee must be a single sign-in name"
                           TO WS-CASE-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   EXIT PERFORM
               END-IF
               IF (WS-CASE-CHAR < "a" OR WS-CASE-CHAR > "z") AND
                  (WS-CASE-CHAR < "A" OR WS-CASE-CHAR > "Z") AND
                  (WS-CASE-CHAR < "0" OR WS-CASE-CHAR > "9") AND
                  WS-CASE-CHAR NOT = "." AND WS-CASE-CHAR NOT = "-" AND
                  WS-CASE-CHAR NOT = "_" AND WS-CASE-CHAR NOT = "@"
                   MOVE "assignee must be a single sign-in name"
                       TO WS-CASE-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-CASE-U-ASSIGNEE TO WS-CASE-CHECK-USER
           PERFORM CHECK-CASE-GROUP-MEMBER
           IF WS-GROUP-MEMBER = 0
               MOVE SPACES TO WS-CASE-ERROR
               STRING "assignee is not in the " DELIMITED BY SIZE
                      WS-CASE-F-GROUP DELIMITED BY SPACE
                      " group that works this case" DELIMITED BY SIZE
                   INTO WS-CASE-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-U-ASSIGNEE TO WS-CASE-F-ASSIGNEE
           .

*> status=, form=, ref= and mine= off the query string, each matched
*> whole so "xref=" cannot pass for "ref="; status defaults to OPEN
*> (everything not CLOSED), ALL lists every case
       EXTRACT-CASE-QUERY.
           MOVE "OPEN" TO WS-CASE-Q-STATUS
           MOVE SPACES TO WS-CASE-Q-FORM WS-CASE-Q-REF WS-CASE-Q-MINE
           MOVE SPACES TO WS-CASE-QUERY
           STRING "&" QUERY-STRING DELIMITED BY SIZE
               INTO WS-CASE-QUERY
           END-STRING
           PERFORM VARYING WS-CASE-SCAN-POS FROM 1 BY 1
               UNTIL WS-CASE-SCAN-POS > 250
               EVALUATE TRUE
                   WHEN WS-CASE-QUERY(WS-CASE-SCAN-POS:8) = "&status="
                       MOVE SPACES TO WS-CASE-Q-STATUS
                       UNSTRING WS-CASE-QUERY(WS-CASE-SCAN-POS + 8:)
                           DELIMITED BY "&" OR SPACE
                           INTO WS-CASE-Q-STATUS
                       END-UNSTRING
                   WHEN WS-CASE-QUERY(WS-CASE-SCAN-POS:6) = "&form="
                       UNSTRING WS-CASE-QUERY(WS-CASE-SCAN-POS + 6:)
                           DELIMITED BY "&" OR SPACE
                           INTO WS-CASE-Q-FORM
                       END-UNSTRING
                   WHEN WS-CASE-QUERY(WS-CASE-SCAN-POS:5) = "&ref="
                       UNSTRING WS-CASE-QUERY(WS-CASE-SCAN-POS + 5:)
                           DELIMITED BY "&" OR SPACE
                           INTO WS-CASE-Q-REF
                       END-UNSTRING
                   WHEN WS-CASE-QUERY(WS-CASE-SCAN-POS:6) = "&mine="
                       MOVE WS-CASE-QUERY(WS-CASE-SCAN-POS + 6:1)
                           TO WS-CASE-Q-MINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           INSPECT WS-CASE-Q-STATUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CASE-Q-STATUS = SPACES
               MOVE "OPEN" TO WS-CASE-Q-STATUS
           END-IF
           .

*> Does the CASES.DAT record in hand pass the listing's filters and
*> the reader's groups? WS-CASE-ALLOWED answers, WS-CASE-OVERDUE
*> says whether an open case is past its due time
       FILTER-ONE-CASE.
           MOVE 0 TO WS-CASE-ALLOWED
           MOVE 0 TO WS-CASE-OVERDUE
           IF CS-REF(1:2) NOT = "CS"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CASE-Q-STATUS = "ALL"
                   CONTINUE
               WHEN WS-CASE-Q-STATUS = "OPEN"
                   IF CS-STATUS = "CLOSED"
                       EXIT PARAGRAPH
                   END-IF
               WHEN CS-STATUS NOT = WS-CASE-Q-STATUS
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CASE-Q-FORM NOT = SPACES AND CS-FORM NOT = WS-CASE-Q-FORM
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-Q-MINE = "1" AND CS-ASSIGNEE NOT = WS-CASE-USER
               EXIT PARAGRAPH
           END-IF
           MOVE CS-GROUP TO WS-CASE-F-GROUP
           PERFORM CHECK-CASE-WORKER
           IF CS-STATUS NOT = "CLOSED" AND CS-DUE < WS-CASE-NOW
               MOVE 1 TO WS-CASE-OVERDUE
           END-IF
           .

*> GET /cases: the signed-in reader's queue - the cases of every
*> group they are in, open ones unless status= says otherwise, with
*> overdue ones marked; ?ref= shows one case with its history and
*> the form to work it
       HANDLE-CASES-PAGE.
           MOVE "H" TO WS-CASE-MODE
           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "/login" TO WS-REDIRECT-TARGET
               MOVE 302 TO WS-REDIRECT-CODE-VAL
               PERFORM BUILD-REDIRECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-USER TO WS-CASE-USER
           MOVE 0 TO WS-CASE-GRP-COUNT
           PERFORM EXTRACT-CASE-QUERY
           MOVE SPACES TO WS-CASE-ERROR
           IF WS-CASE-Q-REF = SPACES
               MOVE "200 OK" TO WS-LOG-STATUS-LINE
               PERFORM SEND-CASE-QUEUE-PAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-Q-REF TO WS-CASE-REF
           PERFORM LOAD-CASE-BY-REF
           PERFORM REFUSE-CASE-ACCESS
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM SEND-CASE-DETAIL-PAGE
           .

*> POST /cases: ref, status, assignee, note and csrf fields from the
*> form on a case's page; the page comes back with the outcome
       HANDLE-CASES-POST.
           MOVE "H" TO WS-CASE-MODE
           PERFORM TAKE-CASE-UPDATE-FIELDS
           PERFORM VERIFY-CSRF-TOKEN
           IF WS-CSRF-OK = 0
               PERFORM RECORD-CSRF-FAILURE
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "the form was stale or did not come from this "
                   & "site - reload the case and try again"
                   TO WS-CASE-ERROR
               PERFORM SEND-CASE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM DETERMINE-POLICY-READER
           IF WS-POL-USER = SPACES
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "sign in first - case changes are recorded "
                   & "against your own account" TO WS-CASE-ERROR
               PERFORM SEND-CASE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-USER TO WS-CASE-USER
           MOVE 0 TO WS-CASE-GRP-COUNT
           PERFORM LOAD-CASE-BY-REF
           PERFORM REFUSE-CASE-ACCESS
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-CASE-UPDATE
           EVALUATE TRUE
               WHEN WS-CASE-FAILED = 1
                   MOVE "500 Internal Server Error"
                       TO WS-LOG-STATUS-LINE
               WHEN WS-CASE-ERROR NOT = SPACES
                   MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               WHEN OTHER
                   MOVE "200 OK" TO WS-LOG-STATUS-LINE
                   MOVE "Case updated." TO WS-CASE-ERROR
           END-EVALUATE
           PERFORM SEND-CASE-DETAIL-PAGE
           .

*> The urlencoded update fields, shared by the page's POST and the
*> API's; the reference comes from the body here and is replaced by
*> the path's for the API
       TAKE-CASE-UPDATE-FIELDS.
           PERFORM PARSE-URLENCODED-BODY
           MOVE SPACES TO WS-CASE-REF WS-CASE-U-STATUS
               WS-CASE-U-ASSIGNEE WS-CASE-U-NOTE WS-CSRF-SUPPLIED
           MOVE 0 TO WS-CASE-U-TOO-LONG
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE PAIR-NAME(WS-PAIR-IDX)
                   WHEN "ref"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:20)
                           TO WS-CASE-REF
                   WHEN "status"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:8)
                           TO WS-CASE-U-STATUS
                   WHEN "assignee"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CASE-U-ASSIGNEE
                   WHEN "note"
                       MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-CASE-U-NOTE
                       IF PAIR-VALUE-LEN(WS-PAIR-IDX) >= 256
                           MOVE 1 TO WS-CASE-U-TOO-LONG
                       END-IF
                   WHEN "csrf"
                       MOVE PAIR-VALUE(WS-PAIR-IDX)(1:32)
                           TO WS-CSRF-SUPPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

*> The /api/cases family answers a realm user only - without a realm
*> over /api/cases the queue is closed, not open, as for events
       CHECK-CASE-API-USER.
           MOVE "J" TO WS-CASE-MODE
           MOVE 0 TO WS-CASE-BAD
           MOVE 0 TO WS-CASE-GRP-COUNT
           MOVE SPACES TO WS-CASE-USER
           IF WS-AUTH-REQUIRED NOT = 1 OR WS-AUTH-OK NOT = 1 OR
              WS-AUTH-USER = "signed-url"
               MOVE 1 TO WS-CASE-BAD
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "case access requires an /api/cases auth realm"
                   TO WS-CASE-ERROR
               PERFORM SEND-CASE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUTH-USER TO WS-CASE-USER
           .

*> GET /api/cases: the caller's queue as JSON, filtered the same way
*> the page is (status=, form=, mine=1)
       BUILD-API-CASES-LIST-RESPONSE.
           PERFORM CHECK-CASE-API-USER
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-CASE-QUERY
           PERFORM STAMP-CASE-NOW
           MOVE WS-CASE-TS TO WS-CASE-NOW
           MOVE SPACES TO WS-CASE-BODY
           MOVE 1 TO WS-CASE-BODY-PTR
           STRING '{"cases":[' DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           MOVE 0 TO WS-CASE-HITS
           MOVE 0 TO WS-CASE-MORE
           OPEN INPUT CASES-FILE
           IF WS-CASE-STATUS = "00"
               MOVE 0 TO WS-CASE-EOF
               PERFORM UNTIL WS-CASE-EOF = 1
                   READ CASES-FILE
                       AT END
                           MOVE 1 TO WS-CASE-EOF
                       NOT AT END
                           PERFORM FILTER-ONE-CASE
                           IF WS-CASE-ALLOWED = 1
                               PERFORM APPEND-ONE-CASE-JSON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF
           IF WS-CASE-MORE = 1
               STRING '],"more":true}' DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           ELSE
               STRING '],"more":false}' DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           COMPUTE WS-CASE-BODY-LEN = WS-CASE-BODY-PTR - 1
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM SEND-CASE-RESPONSE
           .

*> One case (the CASES.DAT record in hand) as a JSON object; what
*> does not fit is flagged for the caller to narrow the listing
       APPEND-ONE-CASE-JSON.
           IF WS-CASE-BODY-PTR > 31500
               MOVE 1 TO WS-CASE-MORE
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           STRING '{"ref":"' DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
                  '","form":"' DELIMITED BY SIZE
                  CS-FORM DELIMITED BY SPACE
                  '","dept":"' DELIMITED BY SIZE
                  CS-DEPT DELIMITED BY SPACE
                  '","status":"' DELIMITED BY SIZE
                  CS-STATUS DELIMITED BY SPACE
                  '","assignee":"' DELIMITED BY SIZE
                  CS-ASSIGNEE DELIMITED BY SPACE
                  '","opened":"' DELIMITED BY SIZE
                  CS-OPENED DELIMITED BY SIZE
                  '","due":"' DELIMITED BY SIZE
                  CS-DUE DELIMITED BY SIZE
                  '","updated":"' DELIMITED BY SIZE
                  CS-UPDATED DELIMITED BY SIZE
                  '","updatedBy":"' DELIMITED BY SIZE
                  CS-UPDATED-BY DELIMITED BY SPACE
                  '","closed":"' DELIMITED BY SIZE
                  CS-CLOSED DELIMITED BY "  "
                  '","escalated":"' DELIMITED BY SIZE
                  CS-ESCALATED DELIMITED BY "  "
                  '","overdue":' DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           IF WS-CASE-OVERDUE = 1
               STRING "true}" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           ELSE
               STRING "false}" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-CASE-HITS
           .

*> GET /api/cases/<ref>: the case and its history
       BUILD-API-CASE-DETAIL-RESPONSE.
           PERFORM CHECK-CASE-API-USER
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-API-RESOURCE(7:20) TO WS-CASE-REF
           PERFORM LOAD-CASE-BY-REF
           PERFORM REFUSE-CASE-ACCESS
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM SEND-CASE-DETAIL-JSON
           .

*> POST /api/cases/<ref>: status, assignee and note, urlencoded, the
*> same update the page's form makes
       BUILD-API-CASE-UPDATE-RESPONSE.
           PERFORM CHECK-CASE-API-USER
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-CASE-UPDATE-FIELDS
           MOVE WS-API-RESOURCE(7:20) TO WS-CASE-REF
           PERFORM LOAD-CASE-BY-REF
           PERFORM REFUSE-CASE-ACCESS
           IF WS-CASE-BAD = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-CASE-UPDATE
           IF WS-CASE-ERROR NOT = SPACES
               IF WS-CASE-FAILED = 1
                   MOVE "500 Internal Server Error"
                       TO WS-LOG-STATUS-LINE
               ELSE
                   MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               END-IF
               PERFORM SEND-CASE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM SEND-CASE-DETAIL-JSON
           .

       SEND-CASE-DETAIL-JSON.
           PERFORM STAMP-CASE-NOW
           MOVE WS-CASE-TS TO WS-CASE-NOW
           MOVE SPACES TO WS-CASE-BODY
           MOVE 1 TO WS-CASE-BODY-PTR
           STRING '{"ref":"' DELIMITED BY SIZE
                  WS-CASE-REF DELIMITED BY SPACE
                  '","form":"' DELIMITED BY SIZE
                  WS-CASE-F-FORM DELIMITED BY SPACE
                  '","dept":"' DELIMITED BY SIZE
                  WS-CASE-F-DEPT DELIMITED BY SPACE
                  '","group":"' DELIMITED BY SIZE
                  WS-CASE-F-GROUP DELIMITED BY SPACE
                  '","status":"' DELIMITED BY SIZE
                  WS-CASE-F-STATUS DELIMITED BY SPACE
                  '","assignee":"' DELIMITED BY SIZE
                  WS-CASE-F-ASSIGNEE DELIMITED BY SPACE
                  '","opened":"' DELIMITED BY SIZE
                  WS-CASE-F-OPENED DELIMITED BY SIZE
                  '","due":"' DELIMITED BY SIZE
                  WS-CASE-F-DUE DELIMITED BY SIZE
                  '","updated":"' DELIMITED BY SIZE
                  WS-CASE-F-UPDATED DELIMITED BY SIZE
                  '","updatedBy":"' DELIMITED BY SIZE
                  WS-CASE-F-UPDATED-BY DELIMITED BY SPACE
                  '","closed":"' DELIMITED BY SIZE
                  WS-CASE-F-CLOSED DELIMITED BY "  "
                  '","escalated":"' DELIMITED BY SIZE
                  WS-CASE-F-ESCALATED DELIMITED BY "  "
                  '","history":[' DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           PERFORM READ-CASE-HISTORY
           IF WS-CASE-MORE = 1
               STRING '],"more":true}' DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           ELSE
               STRING '],"more":false}' DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           COMPUTE WS-CASE-BODY-LEN = WS-CASE-BODY-PTR - 1
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM SEND-CASE-RESPONSE
           .

*> Every CASE-NOTES.LOG line for WS-CASE-REF, oldest first, into the
*> body - a JSON array entry or a list item, as WS-CASE-MODE says
       READ-CASE-HISTORY.
           MOVE 0 TO WS-CASE-H-COUNT
           MOVE 0 TO WS-CASE-MORE
           OPEN INPUT CASE-NOTES-FILE
           IF WS-CASE-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = 1
               READ CASE-NOTES-FILE
                   AT END
                       MOVE 1 TO WS-CASE-EOF
                   NOT AT END
                       IF CASE-NOTES-RECORD(21:20) = WS-CASE-REF
                           PERFORM APPEND-ONE-CASE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-NOTES-FILE
           .

       APPEND-ONE-CASE-NOTE.
           IF WS-CASE-BODY-PTR > 31000
               MOVE 1 TO WS-CASE-MORE
               EXIT PARAGRAPH
           END-IF
*> A NOTE's text is opened only now, for a reader the group check
*> has already let in
           MOVE CASE-NOTES-RECORD TO WS-PII-TEXT
           MOVE "D" TO WS-PII-MODE
           CALL "PII-CRYPT" USING WS-PII-MODE WS-PII-TEXT WS-PII-POS
               WS-PII-RC
           END-CALL
           MOVE SPACES TO WS-CASE-H-TS WS-CASE-H-REF WS-CASE-H-BY
               WS-CASE-H-ACTION WS-CASE-H-TEXT
           UNSTRING WS-PII-TEXT(1:1024) DELIMITED BY "|"
               INTO WS-CASE-H-TS WS-CASE-H-REF WS-CASE-H-BY
                    WS-CASE-H-ACTION WS-CASE-H-TEXT
           END-UNSTRING
           IF WS-PII-RC NOT = 0
               MOVE "(sealed - the key is not on hand)"
                   TO WS-CASE-H-TEXT
           END-IF
           IF WS-CASE-MODE = "J"
               IF WS-CASE-H-COUNT > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
                   END-STRING
               END-IF
               STRING '{"at":"' DELIMITED BY SIZE
                      WS-CASE-H-TS DELIMITED BY SIZE
                      '","by":"' DELIMITED BY SIZE
                      WS-CASE-H-BY DELIMITED BY SPACE
                      '","action":"' DELIMITED BY SIZE
                      WS-CASE-H-ACTION DELIMITED BY SPACE
                      '","text":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-H-TEXT TRAILING)
                          DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           ELSE
               STRING "<li>" WS-CASE-H-TS " " DELIMITED BY SIZE
                      WS-CASE-H-BY DELIMITED BY SPACE
                      " <b>" DELIMITED BY SIZE
                      WS-CASE-H-ACTION DELIMITED BY SPACE
                      "</b> " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-H-TEXT TRAILING)
                          DELIMITED BY SIZE
                      "</li>" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-CASE-H-COUNT
           .

*> GET /api/case-status/<ref>: where does my request stand? For the
*> submitter, who holds only the reference - the status and its
*> dates, never the assignee or the department's notes
       BUILD-API-CASE-STATUS-RESPONSE.
           MOVE "J" TO WS-CASE-MODE
           MOVE WS-API-RESOURCE(13:20) TO WS-CASE-REF
           PERFORM LOAD-CASE-BY-REF
           IF WS-CASE-FOUND = 0
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CASE-BODY
           MOVE 1 TO WS-CASE-BODY-PTR
           STRING '{"ref":"' DELIMITED BY SIZE
                  WS-CASE-REF DELIMITED BY SPACE
                  '","form":"' DELIMITED BY SIZE
                  WS-CASE-F-FORM DELIMITED BY SPACE
                  '","status":"' DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(WS-CASE-F-STATUS)
                      DELIMITED BY SPACE
                  '","opened":"' DELIMITED BY SIZE
                  WS-CASE-F-OPENED DELIMITED BY SIZE
                  '","updated":"' DELIMITED BY SIZE
                  WS-CASE-F-UPDATED DELIMITED BY SIZE
                  '","closed":"' DELIMITED BY SIZE
                  WS-CASE-F-CLOSED DELIMITED BY "  "
                  '"}' DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           COMPUTE WS-CASE-BODY-LEN = WS-CASE-BODY-PTR - 1
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM SEND-CASE-RESPONSE
           .

*> The queue page: a filter line, then one table row per case the
*> reader's groups cover
       SEND-CASE-QUEUE-PAGE.
           PERFORM STAMP-CASE-NOW
           MOVE WS-CASE-TS TO WS-CASE-NOW
           MOVE SPACES TO WS-CASE-BODY
           MOVE 1 TO WS-CASE-BODY-PTR
           STRING "<html><head><title>Case queue</title></head><body>"
                      DELIMITED BY SIZE
                  "<h1>Case queue</h1><p>Show: "
                      DELIMITED BY SIZE
                  '<a href="/cases">open</a> | ' DELIMITED BY SIZE
                  '<a href="/cases?mine=1">assigned to me</a> | '
                      DELIMITED BY SIZE
                  '<a href="/cases?status=WAITING">waiting</a> | '
                      DELIMITED BY SIZE
                  '<a href="/cases?status=CLOSED">closed</a> | '
                      DELIMITED BY SIZE
                  '<a href="/cases?status=ALL">all</a></p>'
                      DELIMITED BY SIZE
                  "<table><tr><th>Reference</th><th>Form</th>"
                      DELIMITED BY SIZE
                  "<th>Department</th><th>Status</th>"
                      DELIMITED BY SIZE
                  "<th>Assignee</th><th>Opened</th><th>Due</th></tr>"
                      DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           MOVE 0 TO WS-CASE-HITS
           MOVE 0 TO WS-CASE-MORE
           OPEN INPUT CASES-FILE
           IF WS-CASE-STATUS = "00"
               MOVE 0 TO WS-CASE-EOF
               PERFORM UNTIL WS-CASE-EOF = 1
                   READ CASES-FILE
                       AT END
                           MOVE 1 TO WS-CASE-EOF
                       NOT AT END
                           PERFORM FILTER-ONE-CASE
                           IF WS-CASE-ALLOWED = 1
                               PERFORM APPEND-ONE-CASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASES-FILE
           END-IF
           STRING "</table>" DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           IF WS-CASE-HITS = 0
               STRING "<p>No cases to show.</p>" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           IF WS-CASE-MORE = 1
               STRING "<p>More cases than fit on one page - narrow "
                      "the list with a form= filter.</p>"
                      DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           STRING "</body></html>" DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           COMPUTE WS-CASE-BODY-LEN = WS-CASE-BODY-PTR - 1
           PERFORM SEND-CASE-RESPONSE
           .

       APPEND-ONE-CASE-ROW.
           IF WS-CASE-BODY-PTR > 32000
               MOVE 1 TO WS-CASE-MORE
               EXIT PARAGRAPH
           END-IF
           STRING '<tr><td><a href="/cases?ref=' DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
                  '">' DELIMITED BY SIZE
                  CS-REF DELIMITED BY SPACE
                  "</a></td><td>" DELIMITED BY SIZE
                  CS-FORM DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  CS-DEPT DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  CS-STATUS DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  CS-ASSIGNEE DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  CS-OPENED(1:16) DELIMITED BY SIZE
                  "</td><td>" DELIMITED BY SIZE
                  CS-DUE(1:16) DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           IF WS-CASE-OVERDUE = 1
               STRING " <b>overdue</b>" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           IF CS-ESCALATED NOT = SPACES
               STRING " (escalated)" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           STRING "</td></tr>" DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           ADD 1 TO WS-CASE-HITS
           .

*> One case: its fields, its history, and the form to work it, with
*> WS-CASE-ERROR shown above them when there is something to say
       SEND-CASE-DETAIL-PAGE.
           PERFORM EXTRACT-SESSION-TOKEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-CSRF-DAY
           PERFORM COMPUTE-CSRF-TOKEN
           MOVE SPACES TO WS-CASE-BODY
           MOVE 1 TO WS-CASE-BODY-PTR
           STRING "<html><head><title>Case " DELIMITED BY SIZE
                  WS-CASE-REF DELIMITED BY SPACE
                  "</title></head><body><h1>Case " DELIMITED BY SIZE
                  WS-CASE-REF DELIMITED BY SPACE
                  "</h1>" DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           IF WS-CASE-ERROR NOT = SPACES
               STRING "<p><b>" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-ERROR) DELIMITED BY SIZE
                      "</b></p>" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           STRING "<table><tr><th>Form</th><td>" DELIMITED BY SIZE
                  WS-CASE-F-FORM DELIMITED BY SPACE
                  "</td></tr><tr><th>Department</th><td>"
                      DELIMITED BY SIZE
                  WS-CASE-F-DEPT DELIMITED BY SPACE
                  "</td></tr><tr><th>Status</th><td>" DELIMITED BY SIZE
                  WS-CASE-F-STATUS DELIMITED BY SPACE
                  "</td></tr><tr><th>Assignee</th><td>"
                      DELIMITED BY SIZE
                  WS-CASE-F-ASSIGNEE DELIMITED BY SPACE
                  "</td></tr><tr><th>Opened</th><td>" DELIMITED BY SIZE
                  WS-CASE-F-OPENED DELIMITED BY SIZE
                  "</td></tr><tr><th>Due</th><td>" DELIMITED BY SIZE
                  WS-CASE-F-DUE DELIMITED BY SIZE
                  "</td></tr><tr><th>Closed</th><td>" DELIMITED BY SIZE
                  WS-CASE-F-CLOSED DELIMITED BY SIZE
                  "</td></tr><tr><th>Escalated</th><td>"
                      DELIMITED BY SIZE
                  WS-CASE-F-ESCALATED DELIMITED BY SIZE
                  "</td></tr></table><h2>History</h2><ul>"
                      DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           PERFORM READ-CASE-HISTORY
           STRING "</ul><h2>Update</h2>" DELIMITED BY SIZE
                  '<form method="post" action="/cases">'
                      DELIMITED BY SIZE
                  '<input type="hidden" name="ref" value="'
                      DELIMITED BY SIZE
                  WS-CASE-REF DELIMITED BY SPACE
                  '"><input type="hidden" name="csrf" value="'
                      DELIMITED BY SIZE
                  WS-CSRF-TOKEN DELIMITED BY SPACE
                  '"><p><label>Status <select name="status">'
                      DELIMITED BY SIZE
                  '<option value="">(unchanged)</option>'
                      DELIMITED BY SIZE
                  '<option value="ASSIGNED">ASSIGNED</option>'
                      DELIMITED BY SIZE
                  '<option value="WAITING">WAITING</option>'
                      DELIMITED BY SIZE
                  '<option value="CLOSED">CLOSED</option>'
                      DELIMITED BY SIZE
                  '<option value="NEW">NEW</option>'
                      DELIMITED BY SIZE
                  "</select></label></p>" DELIMITED BY SIZE
                  '<p><label>Assignee <input name="assignee" '
                      DELIMITED BY SIZE
                  'maxlength="32"></label> (- to clear)</p>'
                      DELIMITED BY SIZE
                  '<p><label>Note <textarea name="note" '
                      DELIMITED BY SIZE
                  'maxlength="255"></textarea></label></p>'
                      DELIMITED BY SIZE
                  '<p><button type="submit">Save</button></p>'
                      DELIMITED BY SIZE
                  '</form><p><a href="/cases">Back to the queue</a>'
                      DELIMITED BY SIZE
                  "</p></body></html>" DELIMITED BY SIZE
               INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
           END-STRING
           COMPUTE WS-CASE-BODY-LEN = WS-CASE-BODY-PTR - 1
           PERFORM SEND-CASE-RESPONSE
           .

*> WS-CASE-ERROR as a short page or a JSON error, under the caller's
*> status
       SEND-CASE-ERROR.
           MOVE SPACES TO WS-CASE-BODY
           MOVE 1 TO WS-CASE-BODY-PTR
           IF WS-CASE-MODE = "J"
               STRING '{"error":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-ERROR) DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           ELSE
               STRING "<html><body><h1>Case queue</h1><p>"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-ERROR) DELIMITED BY SIZE
                      '.</p><p><a href="/cases">Back to the queue</a>'
                          DELIMITED BY SIZE
                      "</p></body></html>" DELIMITED BY SIZE
                   INTO WS-CASE-BODY WITH POINTER WS-CASE-BODY-PTR
               END-STRING
           END-IF
           COMPUTE WS-CASE-BODY-LEN = WS-CASE-BODY-PTR - 1
           PERFORM SEND-CASE-RESPONSE
           .

*> Response assembly for the case family, WS-LOG-STATUS-LINE carrying
*> the status and WS-CASE-MODE the content type
       SEND-CASE-RESPONSE.
           MOVE WS-CASE-BODY-LEN TO WS-CASE-LEN-STR
           PERFORM VARYING WS-CASE-STATUS-LEN FROM 32 BY -1
               UNTIL WS-CASE-STATUS-LEN < 1
               IF WS-LOG-STATUS-LINE(WS-CASE-STATUS-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE(1:WS-CASE-STATUS-LEN)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING
           IF WS-CASE-MODE = "J"
               STRING "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Content-Type: text/html; charset=utf-8"
                      DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           STRING "Content-Length: " DELIMITED BY SIZE
                  WS-CASE-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-CASE-BODY(1:WS-CASE-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> /cgi-bin/...: run the requested script through CGI-EXEC and turn
*> its raw CGI-protocol output into a normal HTTP response, the same
*> way BUILD-200-RESPONSE turns a file's bytes into one
       HANDLE-CGI-REQUEST.
*> Exported ahead of CGI-EXEC's own CGI/1.1 variables, so a dynamic
*> page can log against the same request id the server's own logs
*> carry
           DISPLAY "REQUEST_ID" UPON ENVIRONMENT-NAME
           DISPLAY LS-REQUEST-ID UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-CGI-BODY-BUFFER
           IF LS-BODY-LEN > 0
               MOVE LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                   TO WS-CGI-BODY-BUFFER
           END-IF

           CALL "CGI-EXEC" USING SANITIZED-PATH REQUEST-METHOD
               QUERY-STRING WS-CGI-BODY-BUFFER LS-BODY-LEN
               WS-CGI-OUT-BUFFER WS-CGI-OUT-SIZE WS-CGI-RETURN-CODE

*> Return code 2 is CGI-EXEC's "the script overran its execution
*> limit and was killed" - a timeout, not a bad gateway
           IF WS-CGI-RETURN-CODE = 2
               PERFORM BUILD-504-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF WS-CGI-RETURN-CODE NOT = 0
               PERFORM BUILD-502-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM PARSE-CGI-HEADERS
           PERFORM BUILD-SECURITY-HEADERS

           MOVE WS-CGI-BODY-LEN TO WS-SIZE-STR
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: " DELIMITED BY SIZE
                  WS-CGI-CONTENT-TYPE(1:WS-CGI-CT-LEN) DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-SIZE-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1

           IF WS-CGI-BODY-LEN > 0 AND REQUEST-METHOD NOT = "HEAD"
               MOVE WS-CGI-OUT-BUFFER(WS-CGI-HDR-END + 1:
                   WS-CGI-BODY-LEN) TO
                   LS-RESPONSE-BUF(LS-RESPONSE-LEN + 1: WS-CGI-BODY-LEN)
               ADD WS-CGI-BODY-LEN TO LS-RESPONSE-LEN
           END-IF
           .

*> Split a script's raw CGI output into its header block and body:
*> find the blank line separating the two (a script may use a bare LF
*> or a full CRLF the way real CGI scripts sometimes do either), then
*> pick the Content-Type header out of the header block, if the script
*> sent one - falling back to a generic default otherwise, the same
*> way MIME-TYPES falls back for an unrecognized file extension
       PARSE-CGI-HEADERS.
           MOVE SPACES TO WS-CGI-CONTENT-TYPE
           MOVE 0 TO WS-CGI-CT-LEN
           MOVE 0 TO WS-CGI-HDR-END
           MOVE 0 TO WS-CGI-BODY-LEN

           PERFORM VARYING WS-CGI-SCAN-POS FROM 1 BY 1
               UNTIL WS-CGI-SCAN-POS >= WS-CGI-OUT-SIZE
               IF WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS:1) = X"0A" AND
                  WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS + 1:1) = X"0A"
                   COMPUTE WS-CGI-HDR-END = WS-CGI-SCAN-POS + 1
                   EXIT PERFORM
               END-IF
               IF WS-CGI-SCAN-POS + 3 <= WS-CGI-OUT-SIZE AND
                  WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS:1) = X"0D" AND
                  WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS + 1:1) = X"0A" AND
                  WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS + 2:1) = X"0D" AND
                  WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS + 3:1) = X"0A"
                   COMPUTE WS-CGI-HDR-END = WS-CGI-SCAN-POS + 3
                   EXIT PERFORM
               END-IF
           END-PERFORM

*> No header/body separator at all - treat the whole thing as the
*> body, same as a script that only ever prints HTML and nothing else
           IF WS-CGI-HDR-END = 0
               MOVE "text/html" TO WS-CGI-CONTENT-TYPE
               MOVE 9 TO WS-CGI-CT-LEN
               MOVE WS-CGI-OUT-SIZE TO WS-CGI-BODY-LEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CGI-BODY-LEN = WS-CGI-OUT-SIZE - WS-CGI-HDR-END

           MOVE 1 TO WS-CGI-LINE-START
           PERFORM VARYING WS-CGI-SCAN-POS FROM 1 BY 1
               UNTIL WS-CGI-SCAN-POS > WS-CGI-HDR-END
               IF WS-CGI-OUT-BUFFER(WS-CGI-SCAN-POS:1) = X"0A"
                   COMPUTE WS-CGI-LINE-LEN =
                       WS-CGI-SCAN-POS - WS-CGI-LINE-START
                   IF WS-CGI-LINE-LEN > 0 AND
                      WS-CGI-OUT-BUFFER(WS-CGI-LINE-START +
                          WS-CGI-LINE-LEN - 1:1) = X"0D"
                       SUBTRACT 1 FROM WS-CGI-LINE-LEN
                   END-IF

                   IF WS-CGI-LINE-LEN > 13 AND
                      WS-CGI-OUT-BUFFER(WS-CGI-LINE-START:13) =
                          "Content-Type:"
                       COMPUTE WS-CGI-VALUE-START =
                           WS-CGI-LINE-START + 13
                       COMPUTE WS-CGI-CT-LEN = WS-CGI-LINE-LEN - 13
                       IF WS-CGI-CT-LEN > 0 AND
                          WS-CGI-OUT-BUFFER(WS-CGI-VALUE-START:1)
                              = SPACE
                           ADD 1 TO WS-CGI-VALUE-START
                           SUBTRACT 1 FROM WS-CGI-CT-LEN
                       END-IF
                       IF WS-CGI-CT-LEN > 0
                           MOVE WS-CGI-OUT-BUFFER(WS-CGI-VALUE-START:
                               WS-CGI-CT-LEN) TO WS-CGI-CONTENT-TYPE
                       END-IF
                   END-IF

                   COMPUTE WS-CGI-LINE-START = WS-CGI-SCAN-POS + 1
               END-IF
           END-PERFORM

           IF WS-CGI-CT-LEN = 0
               MOVE "text/html" TO WS-CGI-CONTENT-TYPE
               MOVE 9 TO WS-CGI-CT-LEN
           END-IF
           .

*> /api/...: pull the resource name out of the path (everything after
*> "/api/") and dispatch to whichever paragraph answers it - new
*> resources join this EVALUATE as they're added, the same way new
*> reserved top-level paths join the IF chain in MAIN-LOGIC above
       HANDLE-API-REQUEST.
           MOVE SPACES TO WS-API-RESOURCE
           MOVE WS-PRE-ALIAS-PATH(6:507) TO WS-API-RESOURCE
           MOVE 1 TO WS-IS-API-REQUEST

*> A keyed machine client gets no further than what its key was
*> issued for - see ENFORCE-API-KEY
           IF WS-APIKEY-VALID = 1
               PERFORM ENFORCE-API-KEY
               IF WS-APIKEY-WHY NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

*> A CORS preflight is a browser asking, ahead of its real cross-
*> origin request, whether that request's method/headers are even
*> allowed - answered generically for any /api/ resource rather than
*> added as its own WHEN per resource, since a preflight is about the
*> endpoint's CORS policy, not about any one resource's own method
*> handling below
           EVALUATE TRUE
               WHEN REQUEST-METHOD = "OPTIONS"
                   PERFORM BUILD-API-CORS-PREFLIGHT-RESPONSE
               WHEN WS-API-RESOURCE(1:6) = "admin/"
                   PERFORM HANDLE-ADMIN-REQUEST
               WHEN WS-API-RESOURCE = "health" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-HEALTH-RESPONSE
               WHEN WS-API-RESOURCE = "search" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-SEARCH-RESPONSE
               WHEN WS-API-RESOURCE = "search-click" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-SEARCH-CLICK-RESPONSE
               WHEN WS-API-RESOURCE(1:10) = "directory/" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-DIRECTORY-KEY-RESPONSE
               WHEN WS-API-RESOURCE = "directory" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-DIRECTORY-SEARCH-RESPONSE
               WHEN WS-API-RESOURCE = "upload" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-UPLOAD-RESPONSE
               WHEN WS-API-RESOURCE = "uploads" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-UPLOADS-LIST-RESPONSE
               WHEN WS-API-RESOURCE(1:14) = "upload-status/" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-UPLOAD-STATUS-RESPONSE
               WHEN WS-API-RESOURCE(1:13) = "state-ingest/" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-STATE-INGEST-RESPONSE
               WHEN WS-API-RESOURCE = "log-ingest" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-LOG-INGEST-RESPONSE
               WHEN WS-API-RESOURCE = "release-import" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-RELEASE-IMPORT-RESPONSE
               WHEN WS-API-RESOURCE = "content-move" AND
                    REQUEST-METHOD = "POST"
                   MOVE "MOVE" TO WS-CMOVE-KIND
                   PERFORM BUILD-API-CONTENT-MOVE-RESPONSE
               WHEN WS-API-RESOURCE = "content-copy" AND
                    REQUEST-METHOD = "POST"
                   MOVE "COPY" TO WS-CMOVE-KIND
                   PERFORM BUILD-API-CONTENT-MOVE-RESPONSE
               WHEN WS-API-RESOURCE = "content-mkdir" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-CONTENT-MKDIR-RESPONSE
               WHEN WS-API-RESOURCE = "changes" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-CHANGES-LIST-RESPONSE
               WHEN WS-API-RESOURCE(1:8) = "changes/" AND
                    REQUEST-METHOD = "GET"
                   MOVE "DIFF" TO WS-CHG-ACTION
                   PERFORM BUILD-API-CHANGE-ACTION-RESPONSE
               WHEN WS-API-RESOURCE(1:8) = "changes/" AND
                    REQUEST-METHOD = "POST"
                   MOVE SPACES TO WS-CHG-ACTION
                   PERFORM BUILD-API-CHANGE-ACTION-RESPONSE
               WHEN WS-API-RESOURCE = "incidents" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-INCIDENTS-RESPONSE
               WHEN WS-API-RESOURCE(1:8) = "content/" AND
                    REQUEST-METHOD = "PUT"
                   PERFORM BUILD-API-CONTENT-PUT-RESPONSE
               WHEN WS-API-RESOURCE(1:8) = "content/" AND
                    REQUEST-METHOD = "DELETE"
                   PERFORM BUILD-API-CONTENT-DELETE-RESPONSE
               WHEN WS-API-RESOURCE(1:9) = "versions/" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-VERSIONS-RESPONSE
               WHEN WS-API-RESOURCE(1:8) = "restore/" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-RESTORE-RESPONSE
               WHEN WS-API-RESOURCE = "events" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-EVENTS-LIST-RESPONSE
               WHEN WS-API-RESOURCE = "events" AND
                    REQUEST-METHOD = "POST"
                   MOVE "CREATE" TO WS-EVT-ACTION
                   PERFORM BUILD-API-EVENT-CHANGE-RESPONSE
               WHEN WS-API-RESOURCE(1:7) = "events/" AND
                    REQUEST-METHOD = "PUT"
                   MOVE "UPDATE" TO WS-EVT-ACTION
                   PERFORM BUILD-API-EVENT-CHANGE-RESPONSE
               WHEN WS-API-RESOURCE(1:7) = "events/" AND
                    REQUEST-METHOD = "DELETE"
                   MOVE "DELETE" TO WS-EVT-ACTION
                   PERFORM BUILD-API-EVENT-CHANGE-RESPONSE
               WHEN WS-API-RESOURCE = "cases" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-CASES-LIST-RESPONSE
               WHEN WS-API-RESOURCE(1:6) = "cases/" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-CASE-DETAIL-RESPONSE
               WHEN WS-API-RESOURCE(1:6) = "cases/" AND
                    REQUEST-METHOD = "POST"
                   PERFORM BUILD-API-CASE-UPDATE-RESPONSE
               WHEN WS-API-RESOURCE(1:12) = "case-status/" AND
                    REQUEST-METHOD = "GET"
                   PERFORM BUILD-API-CASE-STATUS-RESPONSE
               WHEN OTHER
                   PERFORM BUILD-API-404-RESPONSE
           END-EVALUATE
           .

*> OPTIONS against any /api/ resource: a bodyless 204 carrying the
*> same Access-Control-* headers every other API response now gets
*> from BUILD-SECURITY-HEADERS (WS-IS-API-REQUEST is already set by
*> the time HANDLE-API-REQUEST's EVALUATE reaches here), plus an
*> Access-Control-Max-Age so the browser can cache that answer instead
*> of preflighting the same method/resource again on its very next call
       BUILD-API-CORS-PREFLIGHT-RESPONSE.
           MOVE "204 No Content" TO WS-LOG-STATUS-LINE

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 204 No Content" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Access-Control-Max-Age: 86400" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 0" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> GET /api/health: the same liveness signal as /healthz, just in the
*> JSON shape a REST client consuming this API would expect instead
*> of a bare "OK"
       BUILD-API-HEALTH-RESPONSE.
           MOVE "200 OK" TO WS-LOG-STATUS-LINE

           MOVE SPACES TO WS-API-BODY
           STRING "{""status"":""ok""}" DELIMITED BY SIZE
               INTO WS-API-BODY
           END-STRING

           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
               IF WS-API-BODY(WS-API-BODY-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-API-BODY-LEN TO WS-API-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-API-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
                  WS-API-BODY(1:WS-API-BODY-LEN) DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> No resource in the API matched the request (or matched, but not
*> for this method) - a JSON error body, not the site's HTML 404 page,
*> since a REST client has no use for a page meant for a browser
       BUILD-API-404-RESPONSE.
           MOVE "404 Not Found" TO WS-LOG-STATUS-LINE

           MOVE SPACES TO WS-API-BODY
           STRING "{""error"":""not found""}" DELIMITED BY SIZE
               INTO WS-API-BODY
           END-STRING

           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
               IF WS-API-BODY(WS-API-BODY-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-API-BODY-LEN TO WS-API-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 404 Not Found" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-API-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
                  WS-API-BODY(1:WS-API-BODY-LEN) DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> A keyed request is held to what its key was issued for, in this
*> order: one of its METHOD:resource scopes must cover this request,
*> the client must be on one of its NETWORKS.CFG networks, and the
*> day's quota must not be spent (APIKEY-METER counts only requests
*> that got this far). A refusal is audited and answered here -
*> 403, or 429 with a Retry-After running to midnight - and leaves
*> WS-APIKEY-WHY set so HANDLE-API-REQUEST dispatches nothing
       ENFORCE-API-KEY.
           MOVE SPACES TO WS-APIKEY-WHY
           PERFORM CHECK-API-KEY-SCOPE
           IF WS-APIKEY-MATCHED = 0
               MOVE "SCOPE" TO WS-APIKEY-WHY
           ELSE
               PERFORM CHECK-API-KEY-NETWORK
               IF WS-APIKEY-MATCHED = 0
                   MOVE "NETWORK" TO WS-APIKEY-WHY
               ELSE
                   CALL "APIKEY-METER" USING WS-APIKEY-ID AK-QUOTA
                       WS-APIKEY-ALLOWED WS-APIKEY-COUNT
                   END-CALL
                   IF WS-APIKEY-ALLOWED = 0
                       MOVE "QUOTA" TO WS-APIKEY-WHY
                   END-IF
               END-IF
           END-IF
           IF WS-APIKEY-WHY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "API_KEY" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-USER
           STRING "apikey-" WS-APIKEY-ID DELIMITED BY SPACE
               INTO WS-AUDIT-USER
           END-STRING
           MOVE WS-APIKEY-WHY TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           PERFORM BUILD-API-KEY-REFUSAL
           .

*> Scopes are comma-separated METHOD:resource entries, matched
*> against the resource after /api/ - "*" as METHOD takes any, and
*> a trailing "*" on the resource makes it a prefix
       CHECK-API-KEY-SCOPE.
           MOVE 0 TO WS-APIKEY-MATCHED
           MOVE 1 TO WS-APIKEY-LIST-PTR
           PERFORM UNTIL WS-APIKEY-LIST-PTR > 200 OR
                         WS-APIKEY-MATCHED = 1
               MOVE SPACES TO WS-APIKEY-ENTRY
               UNSTRING AK-SCOPES DELIMITED BY ","
                   INTO WS-APIKEY-ENTRY
                   WITH POINTER WS-APIKEY-LIST-PTR
               END-UNSTRING
               IF WS-APIKEY-ENTRY NOT = SPACES
                   PERFORM MATCH-API-KEY-SCOPE
               END-IF
           END-PERFORM
           .

       MATCH-API-KEY-SCOPE.
           MOVE SPACES TO WS-APIKEY-METHOD
           MOVE SPACES TO WS-APIKEY-RES
           UNSTRING WS-APIKEY-ENTRY DELIMITED BY ":"
               INTO WS-APIKEY-METHOD WS-APIKEY-RES
           END-UNSTRING
           IF WS-APIKEY-METHOD NOT = "*" AND
              WS-APIKEY-METHOD NOT = REQUEST-METHOD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-APIKEY-RES-LEN
           INSPECT WS-APIKEY-RES TALLYING WS-APIKEY-RES-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-APIKEY-RES-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-APIKEY-RES(WS-APIKEY-RES-LEN:1) = "*"
               IF WS-APIKEY-RES-LEN = 1
                   MOVE 1 TO WS-APIKEY-MATCHED
               ELSE
                   IF WS-API-RESOURCE(1:WS-APIKEY-RES-LEN - 1) =
                          WS-APIKEY-RES(1:WS-APIKEY-RES-LEN - 1)
                       MOVE 1 TO WS-APIKEY-MATCHED
                   END-IF
               END-IF
           ELSE
               IF WS-API-RESOURCE = WS-APIKEY-RES
                   MOVE 1 TO WS-APIKEY-MATCHED
               END-IF
           END-IF
           .

*> "*" is anywhere; otherwise the NETWORKS.CFG name CHECK-NETWORKS
*> gives the client's address must be one of the key's networks - an
*> address no network claims matches nothing
       CHECK-API-KEY-NETWORK.
           MOVE 0 TO WS-APIKEY-MATCHED
           IF AK-NETWORKS(1:2) = "* "
               MOVE 1 TO WS-APIKEY-MATCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NETWORKS
           IF WS-NET-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-APIKEY-LIST-PTR
           PERFORM UNTIL WS-APIKEY-LIST-PTR > 96 OR
                         WS-APIKEY-MATCHED = 1
               MOVE SPACES TO WS-APIKEY-ENTRY
               UNSTRING AK-NETWORKS DELIMITED BY ","
                   INTO WS-APIKEY-ENTRY
                   WITH POINTER WS-APIKEY-LIST-PTR
               END-UNSTRING
               IF WS-APIKEY-ENTRY NOT = SPACES AND
                  WS-APIKEY-ENTRY = WS-NET-NAME
                   MOVE 1 TO WS-APIKEY-MATCHED
               END-IF
           END-PERFORM
           .

*> The JSON refusal for a key that failed CHECK-API-KEY (401) or
*> ENFORCE-API-KEY (403, or 429 once the day's quota is spent), laid
*> out as BUILD-API-404-RESPONSE is
       BUILD-API-KEY-REFUSAL.
           MOVE SPACES TO WS-API-BODY
           EVALUATE WS-APIKEY-WHY
               WHEN "SCOPE"
                   MOVE "403 Forbidden" TO WS-APIKEY-STATUS-LINE
                   STRING "{""error"":""API key not allowed this "
                              DELIMITED BY SIZE
                          "resource or method""}" DELIMITED BY SIZE
                       INTO WS-API-BODY
                   END-STRING
               WHEN "NETWORK"
                   MOVE "403 Forbidden" TO WS-APIKEY-STATUS-LINE
                   STRING "{""error"":""API key not allowed from "
                              DELIMITED BY SIZE
                          "this network""}" DELIMITED BY SIZE
                       INTO WS-API-BODY
                   END-STRING
               WHEN "QUOTA"
                   MOVE "429 Too Many Requests"
                       TO WS-APIKEY-STATUS-LINE
                   STRING "{""error"":""API key daily quota used "
                              DELIMITED BY SIZE
                          "up""}" DELIMITED BY SIZE
                       INTO WS-API-BODY
                   END-STRING
               WHEN "REVOKED"
                   MOVE "401 Unauthorized" TO WS-APIKEY-STATUS-LINE
                   STRING "{""error"":""API key revoked""}"
                       DELIMITED BY SIZE INTO WS-API-BODY
                   END-STRING
               WHEN "EXPIRED"
                   MOVE "401 Unauthorized" TO WS-APIKEY-STATUS-LINE
                   STRING "{""error"":""API key expired""}"
                       DELIMITED BY SIZE INTO WS-API-BODY
                   END-STRING
               WHEN OTHER
                   MOVE "401 Unauthorized" TO WS-APIKEY-STATUS-LINE
                   STRING "{""error"":""API key not valid""}"
                       DELIMITED BY SIZE INTO WS-API-BODY
                   END-STRING
           END-EVALUATE
           MOVE WS-APIKEY-STATUS-LINE TO WS-LOG-STATUS-LINE

           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
               IF WS-API-BODY(WS-API-BODY-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-API-BODY-LEN TO WS-API-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-APIKEY-STATUS-LINE DELIMITED BY "  "
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-API-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

*> The quota comes back at midnight - say so in seconds
           IF WS-APIKEY-WHY = "QUOTA"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               COMPUTE WS-APIKEY-RETRY-SECS = 86400 -
                   (FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 3600 +
                    FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 60 +
                    FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)))
               MOVE WS-APIKEY-RETRY-SECS TO WS-APIKEY-RETRY-STR
               STRING "Retry-After: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APIKEY-RETRY-STR)
                          DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
                  WS-API-BODY(1:WS-API-BODY-LEN) DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> GET /api/search?q=...: the site search box's backend. Pulls the
*> q= parameter out of QUERY-STRING, decodes and lowercases it, and
*> scans SEARCH-INDEX.DAT (built nightly by SEARCH-INDEX) for exact
*> keyword matches, answering up to 10 page path/title pairs as JSON.
*> Terms are widened through SEARCH-SYNONYMS.CFG first and the
*> answer says which synonyms were used ("synonyms_applied", term to
*> list of words); a query that finds nothing carries a "did you
*> mean" query in "suggestion" (null when there is none to offer).
*> Best bets pinned in SEARCH-BESTBETS.CFG lead the list, marked
*> "best_bet":true; every result carries its "position" and the
*> "click" link that records the click before sending the user on
       BUILD-API-SEARCH-RESPONSE.
           PERFORM EXTRACT-SEARCH-QUERY
           PERFORM LOAD-SEARCH-SYNONYMS

           MOVE SPACES TO WS-SEARCH-BODY
           MOVE 1 TO WS-SEARCH-BODY-PTR
           STRING '{"query":"' DELIMITED BY SIZE
               INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
           END-STRING
           IF WS-SEARCH-QUERY-LEN > 0
               STRING WS-SEARCH-QUERY(1:WS-SEARCH-QUERY-LEN)
                      DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
           END-IF
           STRING '","synonyms_applied":{' DELIMITED BY SIZE
               INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
           END-STRING
           PERFORM APPEND-APPLIED-SYNONYMS
           STRING '},"results":[' DELIMITED BY SIZE
               INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
           END-STRING

           MOVE 0 TO WS-SEARCH-HITS
           MOVE 0 TO WS-BBET-COUNT
           MOVE SPACES TO WS-SEARCH-SUGGEST
           MOVE 0 TO WS-SEARCH-SUGGEST-LEN
           IF WS-SEARCH-QUERY-LEN > 0
               PERFORM OPEN-SEARCH-TRACKING
               PERFORM LOAD-SEARCH-BEST-BETS
               PERFORM APPEND-BEST-BETS
               PERFORM SCAN-SEARCH-INDEX
               IF WS-SRLOG-OPEN = 1
                   CLOSE SEARCH-RESULTS-LOG
                   MOVE 0 TO WS-SRLOG-OPEN
               END-IF
               IF WS-SEARCH-HITS = 0
                   PERFORM SUGGEST-SEARCH-QUERY
               END-IF
               PERFORM WRITE-SEARCH-QUERY-LOG
           END-IF

           IF WS-SEARCH-SUGGEST-LEN > 0
               STRING '],"suggestion":"' DELIMITED BY SIZE
                      WS-SEARCH-SUGGEST(1:WS-SEARCH-SUGGEST-LEN)
                          DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
           ELSE
               STRING '],"suggestion":null}' DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
           END-IF
           COMPUTE WS-SEARCH-BODY-LEN = WS-SEARCH-BODY-PTR - 1
           MOVE WS-SEARCH-BODY-LEN TO WS-SEARCH-LEN-STR

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-SEARCH-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-SEARCH-BODY(1:WS-SEARCH-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> The q= parameter's value: located among QUERY-STRING's
*> &-separated parameters, percent-decoded through URL-DECODE, and
*> lowercased to match the index. WS-SEARCH-QUERY-LEN stays 0 when
*> no usable q= is present, which answers an empty result list
       EXTRACT-SEARCH-QUERY.
           MOVE 0 TO WS-SEARCH-QUERY-LEN
           MOVE SPACES TO WS-SEARCH-QUERY
           MOVE SPACES TO WS-SEARCH-QRAW

           MOVE 0 TO WS-SEARCH-AMP-POS
           IF QUERY-STRING(1:2) = "q="
               MOVE 3 TO WS-SEARCH-AMP-POS
           ELSE
               PERFORM VARYING WS-SEARCH-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SEARCH-SCAN-POS > 253
                   IF QUERY-STRING(WS-SEARCH-SCAN-POS:3) = "&q="
                       COMPUTE WS-SEARCH-AMP-POS =
                           WS-SEARCH-SCAN-POS + 3
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SEARCH-AMP-POS = 0
               EXIT PARAGRAPH
           END-IF

*> The raw value runs to the next "&" or the end of the query string
           MOVE 0 TO WS-SEARCH-SCAN-POS
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM WS-SEARCH-AMP-POS
               BY 1 UNTIL WS-SEARCH-SCAN-POS > 256 OR
                     QUERY-STRING(WS-SEARCH-SCAN-POS:1) = "&" OR
                     QUERY-STRING(WS-SEARCH-SCAN-POS:1) = SPACE
           END-PERFORM
           IF WS-SEARCH-SCAN-POS <= WS-SEARCH-AMP-POS
               EXIT PARAGRAPH
           END-IF
           MOVE QUERY-STRING(WS-SEARCH-AMP-POS:
               WS-SEARCH-SCAN-POS - WS-SEARCH-AMP-POS)
               TO WS-SEARCH-QRAW

           MOVE SPACES TO WS-SEARCH-QDEC
           CALL "URL-DECODE" USING WS-SEARCH-QRAW WS-SEARCH-QDEC

*> Form posts encode the spaces between terms as "+", which
*> URL-DECODE leaves alone because it decodes paths
           INSPECT WS-SEARCH-QDEC CONVERTING "+" TO " "
           INSPECT WS-SEARCH-QDEC CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

*> The query may now carry embedded spaces between terms, so its
*> length is found by trimming from the right, not at the first space
           MOVE 0 TO WS-SEARCH-QUERY-LEN
           PERFORM VARYING WS-SEARCH-QUERY-LEN FROM 64 BY -1
               UNTIL WS-SEARCH-QUERY-LEN < 1
               IF WS-SEARCH-QDEC(WS-SEARCH-QUERY-LEN:1) NOT = SPACE
                  AND WS-SEARCH-QDEC(WS-SEARCH-QUERY-LEN:1)
                      NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-QUERY-LEN > 0
               MOVE WS-SEARCH-QDEC(1:WS-SEARCH-QUERY-LEN)
                   TO WS-SEARCH-QUERY
           END-IF

           PERFORM SPLIT-SEARCH-TERMS
           .

*> Up to five space-separated terms off the decoded query, each
*> capped at the index's 32-character keyword width; every term must
*> appear on a page for it to count as a hit. Stopwords are dropped
*> here for the same reason the indexer drops them - they cannot
*> match, so keeping them would sink every query that contains one
       SPLIT-SEARCH-TERMS.
           MOVE 0 TO WS-SEARCH-TERM-COUNT
           MOVE 1 TO WS-SEARCH-TERM-POS
           PERFORM UNTIL WS-SEARCH-TERM-POS > WS-SEARCH-QUERY-LEN OR
                   WS-SEARCH-TERM-COUNT >= 5
               PERFORM VARYING WS-SEARCH-TERM-POS FROM
                   WS-SEARCH-TERM-POS BY 1
                   UNTIL WS-SEARCH-TERM-POS > WS-SEARCH-QUERY-LEN OR
                         WS-SEARCH-QUERY(WS-SEARCH-TERM-POS:1)
                             NOT = SPACE
               END-PERFORM
               IF WS-SEARCH-TERM-POS > WS-SEARCH-QUERY-LEN
                   EXIT PERFORM
               END-IF
               MOVE WS-SEARCH-TERM-POS TO WS-SEARCH-TERM-END
               PERFORM VARYING WS-SEARCH-TERM-END FROM
                   WS-SEARCH-TERM-END BY 1
                   UNTIL WS-SEARCH-TERM-END > WS-SEARCH-QUERY-LEN OR
                         WS-SEARCH-QUERY(WS-SEARCH-TERM-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-SEARCH-TERM-COUNT
               MOVE SPACES
                   TO SRCH-TERM-TXT(WS-SEARCH-TERM-COUNT)
               COMPUTE SRCH-TERM-LEN(WS-SEARCH-TERM-COUNT) =
                   WS-SEARCH-TERM-END - WS-SEARCH-TERM-POS
               IF SRCH-TERM-LEN(WS-SEARCH-TERM-COUNT) > 32
                   MOVE 32 TO SRCH-TERM-LEN(WS-SEARCH-TERM-COUNT)
               END-IF
               MOVE WS-SEARCH-QUERY(WS-SEARCH-TERM-POS:
                   SRCH-TERM-LEN(WS-SEARCH-TERM-COUNT))
                   TO SRCH-TERM-TXT(WS-SEARCH-TERM-COUNT)
               PERFORM CHECK-QUERY-STOPWORD
               IF WS-SEARCH-IS-STOP = 1
                   SUBTRACT 1 FROM WS-SEARCH-TERM-COUNT
               END-IF
               MOVE WS-SEARCH-TERM-END TO WS-SEARCH-TERM-POS
           END-PERFORM
           .

*> Is the term just split (the last table slot) a stopword?
       CHECK-QUERY-STOPWORD.
           MOVE 0 TO WS-SEARCH-IS-STOP
           MOVE SRCH-TERM-LEN(WS-SEARCH-TERM-COUNT)
               TO WS-SEARCH-STOP-LEN
           IF WS-SEARCH-STOP-LEN > 7
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEARCH-STOP-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-STOP-IDX > 32 OR
                     WS-SEARCH-IS-STOP = 1
               IF WS-SEARCH-STOPWORD(WS-SEARCH-STOP-IDX)
                      (1:WS-SEARCH-STOP-LEN) =
                  SRCH-TERM-TXT(WS-SEARCH-TERM-COUNT)
                      (1:WS-SEARCH-STOP-LEN) AND
                  WS-SEARCH-STOPWORD(WS-SEARCH-STOP-IDX)
                      (WS-SEARCH-STOP-LEN + 1:1) = SPACE
                   MOVE 1 TO WS-SEARCH-IS-STOP
               END-IF
           END-PERFORM
           .

*> Scan the whole index gathering candidate pages: any line whose
*> keyword equals one of the query's terms scores its page. The
*> index carries one line per distinct word per page (with an
*> optional trailing occurrence count - see SEARCH-INDEX), so a page
*> that matched all the terms is recognized afterwards by its term
*> flags, and the summed counts rank the survivors
       SCAN-SEARCH-INDEX.
           MOVE 0 TO WS-SEARCH-PAGE-COUNT
           IF WS-SEARCH-TERM-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SEARCH-INDEX-FILE
           IF WS-SEARCH-IDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEARCH-IDX-EOF
           PERFORM UNTIL WS-SEARCH-IDX-EOF = 1
               READ SEARCH-INDEX-FILE
                   AT END
                       MOVE 1 TO WS-SEARCH-IDX-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-INDEX-LINE
               END-READ
           END-PERFORM

           CLOSE SEARCH-INDEX-FILE

           PERFORM DROP-PINNED-CANDIDATES
           PERFORM APPEND-RANKED-RESULTS
           .

       MATCH-ONE-INDEX-LINE.
           MOVE 0 TO WS-SEARCH-PIPE1
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM 1 BY 1
               UNTIL WS-SEARCH-SCAN-POS > 66
               IF SEARCH-INDEX-RECORD(WS-SEARCH-SCAN-POS:1) = "|"
                   MOVE WS-SEARCH-SCAN-POS TO WS-SEARCH-PIPE1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-PIPE1 = 0 OR WS-SEARCH-PIPE1 < 2
               EXIT PARAGRAPH
           END-IF

*> Does the keyword field equal any of the query's terms, or one
*> of a term's synonyms? A synonym hit counts for its term's slot
           MOVE 0 TO WS-SEARCH-HIT-TERM
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               IF WS-SEARCH-PIPE1 - 1 =
                      SRCH-TERM-LEN(WS-SEARCH-TERM-IDX) AND
                  SEARCH-INDEX-RECORD(1:WS-SEARCH-PIPE1 - 1) =
                      SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)
                      (1:SRCH-TERM-LEN(WS-SEARCH-TERM-IDX))
                   MOVE WS-SEARCH-TERM-IDX TO WS-SEARCH-HIT-TERM
                   EXIT PERFORM
               END-IF
               PERFORM MATCH-TERM-SYNONYMS
               IF WS-SEARCH-HIT-TERM > 0
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-HIT-TERM = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEARCH-PIPE2
           COMPUTE WS-SEARCH-SCAN-POS = WS-SEARCH-PIPE1 + 1
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM WS-SEARCH-SCAN-POS
               BY 1 UNTIL WS-SEARCH-SCAN-POS > 460
               IF SEARCH-INDEX-RECORD(WS-SEARCH-SCAN-POS:1) = "|"
                   MOVE WS-SEARCH-SCAN-POS TO WS-SEARCH-PIPE2
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-PIPE2 = 0 OR
              WS-SEARCH-PIPE2 <= WS-SEARCH-PIPE1 + 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEARCH-REC-LEN
           PERFORM VARYING WS-SEARCH-REC-LEN FROM 460 BY -1
               UNTIL WS-SEARCH-REC-LEN < 1
               IF SEARCH-INDEX-RECORD(WS-SEARCH-REC-LEN:1) NOT = SPACE
                  AND SEARCH-INDEX-RECORD(WS-SEARCH-REC-LEN:1)
                      NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-REC-LEN <= WS-SEARCH-PIPE2
               EXIT PARAGRAPH
           END-IF

*> An optional fourth "|occurrences" field ranks the page; index
*> lines from before the count was recorded still score as one
           MOVE 1 TO WS-SEARCH-OCCURS
           MOVE 0 TO WS-SEARCH-PIPE3
           COMPUTE WS-SEARCH-SCAN-POS = WS-SEARCH-PIPE2 + 1
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM WS-SEARCH-SCAN-POS
               BY 1 UNTIL WS-SEARCH-SCAN-POS > WS-SEARCH-REC-LEN
               IF SEARCH-INDEX-RECORD(WS-SEARCH-SCAN-POS:1) = "|"
                   MOVE WS-SEARCH-SCAN-POS TO WS-SEARCH-PIPE3
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEARCH-PIPE3 > 0 AND
              WS-SEARCH-PIPE3 < WS-SEARCH-REC-LEN
               COMPUTE WS-SEARCH-OCCURS = FUNCTION NUMVAL(
                   SEARCH-INDEX-RECORD(WS-SEARCH-PIPE3 + 1:
                       WS-SEARCH-REC-LEN - WS-SEARCH-PIPE3))
               IF WS-SEARCH-OCCURS = 0
                   MOVE 1 TO WS-SEARCH-OCCURS
               END-IF
               COMPUTE WS-SEARCH-REC-LEN = WS-SEARCH-PIPE3 - 1
           END-IF

           PERFORM SCORE-SEARCH-PAGE
           .

*> Find (or admit) this line's page in the candidate table, flag the
*> term it carried, and add the occurrences to its ranking score
       SCORE-SEARCH-PAGE.
           COMPUTE WS-SEARCH-PATH-LEN =
               WS-SEARCH-PIPE2 - WS-SEARCH-PIPE1 - 1
*> Capped one short of SRCH-PAGE-PATH's width so the trailing-space
*> probe below never reaches past the field's 256th byte
           IF WS-SEARCH-PATH-LEN > 255
               MOVE 255 TO WS-SEARCH-PATH-LEN
           END-IF

           MOVE 0 TO WS-SEARCH-PAGE-IDX
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM 1 BY 1
               UNTIL WS-SEARCH-SCAN-POS > WS-SEARCH-PAGE-COUNT
               IF SRCH-PAGE-PATH(WS-SEARCH-SCAN-POS)
                      (1:WS-SEARCH-PATH-LEN) =
                  SEARCH-INDEX-RECORD(WS-SEARCH-PIPE1 + 1:
                      WS-SEARCH-PATH-LEN) AND
                  SRCH-PAGE-PATH(WS-SEARCH-SCAN-POS)
                      (WS-SEARCH-PATH-LEN + 1:1) = SPACE
                   MOVE WS-SEARCH-SCAN-POS TO WS-SEARCH-PAGE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-SEARCH-PAGE-IDX = 0
               IF WS-SEARCH-PAGE-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEARCH-PAGE-COUNT
               MOVE WS-SEARCH-PAGE-COUNT TO WS-SEARCH-PAGE-IDX
               MOVE SPACES TO SRCH-PAGE-PATH(WS-SEARCH-PAGE-IDX)
               MOVE SEARCH-INDEX-RECORD(WS-SEARCH-PIPE1 + 1:
                   WS-SEARCH-PATH-LEN)
                   TO SRCH-PAGE-PATH(WS-SEARCH-PAGE-IDX)
               MOVE SPACES TO SRCH-PAGE-TITLE(WS-SEARCH-PAGE-IDX)
               COMPUTE SRCH-PAGE-TLEN(WS-SEARCH-PAGE-IDX) =
                   WS-SEARCH-REC-LEN - WS-SEARCH-PIPE2
               IF SRCH-PAGE-TLEN(WS-SEARCH-PAGE-IDX) > 120
                   MOVE 120 TO SRCH-PAGE-TLEN(WS-SEARCH-PAGE-IDX)
               END-IF
               MOVE SEARCH-INDEX-RECORD(WS-SEARCH-PIPE2 + 1:
                   SRCH-PAGE-TLEN(WS-SEARCH-PAGE-IDX))
                   TO SRCH-PAGE-TITLE(WS-SEARCH-PAGE-IDX)
               MOVE SPACES TO SRCH-PAGE-FLAGS(WS-SEARCH-PAGE-IDX)
               MOVE 0 TO SRCH-PAGE-SCORE(WS-SEARCH-PAGE-IDX)
           END-IF

           MOVE "Y" TO SRCH-PAGE-FLAGS(WS-SEARCH-PAGE-IDX)
               (WS-SEARCH-HIT-TERM:1)
           ADD WS-SEARCH-OCCURS
               TO SRCH-PAGE-SCORE(WS-SEARCH-PAGE-IDX)
           .

*> Emit the candidates that carried every term, best score first,
*> up to the 10-hit cap the single-term search always had
       APPEND-RANKED-RESULTS.
           PERFORM UNTIL WS-SEARCH-HITS >= 10
*> Stop taking hits once the body buffer is nearly full - a
*> truncated JSON document is worse than a shorter result list
               IF WS-SEARCH-BODY-PTR > 6600
                   EXIT PERFORM
               END-IF

               MOVE 0 TO WS-SEARCH-BEST-IDX
               MOVE 0 TO WS-SEARCH-BEST-SCORE
               PERFORM VARYING WS-SEARCH-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-PAGE-IDX > WS-SEARCH-PAGE-COUNT
                   PERFORM CONSIDER-RANKED-CANDIDATE
               END-PERFORM
               IF WS-SEARCH-BEST-IDX = 0
                   EXIT PERFORM
               END-IF

               IF WS-SEARCH-HITS > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-SEARCH-BODY
                       WITH POINTER WS-SEARCH-BODY-PTR
                   END-STRING
               END-IF
               STRING '{"path":"' DELIMITED BY SIZE
                      SRCH-PAGE-PATH(WS-SEARCH-BEST-IDX)
                          DELIMITED BY SPACE
                      '","title":"' DELIMITED BY SIZE
                      SRCH-PAGE-TITLE(WS-SEARCH-BEST-IDX)
                          (1:SRCH-PAGE-TLEN(WS-SEARCH-BEST-IDX))
                          DELIMITED BY SIZE
                      '","score":' DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY
                   WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
*> The score without its leading zeroes, so the JSON number stays
*> a JSON number
               MOVE SRCH-PAGE-SCORE(WS-SEARCH-BEST-IDX)
                   TO WS-SEARCH-SCORE-D
               MOVE 8 TO WS-SEARCH-SCORE-POS
               PERFORM VARYING WS-SEARCH-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SEARCH-SCAN-POS > 7
                   IF WS-SEARCH-SCORE-D(WS-SEARCH-SCAN-POS:1)
                       NOT = "0"
                       MOVE WS-SEARCH-SCAN-POS
                           TO WS-SEARCH-SCORE-POS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               STRING WS-SEARCH-SCORE-D(WS-SEARCH-SCORE-POS:
                          9 - WS-SEARCH-SCORE-POS)
                      DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY
                   WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
               MOVE SRCH-PAGE-PATH(WS-SEARCH-BEST-IDX)
                   TO WS-SRCH-RESULT-PATH
               MOVE "-" TO WS-SRCH-PIN
               PERFORM APPEND-RESULT-TRACKING
               STRING "}" DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY
                   WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
               ADD 1 TO WS-SEARCH-HITS

*> Blank the flags so the page can't be picked twice
               MOVE SPACES TO SRCH-PAGE-FLAGS(WS-SEARCH-BEST-IDX)
           END-PERFORM
           .

*> A candidate qualifies only when every one of the query's terms
*> flagged it during the scan
       CONSIDER-RANKED-CANDIDATE.
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               IF SRCH-PAGE-FLAGS(WS-SEARCH-PAGE-IDX)
                   (WS-SEARCH-TERM-IDX:1) NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SRCH-PAGE-SCORE(WS-SEARCH-PAGE-IDX) >
              WS-SEARCH-BEST-SCORE
               MOVE WS-SEARCH-PAGE-IDX TO WS-SEARCH-BEST-IDX
               MOVE SRCH-PAGE-SCORE(WS-SEARCH-PAGE-IDX)
                   TO WS-SEARCH-BEST-SCORE
           END-IF
           .

*> Widen the query's terms through SEARCH-SYNONYMS.CFG: a line is a
*> group of interchangeable words ("leave holiday vacation pto"),
*> space- or comma-separated, "*" for a comment; a term found in a
*> group takes the group's other words as its alternatives. Read per
*> search, like COMMENT-FILTER.CFG, so an edit counts at once
       LOAD-SEARCH-SYNONYMS.
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > 5
               MOVE 0 TO SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
           END-PERFORM
           IF WS-SEARCH-TERM-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SYNONYMS-FILE
           IF WS-SYN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SYN-EOF
           PERFORM UNTIL WS-SYN-EOF = 1
               READ SYNONYMS-FILE
                   AT END
                       MOVE 1 TO WS-SYN-EOF
                   NOT AT END
                       PERFORM APPLY-SYNONYM-LINE
               END-READ
           END-PERFORM
           CLOSE SYNONYMS-FILE
           .

       APPLY-SYNONYM-LINE.
           IF SYNONYMS-RECORD(1:1) = "*" OR SYNONYMS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SYNONYMS-RECORD TO WS-SYN-LINE
           INSPECT WS-SYN-LINE CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ," TO
               "abcdefghijklmnopqrstuvwxyz "
           MOVE 0 TO WS-SYN-LINE-LEN
           PERFORM VARYING WS-SYN-LINE-LEN FROM 256 BY -1
               UNTIL WS-SYN-LINE-LEN < 1
               IF WS-SYN-LINE(WS-SYN-LINE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

*> The group's words, split the way SPLIT-SEARCH-TERMS splits a
*> query
           MOVE 0 TO WS-SYN-WORD-COUNT
           MOVE 1 TO WS-SYN-POS
           PERFORM UNTIL WS-SYN-POS > WS-SYN-LINE-LEN OR
                   WS-SYN-WORD-COUNT >= 12
               PERFORM VARYING WS-SYN-POS FROM WS-SYN-POS BY 1
                   UNTIL WS-SYN-POS > WS-SYN-LINE-LEN OR
                         WS-SYN-LINE(WS-SYN-POS:1) NOT = SPACE
               END-PERFORM
               IF WS-SYN-POS > WS-SYN-LINE-LEN
                   EXIT PERFORM
               END-IF
               MOVE WS-SYN-POS TO WS-SYN-END
               PERFORM VARYING WS-SYN-END FROM WS-SYN-END BY 1
                   UNTIL WS-SYN-END > WS-SYN-LINE-LEN OR
                         WS-SYN-LINE(WS-SYN-END:1) = SPACE
               END-PERFORM
               ADD 1 TO WS-SYN-WORD-COUNT
               MOVE SPACES TO SYN-WORD-TXT(WS-SYN-WORD-COUNT)
               COMPUTE SYN-WORD-LEN(WS-SYN-WORD-COUNT) =
                   WS-SYN-END - WS-SYN-POS
               IF SYN-WORD-LEN(WS-SYN-WORD-COUNT) > 32
                   MOVE 32 TO SYN-WORD-LEN(WS-SYN-WORD-COUNT)
               END-IF
               MOVE WS-SYN-LINE(WS-SYN-POS:
                   SYN-WORD-LEN(WS-SYN-WORD-COUNT))
                   TO SYN-WORD-TXT(WS-SYN-WORD-COUNT)
               MOVE WS-SYN-END TO WS-SYN-POS
           END-PERFORM
           IF WS-SYN-WORD-COUNT < 2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               MOVE 0 TO WS-SYN-MATCH
               PERFORM VARYING WS-SYN-IDX FROM 1 BY 1
                   UNTIL WS-SYN-IDX > WS-SYN-WORD-COUNT
                   IF SYN-WORD-TXT(WS-SYN-IDX) =
                      SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)
                       MOVE WS-SYN-IDX TO WS-SYN-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SYN-MATCH > 0
                   PERFORM ADD-TERM-SYNONYMS
               END-IF
           END-PERFORM
           .

*> The group's other words become the term's alternatives, each
*> once, up to the four a term has room for
       ADD-TERM-SYNONYMS.
           PERFORM VARYING WS-SYN-IDX FROM 1 BY 1
               UNTIL WS-SYN-IDX > WS-SYN-WORD-COUNT OR
                     SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX) >= 4
               IF SYN-WORD-TXT(WS-SYN-IDX) NOT =
                  SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)
                   MOVE 0 TO WS-SYN-DUP
                   PERFORM VARYING WS-SYN-ALT-IDX FROM 1 BY 1
                       UNTIL WS-SYN-ALT-IDX >
                             SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
                       IF SRCH-ALT-TXT(WS-SEARCH-TERM-IDX,
                              WS-SYN-ALT-IDX) =
                          SYN-WORD-TXT(WS-SYN-IDX)
                           MOVE 1 TO WS-SYN-DUP
                       END-IF
                   END-PERFORM
                   IF WS-SYN-DUP = 0
                       ADD 1 TO SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
                       MOVE SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
                           TO WS-SYN-ALT-IDX
                       MOVE SYN-WORD-TXT(WS-SYN-IDX)
                           TO SRCH-ALT-TXT(WS-SEARCH-TERM-IDX,
                               WS-SYN-ALT-IDX)
                       MOVE SYN-WORD-LEN(WS-SYN-IDX)
                           TO SRCH-ALT-LEN(WS-SEARCH-TERM-IDX,
                               WS-SYN-ALT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

*> Does this index line's keyword equal one of the current term's
*> synonyms? A hit is credited to the term's own slot
       MATCH-TERM-SYNONYMS.
           PERFORM VARYING WS-SYN-ALT-IDX FROM 1 BY 1
               UNTIL WS-SYN-ALT-IDX >
                     SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
               IF WS-SEARCH-PIPE1 - 1 =
                      SRCH-ALT-LEN(WS-SEARCH-TERM-IDX,
                          WS-SYN-ALT-IDX) AND
                  SEARCH-INDEX-RECORD(1:WS-SEARCH-PIPE1 - 1) =
                      SRCH-ALT-TXT(WS-SEARCH-TERM-IDX, WS-SYN-ALT-IDX)
                      (1:SRCH-ALT-LEN(WS-SEARCH-TERM-IDX,
                          WS-SYN-ALT-IDX))
                   MOVE WS-SEARCH-TERM-IDX TO WS-SEARCH-HIT-TERM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> "term":["synonym",...] for every term the synonym table widened
       APPEND-APPLIED-SYNONYMS.
           MOVE 0 TO WS-SYN-ANY
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               IF SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX) > 0
                   IF WS-SYN-ANY = 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-SEARCH-BODY
                           WITH POINTER WS-SEARCH-BODY-PTR
                       END-STRING
                   END-IF
                   MOVE 1 TO WS-SYN-ANY
                   STRING '"' DELIMITED BY SIZE
                          SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)
                              (1:SRCH-TERM-LEN(WS-SEARCH-TERM-IDX))
                              DELIMITED BY SIZE
                          '":[' DELIMITED BY SIZE
                       INTO WS-SEARCH-BODY
                       WITH POINTER WS-SEARCH-BODY-PTR
                   END-STRING
                   PERFORM VARYING WS-SYN-ALT-IDX FROM 1 BY 1
                       UNTIL WS-SYN-ALT-IDX >
                             SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
                       IF WS-SYN-ALT-IDX > 1
                           STRING "," DELIMITED BY SIZE
                               INTO WS-SEARCH-BODY
                               WITH POINTER WS-SEARCH-BODY-PTR
                           END-STRING
                       END-IF
                       STRING '"' DELIMITED BY SIZE
                              SRCH-ALT-TXT(WS-SEARCH-TERM-IDX,
                                  WS-SYN-ALT-IDX)
                                  (1:SRCH-ALT-LEN(WS-SEARCH-TERM-IDX,
                                      WS-SYN-ALT-IDX))
                                  DELIMITED BY SIZE
                              '"' DELIMITED BY SIZE
                           INTO WS-SEARCH-BODY
                           WITH POINTER WS-SEARCH-BODY-PTR
                       END-STRING
                   END-PERFORM
                   STRING "]" DELIMITED BY SIZE
                       INTO WS-SEARCH-BODY
                       WITH POINTER WS-SEARCH-BODY-PTR
                   END-STRING
               END-IF
           END-PERFORM
           .

*> A query that found nothing: one pass over SEARCH-VOCAB.DAT finds
*> each unknown term's nearest indexed word, and the suggestion is
*> the query's terms with those swapped in. When every term is an
*> indexed word already (the miss is in combining them, not in the
*> spelling) or nothing is near enough, there is no suggestion
       SUGGEST-SEARCH-QUERY.
           MOVE SPACES TO WS-SEARCH-SUGGEST
           MOVE 0 TO WS-SEARCH-SUGGEST-LEN
           IF WS-SEARCH-TERM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               MOVE 0 TO SRCH-SUG-KNOWN(WS-SEARCH-TERM-IDX)
               MOVE SPACES TO SRCH-SUG-TXT(WS-SEARCH-TERM-IDX)
               MOVE 0 TO SRCH-SUG-LEN(WS-SEARCH-TERM-IDX)
               MOVE 99 TO SRCH-SUG-DIST(WS-SEARCH-TERM-IDX)
               MOVE 0 TO SRCH-SUG-FREQ(WS-SEARCH-TERM-IDX)
           END-PERFORM

           OPEN INPUT VOCAB-FILE
           IF WS-VOCAB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VOCAB-EOF
           PERFORM UNTIL WS-VOCAB-EOF = 1
               READ VOCAB-FILE
                   AT END
                       MOVE 1 TO WS-VOCAB-EOF
                   NOT AT END
                       PERFORM CONSIDER-VOCAB-WORD
               END-READ
           END-PERFORM
           CLOSE VOCAB-FILE

           MOVE 0 TO WS-SEARCH-SUG-CHANGED
           MOVE 1 TO WS-SEARCH-SUGGEST-PTR
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               IF WS-SEARCH-TERM-IDX > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-SEARCH-SUGGEST
                       WITH POINTER WS-SEARCH-SUGGEST-PTR
                   END-STRING
               END-IF
               IF SRCH-SUG-KNOWN(WS-SEARCH-TERM-IDX) = 0 AND
                  SRCH-SUG-LEN(WS-SEARCH-TERM-IDX) > 0
                   STRING SRCH-SUG-TXT(WS-SEARCH-TERM-IDX)
                              (1:SRCH-SUG-LEN(WS-SEARCH-TERM-IDX))
                          DELIMITED BY SIZE
                       INTO WS-SEARCH-SUGGEST
                       WITH POINTER WS-SEARCH-SUGGEST-PTR
                   END-STRING
                   MOVE 1 TO WS-SEARCH-SUG-CHANGED
               ELSE
                   STRING SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)
                              (1:SRCH-TERM-LEN(WS-SEARCH-TERM-IDX))
                          DELIMITED BY SIZE
                       INTO WS-SEARCH-SUGGEST
                       WITH POINTER WS-SEARCH-SUGGEST-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-SEARCH-SUG-CHANGED = 1
               COMPUTE WS-SEARCH-SUGGEST-LEN =
                   WS-SEARCH-SUGGEST-PTR - 1
           ELSE
               MOVE SPACES TO WS-SEARCH-SUGGEST
           END-IF
           .

*> One "term|frequency" vocabulary line, weighed against every term
       CONSIDER-VOCAB-WORD.
           MOVE 0 TO WS-VOCAB-PIPE
           PERFORM VARYING WS-SYN-POS FROM 1 BY 1
               UNTIL WS-SYN-POS > 33
               IF VOCAB-RECORD(WS-SYN-POS:1) = "|"
                   MOVE WS-SYN-POS TO WS-VOCAB-PIPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VOCAB-PIPE < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VOCAB-LEN = WS-VOCAB-PIPE - 1
           MOVE 1 TO WS-VOCAB-FREQ
           IF VOCAB-RECORD(WS-VOCAB-PIPE + 1:1) IS NUMERIC
               COMPUTE WS-VOCAB-FREQ = FUNCTION NUMVAL(
                   VOCAB-RECORD(WS-VOCAB-PIPE + 1:48 - WS-VOCAB-PIPE))
           END-IF

           MOVE SPACES TO WS-ED-B
           MOVE VOCAB-RECORD(1:WS-VOCAB-LEN) TO WS-ED-B
           MOVE WS-VOCAB-LEN TO WS-ED-B-LEN
           PERFORM VARYING WS-SEARCH-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-TERM-IDX > WS-SEARCH-TERM-COUNT
               PERFORM WEIGH-VOCAB-CANDIDATE
           END-PERFORM
           .

*> Is the vocabulary word in WS-ED-B the current term (or one of its
*> synonyms), or a closer candidate than the best so far? Terms under
*> four letters are never corrected - too many words sit one edit
*> from them - and a candidate must share the term's first letter,
*> which is how misspellings nearly always go and saves computing
*> the distance to most of the vocabulary
       WEIGH-VOCAB-CANDIDATE.
           IF SRCH-SUG-KNOWN(WS-SEARCH-TERM-IDX) = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-B = SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)
               MOVE 1 TO SRCH-SUG-KNOWN(WS-SEARCH-TERM-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SYN-ALT-IDX FROM 1 BY 1
               UNTIL WS-SYN-ALT-IDX >
                     SRCH-ALT-COUNT(WS-SEARCH-TERM-IDX)
               IF WS-ED-B = SRCH-ALT-TXT(WS-SEARCH-TERM-IDX,
                                WS-SYN-ALT-IDX)
                   MOVE 1 TO SRCH-SUG-KNOWN(WS-SEARCH-TERM-IDX)
               END-IF
           END-PERFORM
           IF SRCH-SUG-KNOWN(WS-SEARCH-TERM-IDX) = 1
               EXIT PARAGRAPH
           END-IF

           IF SRCH-TERM-LEN(WS-SEARCH-TERM-IDX) < 4
               EXIT PARAGRAPH
           END-IF
           IF SRCH-TERM-LEN(WS-SEARCH-TERM-IDX) <= 5
               MOVE 1 TO WS-SEARCH-SUG-LIMIT
           ELSE
               MOVE 2 TO WS-SEARCH-SUG-LIMIT
           END-IF
           IF WS-ED-B-LEN > SRCH-TERM-LEN(WS-SEARCH-TERM-IDX) +
                            WS-SEARCH-SUG-LIMIT OR
              WS-ED-B-LEN + WS-SEARCH-SUG-LIMIT <
                            SRCH-TERM-LEN(WS-SEARCH-TERM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-B(1:1) NOT =
              SRCH-TERM-TXT(WS-SEARCH-TERM-IDX)(1:1)
               EXIT PARAGRAPH
           END-IF

           MOVE SRCH-TERM-TXT(WS-SEARCH-TERM-IDX) TO WS-ED-A
           MOVE SRCH-TERM-LEN(WS-SEARCH-TERM-IDX) TO WS-ED-A-LEN
           PERFORM COMPUTE-EDIT-DISTANCE
           IF WS-ED-DIST > WS-SEARCH-SUG-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-DIST < SRCH-SUG-DIST(WS-SEARCH-TERM-IDX) OR
              (WS-ED-DIST = SRCH-SUG-DIST(WS-SEARCH-TERM-IDX) AND
               WS-VOCAB-FREQ > SRCH-SUG-FREQ(WS-SEARCH-TERM-IDX))
               MOVE WS-ED-DIST TO SRCH-SUG-DIST(WS-SEARCH-TERM-IDX)
               MOVE WS-VOCAB-FREQ
                   TO SRCH-SUG-FREQ(WS-SEARCH-TERM-IDX)
               MOVE WS-ED-B TO SRCH-SUG-TXT(WS-SEARCH-TERM-IDX)
               MOVE WS-ED-B-LEN TO SRCH-SUG-LEN(WS-SEARCH-TERM-IDX)
           END-IF
           .

       COMPUTE-EDIT-DISTANCE.
           PERFORM VARYING WS-ED-I FROM 0 BY 1
               UNTIL WS-ED-I > WS-ED-A-LEN
               MOVE WS-ED-I TO WS-ED-CELL(WS-ED-I + 1, 1)
           END-PERFORM
           PERFORM VARYING WS-ED-J FROM 0 BY 1
               UNTIL WS-ED-J > WS-ED-B-LEN
               MOVE WS-ED-J TO WS-ED-CELL(1, WS-ED-J + 1)
           END-PERFORM

           PERFORM VARYING WS-ED-I FROM 1 BY 1
               UNTIL WS-ED-I > WS-ED-A-LEN
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                   UNTIL WS-ED-J > WS-ED-B-LEN
                   IF WS-ED-A(WS-ED-I:1) = WS-ED-B(WS-ED-J:1)
                       MOVE 0 TO WS-ED-COST
                   ELSE
                       MOVE 1 TO WS-ED-COST
                   END-IF
*> Substitution (or a free match), deletion, insertion
                   COMPUTE WS-ED-BEST =
                       WS-ED-CELL(WS-ED-I, WS-ED-J) + WS-ED-COST
                   IF WS-ED-CELL(WS-ED-I, WS-ED-J + 1) + 1 <
                      WS-ED-BEST
                       COMPUTE WS-ED-BEST =
                           WS-ED-CELL(WS-ED-I, WS-ED-J + 1) + 1
                   END-IF
                   IF WS-ED-CELL(WS-ED-I + 1, WS-ED-J) + 1 <
                      WS-ED-BEST
                       COMPUTE WS-ED-BEST =
                           WS-ED-CELL(WS-ED-I + 1, WS-ED-J) + 1
                   END-IF
*> Two neighbouring letters swapped ("reciept")
                   IF WS-ED-I > 1 AND WS-ED-J > 1
                       IF WS-ED-A(WS-ED-I:1) =
                              WS-ED-B(WS-ED-J - 1:1) AND
                          WS-ED-A(WS-ED-I - 1:1) =
                              WS-ED-B(WS-ED-J:1) AND
                          WS-ED-CELL(WS-ED-I - 1, WS-ED-J - 1) + 1 <
                              WS-ED-BEST
                           COMPUTE WS-ED-BEST =
                               WS-ED-CELL(WS-ED-I - 1, WS-ED-J - 1)
                               + 1
                       END-IF
                   END-IF
                   MOVE WS-ED-BEST
                       TO WS-ED-CELL(WS-ED-I + 1, WS-ED-J + 1)
               END-PERFORM
           END-PERFORM
           MOVE WS-ED-CELL(WS-ED-A-LEN + 1, WS-ED-B-LEN + 1)
               TO WS-ED-DIST
           .

*> Once per search: the timestamp and "|"-free query the tracking
*> lines carry, the query encoded for the click links, and the
*> impression log opened for the results about to be handed out
       OPEN-SEARCH-TRACKING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-SRCH-LOG-WHEN
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
               INTO WS-SRCH-LOG-WHEN
           END-STRING
           MOVE WS-SEARCH-QUERY TO WS-SRCH-LOG-QUERY
           INSPECT WS-SRCH-LOG-QUERY REPLACING ALL "|" BY " "

           MOVE SPACES TO WS-SRCH-ENC-IN
           MOVE WS-SEARCH-QUERY(1:WS-SEARCH-QUERY-LEN)
               TO WS-SRCH-ENC-IN
           MOVE WS-SEARCH-QUERY-LEN TO WS-SRCH-ENC-IN-LEN
           MOVE 1 TO WS-SRCH-ENC-PLUS
           PERFORM ENCODE-SEARCH-LINK-VALUE
           MOVE WS-SRCH-ENC-OUT TO WS-SRCH-Q-ENC
           MOVE WS-SRCH-ENC-LEN TO WS-SRCH-Q-ENC-LEN

           MOVE 0 TO WS-SRLOG-OPEN
           OPEN EXTEND SEARCH-RESULTS-LOG
           IF WS-SRLOG-STATUS = "35" OR WS-SRLOG-STATUS = "05"
               OPEN OUTPUT SEARCH-RESULTS-LOG
           END-IF
           IF WS-SRLOG-STATUS = "00"
               MOVE 1 TO WS-SRLOG-OPEN
           END-IF
           .

*> WS-SRCH-ENC-IN(1:WS-SRCH-ENC-IN-LEN) percent-encoded into
*> WS-SRCH-ENC-OUT - a space as "+" when WS-SRCH-ENC-PLUS is set
*> (the query), as %20 otherwise (a page path)
       ENCODE-SEARCH-LINK-VALUE.
           MOVE SPACES TO WS-SRCH-ENC-OUT
           MOVE 0 TO WS-SRCH-ENC-LEN
           PERFORM VARYING WS-SRCH-ENC-POS FROM 1 BY 1
               UNTIL WS-SRCH-ENC-POS > WS-SRCH-ENC-IN-LEN
               MOVE WS-SRCH-ENC-IN(WS-SRCH-ENC-POS:1)
                   TO WS-SRCH-ENC-CHAR
               EVALUATE TRUE
                   WHEN WS-SRCH-ENC-CHAR = SPACE AND
                        WS-SRCH-ENC-PLUS = 1
                       ADD 1 TO WS-SRCH-ENC-LEN
                       MOVE "+" TO WS-SRCH-ENC-OUT(WS-SRCH-ENC-LEN:1)
                   WHEN WS-SRCH-ENC-CHAR = SPACE OR '"' OR "#" OR
                        "%" OR "&" OR "'" OR "+" OR "=" OR "?"
                       COMPUTE WS-SRCH-ENC-CODE =
                           FUNCTION ORD(WS-SRCH-ENC-CHAR) - 1
                       DIVIDE WS-SRCH-ENC-CODE BY 16
                           GIVING WS-SRCH-ENC-HI
                           REMAINDER WS-SRCH-ENC-LO
                       STRING "%" DELIMITED BY SIZE
                              WS-SRCH-HEX-DIGITS(WS-SRCH-ENC-HI + 1:1)
                              WS-SRCH-HEX-DIGITS(WS-SRCH-ENC-LO + 1:1)
                              DELIMITED BY SIZE
                           INTO WS-SRCH-ENC-OUT(WS-SRCH-ENC-LEN + 1:3)
                       END-STRING
                       ADD 3 TO WS-SRCH-ENC-LEN
                   WHEN OTHER
                       ADD 1 TO WS-SRCH-ENC-LEN
                       MOVE WS-SRCH-ENC-CHAR
                           TO WS-SRCH-ENC-OUT(WS-SRCH-ENC-LEN:1)
               END-EVALUATE
           END-PERFORM
           .

*> The result just opened in the body (WS-SRCH-RESULT-PATH, pinned
*> or not per WS-SRCH-PIN) gets its position and click link, and
*> its impression line. The link puts the page first and the query
*> last, so an overlong query string loses only query text
       APPEND-RESULT-TRACKING.
           COMPUTE WS-SRCH-POS-Z = WS-SEARCH-HITS + 1
           IF WS-SRCH-POS-Z(1:1) = SPACE
               MOVE WS-SRCH-POS-Z(2:1) TO WS-SRCH-POS-TXT
           ELSE
               MOVE WS-SRCH-POS-Z TO WS-SRCH-POS-TXT
           END-IF

           MOVE SPACES TO WS-SRCH-ENC-IN
           MOVE WS-SRCH-RESULT-PATH TO WS-SRCH-ENC-IN
           MOVE 0 TO WS-SRCH-ENC-IN-LEN
           INSPECT WS-SRCH-ENC-IN TALLYING WS-SRCH-ENC-IN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-SRCH-ENC-PLUS
           PERFORM ENCODE-SEARCH-LINK-VALUE
           IF WS-SRCH-ENC-LEN = 0
               EXIT PARAGRAPH
           END-IF

           STRING ',"position":' DELIMITED BY SIZE
                  WS-SRCH-POS-TXT DELIMITED BY SPACE
                  ',"click":"/api/search-click?to=' DELIMITED BY SIZE
                  WS-SRCH-ENC-OUT(1:WS-SRCH-ENC-LEN) DELIMITED BY SIZE
                  "&pos=" DELIMITED BY SIZE
                  WS-SRCH-POS-TXT DELIMITED BY SPACE
                  "&rid=" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  "&q=" DELIMITED BY SIZE
                  WS-SRCH-Q-ENC(1:WS-SRCH-Q-ENC-LEN) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-SEARCH-BODY WITH POINTER WS-SEARCH-BODY-PTR
           END-STRING

           IF WS-SRLOG-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SEARCH-RESULTS-RECORD
           STRING WS-SRCH-LOG-WHEN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SRCH-LOG-QUERY(1:WS-SEARCH-QUERY-LEN)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SRCH-POS-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SRCH-RESULT-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SRCH-PIN DELIMITED BY SIZE
               INTO SEARCH-RESULTS-RECORD
           END-STRING
           WRITE SEARCH-RESULTS-RECORD
           .

*> The best bets pinned to exactly this query, "query|/path|Title"
*> lines out of SEARCH-BESTBETS.CFG ("*" for a comment). A line
*> without a title shows its path as the title
       LOAD-SEARCH-BEST-BETS.
           MOVE 0 TO WS-BBET-COUNT
           OPEN INPUT BEST-BETS-FILE
           IF WS-BBET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BBET-EOF
           PERFORM UNTIL WS-BBET-EOF = 1 OR WS-BBET-COUNT >= 3
               READ BEST-BETS-FILE
                   AT END
                       MOVE 1 TO WS-BBET-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-BEST-BET
               END-READ
           END-PERFORM
           CLOSE BEST-BETS-FILE
           .

       MATCH-ONE-BEST-BET.
           IF BEST-BETS-RECORD(1:1) = "*" OR
              BEST-BETS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BBET-PIPE1
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM 1 BY 1
               UNTIL WS-SEARCH-SCAN-POS > 65
               IF BEST-BETS-RECORD(WS-SEARCH-SCAN-POS:1) = "|"
                   MOVE WS-SEARCH-SCAN-POS TO WS-BBET-PIPE1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BBET-PIPE1 < 2
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BBET-QUERY
           MOVE BEST-BETS-RECORD(1:WS-BBET-PIPE1 - 1) TO WS-BBET-QUERY
           INSPECT WS-BBET-QUERY CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           IF WS-BBET-QUERY NOT = WS-SEARCH-QUERY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BBET-REC-LEN
           PERFORM VARYING WS-BBET-REC-LEN FROM 400 BY -1
               UNTIL WS-BBET-REC-LEN < 1
               IF BEST-BETS-RECORD(WS-BBET-REC-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BBET-PIPE2
           COMPUTE WS-SEARCH-SCAN-POS = WS-BBET-PIPE1 + 1
           PERFORM VARYING WS-SEARCH-SCAN-POS FROM WS-SEARCH-SCAN-POS
               BY 1 UNTIL WS-SEARCH-SCAN-POS > WS-BBET-REC-LEN
               IF BEST-BETS-RECORD(WS-SEARCH-SCAN-POS:1) = "|"
                   MOVE WS-SEARCH-SCAN-POS TO WS-BBET-PIPE2
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BBET-PIPE2 = 0
               COMPUTE WS-BBET-PIPE2 = WS-BBET-REC-LEN + 1
           END-IF
           IF WS-BBET-PIPE2 <= WS-BBET-PIPE1 + 1 OR
              WS-BBET-PIPE2 - WS-BBET-PIPE1 - 1 > 255 OR
              BEST-BETS-RECORD(WS-BBET-PIPE1 + 1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BBET-COUNT
           MOVE SPACES TO BBET-PATH(WS-BBET-COUNT)
           MOVE BEST-BETS-RECORD(WS-BBET-PIPE1 + 1:
               WS-BBET-PIPE2 - WS-BBET-PIPE1 - 1)
               TO BBET-PATH(WS-BBET-COUNT)
           MOVE SPACES TO BBET-TITLE(WS-BBET-COUNT)
           IF WS-BBET-PIPE2 < WS-BBET-REC-LEN
               COMPUTE BBET-TLEN(WS-BBET-COUNT) =
                   WS-BBET-REC-LEN - WS-BBET-PIPE2
               IF BBET-TLEN(WS-BBET-COUNT) > 120
                   MOVE 120 TO BBET-TLEN(WS-BBET-COUNT)
               END-IF
               MOVE BEST-BETS-RECORD(WS-BBET-PIPE2 + 1:
                   BBET-TLEN(WS-BBET-COUNT))
                   TO BBET-TITLE(WS-BBET-COUNT)
           ELSE
               COMPUTE BBET-TLEN(WS-BBET-COUNT) =
                   WS-BBET-PIPE2 - WS-BBET-PIPE1 - 1
               IF BBET-TLEN(WS-BBET-COUNT) > 120
                   MOVE 120 TO BBET-TLEN(WS-BBET-COUNT)
               END-IF
               MOVE BBET-PATH(WS-BBET-COUNT)
                   TO BBET-TITLE(WS-BBET-COUNT)
           END-IF
           INSPECT BBET-TITLE(WS-BBET-COUNT)
               REPLACING ALL '"' BY "'"
           .

*> The pinned results, ahead of anything the index ranks
       APPEND-BEST-BETS.
           PERFORM VARYING WS-BBET-IDX FROM 1 BY 1
               UNTIL WS-BBET-IDX > WS-BBET-COUNT
               IF WS-SEARCH-HITS > 0
                   STRING "," DELIMITED BY SIZE
                       INTO WS-SEARCH-BODY
                       WITH POINTER WS-SEARCH-BODY-PTR
                   END-STRING
               END-IF
               STRING '{"path":"' DELIMITED BY SIZE
                      BBET-PATH(WS-BBET-IDX) DELIMITED BY SPACE
                      '","title":"' DELIMITED BY SIZE
                      BBET-TITLE(WS-BBET-IDX)
                          (1:BBET-TLEN(WS-BBET-IDX))
                          DELIMITED BY SIZE
                      '","best_bet":true' DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY
                   WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
               MOVE BBET-PATH(WS-BBET-IDX) TO WS-SRCH-RESULT-PATH
               MOVE "P" TO WS-SRCH-PIN
               PERFORM APPEND-RESULT-TRACKING
               STRING "}" DELIMITED BY SIZE
                   INTO WS-SEARCH-BODY
                   WITH POINTER WS-SEARCH-BODY-PTR
               END-STRING
               ADD 1 TO WS-SEARCH-HITS
           END-PERFORM
           .

*> A page already pinned as a best bet is not listed a second time
       DROP-PINNED-CANDIDATES.
           PERFORM VARYING WS-BBET-IDX FROM 1 BY 1
               UNTIL WS-BBET-IDX > WS-BBET-COUNT
               PERFORM VARYING WS-SEARCH-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-PAGE-IDX > WS-SEARCH-PAGE-COUNT
                   IF SRCH-PAGE-PATH(WS-SEARCH-PAGE-IDX) =
                      BBET-PATH(WS-BBET-IDX)
                       MOVE SPACES
                           TO SRCH-PAGE-FLAGS(WS-SEARCH-PAGE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

*> GET /api/search-click?to=/page&pos=N&rid=R&q=...: a search
*> result followed. One "timestamp|query|pos|path|rid" line goes to
*> SEARCH-CLICK.LOG, then a 302 sends the browser on to the page.
*> The target must be a path on this site - a scheme, a "//host" or
*> a backslash would make this an open redirect for anyone to
*> borrow - so anything else is answered 404 and not logged
       BUILD-API-SEARCH-CLICK-RESPONSE.
           MOVE "to" TO WS-SCLK-NAME
           MOVE 2 TO WS-SCLK-NAME-LEN
           PERFORM GET-SEARCH-CLICK-PARAM
           IF WS-SCLK-RAW-LEN = 0 OR WS-SCLK-RAW-LEN > 256 OR
              WS-SCLK-RAW(1:1) NOT = "/" OR
              WS-SCLK-RAW(2:1) = "/" OR WS-SCLK-RAW(2:1) = "\"
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCLK-TO-RAW
           MOVE WS-SCLK-RAW(1:WS-SCLK-RAW-LEN) TO WS-SCLK-TO-RAW
           MOVE SPACES TO WS-SCLK-DECODED
           CALL "URL-DECODE" USING WS-SCLK-RAW WS-SCLK-DECODED
           IF WS-SCLK-DECODED(1:1) NOT = "/" OR
              WS-SCLK-DECODED(2:1) = "/" OR
              WS-SCLK-DECODED(2:1) = "\"
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCLK-DECODED TO WS-SCLK-PATH
           INSPECT WS-SCLK-PATH REPLACING ALL "|" BY " "

           MOVE "pos" TO WS-SCLK-NAME
           MOVE 3 TO WS-SCLK-NAME-LEN
           PERFORM GET-SEARCH-CLICK-PARAM
           MOVE "0" TO WS-SCLK-POS
           IF WS-SCLK-RAW-LEN > 0 AND WS-SCLK-RAW-LEN < 3
               IF WS-SCLK-RAW(1:WS-SCLK-RAW-LEN) IS NUMERIC
                   MOVE WS-SCLK-RAW(1:WS-SCLK-RAW-LEN) TO WS-SCLK-POS
               END-IF
           END-IF

           MOVE "rid" TO WS-SCLK-NAME
           MOVE 3 TO WS-SCLK-NAME-LEN
           PERFORM GET-SEARCH-CLICK-PARAM
           MOVE "-" TO WS-SCLK-RID
           IF WS-SCLK-RAW-LEN > 0 AND WS-SCLK-RAW-LEN <= 24
               MOVE WS-SCLK-RAW(1:WS-SCLK-RAW-LEN) TO WS-SCLK-RID
               INSPECT WS-SCLK-RID REPLACING ALL "|" BY "-"
           END-IF

*> The query is decoded the way EXTRACT-SEARCH-QUERY decodes q=
           MOVE "q" TO WS-SCLK-NAME
           MOVE 1 TO WS-SCLK-NAME-LEN
           PERFORM GET-SEARCH-CLICK-PARAM
           MOVE SPACES TO WS-SCLK-QUERY
           IF WS-SCLK-RAW-LEN > 0
               MOVE SPACES TO WS-SCLK-DECODED
               CALL "URL-DECODE" USING WS-SCLK-RAW WS-SCLK-DECODED
               INSPECT WS-SCLK-DECODED CONVERTING "+" TO " "
               INSPECT WS-SCLK-DECODED CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ|" TO
                   "abcdefghijklmnopqrstuvwxyz "
               MOVE WS-SCLK-DECODED(1:64) TO WS-SCLK-QUERY
           END-IF

           PERFORM WRITE-SEARCH-CLICK-LOG

           MOVE 302 TO WS-REDIRECT-CODE-VAL
           MOVE WS-SCLK-TO-RAW TO WS-REDIRECT-TARGET
           PERFORM BUILD-REDIRECT-RESPONSE
           .

*> WS-SCLK-NAME(1:WS-SCLK-NAME-LEN)'s raw value out of
*> QUERY-STRING, up to the next "&"; WS-SCLK-RAW-LEN 0 when absent
       GET-SEARCH-CLICK-PARAM.
           MOVE SPACES TO WS-SCLK-RAW
           MOVE 0 TO WS-SCLK-RAW-LEN
           MOVE 0 TO WS-SCLK-START
           IF QUERY-STRING(1:WS-SCLK-NAME-LEN) =
                  WS-SCLK-NAME(1:WS-SCLK-NAME-LEN) AND
              QUERY-STRING(WS-SCLK-NAME-LEN + 1:1) = "="
               COMPUTE WS-SCLK-START = WS-SCLK-NAME-LEN + 2
           ELSE
               PERFORM VARYING WS-SCLK-SCAN FROM 1 BY 1
                   UNTIL WS-SCLK-SCAN > 250
                   IF QUERY-STRING(WS-SCLK-SCAN:1) = "&" AND
                      QUERY-STRING(WS-SCLK-SCAN + 1:
                          WS-SCLK-NAME-LEN) =
                          WS-SCLK-NAME(1:WS-SCLK-NAME-LEN) AND
                      QUERY-STRING(WS-SCLK-SCAN + WS-SCLK-NAME-LEN
                          + 1:1) = "="
                       COMPUTE WS-SCLK-START =
                           WS-SCLK-SCAN + WS-SCLK-NAME-LEN + 2
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SCLK-START = 0 OR WS-SCLK-START > 256
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCLK-SCAN FROM WS-SCLK-START BY 1
               UNTIL WS-SCLK-SCAN > 256
               IF QUERY-STRING(WS-SCLK-SCAN:1) = "&" OR
                  QUERY-STRING(WS-SCLK-SCAN:1) = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-SCLK-RAW-LEN = WS-SCLK-SCAN - WS-SCLK-START
           IF WS-SCLK-RAW-LEN > 0
               MOVE QUERY-STRING(WS-SCLK-START:WS-SCLK-RAW-LEN)
                   TO WS-SCLK-RAW
           END-IF
           .

       WRITE-SEARCH-CLICK-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-SCLK-WHEN
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
               INTO WS-SCLK-WHEN
           END-STRING
           OPEN EXTEND SEARCH-CLICK-LOG
           IF WS-SCLOG-STATUS = "35" OR WS-SCLOG-STATUS = "05"
               OPEN OUTPUT SEARCH-CLICK-LOG
           END-IF
           IF WS-SCLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SEARCH-CLICK-RECORD
           STRING WS-SCLK-WHEN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCLK-QUERY TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SCLK-POS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCLK-PATH TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SCLK-RID DELIMITED BY SPACE
               INTO SEARCH-CLICK-RECORD
           END-STRING
           WRITE SEARCH-CLICK-RECORD
           CLOSE SEARCH-CLICK-LOG
           .

*> One "timestamp|query|hits|suggestion" line per search served -
*> what people look for, and above all what they looked for and
*> didn't find, which is the content team's to-write list. The
*> suggestion field is empty when none was offered
       WRITE-SEARCH-QUERY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN EXTEND QUERY-LOG
           IF WS-QRYLOG-STATUS = "35" OR WS-QRYLOG-STATUS = "05"
               OPEN OUTPUT QUERY-LOG
           END-IF
           IF WS-QRYLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-HITS TO WS-QRYLOG-HITS-D
*> A "|" typed into the search box would masquerade as a field
*> separator in the log line - blank it, as SEARCH-INDEX does for
*> titles
           INSPECT WS-SEARCH-QUERY REPLACING ALL "|" BY " "
           MOVE SPACES TO QUERY-LOG-RECORD
           MOVE 1 TO WS-SEARCH-SUGGEST-PTR
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  "|" WS-SEARCH-QUERY(1:WS-SEARCH-QUERY-LEN)
                  "|" WS-QRYLOG-HITS-D
                  "|" DELIMITED BY SIZE
               INTO QUERY-LOG-RECORD
               WITH POINTER WS-SEARCH-SUGGEST-PTR
           END-STRING
           IF WS-SEARCH-SUGGEST-LEN > 0
               STRING WS-SEARCH-SUGGEST(1:WS-SEARCH-SUGGEST-LEN)
                      DELIMITED BY SIZE
                   INTO QUERY-LOG-RECORD
                   WITH POINTER WS-SEARCH-SUGGEST-PTR
               END-STRING
           END-IF
           WRITE QUERY-LOG-RECORD
           CLOSE QUERY-LOG
           .

*> POST /csp-report: one violation report, from the legacy
*> "csp-report" JSON a report-uri gets or the Reporting API's array,
*> reduced to "[ts] CSP <page> dir=D blocked=B mode=M rid=R" in
*> CSP-REPORTS.LOG. The page is kept as a bare path and the blocked
*> resource without its query string - no client address, no query
*> values, nothing a visitor typed. rid is the page view's own id off
*> the report-uri (the report's if it was stripped). Always a 204:
*> the browser does nothing with the answer
       HANDLE-CSP-REPORT.
           MOVE SPACES TO WS-CSP-BODY
           MOVE 0 TO WS-CSP-BODY-LEN
           IF LS-BODY-LEN > 0 AND LS-BODY-SPOOL-LEN = 0
               IF LS-BODY-LEN > 4096
                   MOVE 4096 TO WS-CSP-BODY-LEN
               ELSE
                   MOVE LS-BODY-LEN TO WS-CSP-BODY-LEN
               END-IF
               MOVE LS-REQUEST-BUF(LS-BODY-START:WS-CSP-BODY-LEN)
                   TO WS-CSP-BODY
           END-IF

           MOVE SPACES TO WS-CSP-PAGE
           MOVE '"document-uri"' TO WS-CSP-KEY
           MOVE 14 TO WS-CSP-KEY-LEN
           PERFORM FIND-CSP-FIELD
           IF WS-CSP-VAL-LEN = 0
               MOVE '"documentURL"' TO WS-CSP-KEY
               MOVE 13 TO WS-CSP-KEY-LEN
               PERFORM FIND-CSP-FIELD
           END-IF
           IF WS-CSP-VAL-LEN > 0
               PERFORM STRIP-CSP-ORIGIN
               PERFORM STRIP-CSP-QUERY
               IF WS-CSP-VAL-LEN > 256
                   MOVE 256 TO WS-CSP-VAL-LEN
               END-IF
               MOVE WS-CSP-VALUE(1:WS-CSP-VAL-LEN) TO WS-CSP-PAGE
           END-IF
*> Not a violation report at all - nothing worth a log line
           IF WS-CSP-PAGE = SPACES
               PERFORM BUILD-CSP-REPORT-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSP-DIRECTIVE
           MOVE '"effective-directive"' TO WS-CSP-KEY
           MOVE 21 TO WS-CSP-KEY-LEN
           PERFORM FIND-CSP-FIELD
           IF WS-CSP-VAL-LEN = 0
               MOVE '"effectiveDirective"' TO WS-CSP-KEY
               MOVE 20 TO WS-CSP-KEY-LEN
               PERFORM FIND-CSP-FIELD
           END-IF
           IF WS-CSP-VAL-LEN = 0
               MOVE '"violated-directive"' TO WS-CSP-KEY
               MOVE 20 TO WS-CSP-KEY-LEN
               PERFORM FIND-CSP-FIELD
           END-IF
           IF WS-CSP-VAL-LEN > 0
               UNSTRING WS-CSP-VALUE(1:WS-CSP-VAL-LEN)
                   DELIMITED BY "_" INTO WS-CSP-DIRECTIVE
               END-UNSTRING
           END-IF

           MOVE SPACES TO WS-CSP-BLOCKED
           MOVE '"blocked-uri"' TO WS-CSP-KEY
           MOVE 13 TO WS-CSP-KEY-LEN
           PERFORM FIND-CSP-FIELD
           IF WS-CSP-VAL-LEN = 0
               MOVE '"blockedURL"' TO WS-CSP-KEY
               MOVE 12 TO WS-CSP-KEY-LEN
               PERFORM FIND-CSP-FIELD
           END-IF
           IF WS-CSP-VAL-LEN > 0
               PERFORM STRIP-CSP-QUERY
               IF WS-CSP-VAL-LEN > 256
                   MOVE 256 TO WS-CSP-VAL-LEN
               END-IF
               MOVE WS-CSP-VALUE(1:WS-CSP-VAL-LEN) TO WS-CSP-BLOCKED
           END-IF

*> The report's own disposition where the browser gives one, else
*> which header's report-uri it came back through
           MOVE SPACES TO WS-CSP-DISPOSITION
           MOVE '"disposition"' TO WS-CSP-KEY
           MOVE 13 TO WS-CSP-KEY-LEN
           PERFORM FIND-CSP-FIELD
           IF WS-CSP-VAL-LEN > 0 AND
              WS-CSP-VALUE(1:WS-CSP-VAL-LEN) = "report"
               MOVE "report" TO WS-CSP-DISPOSITION
           END-IF
           IF WS-CSP-VAL-LEN > 0 AND
              WS-CSP-VALUE(1:WS-CSP-VAL-LEN) = "enforce"
               MOVE "enforce" TO WS-CSP-DISPOSITION
           END-IF
           IF WS-CSP-DISPOSITION = SPACES
               MOVE "enforce" TO WS-CSP-DISPOSITION
               PERFORM VARYING WS-CSP-POS FROM 1 BY 1
                   UNTIL WS-CSP-POS > 249
                   IF (QUERY-STRING(WS-CSP-POS:8) = "mode=ro&" OR
                       QUERY-STRING(WS-CSP-POS:8) = "mode=ro ") AND
                      (WS-CSP-POS = 1 OR
                       QUERY-STRING(WS-CSP-POS - 1:1) = "&")
                       MOVE "report" TO WS-CSP-DISPOSITION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE LS-REQUEST-ID TO WS-CSP-PAGE-RID
           PERFORM VARYING WS-CSP-POS FROM 1 BY 1
               UNTIL WS-CSP-POS > 252
               IF QUERY-STRING(WS-CSP-POS:4) = "rid=" AND
                  (WS-CSP-POS = 1 OR
                   QUERY-STRING(WS-CSP-POS - 1:1) = "&")
                   MOVE SPACES TO WS-CSP-VALUE
                   UNSTRING QUERY-STRING(WS-CSP-POS + 4:)
                       DELIMITED BY "&" OR SPACE
                       INTO WS-CSP-VALUE
                   END-UNSTRING
                   PERFORM CHECK-CSP-RID
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM WRITE-CSP-REPORT-LOG
           PERFORM BUILD-CSP-REPORT-RESPONSE
           .

*> WS-CSP-VALUE/WS-CSP-VAL-LEN = the JSON string value following
*> WS-CSP-KEY(1:WS-CSP-KEY-LEN) in the report body, if there is one
*> (a null or number value counts as absent)
       FIND-CSP-FIELD.
           MOVE SPACES TO WS-CSP-VALUE
           MOVE 0 TO WS-CSP-VAL-LEN
           IF WS-CSP-BODY-LEN <= WS-CSP-KEY-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CSP-END
           PERFORM VARYING WS-CSP-POS FROM 1 BY 1
               UNTIL WS-CSP-POS > WS-CSP-BODY-LEN - WS-CSP-KEY-LEN
               IF WS-CSP-BODY(WS-CSP-POS:WS-CSP-KEY-LEN) =
                  WS-CSP-KEY(1:WS-CSP-KEY-LEN)
                   COMPUTE WS-CSP-END = WS-CSP-POS + WS-CSP-KEY-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CSP-END = 0
               EXIT PARAGRAPH
           END-IF
*> Past the ":" and any white space to the opening quote
           PERFORM VARYING WS-CSP-POS FROM WS-CSP-END BY 1
               UNTIL WS-CSP-POS > WS-CSP-BODY-LEN
               IF WS-CSP-BODY(WS-CSP-POS:1) NOT = SPACE AND
                  WS-CSP-BODY(WS-CSP-POS:1) NOT = ":" AND
                  WS-CSP-BODY(WS-CSP-POS:1) NOT = X"09" AND
                  WS-CSP-BODY(WS-CSP-POS:1) NOT = X"0D" AND
                  WS-CSP-BODY(WS-CSP-POS:1) NOT = X"0A"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CSP-POS >= WS-CSP-BODY-LEN OR
              WS-CSP-BODY(WS-CSP-POS:1) NOT = '"'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CSP-POS
           MOVE 0 TO WS-CSP-END
           PERFORM VARYING WS-CSP-END FROM WS-CSP-POS BY 1
               UNTIL WS-CSP-END > WS-CSP-BODY-LEN
               IF WS-CSP-BODY(WS-CSP-END:1) = '"' AND
                  WS-CSP-BODY(WS-CSP-END - 1:1) NOT = "\"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CSP-END > WS-CSP-BODY-LEN OR WS-CSP-END = WS-CSP-POS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CSP-VAL-LEN = WS-CSP-END - WS-CSP-POS
           IF WS-CSP-VAL-LEN > 512
               MOVE 512 TO WS-CSP-VAL-LEN
           END-IF
           MOVE WS-CSP-BODY(WS-CSP-POS:WS-CSP-VAL-LEN) TO WS-CSP-VALUE
*> The log line is space-separated (a legacy violated-directive's
*> source list included - its directive is the part before the "_")
           INSPECT WS-CSP-VALUE(1:WS-CSP-VAL-LEN)
               REPLACING ALL SPACE BY "_"
           .

*> "https://host:port/a/b" -> "/a/b"; a bare origin is its root
       STRIP-CSP-ORIGIN.
           MOVE 0 TO WS-CSP-END
           PERFORM VARYING WS-CSP-POS FROM 1 BY 1
               UNTIL WS-CSP-POS > WS-CSP-VAL-LEN - 2
               IF WS-CSP-VALUE(WS-CSP-POS:3) = "://"
                   COMPUTE WS-CSP-END = WS-CSP-POS + 3
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CSP-END = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSP-POS FROM WS-CSP-END BY 1
               UNTIL WS-CSP-POS > WS-CSP-VAL-LEN
               IF WS-CSP-VALUE(WS-CSP-POS:1) = "/"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CSP-POS > WS-CSP-VAL-LEN
               MOVE "/" TO WS-CSP-VALUE
               MOVE 1 TO WS-CSP-VAL-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CSP-VAL-LEN = WS-CSP-VAL-LEN - WS-CSP-POS + 1
           MOVE WS-CSP-VALUE(WS-CSP-POS:WS-CSP-VAL-LEN)
               TO WS-CSP-SCRATCH
           MOVE WS-CSP-SCRATCH TO WS-CSP-VALUE
           .

*> Everything from the first "?" or "#" goes - a query string can
*> carry whatever the visitor typed
       STRIP-CSP-QUERY.
           PERFORM VARYING WS-CSP-POS FROM 1 BY 1
               UNTIL WS-CSP-POS > WS-CSP-VAL-LEN
               IF WS-CSP-VALUE(WS-CSP-POS:1) = "?" OR
                  WS-CSP-VALUE(WS-CSP-POS:1) = "#"
                   MOVE SPACES TO WS-CSP-VALUE(WS-CSP-POS:)
                   COMPUTE WS-CSP-VAL-LEN = WS-CSP-POS - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CSP-VAL-LEN = 0
               MOVE "-" TO WS-CSP-VALUE
               MOVE 1 TO WS-CSP-VAL-LEN
           END-IF
           .

*> A rid off the query string is only taken if it has a rid's shape
*> (digits and "-"), so the line can't be salted with other text
       CHECK-CSP-RID.
           IF WS-CSP-VALUE = SPACES OR WS-CSP-VALUE(25:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CSP-END FROM 1 BY 1
               UNTIL WS-CSP-END > 24
               IF WS-CSP-VALUE(WS-CSP-END:1) = SPACE
                   EXIT PERFORM
               END-IF
               IF WS-CSP-VALUE(WS-CSP-END:1) NOT NUMERIC AND
                  WS-CSP-VALUE(WS-CSP-END:1) NOT = "-"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-CSP-VALUE(1:24) TO WS-CSP-PAGE-RID
           .

       WRITE-CSP-REPORT-LOG.
           IF WS-CSP-DIRECTIVE = SPACES
               MOVE "-" TO WS-CSP-DIRECTIVE
           END-IF
           IF WS-CSP-BLOCKED = SPACES
               MOVE "-" TO WS-CSP-BLOCKED
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN EXTEND CSP-REPORTS-LOG
           IF WS-CSP-LOG-STATUS = "35" OR WS-CSP-LOG-STATUS = "05"
               OPEN OUTPUT CSP-REPORTS-LOG
           END-IF
           IF WS-CSP-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CSP-REPORTS-RECORD
           STRING "[" WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2) "] CSP "
                  DELIMITED BY SIZE
                  WS-CSP-PAGE DELIMITED BY SPACE
                  " dir=" DELIMITED BY SIZE
                  WS-CSP-DIRECTIVE DELIMITED BY SPACE
                  " blocked=" DELIMITED BY SIZE
                  WS-CSP-BLOCKED DELIMITED BY SPACE
                  " mode=" DELIMITED BY SIZE
                  WS-CSP-DISPOSITION DELIMITED BY SPACE
                  " rid=" DELIMITED BY SIZE
                  WS-CSP-PAGE-RID DELIMITED BY SPACE
               INTO CSP-REPORTS-RECORD
           END-STRING
           WRITE CSP-REPORTS-RECORD
           CLOSE CSP-REPORTS-LOG
           .

       BUILD-CSP-REPORT-RESPONSE.
           MOVE "204 No Content" TO WS-LOG-STATUS-LINE

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 204 No Content" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 0" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> POST /api/upload: parse the request's multipart/form-data body,
*> write the one uploaded file to disk under "/uploads/" (resolved
*> against this request's own doc root - vhost or alias included - the
*> same PATH-UTILS call any other path on this site gets resolved
*> through, so an uploaded filename can't traverse outside it any more
*> than a requested one could), and answer with a small JSON body
*> naming the file and its size
       BUILD-API-UPLOAD-RESPONSE.
*> Uploads may still enter quarantine during a calendar freeze (the
*> promotion gate holds them), but not while the box is read-only
*> or its storage is critically full
           MOVE SPACES TO WS-FREEZE-PATH
           MOVE 0 TO WS-FREEZE-ON
           CALL "FREEZE-CHECK" USING WS-FREEZE-PATH WS-FREEZE-ON
               WS-FREEZE-REASON
           END-CALL
           IF WS-FREEZE-ON = 1 AND
              (WS-FREEZE-REASON = "READONLY" OR
               WS-FREEZE-REASON = "DISKFULL")
               PERFORM SEND-FREEZE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-MULTIPART-BOUNDARY
           PERFORM PARSE-MULTIPART-BODY

           IF WS-UPLOAD-OK = 1
               PERFORM WRITE-UPLOAD-FILE
           END-IF

           IF WS-UPLOAD-OK NOT = 1 OR WS-UPLOAD-RETURN-CODE NOT = 0
               PERFORM BUILD-API-UPLOAD-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "201 Created" TO WS-LOG-STATUS-LINE
           MOVE WS-UPLOAD-CONTENT-LEN TO WS-UPLOAD-SIZE-STR

*> A file landing on the server is an operational event the content
*> team's chat channel wants to hear about
           MOVE "upload_received" TO WS-WEBHOOK-EVENT
           MOVE SPACES TO WS-WEBHOOK-DETAIL
           STRING WS-UPLOAD-FILENAME(1:WS-UPLOAD-FILENAME-LEN)
                      DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  LS-CLIENT-ADDR DELIMITED BY SPACE
               INTO WS-WEBHOOK-DETAIL
           END-STRING
           CALL "WEBHOOK-NOTIFY" USING WS-WEBHOOK-EVENT
               WS-WEBHOOK-DETAIL
           END-CALL

           MOVE SPACES TO WS-API-BODY
           STRING "{""status"":""ok"",""filename"":"""
                      DELIMITED BY SIZE
                  WS-UPLOAD-FILENAME(1:WS-UPLOAD-FILENAME-LEN)
                      DELIMITED BY SIZE
                  """,""size"":" DELIMITED BY SIZE
                  WS-UPLOAD-SIZE-STR DELIMITED BY SPACE
                  ",""id"":""" DELIMITED BY SIZE
                  WS-UPCAT-ID DELIMITED BY SPACE
                  """}" DELIMITED BY SIZE
               INTO WS-API-BODY
           END-STRING

           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 201 Created" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> The request wasn't a parsable multipart upload (no boundary, no
*> file part, or PATH-UTILS/the disk write rejected the target) - a
*> 400, the same JSON-error-body convention BUILD-API-404-RESPONSE
*> uses for a bad /api/ request
       BUILD-API-UPLOAD-ERROR-RESPONSE.
           MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE

           MOVE SPACES TO WS-API-BODY
           STRING "{""error"":""invalid or missing multipart upload""}"
                  DELIMITED BY SIZE
               INTO WS-API-BODY
           END-STRING

           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
               IF WS-API-BODY(WS-API-BODY-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-API-BODY-LEN TO WS-API-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 400 Bad Request" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-API-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
                  WS-API-BODY(1:WS-API-BODY-LEN) DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> Pull the "boundary=" value out of the request's "Content-Type:
*> multipart/form-data; boundary=..." header - the same header-
*> substring-scan idiom EXTRACT-AUTH-HEADER uses for "Authorization:
*> Basic ". WS-UPLOAD-BOUNDARY-LEN stays 0 when the header is missing
*> or isn't multipart, which PARSE-MULTIPART-BODY treats as "nothing
*> to parse"
       EXTRACT-MULTIPART-BOUNDARY.
           MOVE 0 TO WS-UPLOAD-BOUNDARY-LEN
           MOVE SPACES TO WS-UPLOAD-BOUNDARY

           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM 1 BY 1
               UNTIL WS-UPLOAD-SCAN-POS > 8140
               IF LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:44) =
                       "Content-Type: multipart/form-data; boundary="
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-UPLOAD-SCAN-POS > 8140
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UPLOAD-SCAN-POS = WS-UPLOAD-SCAN-POS + 44
           IF LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = QUOTE
               ADD 1 TO WS-UPLOAD-SCAN-POS
           END-IF

           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM WS-UPLOAD-SCAN-POS
                   BY 1
               UNTIL WS-UPLOAD-SCAN-POS > 8192 OR
                     WS-UPLOAD-BOUNDARY-LEN >= 70 OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = SPACE OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = QUOTE OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = X"0D" OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = X"0A"
               ADD 1 TO WS-UPLOAD-BOUNDARY-LEN
               MOVE LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) TO
                   WS-UPLOAD-BOUNDARY(WS-UPLOAD-BOUNDARY-LEN:1)
           END-PERFORM
           .

*> Find the first (only) part's "Content-Disposition: form-data;"
*> header inside the already-buffered POST body, pull its "filename="
*> value out, and locate the raw file bytes between that part's
*> blank-line header terminator and the next boundary marker.
*> WS-UPLOAD-OK stays 0 for anything that doesn't parse cleanly -
*> no boundary, no file part, a truncated body - which
*> BUILD-API-UPLOAD-RESPONSE turns into a 400 rather than guessing
*> The text fields out of a multipart body, landed in the same pair
*> table PARSE-URLENCODED-BODY fills: one pass over the parts,
*> taking every name="..." part that does NOT also carry a
*> filename= (those are the attachment, PARSE-MULTIPART-BODY's job)
       PARSE-MULTIPART-FIELDS.
           MOVE 0 TO WS-PAIR-COUNT
           IF WS-UPLOAD-BOUNDARY-LEN = 0 OR LS-BODY-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-UPLOAD-DELIM
           STRING "--" DELIMITED BY SIZE
                  WS-UPLOAD-BOUNDARY(1:WS-UPLOAD-BOUNDARY-LEN)
                      DELIMITED BY SIZE
               INTO WS-UPLOAD-DELIM
           END-STRING
           COMPUTE WS-UPLOAD-DELIM-LEN = WS-UPLOAD-BOUNDARY-LEN + 2

           COMPUTE WS-MPF-LIMIT = LS-BODY-START + LS-BODY-LEN
           MOVE LS-BODY-START TO WS-MPF-POS
           PERFORM UNTIL WS-MPF-POS > WS-MPF-LIMIT - 38 OR
                   WS-PAIR-COUNT >= 40
               IF LS-REQUEST-BUF(WS-MPF-POS:38) =
                  'Content-Disposition: form-data; name="'
                   PERFORM TAKE-ONE-MULTIPART-FIELD
               ELSE
                   ADD 1 TO WS-MPF-POS
               END-IF
           END-PERFORM
           .

       TAKE-ONE-MULTIPART-FIELD.
           COMPUTE WS-MPF-POS = WS-MPF-POS + 38

*> The part name, to the closing quote
           MOVE 0 TO WS-MPF-NAME-LEN
           MOVE SPACES TO WS-PAIR-RAW
           PERFORM VARYING WS-MPF-POS FROM WS-MPF-POS BY 1
               UNTIL WS-MPF-POS > WS-MPF-LIMIT OR
                     WS-MPF-NAME-LEN >= 32 OR
                     LS-REQUEST-BUF(WS-MPF-POS:1) = QUOTE
               ADD 1 TO WS-MPF-NAME-LEN
               MOVE LS-REQUEST-BUF(WS-MPF-POS:1)
                   TO WS-PAIR-RAW(WS-MPF-NAME-LEN:1)
           END-PERFORM
           IF WS-MPF-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF

*> A filename= on the same header line makes this the attachment
*> part, which is not a text field
           MOVE 0 TO WS-MPF-HAS-FILE
           MOVE WS-MPF-POS TO WS-MPF-LINE-END
           PERFORM VARYING WS-MPF-LINE-END FROM WS-MPF-LINE-END BY 1
               UNTIL WS-MPF-LINE-END > WS-MPF-LIMIT - 9 OR
                     LS-REQUEST-BUF(WS-MPF-LINE-END:1) = X"0A"
               IF LS-REQUEST-BUF(WS-MPF-LINE-END:9) = "filename="
                   MOVE 1 TO WS-MPF-HAS-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM

*> The blank line ending this part's headers, then the value runs
*> to the CRLF ahead of the next boundary
           PERFORM VARYING WS-MPF-POS FROM WS-MPF-POS BY 1
               UNTIL WS-MPF-POS > WS-MPF-LIMIT - 4 OR
                     LS-REQUEST-BUF(WS-MPF-POS:4) = X"0D0A0D0A"
           END-PERFORM
           IF WS-MPF-POS > WS-MPF-LIMIT - 4
               MOVE WS-MPF-LIMIT TO WS-MPF-POS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MPF-VAL-START = WS-MPF-POS + 4

           MOVE 0 TO WS-MPF-VAL-END
           PERFORM VARYING WS-MPF-POS FROM WS-MPF-VAL-START BY 1
               UNTIL WS-MPF-POS >
                       WS-MPF-LIMIT - WS-UPLOAD-DELIM-LEN - 2
               IF LS-REQUEST-BUF(WS-MPF-POS:2) = X"0D0A" AND
                  LS-REQUEST-BUF(WS-MPF-POS + 2:
                      WS-UPLOAD-DELIM-LEN) =
                      WS-UPLOAD-DELIM(1:WS-UPLOAD-DELIM-LEN)
                   MOVE WS-MPF-POS TO WS-MPF-VAL-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MPF-VAL-END = 0
               MOVE WS-MPF-LIMIT TO WS-MPF-POS
               EXIT PARAGRAPH
           END-IF

           IF WS-MPF-HAS-FILE = 0
               ADD 1 TO WS-PAIR-COUNT
               MOVE SPACES TO PAIR-NAME(WS-PAIR-COUNT)
               MOVE WS-PAIR-RAW(1:WS-MPF-NAME-LEN)
                   TO PAIR-NAME(WS-PAIR-COUNT)
               COMPUTE WS-MPF-VAL-LEN =
                   WS-MPF-VAL-END - WS-MPF-VAL-START
               IF WS-MPF-VAL-LEN > 256
                   MOVE 256 TO WS-MPF-VAL-LEN
               END-IF
               MOVE SPACES TO PAIR-VALUE(WS-PAIR-COUNT)
               IF WS-MPF-VAL-LEN > 0
                   MOVE LS-REQUEST-BUF(WS-MPF-VAL-START:
                       WS-MPF-VAL-LEN)
                       TO PAIR-VALUE(WS-PAIR-COUNT)
               END-IF
               MOVE WS-MPF-VAL-LEN TO PAIR-VALUE-LEN(WS-PAIR-COUNT)
           END-IF

*> Resume the part scan behind this part's value
           MOVE WS-MPF-VAL-END TO WS-MPF-POS
           .

       PARSE-MULTIPART-BODY.
           MOVE 0 TO WS-UPLOAD-OK
           MOVE SPACES TO WS-UPLOAD-FILENAME
           MOVE 0 TO WS-UPLOAD-FILENAME-LEN
           MOVE 0 TO WS-UPLOAD-CONTENT-LEN

           IF WS-UPLOAD-BOUNDARY-LEN = 0 OR LS-BODY-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-UPLOAD-DELIM
           STRING "--" DELIMITED BY SIZE
                  WS-UPLOAD-BOUNDARY(1:WS-UPLOAD-BOUNDARY-LEN)
                      DELIMITED BY SIZE
               INTO WS-UPLOAD-DELIM
           END-STRING
           COMPUTE WS-UPLOAD-DELIM-LEN = WS-UPLOAD-BOUNDARY-LEN + 2

           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM LS-BODY-START
                   BY 1
               UNTIL WS-UPLOAD-SCAN-POS >
                     LS-BODY-START + LS-BODY-LEN - 31
               IF LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:31) =
                       "Content-Disposition: form-data;"
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-UPLOAD-SCAN-POS > LS-BODY-START + LS-BODY-LEN - 31
               EXIT PARAGRAPH
           END-IF

*> Hunt for "filename=" within this same header line (it ends at the
*> line's trailing LF); if the line ends first, it wasn't a file part
           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM WS-UPLOAD-SCAN-POS
                   BY 1
               UNTIL WS-UPLOAD-SCAN-POS >
                         LS-BODY-START + LS-BODY-LEN - 10 OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:9) =
                         "filename=" OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = X"0A"
           END-PERFORM

           IF LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:9) NOT = "filename="
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UPLOAD-SCAN-POS = WS-UPLOAD-SCAN-POS + 9
           IF LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) NOT = QUOTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UPLOAD-SCAN-POS

           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM WS-UPLOAD-SCAN-POS
                   BY 1
               UNTIL WS-UPLOAD-SCAN-POS >
                         LS-BODY-START + LS-BODY-LEN OR
                     WS-UPLOAD-FILENAME-LEN >= 100 OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) = QUOTE
               ADD 1 TO WS-UPLOAD-FILENAME-LEN
               MOVE LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:1) TO
                   WS-UPLOAD-FILENAME(WS-UPLOAD-FILENAME-LEN:1)
           END-PERFORM

           IF WS-UPLOAD-FILENAME-LEN = 0
               EXIT PARAGRAPH
           END-IF

*> The blank line (CRLF CRLF) ending this part's headers - the file's
*> raw bytes start right after it
           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM WS-UPLOAD-SCAN-POS
                   BY 1
               UNTIL WS-UPLOAD-SCAN-POS >
                         LS-BODY-START + LS-BODY-LEN - 4 OR
                     LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:4) =
                         X"0D0A0D0A"
           END-PERFORM

           IF WS-UPLOAD-SCAN-POS > LS-BODY-START + LS-BODY-LEN - 4
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UPLOAD-CONTENT-START = WS-UPLOAD-SCAN-POS + 4

*> The CRLF immediately ahead of the closing boundary marks the end
*> of the file's bytes
           MOVE 0 TO WS-UPLOAD-CONTENT-END
           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM
                   WS-UPLOAD-CONTENT-START BY 1
               UNTIL WS-UPLOAD-SCAN-POS >
                       LS-BODY-START + LS-BODY-LEN -
                       WS-UPLOAD-DELIM-LEN - 2
               IF LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS:2) = X"0D0A" AND
                  LS-REQUEST-BUF(WS-UPLOAD-SCAN-POS + 2:
                      WS-UPLOAD-DELIM-LEN) =
                      WS-UPLOAD-DELIM(1:WS-UPLOAD-DELIM-LEN)
                   MOVE WS-UPLOAD-SCAN-POS TO WS-UPLOAD-CONTENT-END
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-UPLOAD-CONTENT-END = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UPLOAD-CONTENT-LEN =
               WS-UPLOAD-CONTENT-END - WS-UPLOAD-CONTENT-START
           MOVE 1 TO WS-UPLOAD-OK
           .

*> Uploaded files land in the QUARANTINE/ holding directory - never
*> anywhere the server will serve from - and stay there until the
*> UPLOAD-SCAN validation job checks their content against their
*> claimed type and size policy and promotes them into the site (or
*> rejects them with a reason an operator can review). The filename
*> is checked directly here: a name carrying a path separator or a
*> ".." can't escape the holding directory. Bytes are written with
*> the same binary-safe CBL_ routines as before
       WRITE-UPLOAD-FILE.
           MOVE 0 TO WS-UPLOAD-RETURN-CODE
           PERFORM VARYING WS-UPLOAD-SCAN-POS FROM 1 BY 1
               UNTIL WS-UPLOAD-SCAN-POS > WS-UPLOAD-FILENAME-LEN
               IF WS-UPLOAD-FILENAME(WS-UPLOAD-SCAN-POS:1) = "/" OR
                  WS-UPLOAD-FILENAME(WS-UPLOAD-SCAN-POS:1) = "\"
                   MOVE 1 TO WS-UPLOAD-RETURN-CODE
               END-IF
               IF WS-UPLOAD-SCAN-POS < WS-UPLOAD-FILENAME-LEN AND
                  WS-UPLOAD-FILENAME(WS-UPLOAD-SCAN-POS:2) = ".."
                   MOVE 1 TO WS-UPLOAD-RETURN-CODE
               END-IF
           END-PERFORM
           IF WS-UPLOAD-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

*> Creating a directory that already exists just fails harmlessly
           CALL "CBL_CREATE_DIR" USING "QUARANTINE"
               RETURNING WS-UPLOAD-CREATE-RC
           END-CALL

           MOVE SPACES TO WS-UPLOAD-PATH
           STRING "QUARANTINE/" DELIMITED BY SIZE
                  WS-UPLOAD-FILENAME(1:WS-UPLOAD-FILENAME-LEN)
                      DELIMITED BY SIZE
               INTO WS-UPLOAD-PATH
           END-STRING

           CALL "CBL_CREATE_FILE" USING WS-UPLOAD-PATH 2 0 0
               WS-UPLOAD-HANDLE
               RETURNING WS-UPLOAD-CREATE-RC
           END-CALL
           IF WS-UPLOAD-CREATE-RC NOT = 0
               MOVE 1 TO WS-UPLOAD-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UPLOAD-WRITE-OFFSET
           MOVE WS-UPLOAD-CONTENT-LEN TO WS-UPLOAD-WRITE-LEN
           CALL "CBL_WRITE_FILE" USING WS-UPLOAD-HANDLE
               WS-UPLOAD-WRITE-OFFSET WS-UPLOAD-WRITE-LEN 0
               LS-REQUEST-BUF(WS-UPLOAD-CONTENT-START:
                   WS-UPLOAD-CONTENT-LEN)
               RETURNING WS-UPLOAD-WRITE-RC
           END-CALL

           CALL "CBL_CLOSE_FILE" USING WS-UPLOAD-HANDLE
               RETURNING WS-UPLOAD-CLOSE-RC
           END-CALL

           IF WS-UPLOAD-WRITE-RC NOT = 0
               MOVE 1 TO WS-UPLOAD-RETURN-CODE
           END-IF

           IF WS-UPLOAD-RETURN-CODE = 0
               PERFORM WRITE-UPLOAD-CATALOG
           END-IF
           .

*> One catalog record per accepted upload - who sent what, when,
*> where it landed, how big, and its checksum
       WRITE-UPLOAD-CATALOG.
           MOVE SPACES TO WS-UPCAT-CKSUM
           CALL "getpid" RETURNING WS-UPCAT-PID
           END-CALL
           MOVE WS-UPCAT-PID TO WS-UPCAT-PID-D
           MOVE SPACES TO WS-UPCAT-CK-FILE
           STRING "UPCKTMP" WS-UPCAT-PID-D ".OUT" DELIMITED BY SIZE
               INTO WS-UPCAT-CK-FILE
           END-STRING

           DISPLAY "UPLOAD_CK_PATH" UPON ENVIRONMENT-NAME
           DISPLAY WS-UPLOAD-PATH UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-UPCAT-CK-CMD
           STRING 'cksum "$UPLOAD_CK_PATH" 2>/dev/null | '
                      DELIMITED BY SIZE
                  "cut -d ' ' -f1 > " DELIMITED BY SIZE
                  WS-UPCAT-CK-FILE DELIMITED BY SPACE
               INTO WS-UPCAT-CK-CMD
           END-STRING
           CALL "SYSTEM" USING WS-UPCAT-CK-CMD
               RETURNING WS-UPCAT-CK-RC
           END-CALL

           CALL "CBL_OPEN_FILE" USING WS-UPCAT-CK-FILE 1 0 0
               WS-UPCAT-CK-HANDLE
               RETURNING WS-UPCAT-OPEN-RC
           END-CALL
           IF WS-UPCAT-OPEN-RC = 0
               MOVE 0 TO WS-UPCAT-CK-OFFSET
               MOVE 16 TO WS-UPCAT-CK-LEN
               MOVE SPACES TO WS-UPCAT-CK-BUF
               CALL "CBL_READ_FILE" USING WS-UPCAT-CK-HANDLE
                   WS-UPCAT-CK-OFFSET WS-UPCAT-CK-LEN
                   WS-UPCAT-CK-FLAG WS-UPCAT-CK-BUF
                   RETURNING WS-UPCAT-READ-RC
               END-CALL
               MOVE WS-UPCAT-CK-BUF(1:16) TO WS-UPCAT-CKSUM
               INSPECT WS-UPCAT-CKSUM REPLACING ALL X"0A" BY SPACE
               CALL "CBL_CLOSE_FILE" USING WS-UPCAT-CK-HANDLE
                   RETURNING WS-UPCAT-CLOSE-RC
               END-CALL
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-UPCAT-CK-FILE
               RETURNING WS-UPCAT-CLOSE-RC
           END-CALL

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           OPEN EXTEND UPLOAD-CATALOG
           IF WS-UPCAT-STATUS = "35" OR WS-UPCAT-STATUS = "05"
               OPEN OUTPUT UPLOAD-CATALOG
           END-IF

           MOVE WS-UPLOAD-CONTENT-LEN TO WS-UPCAT-SIZE-D
           MOVE WS-AUTH-USER TO WS-UPCAT-USER
           INSPECT WS-UPCAT-USER REPLACING ALL LOW-VALUE BY SPACE
           IF WS-UPCAT-USER = SPACES
               MOVE "-" TO WS-UPCAT-USER
           END-IF
*> The tracking id handed back to the uploader, unique enough from
*> the timestamp plus this worker's pid - the status API joins it
*> back to this record
           MOVE SPACES TO WS-UPCAT-ID
           STRING "U" WS-CURRENT-DATE(1:14) WS-UPCAT-PID-D(6:5)
               DELIMITED BY SIZE INTO WS-UPCAT-ID
           END-STRING

           MOVE SPACES TO UPLOAD-CATALOG-RECORD
           STRING WS-LOG-TIMESTAMP "|" DELIMITED BY SIZE
                  WS-UPCAT-USER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  LS-CLIENT-ADDR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UPLOAD-FILENAME(1:WS-UPLOAD-FILENAME-LEN)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-UPLOAD-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UPCAT-SIZE-D "|" DELIMITED BY SIZE
                  WS-UPCAT-CKSUM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-UPCAT-ID DELIMITED BY SPACE
               INTO UPLOAD-CATALOG-RECORD
           END-STRING

           WRITE UPLOAD-CATALOG-RECORD
           CLOSE UPLOAD-CATALOG
           .

*> GET /api/uploads[?date=YYYY-MM-DD][&user=name]: the catalog as a
*> JSON array, newest entries last, filtered when asked
       BUILD-API-UPLOADS-LIST-RESPONSE.
           MOVE SPACES TO WS-UPCAT-F-DATE
           MOVE SPACES TO WS-UPCAT-F-USER
           MOVE 0 TO WS-UPCAT-F-USER-LEN

           PERFORM VARYING WS-UPCAT-SCAN-POS FROM 1 BY 1
               UNTIL WS-UPCAT-SCAN-POS > 245
               IF QUERY-STRING(WS-UPCAT-SCAN-POS:5) = "date="
                  AND (WS-UPCAT-SCAN-POS = 1 OR
                       QUERY-STRING(WS-UPCAT-SCAN-POS - 1:1) = "&")
                   MOVE QUERY-STRING(WS-UPCAT-SCAN-POS + 5:10)
                       TO WS-UPCAT-F-DATE
                   INSPECT WS-UPCAT-F-DATE
                       REPLACING ALL "&" BY SPACE
               END-IF
               IF QUERY-STRING(WS-UPCAT-SCAN-POS:5) = "user="
                  AND (WS-UPCAT-SCAN-POS = 1 OR
                       QUERY-STRING(WS-UPCAT-SCAN-POS - 1:1) = "&")
                   MOVE 0 TO WS-UPCAT-F-USER-LEN
                   COMPUTE WS-UPCAT-P1 = WS-UPCAT-SCAN-POS + 5
                   PERFORM VARYING WS-UPCAT-P1 FROM WS-UPCAT-P1 BY 1
                       UNTIL WS-UPCAT-P1 > 256 OR
                             WS-UPCAT-F-USER-LEN >= 32 OR
                             QUERY-STRING(WS-UPCAT-P1:1) = "&" OR
                             QUERY-STRING(WS-UPCAT-P1:1) = SPACE
                       ADD 1 TO WS-UPCAT-F-USER-LEN
                       MOVE QUERY-STRING(WS-UPCAT-P1:1) TO
                           WS-UPCAT-F-USER(WS-UPCAT-F-USER-LEN:1)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-UPCAT-BODY
           MOVE 1 TO WS-UPCAT-BODY-PTR
           STRING '{"uploads":[' DELIMITED BY SIZE
               INTO WS-UPCAT-BODY WITH POINTER WS-UPCAT-BODY-PTR
           END-STRING

           MOVE 0 TO WS-UPCAT-HITS
           OPEN INPUT UPLOAD-CATALOG
           IF WS-UPCAT-STATUS = "00"
               MOVE 0 TO WS-UPCAT-EOF
               PERFORM UNTIL WS-UPCAT-EOF = 1
                   READ UPLOAD-CATALOG
                       AT END
                           MOVE 1 TO WS-UPCAT-EOF
                       NOT AT END
                           PERFORM APPEND-ONE-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-CATALOG
           END-IF

           STRING "]}" DELIMITED BY SIZE
               INTO WS-UPCAT-BODY WITH POINTER WS-UPCAT-BODY-PTR
           END-STRING
           COMPUTE WS-UPCAT-BODY-LEN = WS-UPCAT-BODY-PTR - 1

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE WS-UPCAT-BODY-LEN TO WS-UPCAT-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-UPCAT-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               END-STRING
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-UPCAT-BODY(1:WS-UPCAT-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> One catalog record through the date/user filters and into the
*> JSON array - the record's own pipe-delimited text is carried as a
*> single "record" string, which keeps the endpoint honest about
*> exactly what the catalog holds
       APPEND-ONE-CATALOG-ENTRY.
           IF WS-UPCAT-F-DATE NOT = SPACES AND
              UPLOAD-CATALOG-RECORD(1:10) NOT = WS-UPCAT-F-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-UPCAT-F-USER-LEN > 0
               IF UPLOAD-CATALOG-RECORD(21:WS-UPCAT-F-USER-LEN) NOT =
                  WS-UPCAT-F-USER(1:WS-UPCAT-F-USER-LEN) OR
                  UPLOAD-CATALOG-RECORD
                      (21 + WS-UPCAT-F-USER-LEN:1) NOT = "|"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-UPCAT-REC-LEN
           PERFORM VARYING WS-UPCAT-REC-LEN FROM 400 BY -1
               UNTIL WS-UPCAT-REC-LEN < 1
               IF UPLOAD-CATALOG-RECORD(WS-UPCAT-REC-LEN:1)
                      NOT = SPACE AND
                  UPLOAD-CATALOG-RECORD(WS-UPCAT-REC-LEN:1)
                      NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-UPCAT-REC-LEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-UPCAT-BODY-PTR + WS-UPCAT-REC-LEN + 16 > 8192
               EXIT PARAGRAPH
           END-IF

           IF WS-UPCAT-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-UPCAT-BODY WITH POINTER WS-UPCAT-BODY-PTR
               END-STRING
           END-IF
           STRING '{"record":"' DELIMITED BY SIZE
                  UPLOAD-CATALOG-RECORD(1:WS-UPCAT-REC-LEN)
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-UPCAT-BODY WITH POINTER WS-UPCAT-BODY-PTR
           END-STRING
           ADD 1 TO WS-UPCAT-HITS
           .

*> GET /api/upload-status/<id>: where did my upload go? The id is
*> joined back to its UPLOAD-CATALOG.DAT record, and the answer is
*> quarantined (still waiting for UPLOAD-SCAN), promoted (with the
*> served path), or rejected (with the recorded reason out of
*> UPLOAD-REJECTS.LOG)
       BUILD-API-UPLOAD-STATUS-RESPONSE.
           MOVE SPACES TO WS-UPST-ID
           MOVE 0 TO WS-UPST-ID-LEN
           PERFORM VARYING WS-UPST-SCAN-POS FROM 15 BY 1
               UNTIL WS-UPST-SCAN-POS > 34 OR
                     WS-API-RESOURCE(WS-UPST-SCAN-POS:1) = SPACE
               ADD 1 TO WS-UPST-ID-LEN
               MOVE WS-API-RESOURCE(WS-UPST-SCAN-POS:1)
                   TO WS-UPST-ID(WS-UPST-ID-LEN:1)
           END-PERFORM
           IF WS-UPST-ID-LEN = 0
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UPST-FOUND
           OPEN INPUT UPLOAD-CATALOG
           IF WS-UPCAT-STATUS = "00"
               MOVE 0 TO WS-UPST-EOF
               PERFORM UNTIL WS-UPST-EOF = 1 OR WS-UPST-FOUND = 1
                   READ UPLOAD-CATALOG
                       AT END
                           MOVE 1 TO WS-UPST-EOF
                       NOT AT END
                           PERFORM MATCH-ONE-STATUS-RECORD
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-CATALOG
           END-IF
           IF WS-UPST-FOUND = 0
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> Still sitting in quarantine? Then it's waiting for the next
*> UPLOAD-SCAN pass. Gone from quarantine: either rejected (the
*> reasons log says so) or promoted into the served uploads/ tree
           MOVE "quarantined" TO WS-UPST-STATE
           MOVE SPACES TO WS-UPST-REASON
           MOVE 0 TO WS-UPST-EXISTS
           CALL "FILE-EXISTS" USING WS-UPST-QPATH WS-UPST-EXISTS
           END-CALL
           IF WS-UPST-EXISTS = 0
               MOVE "promoted" TO WS-UPST-STATE
               PERFORM FIND-UPLOAD-REJECT-REASON
               IF WS-UPST-REASON NOT = SPACES
                   MOVE "rejected" TO WS-UPST-STATE
               END-IF
           END-IF

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-API-BODY
           EVALUATE WS-UPST-STATE
               WHEN "rejected"
                   STRING "{""id"":""" DELIMITED BY SIZE
                          WS-UPST-ID(1:WS-UPST-ID-LEN)
                              DELIMITED BY SIZE
                          """,""state"":""rejected"",""reason"":"""
                              DELIMITED BY SIZE
                          WS-UPST-REASON DELIMITED BY SIZE
                          """}" DELIMITED BY SIZE
                       INTO WS-API-BODY
                   END-STRING
               WHEN "promoted"
                   STRING "{""id"":""" DELIMITED BY SIZE
                          WS-UPST-ID(1:WS-UPST-ID-LEN)
                              DELIMITED BY SIZE
                          """,""state"":""promoted"",""path"":"""
                              DELIMITED BY SIZE
                          "/uploads/" DELIMITED BY SIZE
                          WS-UPST-FILENAME(1:WS-UPST-FNAME-LEN)
                              DELIMITED BY SIZE
                          """}" DELIMITED BY SIZE
                       INTO WS-API-BODY
                   END-STRING
               WHEN OTHER
                   STRING "{""id"":""" DELIMITED BY SIZE
                          WS-UPST-ID(1:WS-UPST-ID-LEN)
                              DELIMITED BY SIZE
                          """,""state"":""quarantined""}"
                              DELIMITED BY SIZE
                       INTO WS-API-BODY
                   END-STRING
           END-EVALUATE
           PERFORM SEND-UPLOAD-STATUS-RESPONSE
           .

*> "ts|user|client|filename|path|size|cksum|id" - the trailing id
*> decides the match, the filename and quarantine path ride out
       MATCH-ONE-STATUS-RECORD.
           MOVE 0 TO WS-UPST-PIPE-NO
           PERFORM VARYING WS-UPST-SCAN-POS FROM 1 BY 1
               UNTIL WS-UPST-SCAN-POS > 380 OR WS-UPST-PIPE-NO >= 7
               IF UPLOAD-CATALOG-RECORD(WS-UPST-SCAN-POS:1) = "|"
                   ADD 1 TO WS-UPST-PIPE-NO
                   MOVE WS-UPST-SCAN-POS
                       TO UPST-PIPE(WS-UPST-PIPE-NO)
               END-IF
           END-PERFORM
           IF WS-UPST-PIPE-NO < 7
               EXIT PARAGRAPH
           END-IF
           IF UPLOAD-CATALOG-RECORD(UPST-PIPE(7) + 1:WS-UPST-ID-LEN)
                  NOT = WS-UPST-ID(1:WS-UPST-ID-LEN) OR
              UPLOAD-CATALOG-RECORD(UPST-PIPE(7) + 1 +
                  WS-UPST-ID-LEN:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-UPST-FOUND
           MOVE SPACES TO WS-UPST-FILENAME
           COMPUTE WS-UPST-FNAME-LEN = UPST-PIPE(4) - UPST-PIPE(3) - 1
           IF WS-UPST-FNAME-LEN > 100
               MOVE 100 TO WS-UPST-FNAME-LEN
           END-IF
           IF WS-UPST-FNAME-LEN > 0
               MOVE UPLOAD-CATALOG-RECORD(UPST-PIPE(3) + 1:
                   WS-UPST-FNAME-LEN) TO WS-UPST-FILENAME
           END-IF
           MOVE SPACES TO WS-UPST-QPATH
           IF UPST-PIPE(5) - UPST-PIPE(4) > 1
               MOVE UPLOAD-CATALOG-RECORD(UPST-PIPE(4) + 1:
                   UPST-PIPE(5) - UPST-PIPE(4) - 1) TO WS-UPST-QPATH
           END-IF
           .

*> "[ts] filename rejected: reason" - the filename sits behind the
*> fixed 22-character timestamp head
       FIND-UPLOAD-REJECT-REASON.
           MOVE SPACES TO WS-UPST-REASON
           OPEN INPUT REJECTS-LOG
           IF WS-REJLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-UPST-EOF
           PERFORM UNTIL WS-UPST-EOF = 1
               READ REJECTS-LOG
                   AT END
                       MOVE 1 TO WS-UPST-EOF
                   NOT AT END
                       IF REJECTS-LOG-RECORD(23:WS-UPST-FNAME-LEN) =
                              WS-UPST-FILENAME(1:WS-UPST-FNAME-LEN)
                          AND REJECTS-LOG-RECORD(23 +
                              WS-UPST-FNAME-LEN:11) = " rejected: "
                           MOVE REJECTS-LOG-RECORD(34 +
                               WS-UPST-FNAME-LEN:64)
                               TO WS-UPST-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECTS-LOG
           .

       SEND-UPLOAD-STATUS-RESPONSE.
           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
               IF WS-API-BODY(WS-API-BODY-LEN:1) NOT = SPACE
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-API-BODY(1:WS-API-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> Shared by PUT and DELETE /api/content/<path>: pull the target path
*> out of WS-API-RESOURCE (everything after "content/") and resolve it
*> through PATH-UTILS the same traversal-protected way WRITE-UPLOAD-
*> FILE resolves an uploaded filename - a blank or empty path, or one
*> PATH-UTILS itself rejects, leaves WS-CONTENT-RETURN-CODE NOT = 0
       RESOLVE-CONTENT-PATH.
           MOVE 0 TO WS-CONTENT-RESOURCE-LEN
           INSPECT WS-API-RESOURCE TALLYING WS-CONTENT-RESOURCE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-CONTENT-SUBPATH-LEN =
               WS-CONTENT-RESOURCE-LEN - 8

           MOVE 0 TO WS-CONTENT-RETURN-CODE
           IF WS-CONTENT-SUBPATH-LEN < 1
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONTENT-TARGET
           STRING "/" DELIMITED BY SIZE
                  WS-API-RESOURCE(9:WS-CONTENT-SUBPATH-LEN)
                      DELIMITED BY SIZE
               INTO WS-CONTENT-TARGET
           END-STRING

           MOVE SPACES TO WS-CONTENT-PATH
           CALL "PATH-UTILS" USING WS-CONTENT-TARGET WS-CONTENT-PATH
                                   WS-CONTENT-RETURN-CODE
                                   WS-VHOST-DOCROOT
           END-CALL
           .

*> PUT /api/content/<path>: write the request body out verbatim at
*> the resolved path, the same binary-safe CBL_CREATE_FILE(mode 2)/
*> CBL_WRITE_FILE/CBL_CLOSE_FILE sequence WRITE-UPLOAD-FILE already
*> established, just writing the plain request body instead of a
*> multipart part's content - this endpoint takes the raw bytes as
*> the whole PUT body, not a multipart/form-data wrapper, the way a
*> REST content API is expected to work. CBL_CHECK_FILE_EXIST is
*> consulted first only to pick 200 OK vs 201 Created in the
*> response - either way the write itself overwrites whatever was
*> there, the same "create or replace" contract PUT carries elsewhere
       BUILD-API-CONTENT-PUT-RESPONSE.
           PERFORM RESOLVE-CONTENT-PATH
           IF WS-CONTENT-RETURN-CODE NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTENT-TARGET TO WS-FREEZE-PATH
           PERFORM CHECK-WRITE-FREEZE
           IF WS-FREEZE-ON = 1
               PERFORM SEND-FREEZE-REFUSAL
               EXIT PARAGRAPH
           END-IF

*> If-Match, when the client sends it, makes the PUT conditional:
*> an ETag that no longer matches the live file means someone else
*> saved in between, and the editor hears about it now (412)
*> instead of never. A PUT without If-Match keeps the old
*> last-writer-wins behavior during rollout
           PERFORM EXTRACT-IF-MATCH-HEADER
           IF WS-IFM-VALUE NOT = SPACES
               PERFORM COMPUTE-CONTENT-ETAG
               IF WS-IFM-VALUE(1:36) NOT = WS-IFM-CURRENT
                   MOVE "CONTENT_PUT" TO WS-AUDIT-EVENT
                   MOVE WS-AUTH-USER TO WS-AUDIT-USER
                   MOVE "STALE-ETAG" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "412 Precondition Failed"
                       TO WS-LOG-STATUS-LINE
                   MOVE '{"error":"the file changed since your copy '
                       & '- re-fetch and retry"}' TO WS-CHG-BODY
                   MOVE 65 TO WS-CHG-BODY-LEN
                   MOVE "application/json" TO WS-CHG-ERR
                   PERFORM SEND-CHANGES-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

*> A prefix under approval lands the PUT in the pending queue as a
*> proposed change instead of in the live tree - a second operator
*> has to approve it before it serves
           PERFORM CHECK-APPROVAL-REQUIRED
           IF WS-APPR-REQUIRED = 1
*> Where the prefix names its authors, only they may propose
               IF WS-APPR-AUTHORS NOT = SPACES
                   MOVE WS-APPR-AUTHORS TO WS-GROUP-WANT
                   PERFORM CHECK-WANTED-GROUP
                   IF WS-GROUP-MEMBER = 0
                       MOVE "CONTENT_PUT" TO WS-AUDIT-EVENT
                       MOVE WS-AUTH-USER TO WS-AUDIT-USER
                       MOVE "NOT-AUTHOR" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-LOG
                       MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
                       MOVE '{"error":"not an author for this path"}'
                           TO WS-CHG-BODY
                       MOVE 39 TO WS-CHG-BODY-LEN
                       MOVE "application/json" TO WS-CHG-ERR
                       PERFORM SEND-CHANGES-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM STORE-PENDING-CHANGE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONTENT-EXISTED
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONTENT-PATH
               WS-CONTENT-FILE-INFO
               RETURNING WS-CONTENT-STAT-RC
           END-CALL
           IF WS-CONTENT-STAT-RC = 0
               MOVE 1 TO WS-CONTENT-EXISTED
*> Whatever is about to be overwritten gets banked first - see
*> BANK-CONTENT-VERSION
               PERFORM BANK-CONTENT-VERSION
           END-IF

*> The tenant's storage quota: the net growth this PUT represents
*> (new bytes minus whatever it overwrites) against QUOTAS.CFG; a
*> tenant at its ceiling gets a clear refusal instead of filling
*> the disk for everyone
           MOVE WS-VHOST-NAME TO WS-QT-TENANT
           IF LS-BODY-SPOOL-LEN > 0
               MOVE LS-BODY-SPOOL-LEN TO WS-QT-DELTA
           ELSE
               MOVE LS-BODY-LEN TO WS-QT-DELTA
           END-IF
           IF WS-CONTENT-EXISTED = 1
               SUBTRACT WS-CONTENT-INFO-SIZE FROM WS-QT-DELTA
           END-IF
           CALL "QUOTA-TRACK" USING WS-QT-TENANT WS-QT-DELTA
               WS-QT-ALLOWED WS-QT-USED WS-QT-QUOTA
           END-CALL
           IF WS-QT-ALLOWED = 0
               MOVE "507 Insufficient Storage"
                   TO WS-LOG-STATUS-LINE
               MOVE '{"error":"tenant storage quota exceeded - cont'
                   & 'act the operator"}' TO WS-CHG-BODY
               MOVE 64 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> The new bytes stage in a scratch twin beside the live file, so
*> the live file is only ever replaced whole by the rename below
           MOVE SPACES TO WS-JNL-SCRATCH-PATH
           STRING WS-CONTENT-PATH DELIMITED BY SPACE
                  ".NEW" DELIMITED BY SIZE
               INTO WS-JNL-SCRATCH-PATH
           END-STRING

           CALL "CBL_CREATE_FILE" USING WS-JNL-SCRATCH-PATH 2 0 0
               WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CREATE-RC
           END-CALL
           IF WS-CONTENT-CREATE-RC NOT = 0
*> The usual reason is a target under a directory that doesn't
*> exist yet - create the parents the way PROMOTE-STAGED-FILE
*> does (the path has already been traversal-checked by
*> PATH-UTILS above) and try once more
               DISPLAY "CONTENT_DST" UPON ENVIRONMENT-NAME
               DISPLAY WS-CONTENT-PATH UPON ENVIRONMENT-VALUE
               MOVE 'mkdir -p "$(dirname "$CONTENT_DST")"'
                   TO WS-CONTENT-MKDIR-CMD
               CALL "SYSTEM" USING WS-CONTENT-MKDIR-CMD
                   RETURNING WS-CONTENT-MKDIR-RC
               END-CALL
               CALL "CBL_CREATE_FILE" USING WS-JNL-SCRATCH-PATH
                   2 0 0 WS-CONTENT-HANDLE
                   RETURNING WS-CONTENT-CREATE-RC
               END-CALL
           END-IF
           IF WS-CONTENT-CREATE-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONTENT-WRITE-OFFSET
           MOVE LS-BODY-LEN TO WS-CONTENT-WRITE-LEN
           MOVE 0 TO WS-CONTENT-WRITE-RC
           IF LS-BODY-SPOOL-LEN > 0
*> The body came spooled on disk - stream it across in chunks
               PERFORM COPY-SPOOL-TO-CONTENT
           ELSE
               IF LS-BODY-LEN > 0
                   CALL "CBL_WRITE_FILE" USING WS-CONTENT-HANDLE
                       WS-CONTENT-WRITE-OFFSET WS-CONTENT-WRITE-LEN 0
                       LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                       RETURNING WS-CONTENT-WRITE-RC
                   END-CALL
               END-IF
           END-IF

           CALL "CBL_CLOSE_FILE" USING WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CLOSE-RC
           END-CALL

           IF WS-CONTENT-WRITE-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> A body-only page (title/section/order lines, then the body) is
*> wrapped in its site template while still in the scratch twin, so
*> only the finished page ever goes live
           PERFORM ASSEMBLE-CONTENT-SCRATCH
           IF WS-ASM-RESULT = "F"
               MOVE "CONTENT_PUT" TO WS-AUDIT-EVENT
               PERFORM SEND-ASSEMBLE-REFUSAL
               EXIT PARAGRAPH
           END-IF

*> The pre-publish gate: under a BLOCK prefix a page with findings
*> never goes live (and its bytes come back off the quota); under
*> WARN it does, the findings riding back in the response
           PERFORM VALIDATE-CONTENT-SCRATCH
           IF WS-VAL-MODE = "B" AND WS-VAL-COUNT > 0
               COMPUTE WS-QT-DELTA = 0 - WS-QT-DELTA
               CALL "QUOTA-TRACK" USING WS-QT-TENANT WS-QT-DELTA
                   WS-QT-ALLOWED WS-QT-USED WS-QT-QUOTA
               END-CALL
               MOVE "CONTENT_PUT" TO WS-AUDIT-EVENT
               PERFORM SEND-VALIDATION-REFUSAL
               EXIT PARAGRAPH
           END-IF

*> Intent journaled, then the whole staged file swaps into place
*> in one rename, then the journal closes the entry - a crash
*> anywhere in between is exactly what JOURNAL-RECOVER's startup
*> pass rolls forward or discards
           MOVE SPACES TO WS-JNL-ID
           MOVE "PUT" TO WS-JNL-OP
           MOVE WS-CONTENT-PATH TO WS-JNL-TARGET
           MOVE WS-JNL-SCRATCH-PATH TO WS-JNL-SCRATCH
           MOVE "INTENT" TO WS-JNL-PHASE
           CALL "JOURNAL-WRITE" USING WS-JNL-ID WS-JNL-OP
               WS-JNL-TARGET WS-JNL-SCRATCH WS-JNL-PHASE
           END-CALL
           CALL "CBL_DELETE_FILE" USING WS-CONTENT-PATH
               RETURNING WS-JNL-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-JNL-SCRATCH-PATH
               WS-CONTENT-PATH
               RETURNING WS-JNL-RC
           END-CALL
           IF WS-JNL-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE "DONE" TO WS-JNL-PHASE
           CALL "JOURNAL-WRITE" USING WS-JNL-ID WS-JNL-OP
               WS-JNL-TARGET WS-JNL-SCRATCH WS-JNL-PHASE
           END-CALL

*> The file just changed underneath any cached copy this worker holds
           PERFORM INVALIDATE-HOT-CACHE

           IF WS-CONTENT-EXISTED = 1
               MOVE "200 OK" TO WS-CONTENT-STATUS-TEXT
           ELSE
               MOVE "201 Created" TO WS-CONTENT-STATUS-TEXT
           END-IF
           MOVE WS-CONTENT-STATUS-TEXT TO WS-LOG-STATUS-LINE

           PERFORM VARYING WS-CONTENT-STATUS-LEN FROM 24 BY -1
               UNTIL WS-CONTENT-STATUS-LEN < 1
               IF WS-CONTENT-STATUS-TEXT(WS-CONTENT-STATUS-LEN:1)
                   NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF LS-BODY-SPOOL-LEN > 0
               MOVE LS-BODY-SPOOL-LEN TO WS-CONTENT-SIZE-STR
           ELSE
               MOVE LS-BODY-LEN TO WS-CONTENT-SIZE-STR
           END-IF

           IF WS-VAL-COUNT > 0
               MOVE SPACES TO WS-CHG-BODY
               MOVE 1 TO WS-CHG-BODY-PTR
               STRING "{""status"":""ok"",""size"":" DELIMITED BY SIZE
                      WS-CONTENT-SIZE-STR DELIMITED BY SPACE
                      ",""warnings"":" DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
               PERFORM APPEND-VALIDATION-FINDINGS
               STRING "}" DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
               COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-API-BODY
           STRING "{""status"":""ok"",""size"":" DELIMITED BY SIZE
                  WS-CONTENT-SIZE-STR DELIMITED BY SPACE
                  "}" DELIMITED BY SIZE
               INTO WS-API-BODY
           END-STRING

           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
               IF WS-API-BODY(WS-API-BODY-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-API-BODY-LEN TO WS-API-LEN-STR

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-CONTENT-STATUS-TEXT(1:WS-CONTENT-STATUS-LEN)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-API-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
           END-IF

           STRING WS-CRLF DELIMITED BY SIZE
                  WS-API-BODY(1:WS-API-BODY-LEN) DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> The scratch twin in WS-JNL-SCRATCH-PATH goes through PAGE-ASSEMBLE
*> as the page it is about to become (WS-CONTENT-TARGET), menus and
*> crumbs drawn from this host's own tree. Anything that is not a
*> body-only or assembled page comes back "N", untouched
       ASSEMBLE-CONTENT-SCRATCH.
           MOVE WS-JNL-SCRATCH-PATH TO WS-ASM-FILE
           MOVE WS-CONTENT-TARGET TO WS-ASM-URL
           MOVE SPACES TO WS-ASM-TEMPLATE
           MOVE "N" TO WS-ASM-RESULT
           CALL "PAGE-ASSEMBLE" USING WS-ASM-FILE WS-VHOST-DOCROOT
               WS-ASM-URL WS-ASM-TEMPLATE WS-ASM-RESULT
           END-CALL
           .

*> The page named a template that isn't there: nothing goes live,
*> and the author hears which kind of mistake it was
       SEND-ASSEMBLE-REFUSAL.
           CALL "CBL_DELETE_FILE" USING WS-JNL-SCRATCH-PATH
               RETURNING WS-JNL-RC
           END-CALL
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "NOTEMPLATE" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE "422 Unprocessable Entity" TO WS-LOG-STATUS-LINE
           MOVE '{"error":"page template not found"}' TO WS-CHG-BODY
           MOVE 35 TO WS-CHG-BODY-LEN
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> The scratch twin through CONTENT-VALIDATE as the page it is about
*> to become, its links resolved against this host's own tree
       VALIDATE-CONTENT-SCRATCH.
           MOVE "N" TO WS-VAL-MODE
           MOVE 0 TO WS-VAL-COUNT
           CALL "CONTENT-VALIDATE" USING WS-JNL-SCRATCH-PATH
               WS-CONTENT-TARGET WS-VHOST-DOCROOT WS-VAL-ALT-ROOT
               WS-VAL-MODE WS-VAL-COUNT WS-VAL-FINDINGS
           END-CALL
           .

*> A page held back by the gate: nothing goes live, and the author
*> gets the findings to fix
       SEND-VALIDATION-REFUSAL.
           CALL "CBL_DELETE_FILE" USING WS-JNL-SCRATCH-PATH
               RETURNING WS-JNL-RC
           END-CALL
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "INVALID" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE 0 TO WS-VAL-LEN
           INSPECT WS-CONTENT-TARGET TALLYING WS-VAL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE "422 Unprocessable Entity" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"error":"page failed pre-publish validation - '
                      DELIMITED BY SIZE
                  'fix the findings and resubmit","path":"'
                      DELIMITED BY SIZE
                  WS-CONTENT-TARGET(1:WS-VAL-LEN) DELIMITED BY SIZE
                  '","findings":' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           PERFORM APPEND-VALIDATION-FINDINGS
           STRING "}" DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> The findings as a JSON array at WS-CHG-BODY-PTR, a count of the
*> rest when there were more than the twenty worded
       APPEND-VALIDATION-FINDINGS.
           STRING "[" DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-VAL-COUNT OR WS-VAL-IDX > 20
               MOVE WS-VAL-FINDING(WS-VAL-IDX) TO WS-VAL-TEXT
               INSPECT WS-VAL-TEXT REPLACING ALL '"' BY "'"
                                             ALL "\" BY "/"
               PERFORM VARYING WS-VAL-LEN FROM 100 BY -1
                   UNTIL WS-VAL-LEN < 2
                   IF WS-VAL-TEXT(WS-VAL-LEN:1) NOT = SPACE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-VAL-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
                   END-STRING
               END-IF
               STRING '"' DELIMITED BY SIZE
                      WS-VAL-TEXT(1:WS-VAL-LEN) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
           END-PERFORM
           IF WS-VAL-COUNT > 20
               COMPUTE WS-VAL-COUNT-ED = WS-VAL-COUNT - 20
               MOVE 0 TO WS-VAL-LEAD
               INSPECT WS-VAL-COUNT-ED TALLYING WS-VAL-LEAD
                   FOR LEADING SPACES
               STRING ',"... and ' DELIMITED BY SIZE
                      WS-VAL-COUNT-ED(WS-VAL-LEAD + 1:)
                          DELIMITED BY SIZE
                      ' more"' DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
           END-IF
           STRING "]" DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           .

*> POST /api/release-import: the whole release as one tar.gz body.
*> The bytes land in RELEASE-IMPORT.TAR and the RELEASE-IMPORT
*> program does the unpack / manifest verify / idle-root activation
*> - a failed verify leaves the live tree untouched and its report
*> comes back in the 409 body, naming exactly what mismatched
       BUILD-API-RELEASE-IMPORT-RESPONSE.
           MOVE SPACES TO WS-FREEZE-PATH
           PERFORM CHECK-WRITE-FREEZE
           IF WS-FREEZE-ON = 1
               PERFORM SEND-FREEZE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_CREATE_FILE" USING "RELEASE-IMPORT.TAR" 2 0 0
               WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CREATE-RC
           END-CALL
           IF WS-CONTENT-CREATE-RC NOT = 0
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONTENT-WRITE-OFFSET
           MOVE LS-BODY-LEN TO WS-CONTENT-WRITE-LEN
           MOVE 0 TO WS-CONTENT-WRITE-RC
           IF LS-BODY-SPOOL-LEN > 0
               PERFORM COPY-SPOOL-TO-CONTENT
           ELSE
               IF LS-BODY-LEN > 0
                   CALL "CBL_WRITE_FILE" USING WS-CONTENT-HANDLE
                       WS-CONTENT-WRITE-OFFSET WS-CONTENT-WRITE-LEN 0
                       LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                       RETURNING WS-CONTENT-WRITE-RC
                   END-CALL
               END-IF
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CLOSE-RC
           END-CALL
           IF WS-CONTENT-WRITE-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> RELEASE-IMPORT holds the change gate for a release; the
*> caller's change headers and name go to it in its environment,
*> cleared again straight after so no later child inherits them
           PERFORM EXTRACT-CHANGE-HEADERS
           DISPLAY "CHANGE_REF" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHANGE-REF UPON ENVIRONMENT-VALUE
           DISPLAY "CHANGE_EMERGENCY" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHANGE-EMERGENCY UPON ENVIRONMENT-VALUE
           DISPLAY "CHANGE_ACTOR" UPON ENVIRONMENT-NAME
           DISPLAY WS-AUTH-USER UPON ENVIRONMENT-VALUE

           MOVE "./release-import RELEASE-IMPORT.TAR > RELIMP-API.OU"
               & "T 2>&1" TO WS-CMOVE-CMD
           CALL "SYSTEM" USING WS-CMOVE-CMD RETURNING WS-CMOVE-RC

           DISPLAY "CHANGE_REF" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "CHANGE_EMERGENCY" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "CHANGE_ACTOR" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE

           IF WS-CMOVE-RC = 0
               PERFORM PICK-IMPORT-CHANGE-REF
               MOVE "RELEASE_IMPORT" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "STAGED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO WS-AUDIT-CHANGE
               MOVE "200 OK" TO WS-LOG-STATUS-LINE
*> A release staged with validation findings comes back as its
*> RELEASE-VALIDATE.RPT, so the caller sees what RELEASE-SWITCH
*> will hold it back for (or just warn about)
               PERFORM READ-RELEASE-VALIDATION
               IF WS-RLV-CLEAN = 0
                   MOVE "text/plain" TO WS-CHG-ERR
                   PERFORM SEND-CHANGES-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE '{"status":"staged","next":"release-switch FLIP"}'
                   TO WS-CHG-BODY
               MOVE 48 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> The report says which files mismatched (or that the change gate
*> refused) - hand it back
           MOVE WS-CHANGE-REF TO WS-AUDIT-CHANGE
           MOVE "RELEASE_IMPORT" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "REFUSED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-CHANGE

           MOVE SPACES TO WS-CHG-BODY
           MOVE 0 TO WS-CHG-BODY-LEN
           CALL "CBL_OPEN_FILE" USING "RELEASE-IMPORT.RPT" 1 0 0
               WS-CHG-DIFF-HANDLE
               RETURNING WS-CHG-IO-RC
           END-CALL
           IF WS-CHG-IO-RC = 0
               MOVE 0 TO WS-CHG-OFFSET
               MOVE 8000 TO WS-CHG-IO-LEN
               CALL "CBL_READ_FILE" USING WS-CHG-DIFF-HANDLE
                   WS-CHG-OFFSET WS-CHG-IO-LEN X"01" WS-CHG-BODY
                   RETURNING WS-CHG-IO-RC
               END-CALL
               CALL "CBL_CLOSE_FILE" USING WS-CHG-DIFF-HANDLE
                   RETURNING WS-CHG-IO-RC
               END-CALL
           END-IF
           PERFORM VARYING WS-CHG-BODY-LEN FROM 8000 BY -1
               UNTIL WS-CHG-BODY-LEN < 1
               IF WS-CHG-BODY(WS-CHG-BODY-LEN:1) NOT = SPACE AND
                  WS-CHG-BODY(WS-CHG-BODY-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHG-BODY-LEN = 0
               MOVE "release import failed - see server console"
                   TO WS-CHG-BODY
               MOVE 42 TO WS-CHG-BODY-LEN
           END-IF
           MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
           MOVE "text/plain" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> RELEASE-VALIDATE.RPT into WS-CHG-BODY; WS-RLV-CLEAN = 1 when it
*> says "Result: CLEAN" (or there is none to say otherwise)
       READ-RELEASE-VALIDATION.
           MOVE 1 TO WS-RLV-CLEAN
           MOVE SPACES TO WS-CHG-BODY
           MOVE 0 TO WS-CHG-BODY-LEN
           CALL "CBL_OPEN_FILE" USING "RELEASE-VALIDATE.RPT" 1 0 0
               WS-CHG-DIFF-HANDLE
               RETURNING WS-CHG-IO-RC
           END-CALL
           IF WS-CHG-IO-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHG-OFFSET
           MOVE 8000 TO WS-CHG-IO-LEN
           CALL "CBL_READ_FILE" USING WS-CHG-DIFF-HANDLE
               WS-CHG-OFFSET WS-CHG-IO-LEN X"01" WS-CHG-BODY
               RETURNING WS-CHG-IO-RC
           END-CALL
           CALL "CBL_CLOSE_FILE" USING WS-CHG-DIFF-HANDLE
               RETURNING WS-CHG-IO-RC
           END-CALL
           PERFORM VARYING WS-CHG-BODY-LEN FROM 8000 BY -1
               UNTIL WS-CHG-BODY-LEN < 1
               IF WS-CHG-BODY(WS-CHG-BODY-LEN:1) NOT = SPACE AND
                  WS-CHG-BODY(WS-CHG-BODY-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RLV-TALLY
           INSPECT WS-CHG-BODY(1:600) TALLYING WS-RLV-TALLY
               FOR ALL "Result: CLEAN"
           IF WS-CHG-BODY-LEN > 0 AND WS-RLV-TALLY = 0
               MOVE 0 TO WS-RLV-CLEAN
           END-IF
           .

*> The change a staged import went in under - the number, or
*> EMERGENCY - from the "Change: " line of RELEASE-IMPORT.RPT
       PICK-IMPORT-CHANGE-REF.
           MOVE SPACES TO WS-AUDIT-CHANGE
           MOVE SPACES TO WS-CHG-BODY
           CALL "CBL_OPEN_FILE" USING "RELEASE-IMPORT.RPT" 1 0 0
               WS-CHG-DIFF-HANDLE
               RETURNING WS-CHG-IO-RC
           END-CALL
           IF WS-CHG-IO-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHG-OFFSET
           MOVE 2000 TO WS-CHG-IO-LEN
           CALL "CBL_READ_FILE" USING WS-CHG-DIFF-HANDLE
               WS-CHG-OFFSET WS-CHG-IO-LEN X"01" WS-CHG-BODY
               RETURNING WS-CHG-IO-RC
           END-CALL
           CALL "CBL_CLOSE_FILE" USING WS-CHG-DIFF-HANDLE
               RETURNING WS-CHG-IO-RC
           END-CALL
           PERFORM VARYING WS-CHANGE-HDR-POS FROM 1 BY 1
               UNTIL WS-CHANGE-HDR-POS > 1990
               IF WS-CHG-BODY(WS-CHANGE-HDR-POS:8) = "Change: "
                   UNSTRING WS-CHG-BODY(WS-CHANGE-HDR-POS + 8:16)
                       DELIMITED BY X"0A" OR SPACE
                       INTO WS-AUDIT-CHANGE
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> POST /api/content-move?from=/a&to=/b (and content-copy): file or
*> - with a trailing "/" on both - whole-prefix reorganization in
*> one audited operation instead of an evening of PUT/DELETE pairs.
*> A MOVE also carries the version catalog's entries along to the
*> new path (so the history survives) and drafts a redirect rule
*> for the vacated public path, NOTFOUND-REPORT's format exactly
       BUILD-API-CONTENT-MOVE-RESPONSE.
           MOVE "from=" TO WS-CMOVE-RAW(1:5)
           PERFORM GRAB-CMOVE-PARAM
           MOVE WS-CMOVE-DEC TO WS-CMOVE-FROM-WEB
           MOVE WS-CMOVE-GRAB-LEN TO WS-CMOVE-FROM-LEN
           MOVE "to=" TO WS-CMOVE-RAW(1:5)
           PERFORM GRAB-CMOVE-PARAM
           MOVE WS-CMOVE-DEC TO WS-CMOVE-TO-WEB
           MOVE WS-CMOVE-GRAB-LEN TO WS-CMOVE-TO-LEN

           IF WS-CMOVE-FROM-LEN < 2 OR WS-CMOVE-TO-LEN < 2 OR
              WS-CMOVE-FROM-WEB(1:1) NOT = "/" OR
              WS-CMOVE-TO-WEB(1:1) NOT = "/"
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CMOVE-IS-TREE
           IF WS-CMOVE-FROM-WEB(WS-CMOVE-FROM-LEN:1) = "/" AND
              WS-CMOVE-TO-WEB(WS-CMOVE-TO-LEN:1) = "/"
               MOVE 1 TO WS-CMOVE-IS-TREE
           END-IF

           MOVE WS-CMOVE-FROM-WEB TO WS-FREEZE-PATH
           PERFORM CHECK-WRITE-FREEZE
           IF WS-FREEZE-ON = 1
               PERFORM SEND-FREEZE-REFUSAL
               EXIT PARAGRAPH
           END-IF

*> A MOVE takes the source away from where a hold protects it
           IF WS-CMOVE-KIND = "MOVE"
               MOVE WS-CMOVE-FROM-WEB TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
               IF WS-HOLD-ON = 1
                   PERFORM SEND-HOLD-REFUSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF

*> Both endpoints go through the same traversal-checked resolution
*> any requested path gets
           MOVE WS-CMOVE-FROM-WEB TO WS-CONTENT-TARGET
           MOVE SPACES TO WS-CMOVE-FROM-DISK
           CALL "PATH-UTILS" USING WS-CONTENT-TARGET
               WS-CMOVE-FROM-DISK WS-CONTENT-RETURN-CODE
               WS-VHOST-DOCROOT
           END-CALL
           IF WS-CONTENT-RETURN-CODE NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMOVE-TO-WEB TO WS-CONTENT-TARGET
           MOVE SPACES TO WS-CMOVE-TO-DISK
           CALL "PATH-UTILS" USING WS-CONTENT-TARGET
               WS-CMOVE-TO-DISK WS-CONTENT-RETURN-CODE
               WS-VHOST-DOCROOT
           END-CALL
           IF WS-CONTENT-RETURN-CODE NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> Landing on existing held content would overwrite it
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CMOVE-TO-DISK
               WS-CONTENT-FILE-INFO
               RETURNING WS-CONTENT-STAT-RC
           END-CALL
           IF WS-CONTENT-STAT-RC = 0
               MOVE WS-CMOVE-TO-WEB TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
               IF WS-HOLD-ON = 1
                   PERFORM SEND-HOLD-REFUSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF

*> A MOVE strands every page still linking to the old path
           MOVE 0 TO WS-DEP-COUNT
           IF WS-CMOVE-KIND = "MOVE"
               MOVE WS-CMOVE-FROM-WEB TO WS-DEP-TARGET
               MOVE WS-CMOVE-IS-TREE TO WS-DEP-IS-TREE
               PERFORM CHECK-CONTENT-DEPENDENTS
               IF WS-DEP-BLOCK = 1
                   PERFORM SEND-DEPENDENCY-REFUSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "CM_SRC" UPON ENVIRONMENT-NAME
           DISPLAY WS-CMOVE-FROM-DISK UPON ENVIRONMENT-VALUE
           DISPLAY "CM_DST" UPON ENVIRONMENT-NAME
           DISPLAY WS-CMOVE-TO-DISK UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-CMOVE-CMD
           IF WS-CMOVE-KIND = "MOVE"
               STRING 'mkdir -p "$(dirname "$CM_DST")" && '
                      'mv "$CM_SRC" "$CM_DST" 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-CMOVE-CMD
               END-STRING
           ELSE
               IF WS-CMOVE-IS-TREE = 1
                   STRING 'mkdir -p "$(dirname "$CM_DST")" && '
                          'cp -r "$CM_SRC" "$CM_DST" 2>/dev/null'
                       DELIMITED BY SIZE INTO WS-CMOVE-CMD
                   END-STRING
               ELSE
                   STRING 'mkdir -p "$(dirname "$CM_DST")" && '
                          'cp "$CM_SRC" "$CM_DST" 2>/dev/null'
                       DELIMITED BY SIZE INTO WS-CMOVE-CMD
                   END-STRING
               END-IF
           END-IF
           CALL "SYSTEM" USING WS-CMOVE-CMD RETURNING WS-CMOVE-RC
           IF WS-CMOVE-RC NOT = 0
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM INVALIDATE-HOT-CACHE

           IF WS-CMOVE-KIND = "MOVE"
               PERFORM RETARGET-VERSION-INDEX
               PERFORM DRAFT-MOVE-REDIRECT
           END-IF

*> One audit event for the whole operation, not hundreds of
*> PUT/DELETE pairs
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING "CONTENT_" WS-CMOVE-KIND DELIMITED BY SPACE
               INTO WS-AUDIT-EVENT
           END-STRING
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"status":"ok","from":"' DELIMITED BY SIZE
                  WS-CMOVE-FROM-WEB(1:WS-CMOVE-FROM-LEN)
                      DELIMITED BY SIZE
                  '","to":"' DELIMITED BY SIZE
                  WS-CMOVE-TO-WEB(1:WS-CMOVE-TO-LEN)
                      DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           IF WS-DEP-COUNT > 0
               STRING ',"still_referenced_by":' DELIMITED BY SIZE
                      WS-DEP-COUNT-TXT DELIMITED BY SPACE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
           END-IF
           STRING '}' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> The named query parameter (WS-CMOVE-RAW(1:5) holds "from=",
*> "to=", or "path="), percent-decoded, right-trimmed
       GRAB-CMOVE-PARAM.
           MOVE 0 TO WS-CMOVE-GRAB-LEN
           MOVE SPACES TO WS-CMOVE-DEC
           MOVE 0 TO WS-CMOVE-P1
           INSPECT WS-CMOVE-RAW(1:5) TALLYING WS-CMOVE-P1
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-CMOVE-P2
           PERFORM VARYING WS-CMOVE-SCAN FROM 1 BY 1
               UNTIL WS-CMOVE-SCAN > 250
               IF QUERY-STRING(WS-CMOVE-SCAN:WS-CMOVE-P1) =
                      WS-CMOVE-RAW(1:WS-CMOVE-P1) AND
                  (WS-CMOVE-SCAN = 1 OR
                   QUERY-STRING(WS-CMOVE-SCAN - 1:1) = "&")
                   COMPUTE WS-CMOVE-P2 =
                       WS-CMOVE-SCAN + WS-CMOVE-P1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CMOVE-P2 = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMOVE-RAW
           MOVE 0 TO WS-CMOVE-GRAB-LEN
           PERFORM VARYING WS-CMOVE-SCAN FROM WS-CMOVE-P2 BY 1
               UNTIL WS-CMOVE-SCAN > 256 OR
                     WS-CMOVE-GRAB-LEN >= 250 OR
                     QUERY-STRING(WS-CMOVE-SCAN:1) = "&" OR
                     QUERY-STRING(WS-CMOVE-SCAN:1) = SPACE
               ADD 1 TO WS-CMOVE-GRAB-LEN
               MOVE QUERY-STRING(WS-CMOVE-SCAN:1)
                   TO WS-CMOVE-RAW(WS-CMOVE-GRAB-LEN:1)
           END-PERFORM
           IF WS-CMOVE-GRAB-LEN = 0
               EXIT PARAGRAPH
           END-IF
           CALL "URL-DECODE" USING WS-CMOVE-RAW WS-CMOVE-DEC
           MOVE 0 TO WS-CMOVE-GRAB-LEN
           PERFORM VARYING WS-CMOVE-GRAB-LEN FROM 512 BY -1
               UNTIL WS-CMOVE-GRAB-LEN < 1
               IF WS-CMOVE-DEC(WS-CMOVE-GRAB-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> Every version-catalog line whose path is (or, for a tree, sits
*> under) the moved path follows the file to its new home, so
*> /api/versions keeps answering after the reorg
       RETARGET-VERSION-INDEX.
           OPEN INPUT VERSIONS-IDX
           IF WS-VER-IDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VERSIONS-TMP
           MOVE 0 TO WS-CMOVE-EOF
           PERFORM UNTIL WS-CMOVE-EOF = 1
               READ VERSIONS-IDX
                   AT END
                       MOVE 1 TO WS-CMOVE-EOF
                   NOT AT END
                       PERFORM RETARGET-ONE-VERSION-LINE
               END-READ
           END-PERFORM
           CLOSE VERSIONS-IDX
           CLOSE VERSIONS-TMP
           CALL "CBL_DELETE_FILE" USING "VERSIONS.IDX"
               RETURNING WS-CMOVE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "VERSIONS-IDX.TMP"
               "VERSIONS.IDX"
               RETURNING WS-CMOVE-RC
           END-CALL
           .

*> "SEQ|/web/path|ts|size" - splice the new prefix over the old
       RETARGET-ONE-VERSION-LINE.
           MOVE VERSIONS-IDX-RECORD TO VERSIONS-TMP-RECORD
           MOVE 0 TO WS-CMOVE-P1
           PERFORM VARYING WS-CMOVE-SCAN FROM 1 BY 1
               UNTIL WS-CMOVE-SCAN > 12
               IF VERSIONS-IDX-RECORD(WS-CMOVE-SCAN:1) = "|"
                   MOVE WS-CMOVE-SCAN TO WS-CMOVE-P1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CMOVE-P1 = 0
               WRITE VERSIONS-TMP-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMOVE-P2
           COMPUTE WS-CMOVE-SCAN = WS-CMOVE-P1 + 1
           PERFORM VARYING WS-CMOVE-SCAN FROM WS-CMOVE-SCAN BY 1
               UNTIL WS-CMOVE-SCAN > 390
               IF VERSIONS-IDX-RECORD(WS-CMOVE-SCAN:1) = "|"
                   MOVE WS-CMOVE-SCAN TO WS-CMOVE-P2
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CMOVE-P2 = 0
               WRITE VERSIONS-TMP-RECORD
               EXIT PARAGRAPH
           END-IF

*> Exact match for a file move; prefix match for a tree move
           IF WS-CMOVE-IS-TREE = 0
               IF WS-CMOVE-P2 - WS-CMOVE-P1 - 1 NOT =
                      WS-CMOVE-FROM-LEN OR
                  VERSIONS-IDX-RECORD(WS-CMOVE-P1 + 1:
                      WS-CMOVE-FROM-LEN) NOT =
                      WS-CMOVE-FROM-WEB(1:WS-CMOVE-FROM-LEN)
                   WRITE VERSIONS-TMP-RECORD
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CMOVE-P2 - WS-CMOVE-P1 - 1 <
                      WS-CMOVE-FROM-LEN OR
                  VERSIONS-IDX-RECORD(WS-CMOVE-P1 + 1:
                      WS-CMOVE-FROM-LEN) NOT =
                      WS-CMOVE-FROM-WEB(1:WS-CMOVE-FROM-LEN)
                   WRITE VERSIONS-TMP-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-CMOVE-TAIL-LEN =
               WS-CMOVE-P2 - WS-CMOVE-P1 - 1 - WS-CMOVE-FROM-LEN
           MOVE SPACES TO VERSIONS-TMP-RECORD
           IF WS-CMOVE-TAIL-LEN > 0
               STRING VERSIONS-IDX-RECORD(1:WS-CMOVE-P1)
                      WS-CMOVE-TO-WEB(1:WS-CMOVE-TO-LEN)
                      VERSIONS-IDX-RECORD(WS-CMOVE-P1 + 1 +
                          WS-CMOVE-FROM-LEN:WS-CMOVE-TAIL-LEN)
                      VERSIONS-IDX-RECORD(WS-CMOVE-P2:
                          400 - WS-CMOVE-P2 + 1)
                   DELIMITED BY SIZE INTO VERSIONS-TMP-RECORD
               END-STRING
           ELSE
               STRING VERSIONS-IDX-RECORD(1:WS-CMOVE-P1)
                      WS-CMOVE-TO-WEB(1:WS-CMOVE-TO-LEN)
                      VERSIONS-IDX-RECORD(WS-CMOVE-P2:
                          400 - WS-CMOVE-P2 + 1)
                   DELIMITED BY SIZE INTO VERSIONS-TMP-RECORD
               END-STRING
           END-IF
           WRITE VERSIONS-TMP-RECORD
           .

*> "FROM TO 301" appended to the draft file the operator already
*> reviews for NOTFOUND-REPORT's proposals. CHECK-REDIRECTS matches
*> FROM paths exactly, never by prefix, so a tree move drafts one
*> rule per moved public file - a single "/old/ /new/ 301" line
*> could never fire once merged into REDIRECTS.CFG
       DRAFT-MOVE-REDIRECT.
           OPEN EXTEND DRAFT-REDIRECTS
           IF WS-DRAFT-STATUS = "35" OR WS-DRAFT-STATUS = "05"
               OPEN OUTPUT DRAFT-REDIRECTS
           END-IF
           IF WS-DRAFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-CMOVE-IS-TREE = 0
               MOVE SPACES TO DRAFT-REDIRECTS-REC
               STRING WS-CMOVE-FROM-WEB(1:WS-CMOVE-FROM-LEN)
                      " " DELIMITED BY SIZE
                      WS-CMOVE-TO-WEB(1:WS-CMOVE-TO-LEN)
                      " 301" DELIMITED BY SIZE
                   INTO DRAFT-REDIRECTS-REC
               END-STRING
               WRITE DRAFT-REDIRECTS-REC
           ELSE
               PERFORM DRAFT-TREE-REDIRECTS
           END-IF
           CLOSE DRAFT-REDIRECTS
           .

*> The moved tree already sits at its destination, so that is what
*> gets walked: every file under it yields an exact old-path to
*> new-path draft line
       DRAFT-TREE-REDIRECTS.
           DISPLAY "CM_DST" UPON ENVIRONMENT-NAME
           DISPLAY WS-CMOVE-TO-DISK UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-CMOVE-CMD
           STRING '(cd "$CM_DST" && find . -type f) '
                  "> CMOVE-FILES.TMP 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMOVE-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMOVE-CMD RETURNING WS-CMOVE-RC

           OPEN INPUT CMOVE-LIST
           IF WS-CMLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMLIST-EOF
           PERFORM UNTIL WS-CMLIST-EOF = 1
               READ CMOVE-LIST
                   AT END
                       MOVE 1 TO WS-CMLIST-EOF
                   NOT AT END
                       PERFORM DRAFT-ONE-TREE-REDIRECT
               END-READ
           END-PERFORM
           CLOSE CMOVE-LIST
           CALL "CBL_DELETE_FILE" USING "CMOVE-FILES.TMP"
               RETURNING WS-CMOVE-RC
           END-CALL
           .

*> One "./sub/page.html" find line; the "./" comes off and the
*> relative tail rides behind both the vacated and the new prefix
*> (tree moves always name both with their trailing slash)
       DRAFT-ONE-TREE-REDIRECT.
           IF CMOVE-LIST-RECORD(1:2) NOT = "./"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMOVE-REL-LEN
           INSPECT CMOVE-LIST-RECORD TALLYING WS-CMOVE-REL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CMOVE-REL-LEN < 3
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 2 FROM WS-CMOVE-REL-LEN
           MOVE SPACES TO DRAFT-REDIRECTS-REC
           STRING WS-CMOVE-FROM-WEB(1:WS-CMOVE-FROM-LEN)
                  CMOVE-LIST-RECORD(3:WS-CMOVE-REL-LEN)
                  " " DELIMITED BY SIZE
                  WS-CMOVE-TO-WEB(1:WS-CMOVE-TO-LEN)
                  CMOVE-LIST-RECORD(3:WS-CMOVE-REL-LEN)
                  " 301" DELIMITED BY SIZE
               INTO DRAFT-REDIRECTS-REC
           END-STRING
           WRITE DRAFT-REDIRECTS-REC
           .

*> POST /api/content-mkdir?path=/x/y/: explicit folder creation so
*> a reorg can lay out its target tree ahead of the moves
       BUILD-API-CONTENT-MKDIR-RESPONSE.
           MOVE "path=" TO WS-CMOVE-RAW(1:5)
           PERFORM GRAB-CMOVE-PARAM
           MOVE WS-CMOVE-DEC TO WS-CMOVE-FROM-WEB
           MOVE WS-CMOVE-GRAB-LEN TO WS-CMOVE-FROM-LEN
           IF WS-CMOVE-FROM-LEN < 2 OR
              WS-CMOVE-FROM-WEB(1:1) NOT = "/"
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CMOVE-FROM-WEB TO WS-FREEZE-PATH
           PERFORM CHECK-WRITE-FREEZE
           IF WS-FREEZE-ON = 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CMOVE-FROM-WEB TO WS-CONTENT-TARGET
           MOVE SPACES TO WS-CMOVE-FROM-DISK
           CALL "PATH-UTILS" USING WS-CONTENT-TARGET
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CM_DST" UPON ENVIRONMENT-NAME
           DISPLAY WS-CMOVE-FROM-DISK UPON ENVIRONMENT-VALUE
           MOVE 'mkdir -p "$CM_DST" 2>/dev/null' TO WS-CMOVE-CMD
           CALL "SYSTEM" USING WS-CMOVE-CMD RETURNING WS-CMOVE-RC
           IF WS-CMOVE-RC NOT = 0
               MOVE 1 TO WS-CONTENT-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "CONTENT_MKDIR" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "201 Created" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"status":"ok","path":"' DELIMITED BY SIZE
                  WS-CMOVE-FROM-WEB(1:WS-CMOVE-FROM-LEN)
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           PERFORM SEND-CHANGES-RESPONSE
           .

*> The If-Match header's value, quotes included, the same scan
*> CHECK-CONDITIONAL-HEADERS runs for If-None-Match
       EXTRACT-IF-MATCH-HEADER.
           MOVE SPACES TO WS-IFM-VALUE
           MOVE 0 TO WS-IFM-HDR-POS
           PERFORM VARYING WS-IFM-VALUE-LEN FROM 1 BY 1
               UNTIL WS-IFM-VALUE-LEN > 8177
               IF LS-REQUEST-BUF(WS-IFM-VALUE-LEN:10) = "If-Match: "
                   MOVE WS-IFM-VALUE-LEN TO WS-IFM-HDR-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IFM-HDR-POS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IFM-HDR-POS = WS-IFM-HDR-POS + 10
           MOVE 0 TO WS-IFM-VALUE-LEN
           PERFORM VARYING WS-IFM-HDR-POS FROM WS-IFM-HDR-POS BY 1
               UNTIL WS-IFM-HDR-POS > 8192 OR
                     WS-IFM-VALUE-LEN >= 40 OR
                     LS-REQUEST-BUF(WS-IFM-HDR-POS:1) = X"0D" OR
                     LS-REQUEST-BUF(WS-IFM-HDR-POS:1) = X"0A"
               ADD 1 TO WS-IFM-VALUE-LEN
               MOVE LS-REQUEST-BUF(WS-IFM-HDR-POS:1)
                   TO WS-IFM-VALUE(WS-IFM-VALUE-LEN:1)
           END-PERFORM
           .

*> The live file's ETag, rebuilt with FILE-OPS' own derivation so
*> what conditional GET handed the editor compares equal here
       COMPUTE-CONTENT-ETAG.
           MOVE SPACES TO WS-IFM-CURRENT
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONTENT-PATH
               WS-IFM-FILE-INFO
               RETURNING WS-IFM-STAT-RC
           END-CALL
           IF WS-IFM-STAT-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IFM-SIZE TO WS-IFM-SIZE-DISPLAY
           MOVE WS-IFM-SIZE-DISPLAY(9:10) TO WS-IFM-SIZE-STR
           MOVE WS-IFM-YEAR TO WS-IFM-YEAR-D
           MOVE WS-IFM-MONTH TO WS-IFM-MONTH-D
           MOVE WS-IFM-DAY TO WS-IFM-DAY-D
           MOVE WS-IFM-HOUR TO WS-IFM-HOUR-D
           MOVE WS-IFM-MINUTE TO WS-IFM-MINUTE-D
           MOVE WS-IFM-SECOND TO WS-IFM-SECOND-D
           STRING QUOTE DELIMITED BY SIZE
                  WS-IFM-SIZE-STR DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-IFM-YEAR-D DELIMITED BY SIZE
                  WS-IFM-MONTH-D DELIMITED BY SIZE
                  WS-IFM-DAY-D DELIMITED BY SIZE
                  WS-IFM-HOUR-D DELIMITED BY SIZE
                  WS-IFM-MINUTE-D DELIMITED BY SIZE
                  WS-IFM-SECOND-D DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-IFM-CURRENT
           END-STRING
           .

*> Is the write allowed right now? FREEZE-CHECK consults the
*> read-only switch and the freeze calendar; a frozen answer can be
*> overridden for a true emergency by an X-Freeze-Override request
*> header, and every override is audited by name
       CHECK-WRITE-FREEZE.
           MOVE 0 TO WS-FREEZE-ON
           CALL "FREEZE-CHECK" USING WS-FREEZE-PATH WS-FREEZE-ON
               WS-FREEZE-REASON
           END-CALL
           IF WS-FREEZE-ON = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FREEZE-HDR-POS
           PERFORM VARYING WS-FREEZE-HDR-POS FROM 1 BY 1
               UNTIL WS-FREEZE-HDR-POS > 8170
               IF LS-REQUEST-BUF(WS-FREEZE-HDR-POS:18) =
                  "X-Freeze-Override:"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FREEZE-HDR-POS <= 8170
               MOVE "FREEZE_OVERRIDE" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "APPLIED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE 0 TO WS-FREEZE-ON
           END-IF
           .

*> The refusal itself: a clear message naming which control fired,
*> plus an audit record of the blocked attempt
       SEND-FREEZE-REFUSAL.
           MOVE "FREEZE_BLOCK" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE WS-FREEZE-REASON TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
           IF WS-FREEZE-REASON = "DISKFULL"
               MOVE "503 Service Unavailable" TO WS-LOG-STATUS-LINE
           END-IF
           IF WS-FREEZE-REASON = "READONLY"
               MOVE '{"error":"server is read-only for incident resp'
                   & 'onse - writes are refused"}' TO WS-CHG-BODY
               MOVE 74 TO WS-CHG-BODY-LEN
           ELSE
           IF WS-FREEZE-REASON = "DISKFULL"
               MOVE '{"error":"server storage is full - writes are r'
                   & 'efused until space is recovered"}'
                   TO WS-CHG-BODY
               MOVE 80 TO WS-CHG-BODY-LEN
           ELSE
               MOVE '{"error":"a change freeze is in effect for thi'
                   & 's path"}' TO WS-CHG-BODY
               MOVE 54 TO WS-CHG-BODY-LEN
           END-IF
           END-IF
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> May this admin change go ahead? The change number comes in an
*> "X-Change-Ref: CHG-1042" request header and must be approved on
*> the change register for WS-CHANGE-COMPONENT and open now; an
*> "X-Change-Emergency: <reason>" header lets an unregistered change
*> through, recorded for CHANGE-RECON. WS-AUDIT-CHANGE carries the
*> outcome into the audit lines that follow
       CHECK-CHANGE-GATE.
           PERFORM EXTRACT-CHANGE-HEADERS
           MOVE WS-AUTH-USER TO WS-CHANGE-ACTOR
           MOVE 0 TO WS-CHANGE-OK
           CALL "CHANGE-CHECK" USING WS-CHANGE-REF
               WS-CHANGE-EMERGENCY WS-CHANGE-COMPONENT
               WS-CHANGE-ACTOR WS-CHANGE-OK WS-CHANGE-REASON
           END-CALL
           MOVE WS-CHANGE-REF TO WS-AUDIT-CHANGE
           .

*> The two change headers, found the same scan the X-Auth-Code one
*> uses; each value runs to the end of its line
       EXTRACT-CHANGE-HEADERS.
           MOVE SPACES TO WS-CHANGE-REF
           MOVE SPACES TO WS-CHANGE-EMERGENCY
           PERFORM VARYING WS-CHANGE-HDR-POS FROM 1 BY 1
               UNTIL WS-CHANGE-HDR-POS > 8160
               IF LS-REQUEST-BUF(WS-CHANGE-HDR-POS:14) =
                  "X-Change-Ref: "
                   UNSTRING LS-REQUEST-BUF(WS-CHANGE-HDR-POS + 14:16)
                       DELIMITED BY X"0D" OR SPACE
                       INTO WS-CHANGE-REF
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CHANGE-HDR-POS FROM 1 BY 1
               UNTIL WS-CHANGE-HDR-POS > 8050
               IF LS-REQUEST-BUF(WS-CHANGE-HDR-POS:20) =
                  "X-Change-Emergency: "
                   UNSTRING LS-REQUEST-BUF(WS-CHANGE-HDR-POS + 20:120)
                       DELIMITED BY X"0D"
                       INTO WS-CHANGE-EMERGENCY
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*> The refusal, saying why, plus an audit record of the blocked
*> attempt with the component as its result
       SEND-CHANGE-REFUSAL.
           MOVE "CHANGE_BLOCK" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE WS-CHANGE-COMPONENT TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-CHANGE

           MOVE "403 Forbidden" TO WS-ADM-STATUS-TEXT
           MOVE SPACES TO WS-ADM-BODY
           MOVE 1 TO WS-ADM-BODY-PTR
           STRING '{"error":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-REASON) DELIMITED BY SIZE
                  ' - an approved X-Change-Ref or an X-Change-Emer'
                      DELIMITED BY SIZE
                  'gency reason is required"}' DELIMITED BY SIZE
               INTO WS-ADM-BODY WITH POINTER WS-ADM-BODY-PTR
           END-STRING
           COMPUTE WS-ADM-BODY-LEN = WS-ADM-BODY-PTR - 1
           PERFORM SEND-ADMIN-RESPONSE
           .

*> Is the content at WS-HOLD-KEY (a web path) under a legal hold?
*> Unlike a freeze there is no override - only releasing the hold
*> through HOLD-ADMIN lets the change through
       CHECK-LEGAL-HOLD.
           MOVE "PATH" TO WS-HOLD-KIND
           CALL "HOLD-CHECK" USING WS-HOLD-KIND WS-HOLD-KEY
               WS-HOLD-ON WS-HOLD-ID
           END-CALL
           .

*> The refusal, naming the hold, plus an audit record of the
*> blocked attempt with the hold's id as its result
       SEND-HOLD-REFUSAL.
           MOVE "LEGAL_HOLD_BLOCK" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE WS-HOLD-ID TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"error":"this path is under legal hold '
                      DELIMITED BY SIZE
                  WS-HOLD-ID DELIMITED BY SPACE
                  ' - it cannot be deleted, moved or overwritten",'
                      DELIMITED BY SIZE
                  '"hold":"' DELIMITED BY SIZE
                  WS-HOLD-ID DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> Which pages does DEPENDENCY.IDX say still reference WS-DEP-TARGET
*> (WS-DEP-IS-TREE = 1: anything under that prefix, referenced from
*> outside it - what moves together stays consistent)? Sets
*> WS-DEP-BLOCK unless the caller passed force=1, in which case the
*> override is audited and the operation goes ahead. The index maps
*> the default document root only, so a vhost's content is not gated
       CHECK-CONTENT-DEPENDENTS.
           MOVE 0 TO WS-DEP-BLOCK
           MOVE 0 TO WS-DEP-FORCE
           MOVE 0 TO WS-DEP-MORE
           MOVE 0 TO WS-DEP-COUNT
           MOVE SPACES TO WS-DEP-LIST
           MOVE 1 TO WS-DEP-LIST-PTR
           IF WS-VHOST-DOCROOT NOT = LS-DOC-ROOT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEP-LEN FROM 512 BY -1
               UNTIL WS-DEP-LEN < 1
               IF WS-DEP-TARGET(WS-DEP-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEP-LEN = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DEPENDENCY-IDX
           IF WS-DEPIDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEPIDX-EOF
           PERFORM UNTIL WS-DEPIDX-EOF = 1
               READ DEPENDENCY-IDX
                   AT END
                       MOVE 1 TO WS-DEPIDX-EOF
                   NOT AT END
                       PERFORM MATCH-DEPENDENCY-LINE
               END-READ
           END-PERFORM
           CLOSE DEPENDENCY-IDX
           IF WS-DEP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEP-COUNT TO WS-DEP-COUNT-ED
           MOVE 0 TO WS-DEP-SEEN
           INSPECT WS-DEP-COUNT-ED TALLYING WS-DEP-SEEN
               FOR LEADING SPACES
           MOVE WS-DEP-COUNT-ED(WS-DEP-SEEN + 1:) TO WS-DEP-COUNT-TXT

           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > 249
               IF QUERY-STRING(WS-DEP-SCAN:7) = "force=1" AND
                  (WS-DEP-SCAN = 1 OR
                   QUERY-STRING(WS-DEP-SCAN - 1:1) = "&")
                   MOVE 1 TO WS-DEP-FORCE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-DEP-FORCE = 1
               MOVE "DEPENDENCY_FORCE" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "FORCED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
           ELSE
               MOVE 1 TO WS-DEP-BLOCK
           END-IF
           .

*> One "target|referrer|kind" index line: a referrer of the target
*> not already listed is added (a page that both links to and
*> embeds a file is still one page to fix)
       MATCH-DEPENDENCY-LINE.
           MOVE SPACES TO WS-DEP-REC-TARGET
           MOVE SPACES TO WS-DEP-REF
           MOVE SPACES TO WS-DEP-KIND
           UNSTRING DEPENDENCY-IDX-RECORD DELIMITED BY "|"
               INTO WS-DEP-REC-TARGET WS-DEP-REF WS-DEP-KIND
           END-UNSTRING
           IF WS-DEP-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-IS-TREE = 1
               IF WS-DEP-REC-TARGET(1:WS-DEP-LEN) NOT =
                      WS-DEP-TARGET(1:WS-DEP-LEN)
                   EXIT PARAGRAPH
               END-IF
               IF WS-DEP-REF(1:WS-DEP-LEN) =
                      WS-DEP-TARGET(1:WS-DEP-LEN)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DEP-REC-TARGET NOT = WS-DEP-TARGET OR
                  WS-DEP-REF = WS-DEP-TARGET
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-DEP-REF-LEN FROM 512 BY -1
               UNTIL WS-DEP-REF-LEN < 1
               IF WS-DEP-REF(WS-DEP-REF-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DEP-QREF
           STRING '"' DELIMITED BY SIZE
                  WS-DEP-REF(1:WS-DEP-REF-LEN) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-DEP-QREF
           END-STRING
           MOVE 0 TO WS-DEP-SEEN
           IF WS-DEP-LIST-PTR > 1
               INSPECT WS-DEP-LIST(1:WS-DEP-LIST-PTR - 1)
                   TALLYING WS-DEP-SEEN
                   FOR ALL WS-DEP-QREF(1:WS-DEP-REF-LEN + 2)
           END-IF
           IF WS-DEP-SEEN > 0
               EXIT PARAGRAPH
           END-IF
*> Past fifty pages the refusal says "more" rather than listing on
           IF WS-DEP-COUNT >= 50 OR
              WS-DEP-LIST-PTR + WS-DEP-REF-LEN + 3 > 4000
               MOVE 1 TO WS-DEP-MORE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-LIST-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-DEP-LIST WITH POINTER WS-DEP-LIST-PTR
               END-STRING
           END-IF
           STRING WS-DEP-QREF(1:WS-DEP-REF-LEN + 2) DELIMITED BY SIZE
               INTO WS-DEP-LIST WITH POINTER WS-DEP-LIST-PTR
           END-STRING
           ADD 1 TO WS-DEP-COUNT
           .

*> 409 for a DELETE or MOVE that would break the pages listed
       SEND-DEPENDENCY-REFUSAL.
           MOVE "DEPENDENCY_BLOCK" TO WS-AUDIT-EVENT
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "REFERENCED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"error":"still referenced - fix the pages listed, '
                      DELIMITED BY SIZE
                  'or add force=1 to proceed anyway","path":"'
                      DELIMITED BY SIZE
                  WS-DEP-TARGET(1:WS-DEP-LEN) DELIMITED BY SIZE
                  '","count":' DELIMITED BY SIZE
                  WS-DEP-COUNT-TXT DELIMITED BY SPACE
                  ',"referenced_by":[' DELIMITED BY SIZE
                  WS-DEP-LIST(1:WS-DEP-LIST-PTR - 1) DELIMITED BY SIZE
                  ']' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           IF WS-DEP-MORE = 1
               STRING ',"more":true' DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
           END-IF
           STRING '}' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> Does the PUT's web path fall under an APPROVAL-PATHS.CFG prefix?
*> If so, which groups (if any) it names as authors and approvers
       CHECK-APPROVAL-REQUIRED.
           MOVE 0 TO WS-APPR-REQUIRED
           MOVE SPACES TO WS-APPR-AUTHORS
           MOVE SPACES TO WS-APPR-APPROVERS
           OPEN INPUT APPROVAL-PATHS-FILE
           IF WS-APPR-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-APPR-EOF
           PERFORM UNTIL WS-APPR-EOF = 1 OR WS-APPR-REQUIRED = 1
               READ APPROVAL-PATHS-FILE
                   AT END
                       MOVE 1 TO WS-APPR-EOF
                   NOT AT END
                       IF APPROVAL-PATHS-RECORD(1:1) = "/"
                           MOVE 0 TO WS-APPR-PFX-LEN
                           INSPECT APPROVAL-PATHS-RECORD
                               TALLYING WS-APPR-PFX-LEN
                               FOR CHARACTERS BEFORE INITIAL SPACE
                           IF WS-APPR-PFX-LEN > 0 AND
                              WS-CONTENT-TARGET(1:WS-APPR-PFX-LEN) =
                              APPROVAL-PATHS-RECORD
                                  (1:WS-APPR-PFX-LEN)
                               MOVE 1 TO WS-APPR-REQUIRED
                               PERFORM TAKE-APPROVAL-ROLE-GROUPS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-PATHS-FILE
           .

       TAKE-APPROVAL-ROLE-GROUPS.
           MOVE SPACES TO WS-APPR-TOK-1 WS-APPR-TOK-2 WS-APPR-TOK-3
           UNSTRING APPROVAL-PATHS-RECORD DELIMITED BY ALL SPACE
               INTO WS-APPR-TOK-1 WS-APPR-TOK-2 WS-APPR-TOK-3
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-APPR-TOK-2(1:8) = "AUTHORS="
                   MOVE WS-APPR-TOK-2(9:16) TO WS-APPR-AUTHORS
               WHEN WS-APPR-TOK-2(1:10) = "APPROVERS="
                   MOVE WS-APPR-TOK-2(11:16) TO WS-APPR-APPROVERS
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-APPR-TOK-3(1:8) = "AUTHORS="
                   MOVE WS-APPR-TOK-3(9:16) TO WS-APPR-AUTHORS
               WHEN WS-APPR-TOK-3(1:10) = "APPROVERS="
                   MOVE WS-APPR-TOK-3(11:16) TO WS-APPR-APPROVERS
           END-EVALUATE
           .

*> The proposed bytes go under CHANGES-PENDING/<id>, the queue
*> record into CHANGES-PENDING.DAT, and the submitter gets a 202
*> with the id a reviewer will act on
       STORE-PENDING-CHANGE.
           CALL "getpid" RETURNING WS-CHG-PID
           END-CALL
           MOVE WS-CHG-PID TO WS-CHG-PID-D
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-CHG-ID
           STRING "C" WS-CURRENT-DATE(1:14) WS-CHG-PID-D(6:5)
               DELIMITED BY SIZE INTO WS-CHG-ID
           END-STRING

           CALL "CBL_CREATE_DIR" USING "CHANGES-PENDING"
               RETURNING WS-CHG-IO-RC
           END-CALL
           MOVE SPACES TO WS-CHG-SPOOL-PATH
           STRING "CHANGES-PENDING/" WS-CHG-ID
               DELIMITED BY SIZE INTO WS-CHG-SPOOL-PATH
           END-STRING

           CALL "CBL_CREATE_FILE" USING WS-CHG-SPOOL-PATH 2 0 0
               WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CREATE-RC
           END-CALL
           IF WS-CONTENT-CREATE-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONTENT-WRITE-OFFSET
           MOVE LS-BODY-LEN TO WS-CONTENT-WRITE-LEN
           MOVE 0 TO WS-CONTENT-WRITE-RC
           IF LS-BODY-SPOOL-LEN > 0
               PERFORM COPY-SPOOL-TO-CONTENT
           ELSE
               IF LS-BODY-LEN > 0
                   CALL "CBL_WRITE_FILE" USING WS-CONTENT-HANDLE
                       WS-CONTENT-WRITE-OFFSET WS-CONTENT-WRITE-LEN 0
                       LS-REQUEST-BUF(LS-BODY-START:LS-BODY-LEN)
                       RETURNING WS-CONTENT-WRITE-RC
                   END-CALL
               END-IF
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-CONTENT-HANDLE
               RETURNING WS-CONTENT-CLOSE-RC
           END-CALL
           IF WS-CONTENT-WRITE-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUTH-USER TO WS-CHG-SUBMITTER
           IF WS-CHG-SUBMITTER = SPACES
               MOVE "-" TO WS-CHG-SUBMITTER
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " "
                  WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING

           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35" OR WS-PEND-STATUS = "05"
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE SPACES TO PENDING-RECORD
           STRING WS-CHG-ID "|" DELIMITED BY SIZE
                  WS-LOG-TIMESTAMP "|" DELIMITED BY SIZE
                  WS-CHG-SUBMITTER DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CONTENT-TARGET DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-CONTENT-PATH DELIMITED BY SPACE
                  "|PENDING|-" DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE

           MOVE "CONTENT_PROPOSE" TO WS-AUDIT-EVENT
           MOVE WS-CHG-SUBMITTER TO WS-AUDIT-USER
           MOVE "QUEUED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "202 Accepted" TO WS-LOG-STATUS-LINE
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"status":"pending approval","id":"'
                  DELIMITED BY SIZE
                  WS-CHG-ID DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> GET /api/changes: the queue as JSON records, pending first in
*> file order (it only ever appends)
       BUILD-API-CHANGES-LIST-RESPONSE.
           MOVE SPACES TO WS-CHG-BODY
           MOVE 1 TO WS-CHG-BODY-PTR
           STRING '{"changes":[' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING

           MOVE 0 TO WS-CHG-FOUND
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               MOVE 0 TO WS-APPR-EOF
               PERFORM UNTIL WS-APPR-EOF = 1
                   READ PENDING-FILE
                       AT END
                           MOVE 1 TO WS-APPR-EOF
                       NOT AT END
                           PERFORM APPEND-ONE-CHANGE-JSON
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           STRING "]}" DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

       APPEND-ONE-CHANGE-JSON.
           IF PENDING-RECORD(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHG-REC-LEN
           PERFORM VARYING WS-CHG-REC-LEN FROM 1200 BY -1
               UNTIL WS-CHG-REC-LEN < 1
               IF PENDING-RECORD(WS-CHG-REC-LEN:1) NOT = SPACE AND
                  PENDING-RECORD(WS-CHG-REC-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHG-REC-LEN = 0 OR
              WS-CHG-BODY-PTR + WS-CHG-REC-LEN + 16 > 8100
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-FOUND > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
           END-IF
           STRING '{"record":"' DELIMITED BY SIZE
                  PENDING-RECORD(1:WS-CHG-REC-LEN) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
           END-STRING
           ADD 1 TO WS-CHG-FOUND
           .

*> /api/changes/<id>/diff (GET), /approve or /reject (POST): the
*> reviewer's side of the workflow
       BUILD-API-CHANGE-ACTION-RESPONSE.
           MOVE SPACES TO WS-CHG-ID
           MOVE 0 TO WS-CHG-ID-LEN
           PERFORM VARYING WS-CHG-SCAN-POS FROM 9 BY 1
               UNTIL WS-CHG-SCAN-POS > 28 OR
                     WS-API-RESOURCE(WS-CHG-SCAN-POS:1) = "/" OR
                     WS-API-RESOURCE(WS-CHG-SCAN-POS:1) = SPACE
               ADD 1 TO WS-CHG-ID-LEN
               MOVE WS-API-RESOURCE(WS-CHG-SCAN-POS:1)
                   TO WS-CHG-ID(WS-CHG-ID-LEN:1)
           END-PERFORM
           IF WS-CHG-ID-LEN = 0
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-ACTION NOT = "DIFF"
               EVALUATE TRUE
                   WHEN WS-API-RESOURCE(WS-CHG-SCAN-POS:8) =
                        "/approve"
                       MOVE "APPROVE" TO WS-CHG-ACTION
                   WHEN WS-API-RESOURCE(WS-CHG-SCAN-POS:7) =
                        "/reject"
                       MOVE "REJECT" TO WS-CHG-ACTION
                   WHEN OTHER
                       PERFORM BUILD-API-404-RESPONSE
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           PERFORM FIND-PENDING-RECORD
           IF WS-CHG-FOUND = 0
               PERFORM BUILD-API-404-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHG-SPOOL-PATH
           STRING "CHANGES-PENDING/" WS-CHG-ID(1:WS-CHG-ID-LEN)
               DELIMITED BY SIZE INTO WS-CHG-SPOOL-PATH
           END-STRING

*> Where the prefix names its approvers, only they may decide
           IF WS-CHG-ACTION NOT = "DIFF"
               MOVE WS-CHG-WEBPATH TO WS-CONTENT-TARGET
               PERFORM CHECK-APPROVAL-REQUIRED
               IF WS-APPR-APPROVERS NOT = SPACES
                   MOVE WS-APPR-APPROVERS TO WS-GROUP-WANT
                   PERFORM CHECK-WANTED-GROUP
                   IF WS-GROUP-MEMBER = 0
                       MOVE "CONTENT_APPROVE" TO WS-AUDIT-EVENT
                       MOVE WS-AUTH-USER TO WS-AUDIT-USER
                       MOVE "NOT-APPRVR" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-LOG
                       MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
                       MOVE '{"error":"not an approver for this path"}'
                           TO WS-CHG-BODY
                       MOVE 41 TO WS-CHG-BODY-LEN
                       MOVE "application/json" TO WS-CHG-ERR
                       PERFORM SEND-CHANGES-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           EVALUATE WS-CHG-ACTION
               WHEN "DIFF"
                   PERFORM SEND-PENDING-DIFF
               WHEN "APPROVE"
                   PERFORM APPLY-PENDING-CHANGE
               WHEN "REJECT"
                   PERFORM REJECT-PENDING-CHANGE
           END-EVALUATE
           .

*> The queue record for WS-CHG-ID, fields split out
       FIND-PENDING-RECORD.
           MOVE 0 TO WS-CHG-FOUND
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-APPR-EOF
           PERFORM UNTIL WS-APPR-EOF = 1 OR WS-CHG-FOUND = 1
               READ PENDING-FILE
                   AT END
                       MOVE 1 TO WS-APPR-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-PENDING-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

       MATCH-ONE-PENDING-RECORD.
           IF PENDING-RECORD(1:WS-CHG-ID-LEN) NOT =
                  WS-CHG-ID(1:WS-CHG-ID-LEN) OR
              PENDING-RECORD(WS-CHG-ID-LEN + 1:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHG-PIPE-NO
           PERFORM VARYING WS-CHG-SCAN-POS FROM 1 BY 1
               UNTIL WS-CHG-SCAN-POS > 1180 OR WS-CHG-PIPE-NO >= 6
               IF PENDING-RECORD(WS-CHG-SCAN-POS:1) = "|"
                   ADD 1 TO WS-CHG-PIPE-NO
                   MOVE WS-CHG-SCAN-POS
                       TO CHG-PIPE(WS-CHG-PIPE-NO)
               END-IF
           END-PERFORM
           IF WS-CHG-PIPE-NO < 6
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CHG-FOUND
           MOVE SPACES TO WS-CHG-SUBMITTER
           MOVE PENDING-RECORD(CHG-PIPE(2) + 1:
               CHG-PIPE(3) - CHG-PIPE(2) - 1) TO WS-CHG-SUBMITTER
           MOVE SPACES TO WS-CHG-WEBPATH
           MOVE PENDING-RECORD(CHG-PIPE(3) + 1:
               CHG-PIPE(4) - CHG-PIPE(3) - 1) TO WS-CHG-WEBPATH
           MOVE SPACES TO WS-CHG-DISKPATH
           MOVE PENDING-RECORD(CHG-PIPE(4) + 1:
               CHG-PIPE(5) - CHG-PIPE(4) - 1) TO WS-CHG-DISKPATH
           MOVE SPACES TO WS-CHG-STATE
           MOVE PENDING-RECORD(CHG-PIPE(5) + 1:
               CHG-PIPE(6) - CHG-PIPE(5) - 1) TO WS-CHG-STATE
           .

*> The unified diff of the live file against the proposed bytes,
*> served as plain text - a missing live file diffs against nothing
       SEND-PENDING-DIFF.
           DISPLAY "CHG_LIVE" UPON ENVIRONMENT-NAME
           MOVE 0 TO WS-UPST-EXISTS
           MOVE WS-CHG-DISKPATH TO WS-UPST-QPATH
           CALL "FILE-EXISTS" USING WS-UPST-QPATH WS-UPST-EXISTS
           END-CALL
           IF WS-UPST-EXISTS = 1
               DISPLAY WS-CHG-DISKPATH UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY "/dev/null" UPON ENVIRONMENT-VALUE
           END-IF
           DISPLAY "CHG_PEND" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHG-SPOOL-PATH UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-CHG-DIFF-CMD
           STRING 'diff -u "$CHG_LIVE" "$CHG_PEND" '
                  "> CHGDIFF.TMP 2>&1"
               DELIMITED BY SIZE INTO WS-CHG-DIFF-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CHG-DIFF-CMD
               RETURNING WS-CHG-DIFF-RC

           MOVE SPACES TO WS-CHG-BODY
           MOVE 0 TO WS-CHG-BODY-LEN
           CALL "CBL_OPEN_FILE" USING "CHGDIFF.TMP" 1 0 0
               WS-CHG-DIFF-HANDLE
               RETURNING WS-CHG-IO-RC
           END-CALL
           IF WS-CHG-IO-RC = 0
               MOVE 0 TO WS-CHG-OFFSET
               MOVE 8000 TO WS-CHG-IO-LEN
               CALL "CBL_READ_FILE" USING WS-CHG-DIFF-HANDLE
                   WS-CHG-OFFSET WS-CHG-IO-LEN X"01" WS-CHG-BODY
                   RETURNING WS-CHG-IO-RC
               END-CALL
               CALL "CBL_CLOSE_FILE" USING WS-CHG-DIFF-HANDLE
                   RETURNING WS-CHG-IO-RC
               END-CALL
           END-IF
           CALL "CBL_DELETE_FILE" USING "CHGDIFF.TMP"
               RETURNING WS-CHG-DELETE-RC
           END-CALL

           PERFORM VARYING WS-CHG-BODY-LEN FROM 8000 BY -1
               UNTIL WS-CHG-BODY-LEN < 1
               IF WS-CHG-BODY(WS-CHG-BODY-LEN:1) NOT = SPACE AND
                  WS-CHG-BODY(WS-CHG-BODY-LEN:1) NOT = LOW-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CHG-BODY-LEN = 0
               MOVE "(no difference)" TO WS-CHG-BODY
               MOVE 15 TO WS-CHG-BODY-LEN
           END-IF
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE "text/plain" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> Approve: not by the submitter, only while still PENDING; the old
*> live bytes are banked exactly as a direct PUT's would have been,
*> then the proposed bytes go live in one copy
       APPLY-PENDING-CHANGE.
           IF WS-CHG-STATE NOT = "PENDING"
               MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
               MOVE '{"error":"change already decided"}'
                   TO WS-CHG-BODY
               MOVE 34 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-USER = WS-CHG-SUBMITTER OR
              WS-AUTH-USER = SPACES
               MOVE "CONTENT_APPROVE" TO WS-AUDIT-EVENT
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "SELF-DENIED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE '{"error":"submitters cannot approve their own c'
                   & 'hanges"}' TO WS-CHG-BODY
               MOVE 55 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHG-WEBPATH TO WS-FREEZE-PATH
           PERFORM CHECK-WRITE-FREEZE
           IF WS-FREEZE-ON = 1
               PERFORM SEND-FREEZE-REFUSAL
               EXIT PARAGRAPH
           END-IF

*> Bank whatever is live now, then copy the proposal into place
           MOVE WS-CHG-DISKPATH TO WS-CONTENT-PATH
           MOVE WS-CHG-WEBPATH TO WS-CONTENT-TARGET
           MOVE 0 TO WS-UPST-EXISTS
           MOVE WS-CHG-DISKPATH TO WS-UPST-QPATH
           CALL "FILE-EXISTS" USING WS-UPST-QPATH WS-UPST-EXISTS
           END-CALL
           IF WS-UPST-EXISTS = 1
               PERFORM BANK-CONTENT-VERSION
           END-IF

           DISPLAY "CHG_LIVE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHG-DISKPATH UPON ENVIRONMENT-VALUE
           DISPLAY "CHG_PEND" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHG-SPOOL-PATH UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-CHG-CP-CMD
           STRING 'mkdir -p "$(dirname "$CHG_LIVE")" && '
                  'cp "$CHG_PEND" "$CHG_LIVE.NEW" 2>/dev/null'
               DELIMITED BY SIZE INTO WS-CHG-CP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CHG-CP-CMD
               RETURNING WS-CHG-DIFF-RC
           IF WS-CHG-DIFF-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

*> The proposal is wrapped in its template beside the live file,
*> the same as a direct PUT, then swapped in by one rename
           MOVE SPACES TO WS-JNL-SCRATCH-PATH
           STRING WS-CHG-DISKPATH DELIMITED BY SPACE
                  ".NEW" DELIMITED BY SIZE
               INTO WS-JNL-SCRATCH-PATH
           END-STRING
           PERFORM ASSEMBLE-CONTENT-SCRATCH
           IF WS-ASM-RESULT = "F"
               MOVE "CONTENT_APPROVE" TO WS-AUDIT-EVENT
               PERFORM SEND-ASSEMBLE-REFUSAL
               EXIT PARAGRAPH
           END-IF
*> An approved change goes live here, so it faces the same gate a
*> direct PUT does; a blocked one stays PENDING
           PERFORM VALIDATE-CONTENT-SCRATCH
           IF WS-VAL-MODE = "B" AND WS-VAL-COUNT > 0
               MOVE "CONTENT_APPROVE" TO WS-AUDIT-EVENT
               PERFORM SEND-VALIDATION-REFUSAL
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-CHG-DISKPATH
               RETURNING WS-JNL-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-JNL-SCRATCH-PATH
               WS-CHG-DISKPATH
               RETURNING WS-JNL-RC
           END-CALL
           IF WS-JNL-RC NOT = 0
               PERFORM BUILD-API-CONTENT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           PERFORM INVALIDATE-HOT-CACHE

           MOVE "APPROVED" TO WS-CHG-STATE
           PERFORM REWRITE-PENDING-STATUS

*> Both identities land in the audit trail: who proposed, who let
*> it through
           MOVE "CONTENT_APPROVE" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-USER
           STRING WS-AUTH-USER DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-CHG-SUBMITTER DELIMITED BY SPACE
               INTO WS-AUDIT-USER
           END-STRING
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE '{"status":"approved"}' TO WS-CHG-BODY
           MOVE 21 TO WS-CHG-BODY-LEN
           IF WS-VAL-COUNT > 0
               MOVE SPACES TO WS-CHG-BODY
               MOVE 1 TO WS-CHG-BODY-PTR
               STRING '{"status":"approved","warnings":'
                      DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
               PERFORM APPEND-VALIDATION-FINDINGS
               STRING "}" DELIMITED BY SIZE
                   INTO WS-CHG-BODY WITH POINTER WS-CHG-BODY-PTR
               END-STRING
               COMPUTE WS-CHG-BODY-LEN = WS-CHG-BODY-PTR - 1
           END-IF
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

       REJECT-PENDING-CHANGE.
           IF WS-CHG-STATE NOT = "PENDING"
               MOVE "409 Conflict" TO WS-LOG-STATUS-LINE
               MOVE '{"error":"change already decided"}'
                   TO WS-CHG-BODY
               MOVE 34 TO WS-CHG-BODY-LEN
               MOVE "application/json" TO WS-CHG-ERR
               PERFORM SEND-CHANGES-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "REJECTED" TO WS-CHG-STATE
           PERFORM REWRITE-PENDING-STATUS

           MOVE "CONTENT_REJECT" TO WS-AUDIT-EVENT
           MOVE SPACES TO WS-AUDIT-USER
           STRING WS-AUTH-USER DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-CHG-SUBMITTER DELIMITED BY SPACE
               INTO WS-AUDIT-USER
           END-STRING
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG

           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           MOVE '{"status":"rejected"}' TO WS-CHG-BODY
           MOVE 21 TO WS-CHG-BODY-LEN
           MOVE "application/json" TO WS-CHG-ERR
           PERFORM SEND-CHANGES-RESPONSE
           .

*> The decided record rebuilt with its new status and the deciding
*> reviewer, everything else passing through untouched
       REWRITE-PENDING-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-LOG-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-"
                  DELIMITED BY SIZE
                  INTO WS-LOG-TIMESTAMP
           END-STRING
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-TMP
           MOVE 0 TO WS-APPR-EOF
           PERFORM UNTIL WS-APPR-EOF = 1
               READ PENDING-FILE
                   AT END
                       MOVE 1 TO WS-APPR-EOF
                   NOT AT END
                       IF PENDING-RECORD(1:WS-CHG-ID-LEN) =
                              WS-CHG-ID(1:WS-CHG-ID-LEN) AND
                          PENDING-RECORD(WS-CHG-ID-LEN + 1:1) = "|"
                           MOVE SPACES TO PENDING-TMP-RECORD
                           STRING WS-CHG-ID(1:WS-CHG-ID-LEN) "|"
                                  DELIMITED BY SIZE
                                  WS-LOG-TIMESTAMP "|"
                                  DELIMITED BY SIZE
                                  WS-CHG-SUBMITTER
                                  DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  WS-CHG-WEBPATH DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  WS-CHG-DISKPATH DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  WS-CHG-STATE DELIMITED BY SPACE
                                  "|" DELIMITED BY SIZE
                                  WS-AUTH-USER DELIMITED BY SPACE
                               INTO PENDING-TMP-RECORD
                           END-STRING
                           WRITE PENDING-TMP-RECORD
                       ELSE
                           MOVE PENDING-RECORD
                               TO PENDING-TMP-RECORD
                           WRITE PENDING-TMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           CLOSE PENDING-TMP
           CALL "CBL_DELETE_FILE" USING "CHANGES-PENDING.DAT"
               RETURNING WS-CHG-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "CHANGES-PENDING.TMP"
               "CHANGES-PENDING.DAT"
               RETURNING WS-CHG-DELETE-RC
           END-CALL
           .

*> Shared response assembly for the changes family - WS-CHG-ERR
*> doubles as the Content-Type, WS-LOG-STATUS-LINE as the status
       SEND-CHANGES-RESPONSE.
           MOVE WS-CHG-BODY-LEN TO WS-API-LEN-STR
           PERFORM VARYING WS-CHG-SCAN-POS FROM 24 BY -1
               UNTIL WS-CHG-SCAN-POS < 1
               IF WS-LOG-STATUS-LINE(WS-CHG-SCAN-POS:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM BUILD-SECURITY-HEADERS
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE(1:WS-CHG-SCAN-POS)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: " DELIMITED BY SIZE
                  WS-CHG-ERR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-API-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
                  "Connection: close" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-CHG-BODY(1:WS-CHG-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           COMPUTE LS-RESPONSE-LEN = WS-HEADER-LEN - 1
           .

*> GET /api/events: the calendar as JSON in start order, from today
*> on unless from= says otherwise, up to to= when given, one
*> department when dept= names it. An event is in range while any of
*> its days is, so a week-long closure that began yesterday still
*> lists
       BUILD-API-EVENTS-LIST-RESPONSE.
           PERFORM EXTRACT-EVENTS-QUERY
           IF WS-EVT-ERROR NOT = SPACES
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               PERFORM SEND-EVENTS-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EVT-BODY
           MOVE 1 TO WS-EVT-BODY-PTR
           STRING '{"events":[' DELIMITED BY SIZE
               INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
           END-STRING

           MOVE 0 TO WS-EVT-HITS
           MOVE 0 TO WS-EVT-MORE
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               MOVE 0 TO WS-EVT-EOF
               PERFORM UNTIL WS-EVT-EOF = 1
                   READ EVENTS-FILE
                       AT END
                           MOVE 1 TO WS-EVT-EOF
                       NOT AT END
                           PERFORM APPEND-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
           END-IF

           IF WS-EVT-MORE = 1
               STRING '],"more":true}' DELIMITED BY SIZE
                   INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
               END-STRING
           ELSE
               STRING '],"more":false}' DELIMITED BY SIZE
                   INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
               END-STRING
           END-IF
           COMPUTE WS-EVT-BODY-LEN = WS-EVT-BODY-PTR - 1
           MOVE "200 OK" TO WS-LOG-STATUS-LINE
           PERFORM SEND-EVENTS-RESPONSE
           .

       APPEND-ONE-EVENT.
           IF EV-ID = SPACES OR EV-ID(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE EV-END(1:10) TO WS-EVT-LAST-DAY
           IF WS-EVT-LAST-DAY = SPACES
               MOVE EV-START(1:10) TO WS-EVT-LAST-DAY
           END-IF
           IF WS-EVT-LAST-DAY < WS-EVT-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-TO NOT = SPACES AND EV-START(1:10) > WS-EVT-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-Q-DEPT NOT = SPACES AND EV-DEPT NOT = WS-EVT-Q-DEPT
               EXIT PARAGRAPH
           END-IF
*> Room is left for the longest entry and the closing brackets; what
*> does not fit is flagged for the caller to narrow the range
           IF WS-EVT-BODY-PTR > 31500
               MOVE 1 TO WS-EVT-MORE
               EXIT PARAGRAPH
           END-IF

           IF WS-EVT-HITS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
               END-STRING
           END-IF
           IF EV-START(11:6) = SPACES
               MOVE "true" TO WS-EVT-ALL-DAY
           ELSE
               MOVE "false" TO WS-EVT-ALL-DAY
           END-IF
           STRING '{"id":"' DELIMITED BY SIZE
                  EV-ID DELIMITED BY SPACE
                  '","dept":"' DELIMITED BY SIZE
                  EV-DEPT DELIMITED BY SPACE
                  '","kind":"' DELIMITED BY SIZE
                  EV-KIND DELIMITED BY SPACE
                  '","start":"' DELIMITED BY SIZE
                  EV-START DELIMITED BY "  "
                  '","end":"' DELIMITED BY SIZE
                  EV-END DELIMITED BY "  "
                  '","allDay":' DELIMITED BY SIZE
                  WS-EVT-ALL-DAY DELIMITED BY SPACE
                  ',"title":"' DELIMITED BY SIZE
                  EV-TITLE DELIMITED BY "  "
                  '","location":"' DELIMITED BY SIZE
                  EV-LOCATION DELIMITED BY "  "
                  '","detail":"' DELIMITED BY SIZE
                  EV-DETAIL DELIMITED BY "  "
                  '","updatedBy":"' DELIMITED BY SIZE
                  EV-UPDATED-BY DELIMITED BY SPACE
                  '","updatedAt":"' DELIMITED BY SIZE
                  EV-UPDATED-AT DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
           END-STRING
           ADD 1 TO WS-EVT-HITS
           .

*> The query string's from=/to= ("YYYY-MM-DD") and dept=, each
*> matched only at the start of a parameter; a date that is not a
*> real date is refused rather than quietly widening the range
       EXTRACT-EVENTS-QUERY.
           MOVE SPACES TO WS-EVT-ERROR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-EVT-FROM
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EVT-FROM
           END-STRING
           MOVE SPACES TO WS-EVT-TO
           MOVE SPACES TO WS-EVT-Q-DEPT

           PERFORM VARYING WS-EVT-SCAN-POS FROM 1 BY 1
               UNTIL WS-EVT-SCAN-POS > 250
               IF WS-EVT-SCAN-POS = 1
                   MOVE "&" TO WS-EVT-PREV-CHAR
               ELSE
                   MOVE QUERY-STRING(WS-EVT-SCAN-POS - 1:1)
                       TO WS-EVT-PREV-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-EVT-PREV-CHAR NOT = "&"
                       CONTINUE
                   WHEN QUERY-STRING(WS-EVT-SCAN-POS:5) = "from="
                       MOVE 1 TO WS-EVT-Q-MODE
                       ADD 5 TO WS-EVT-SCAN-POS
                       PERFORM GRAB-EVENTS-QUERY-VALUE
                   WHEN QUERY-STRING(WS-EVT-SCAN-POS:3) = "to="
                       MOVE 2 TO WS-EVT-Q-MODE
                       ADD 3 TO WS-EVT-SCAN-POS
                       PERFORM GRAB-EVENTS-QUERY-VALUE
                   WHEN QUERY-STRING(WS-EVT-SCAN-POS:5) = "dept="
                       MOVE 3 TO WS-EVT-Q-MODE
                       ADD 5 TO WS-EVT-SCAN-POS
                       PERFORM GRAB-EVENTS-QUERY-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

*> The raw value up to the next "&", percent-decoded, then checked
*> and landed in whichever filter the mode selected
       GRAB-EVENTS-QUERY-VALUE.
           MOVE SPACES TO WS-EVT-Q-RAW
           MOVE 0 TO WS-EVT-SEEN
           PERFORM VARYING WS-EVT-SCAN-POS
               FROM WS-EVT-SCAN-POS BY 1
               UNTIL WS-EVT-SCAN-POS > 256 OR
                     WS-EVT-SEEN >= 64 OR
                     QUERY-STRING(WS-EVT-SCAN-POS:1) = "&" OR
                     QUERY-STRING(WS-EVT-SCAN-POS:1) = SPACE
               ADD 1 TO WS-EVT-SEEN
               MOVE QUERY-STRING(WS-EVT-SCAN-POS:1) TO
                   WS-EVT-Q-RAW(WS-EVT-SEEN:1)
           END-PERFORM
           MOVE SPACES TO WS-EVT-Q-DEC
           CALL "URL-DECODE" USING WS-EVT-Q-RAW WS-EVT-Q-DEC
           INSPECT WS-EVT-Q-DEC CONVERTING "+" TO " "
           IF WS-EVT-Q-DEC = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-EVT-Q-MODE
               WHEN 1
               WHEN 2
                   MOVE WS-EVT-Q-DEC(1:16) TO WS-EVT-DATE
                   PERFORM CHECK-EVENT-DATE
                   IF WS-EVT-DATE-OK = 0 OR
                      WS-EVT-DATE(11:6) NOT = SPACES
                       MOVE "from and to must be YYYY-MM-DD dates"
                           TO WS-EVT-ERROR
                   ELSE
                       IF WS-EVT-Q-MODE = 1
                           MOVE WS-EVT-DATE(1:10) TO WS-EVT-FROM
                       ELSE
                           MOVE WS-EVT-DATE(1:10) TO WS-EVT-TO
                       END-IF
                   END-IF
               WHEN 3
                   MOVE WS-EVT-Q-DEC(1:16) TO WS-EVT-Q-DEPT
                   INSPECT WS-EVT-Q-DEPT CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-EVALUATE
           .

*> Is WS-EVT-DATE "YYYY-MM-DD", or "YYYY-MM-DD HH:MM" (a "T" in place
*> of the space is taken too), naming a real day and time?
       CHECK-EVENT-DATE.
           MOVE 0 TO WS-EVT-DATE-OK
           IF WS-EVT-DATE(11:1) = "T"
               MOVE SPACE TO WS-EVT-DATE(11:1)
           END-IF
           IF WS-EVT-DATE(1:4) NOT NUMERIC OR
              WS-EVT-DATE(5:1) NOT = "-" OR
              WS-EVT-DATE(6:2) NOT NUMERIC OR
              WS-EVT-DATE(8:1) NOT = "-" OR
              WS-EVT-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-DATE(1:4) TO WS-EVT-YMD-X(1:4)
           MOVE WS-EVT-DATE(6:2) TO WS-EVT-YMD-X(5:2)
           MOVE WS-EVT-DATE(9:2) TO WS-EVT-YMD-X(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVT-YMD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-DATE(11:6) = SPACES
               MOVE 1 TO WS-EVT-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-DATE(11:1) NOT = SPACE OR
              WS-EVT-DATE(12:2) NOT NUMERIC OR
              WS-EVT-DATE(14:1) NOT = ":" OR
              WS-EVT-DATE(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-DATE(12:2) > "23" OR WS-EVT-DATE(15:2) > "59"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-EVT-DATE-OK
           .

*> POST /api/events, PUT and DELETE /api/events/<id>. The realm over
*> /api/events is what makes these authenticated - without one the
*> writes are off, not open - and the department's EVENT-EDITORS.CFG
*> group is what authorizes them, checked against the department the
*> event is filed under now and, when a change moves it, the one it
*> is moving to. The body is urlencoded: dept, kind, start, end,
*> title, location, detail; a PUT keeps whatever it leaves out
       BUILD-API-EVENT-CHANGE-RESPONSE.
           MOVE SPACES TO WS-EVT-ERROR
           MOVE SPACES TO WS-AUDIT-EVENT
           STRING "EVENT_" DELIMITED BY SIZE
                  WS-EVT-ACTION DELIMITED BY SPACE
               INTO WS-AUDIT-EVENT
           END-STRING
           IF WS-AUTH-REQUIRED NOT = 1 OR WS-AUTH-OK NOT = 1 OR
              WS-AUTH-USER = "signed-url"
               MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
               MOVE "event changes require an /api/events auth realm"
                   TO WS-EVT-ERROR
               PERFORM SEND-EVENTS-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-EVT-ACTION = "CREATE"
               MOVE SPACES TO WS-EVT-ID
               MOVE SPACES TO WS-EVT-OLD-DEPT
               MOVE SPACES TO WS-EVT-F-DEPT WS-EVT-F-START WS-EVT-F-END
                   WS-EVT-F-LOCATION WS-EVT-F-TITLE WS-EVT-F-DETAIL
               MOVE "OTHER" TO WS-EVT-F-KIND
           ELSE
               MOVE WS-API-RESOURCE(8:16) TO WS-EVT-ID
               PERFORM LOAD-EVENT-BY-ID
               IF WS-EVT-FOUND = 0
                   MOVE WS-AUTH-USER TO WS-AUDIT-USER
                   MOVE "NOTFOUND" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE "404 Not Found" TO WS-LOG-STATUS-LINE
                   MOVE "no such event" TO WS-EVT-ERROR
                   PERFORM SEND-EVENTS-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EVT-OLD-DEPT TO WS-EVT-WANT-DEPT
               PERFORM CHECK-EVENT-EDITOR
               IF WS-EVT-ALLOWED = 0
                   PERFORM REFUSE-EVENT-EDITOR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-EVT-ACTION = "DELETE"
               MOVE WS-EVT-ID TO WS-EVT-DROP-ID
               MOVE 0 TO WS-EVT-INSERT
               PERFORM REWRITE-EVENTS-FILE
               IF WS-EVT-FILE-RC NOT = 0
                   PERFORM REFUSE-EVENT-WRITE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "REMOVED" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "200 OK" TO WS-LOG-STATUS-LINE
               MOVE SPACES TO WS-EVT-BODY
               MOVE 1 TO WS-EVT-BODY-PTR
               STRING '{"status":"deleted","id":"' DELIMITED BY SIZE
                      WS-EVT-ID DELIMITED BY SPACE
                      '"}' DELIMITED BY SIZE
                   INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
               END-STRING
               COMPUTE WS-EVT-BODY-LEN = WS-EVT-BODY-PTR - 1
               PERFORM SEND-EVENTS-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-URLENCODED-BODY
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM TAKE-EVENT-FIELD
           END-PERFORM
           IF WS-EVT-ERROR = SPACES
               PERFORM VALIDATE-EVENT-FIELDS
           END-IF
           IF WS-EVT-ERROR NOT = SPACES
               MOVE WS-AUTH-USER TO WS-AUDIT-USER
               MOVE "INVALID" TO WS-AUDIT-RESULT
               PERFORM WRITE-AUDIT-LOG
               MOVE "400 Bad Request" TO WS-LOG-STATUS-LINE
               PERFORM SEND-EVENTS-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-EVT-F-DEPT NOT = WS-EVT-OLD-DEPT
               MOVE WS-EVT-F-DEPT TO WS-EVT-WANT-DEPT
               PERFORM CHECK-EVENT-EDITOR
               IF WS-EVT-ALLOWED = 0
                   PERFORM REFUSE-EVENT-EDITOR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-EVT-ACTION = "CREATE"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO WS-EVT-ID
               STRING "E" WS-CURRENT-DATE(3:14) DELIMITED BY SIZE
                   INTO WS-EVT-ID
               END-STRING
               MOVE SPACES TO WS-EVT-DROP-ID
           ELSE
               MOVE WS-EVT-ID TO WS-EVT-DROP-ID
           END-IF
           PERFORM BUILD-EVENT-RECORD
           MOVE 1 TO WS-EVT-INSERT
           PERFORM REWRITE-EVENTS-FILE
           IF WS-EVT-FILE-RC NOT = 0
               PERFORM REFUSE-EVENT-WRITE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "APPLIED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE SPACES TO WS-EVT-BODY
           MOVE 1 TO WS-EVT-BODY-PTR
           IF WS-EVT-ACTION = "CREATE"
               MOVE "201 Created" TO WS-LOG-STATUS-LINE
               STRING '{"status":"created","id":"' DELIMITED BY SIZE
                   INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
               END-STRING
           ELSE
               MOVE "200 OK" TO WS-LOG-STATUS-LINE
               STRING '{"status":"updated","id":"' DELIMITED BY SIZE
                   INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
               END-STRING
           END-IF
           STRING WS-EVT-ID DELIMITED BY SPACE
                  '"}' DELIMITED BY SIZE
               INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
           END-STRING
           COMPUTE WS-EVT-BODY-LEN = WS-EVT-BODY-PTR - 1
           PERFORM SEND-EVENTS-RESPONSE
           .

       REFUSE-EVENT-EDITOR.
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "NOT-EDITOR" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE "403 Forbidden" TO WS-LOG-STATUS-LINE
           MOVE "not an editor for this department's events"
               TO WS-EVT-ERROR
           PERFORM SEND-EVENTS-ERROR
           .

       REFUSE-EVENT-WRITE.
           MOVE WS-AUTH-USER TO WS-AUDIT-USER
           MOVE "FAILED" TO WS-AUDIT-RESULT
           PERFORM WRITE-AUDIT-LOG
           MOVE "500 Internal Server Error" TO WS-LOG-STATUS-LINE
           MOVE "the events file could not be updated"
               TO WS-EVT-ERROR
           PERFORM SEND-EVENTS-ERROR
           .

*> One urlencoded pair into its field; a value longer than the
*> field holds is refused rather than cut short
       TAKE-EVENT-FIELD.
           EVALUATE PAIR-NAME(WS-PAIR-IDX)
               WHEN "dept"
                   IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 16
                       MOVE "dept is longer than 16 characters"
                           TO WS-EVT-ERROR
                   END-IF
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-DEPT
               WHEN "kind"
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-KIND
               WHEN "start"
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-START
               WHEN "end"
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-END
               WHEN "title"
                   IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 80
                       MOVE "title is longer than 80 characters"
                           TO WS-EVT-ERROR
                   END-IF
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-TITLE
               WHEN "location"
                   IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 60
                       MOVE "location is longer than 60 characters"
                           TO WS-EVT-ERROR
                   END-IF
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-LOCATION
               WHEN "detail"
                   IF PAIR-VALUE-LEN(WS-PAIR-IDX) > 200
                       MOVE "detail is longer than 200 characters"
                           TO WS-EVT-ERROR
                   END-IF
                   MOVE PAIR-VALUE(WS-PAIR-IDX) TO WS-EVT-F-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       VALIDATE-EVENT-FIELDS.
           INSPECT WS-EVT-F-DEPT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-EVT-F-KIND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

*> The department names the published page and feed files, so it is
*> one token of letters, digits, "-" and "_"; ALL is the editors'
*> wildcard and the site-wide feed and INDEX the calendar's front
*> page, never departments
           IF WS-EVT-F-DEPT = SPACES
               MOVE "dept is required" TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-F-DEPT = "ALL" OR WS-EVT-F-DEPT = "INDEX"
               MOVE "ALL and INDEX are not department names"
                   TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVT-SEEN
           INSPECT WS-EVT-F-DEPT TALLYING WS-EVT-SEEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING WS-EVT-SCAN-POS FROM 1 BY 1
               UNTIL WS-EVT-SCAN-POS > 16
               MOVE WS-EVT-F-DEPT(WS-EVT-SCAN-POS:1) TO WS-EVT-CHAR
               IF WS-EVT-SCAN-POS > WS-EVT-SEEN
                   IF WS-EVT-CHAR NOT = SPACE
                       MOVE "dept must be a single word" TO WS-EVT-ERROR
                   END-IF
               ELSE
                   IF (WS-EVT-CHAR < "A" OR WS-EVT-CHAR > "Z") AND
                      (WS-EVT-CHAR < "0" OR WS-EVT-CHAR > "9") AND
                      WS-EVT-CHAR NOT = "-" AND WS-EVT-CHAR NOT = "_"
                       MOVE "dept must be letters, digits, - or _"
                           TO WS-EVT-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EVT-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-EVT-F-KIND NOT = "TRAINING" AND
              WS-EVT-F-KIND NOT = "TOWNHALL" AND
              WS-EVT-F-KIND NOT = "CLOSURE" AND
              WS-EVT-F-KIND NOT = "MEETING" AND
              WS-EVT-F-KIND NOT = "SOCIAL" AND
              WS-EVT-F-KIND NOT = "OTHER"
               MOVE "kind must be TRAINING, TOWNHALL, CLOSURE, "
                   & "MEETING, SOCIAL or OTHER" TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-EVT-F-TITLE = SPACES
               MOVE "title is required" TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVT-F-START TO WS-EVT-DATE
           PERFORM CHECK-EVENT-DATE
           IF WS-EVT-DATE-OK = 0
               MOVE "start must be YYYY-MM-DD or YYYY-MM-DD HH:MM"
                   TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-DATE TO WS-EVT-F-START
           IF WS-EVT-F-END = SPACES
               MOVE WS-EVT-F-START TO WS-EVT-F-END
           END-IF
           MOVE WS-EVT-F-END TO WS-EVT-DATE
           PERFORM CHECK-EVENT-DATE
           IF WS-EVT-DATE-OK = 0
               MOVE "end must be YYYY-MM-DD or YYYY-MM-DD HH:MM"
                   TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EVT-DATE TO WS-EVT-F-END
           IF (WS-EVT-F-START(11:6) = SPACES AND
               WS-EVT-F-END(11:6) NOT = SPACES) OR
              (WS-EVT-F-START(11:6) NOT = SPACES AND
               WS-EVT-F-END(11:6) = SPACES)
               MOVE "start and end must both have a time or neither"
                   TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-F-END < WS-EVT-F-START
               MOVE "end is before start" TO WS-EVT-ERROR
               EXIT PARAGRAPH
           END-IF

*> Quotes, backslashes and tabs would break the JSON and the feeds
           INSPECT WS-EVT-F-TITLE CONVERTING X"225C09" TO X"272F20"
           INSPECT WS-EVT-F-LOCATION CONVERTING X"225C09"
               TO X"272F20"
           INSPECT WS-EVT-F-DETAIL CONVERTING X"225C09" TO X"272F20"
           .

*> Does WS-AUTH-USER belong to a group EVENT-EDITORS.CFG names for
*> WS-EVT-WANT-DEPT ("DEPT GROUP" lines, "ALL GROUP" for every
*> department)? No file means nobody may edit
       CHECK-EVENT-EDITOR.
           MOVE 0 TO WS-EVT-ALLOWED
           OPEN INPUT EVENT-EDITORS-FILE
           IF WS-EVT-EDITORS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVT-EOF
           PERFORM UNTIL WS-EVT-EOF = 1 OR WS-EVT-ALLOWED = 1
               READ EVENT-EDITORS-FILE
                   AT END
                       MOVE 1 TO WS-EVT-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-EVENT-EDITOR
               END-READ
           END-PERFORM
           CLOSE EVENT-EDITORS-FILE
           .

       MATCH-ONE-EVENT-EDITOR.
           IF EVENT-EDITORS-RECORD(1:1) = SPACE OR
              EVENT-EDITORS-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EVT-CFG-DEPT WS-EVT-CFG-GROUP
           UNSTRING EVENT-EDITORS-RECORD DELIMITED BY ALL SPACE
               INTO WS-EVT-CFG-DEPT WS-EVT-CFG-GROUP
           END-UNSTRING
           INSPECT WS-EVT-CFG-DEPT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-EVT-CFG-DEPT NOT = WS-EVT-WANT-DEPT AND
              WS-EVT-CFG-DEPT NOT = "ALL"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GROUP-WANT
           MOVE WS-EVT-CFG-GROUP TO WS-GROUP-WANT
           PERFORM CHECK-WANTED-GROUP
           IF WS-GROUP-MEMBER = 1
               MOVE 1 TO WS-EVT-ALLOWED
           END-IF
           .

*> The event WS-EVT-ID names, its fields taken as the starting point
*> for a change
       LOAD-EVENT-BY-ID.
           MOVE 0 TO WS-EVT-FOUND
           IF WS-EVT-ID(1:1) NOT = "E"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EVT-EOF
           PERFORM UNTIL WS-EVT-EOF = 1 OR WS-EVT-FOUND = 1
               READ EVENTS-FILE
                   AT END
                       MOVE 1 TO WS-EVT-EOF
                   NOT AT END
                       IF EV-ID = WS-EVT-ID
                           MOVE 1 TO WS-EVT-FOUND
                           MOVE EV-DEPT TO WS-EVT-OLD-DEPT
                           MOVE EV-DEPT TO WS-EVT-F-DEPT
                           MOVE EV-KIND TO WS-EVT-F-KIND
                           MOVE EV-START TO WS-EVT-F-START
                           MOVE EV-END TO WS-EVT-F-END
                           MOVE EV-LOCATION TO WS-EVT-F-LOCATION
                           MOVE EV-TITLE TO WS-EVT-F-TITLE
                           MOVE EV-DETAIL TO WS-EVT-F-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           .

       BUILD-EVENT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-EVT-TS
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
                  WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
                  WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE
               INTO WS-EVT-TS
           END-STRING
           MOVE SPACES TO EV-RECORD
           MOVE "|" TO EV-SEP-1 EV-SEP-2 EV-SEP-3 EV-SEP-4 EV-SEP-5
               EV-SEP-6 EV-SEP-7 EV-SEP-8 EV-SEP-9
           MOVE WS-EVT-ID TO EV-ID
           MOVE WS-EVT-F-DEPT TO EV-DEPT
           MOVE WS-EVT-F-KIND TO EV-KIND
           MOVE WS-EVT-F-START TO EV-START
           MOVE WS-EVT-F-END TO EV-END
           MOVE WS-EVT-F-LOCATION TO EV-LOCATION
           MOVE WS-AUTH-USER TO EV-UPDATED-BY
           MOVE WS-EVT-TS TO EV-UPDATED-AT
           MOVE WS-EVT-F-TITLE TO EV-TITLE
           MOVE WS-EVT-F-DETAIL TO EV-DETAIL
           MOVE EV-RECORD TO WS-EVT-NEW-REC
           .

*> EVENTS.DAT copied through EVENTS.TMP without the event
*> WS-EVT-DROP-ID names and, when WS-EVT-INSERT is set, with
*> WS-EVT-NEW-REC placed ahead of the first event starting later, so
*> the file stays in start order for the listing and EVENT-PUBLISH
       REWRITE-EVENTS-FILE.
           MOVE 0 TO WS-EVT-FILE-RC
           OPEN OUTPUT EVENTS-TMP
           IF WS-EVT-TMP-STATUS NOT = "00"
               MOVE 1 TO WS-EVT-FILE-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EVENTS-FILE
           IF WS-EVT-STATUS = "00"
               MOVE 0 TO WS-EVT-EOF
               PERFORM UNTIL WS-EVT-EOF = 1
                   READ EVENTS-FILE
                       AT END
                           MOVE 1 TO WS-EVT-EOF
                       NOT AT END
                           PERFORM COPY-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
           END-IF
           IF WS-EVT-INSERT = 1
               WRITE EVENTS-TMP-RECORD FROM WS-EVT-NEW-REC
               MOVE 0 TO WS-EVT-INSERT
           END-IF
           CLOSE EVENTS-TMP

           CALL "CBL_DELETE_FILE" USING "EVENTS.DAT"
               RETURNING WS-EVT-FILE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING "EVENTS.TMP" "EVENTS.DAT"
               RETURNING WS-EVT-FILE-RC
           END-CALL
           .

       COPY-ONE-EVENT.
           IF WS-EVT-DROP-ID NOT = SPACES AND EV-ID = WS-EVT-DROP-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-INSERT = 1 AND EV-ID NOT = SPACES AND
              EV-ID(1:1) NOT = "*" AND EV-START > WS-EVT-F-START
               WRITE EVENTS-TMP-RECORD FROM WS-EVT-NEW-REC
               MOVE 0 TO WS-EVT-INSERT
           END-IF
           WRITE EVENTS-TMP-RECORD FROM EV-RECORD
           .

       SEND-EVENTS-ERROR.
           MOVE SPACES TO WS-EVT-BODY
           MOVE 1 TO WS-EVT-BODY-PTR
           STRING '{"error":"' DELIMITED BY SIZE
                  WS-EVT-ERROR DELIMITED BY "  "
                  '"}' DELIMITED BY SIZE
               INTO WS-EVT-BODY WITH POINTER WS-EVT-BODY-PTR
           END-STRING
           COMPUTE WS-EVT-BODY-LEN = WS-EVT-BODY-PTR - 1
           PERFORM SEND-EVENTS-RESPONSE
           .

*> Response assembly for the events family, WS-LOG-STATUS-LINE
*> carrying the status the way SEND-CHANGES-RESPONSE takes it
       SEND-EVENTS-RESPONSE.
           MOVE WS-EVT-BODY-LEN TO WS-EVT-LEN-STR
           PERFORM VARYING WS-EVT-STATUS-LEN FROM 32 BY -1
               UNTIL WS-EVT-STATUS-LEN < 1
               IF WS-LOG-STATUS-LINE(WS-EVT-STATUS-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 1 TO WS-HEADER-LEN

           STRING "HTTP/1.1 " DELIMITED BY SIZE
                  WS-LOG-STATUS-LINE(1:WS-EVT-STATUS-LEN)
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: application/json; charset=utf-8"
                      DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-EVT-LEN-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-SECURITY-HEADERS(1:WS-SECURITY-HDRS-LEN)
                      DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF LS-KEEP-ALIVE = 1
               STRING "Connection: keep-alive" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           ELSE
               STRING "Connection: close" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
           END-IF
           STRING WS-CRLF DELIMITED BY SIZE
               INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
           END-STRING

           IF REQUEST-METHOD NOT = "HEAD"
               STRING WS-EVT-BODY(1:WS-EVT-BODY-LEN)
                      DELIMITED BY SIZE
                   INTO LS-RESPONSE-BUF WITH POINTER WS-HEADER-LEN
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTENT-TARGET TO WS-HOLD-KEY
           PERFORM CHECK-LEGAL-HOLD
           IF WS-HOLD-ON = 1
               PERFORM SEND-HOLD-REFUSAL
               EXIT PARAGRAPH
           END-IF


*> What's about to be destroyed gets banked first, so a deletion is
*> as recoverable as an overwrite - once no page still points at it
*> (or the caller has said to go ahead regardless)
           MOVE 0 TO WS-DEP-COUNT
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONTENT-PATH
               WS-CONTENT-FILE-INFO
               RETURNING WS-CONTENT-STAT-RC
           END-CALL
           IF WS-CONTENT-STAT-RC = 0
               MOVE WS-CONTENT-TARGET TO WS-DEP-TARGET
               MOVE 0 TO WS-DEP-IS-TREE
               PERFORM CHECK-CONTENT-DEPENDENTS
               IF WS-DEP-BLOCK = 1
                   PERFORM SEND-DEPENDENCY-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               PERFORM BANK-CONTENT-VERSION
           END-IF


*> The file is gone - any cached copy this worker holds goes with it
           PERFORM INVALIDATE-HOT-CACHE
*> ...and so do an image's renditions, which would otherwise stay
*> on disk until IMAGE-DERIVE's next orphan sweep
           PERFORM REMOVE-IMAGE-RENDITIONS

           MOVE "200 OK" TO WS-LOG-STATUS-LINE

           MOVE SPACES TO WS-API-BODY
           IF WS-DEP-COUNT > 0
               STRING "{""status"":""deleted"","
                          DELIMITED BY SIZE
                      """still_referenced_by"":" DELIMITED BY SIZE
                      WS-DEP-COUNT-TXT DELIMITED BY SPACE
                      "}" DELIMITED BY SIZE
                   INTO WS-API-BODY
               END-STRING
           ELSE
               STRING "{""status"":""deleted""}" DELIMITED BY SIZE
                   INTO WS-API-BODY
               END-STRING
           END-IF

           PERFORM VARYING WS-API-BODY-LEN FROM 256 BY -1
               UNTIL WS-API-BODY-LEN < 1
