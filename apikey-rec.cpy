*> One issued API key, as API-KEYS.DAT keeps it, one line per key in
*> the order they were issued. API-KEY-ADMIN issues, rotates and
*> revokes them; HTTP-HANDLER looks the presented key up (through
*> APIKEY-LOOKUP) on every /api/ request carrying an X-API-Key
*> header, and API-KEY-REPORT names each key's owner in the monthly
*> usage report. The secret itself is never kept - only its SHA-256,
*> the same digest AUTH-REALMS.CFG keeps for realm passwords
       01  AK-RECORD.
*> "AK" and four digits - the part of the presented key before the
*> "." and what the access and audit logs record as key=
           05 AK-ID                PIC X(6).
           05 AK-SEP-1             PIC X.
*> ACTIVE or REVOKED
           05 AK-STATUS            PIC X(8).
           05 AK-SEP-2             PIC X.
*> The owning system, and who answers for it
           05 AK-OWNER             PIC X(24).
           05 AK-SEP-3             PIC X.
           05 AK-CONTACT           PIC X(64).
           05 AK-SEP-4             PIC X.
*> YYYYMMDD each: issued, and the last day the key is honoured
           05 AK-ISSUED            PIC X(8).
           05 AK-SEP-5             PIC X.
           05 AK-EXPIRES           PIC X(8).
           05 AK-SEP-6             PIC X.
*> Requests allowed per calendar day; 0 = no daily limit
           05 AK-QUOTA             PIC 9(7).
           05 AK-SEP-7             PIC X.
*> SHA-256 hex of the current secret, and of the one ROTATE replaced
*> while the integration switches over - honoured through
*> AK-PREV-UNTIL (YYYYMMDD), blank once there is none
           05 AK-HASH              PIC X(64).
           05 AK-SEP-8             PIC X.
           05 AK-PREV-HASH         PIC X(64).
           05 AK-SEP-9             PIC X.
           05 AK-PREV-UNTIL        PIC X(8).
           05 AK-SEP-10            PIC X.
*> Where from: NETWORKS.CFG names, comma-separated (the name
*> CHECK-NETWORKS gives the client's address), or "*" for anywhere
           05 AK-NETWORKS          PIC X(96).
           05 AK-SEP-11            PIC X.
*> What: comma-separated METHOD:resource entries matched against the
*> path after /api/ - METHOD may be "*", and a resource ending in "*"
*> is a prefix ("GET:search,GET:directory*,PUT:content/*")
           05 AK-SCOPES            PIC X(200).
