*> One mandatory-read policy document as POLICY-ADMIN keeps it in
*> POLICY-REGISTER.DAT. POLICY-ADMIN alone writes the file;
*> POLICY-CHECK reads it to put the acknowledgement control on the
*> page, and POLICY-CHASE to report and chase what is outstanding
       01  POL-RECORD.
*> The document's short name ("CONDUCT", "IT-USE")
           05 POL-ID               PIC X(16).
           05 POL-SEP-1            PIC X.
*> ACTIVE or RETIRED
           05 POL-STATE            PIC X(8).
           05 POL-SEP-2            PIC X.
*> The current version - acknowledgements count against it alone, so
*> publishing a new one asks everybody again
           05 POL-VERSION          PIC 9(4).
           05 POL-SEP-3            PIC X.
*> Acknowledgement due by, "YYYY-MM-DD"
           05 POL-DUE              PIC X(10).
           05 POL-SEP-4            PIC X.
*> The page the document is published at ("/hr/policies/conduct.html")
           05 POL-PATH             PIC X(128).
           05 POL-SEP-5            PIC X.
*> Who must read it, a comma list of GROUP:name (AUTH-GROUPS.CFG),
*> DEPT:name (DIRECTORY.DAT, "_" standing for a space in the name)
*> or ALL (everybody in DIRECTORY.DAT)
           05 POL-AUDIENCE         PIC X(120).
           05 POL-SEP-6            PIC X.
*> When the current version was published, "YYYY-MM-DD HH:MM:SS"
           05 POL-PUBLISHED        PIC X(19).
           05 POL-SEP-7            PIC X.
           05 POL-TITLE            PIC X(80).
