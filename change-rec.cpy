*> One approved change as CHANGE-ADMIN keeps it in
*> CHANGE-REGISTER.DAT. CHANGE-ADMIN alone writes the file;
*> CHANGE-CHECK reads it to let a release, certificate or
*> configuration change through, and CHANGE-RECON to match a month
*> of AUDIT.LOG against it
       01  CR-RECORD.
*> The change number as the change board issued it ("CHG-1042")
           05 CR-NUMBER            PIC X(16).
           05 CR-SEP-1             PIC X.
*> APPROVED or CANCELLED
           05 CR-STATE             PIC X(9).
           05 CR-SEP-2             PIC X.
*> The approved window, "YYYY-MM-DD HH:MM" (local time), both ends
*> inclusive
           05 CR-START             PIC X(16).
           05 CR-SEP-3             PIC X.
           05 CR-END               PIC X(16).
           05 CR-SEP-4             PIC X.
           05 CR-OWNER             PIC X(32).
           05 CR-SEP-5             PIC X.
*> What the change may touch, a comma list of RELEASE, CERT, ACL,
*> REDIRECTS and CONFIG - or ALL
           05 CR-COMPONENTS        PIC X(64).
           05 CR-SEP-6             PIC X.
*> When it was entered on the register, "YYYY-MM-DD HH:MM:SS"
           05 CR-ENTERED-AT        PIC X(19).
           05 CR-SEP-7             PIC X.
           05 CR-SUMMARY           PIC X(120).
