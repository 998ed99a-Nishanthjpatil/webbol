*> Shared reporting-line lookup: who is this person's manager?
*> DIR-LOAD keeps each DIRECTORY.DAT entry's manager key from the HR
*> extract; this module reads the person by their sign-in user id
*> and then their manager's own entry, answering the manager's key,
*> name and mailbox. LS-FOUND = 1 only when both entries are on file
*> - a person with no manager, or one whose manager key names nobody
*> (DIR-RECON.RPT lists those), answers 0, and the caller falls back
*> to whoever it asked before reporting lines were kept. Jobs that
*> ask somebody to decide or act on a person's behalf - sponsor
*> approval, access recertification - route through here; a job
*> that already has the directory open reads the manager itself.
IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGER-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO "DIRECTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIR-KEY
               ALTERNATE RECORD KEY IS DIR-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-DEPT WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIR-MGR-KEY WITH DUPLICATES
               FILE STATUS IS WS-DIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05 DIR-KEY           PIC X(16).
           05 DIR-NAME          PIC X(40).
           05 DIR-PHONE         PIC X(16).
           05 DIR-OFFICE        PIC X(16).
           05 DIR-DEPT          PIC X(24).
           05 DIR-EMAIL         PIC X(64).
           05 DIR-MGR-KEY       PIC X(16).
           05 DIR-TITLE         PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-DIR-STATUS         PIC XX.

       LINKAGE SECTION.
       01 LS-USER               PIC X(32).
       01 LS-MGR-KEY            PIC X(16).
       01 LS-MGR-NAME           PIC X(40).
       01 LS-MGR-EMAIL          PIC X(64).
       01 LS-FOUND              PIC 9.

       PROCEDURE DIVISION USING LS-USER LS-MGR-KEY LS-MGR-NAME
                                LS-MGR-EMAIL LS-FOUND.

       MAIN-LOGIC.
           MOVE 0 TO LS-FOUND
           MOVE SPACES TO LS-MGR-KEY
           MOVE SPACES TO LS-MGR-NAME
           MOVE SPACES TO LS-MGR-EMAIL
           IF LS-USER = SPACES OR LS-USER(17:16) NOT = SPACES
               GOBACK
           END-IF

           OPEN INPUT DIRECTORY-FILE
           IF WS-DIR-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE LS-USER(1:16) TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   CLOSE DIRECTORY-FILE
                   GOBACK
           END-READ
           IF DIR-MGR-KEY = SPACES OR DIR-MGR-KEY = DIR-KEY
               CLOSE DIRECTORY-FILE
               GOBACK
           END-IF
           MOVE DIR-MGR-KEY TO LS-MGR-KEY
           MOVE DIR-MGR-KEY TO DIR-KEY
           READ DIRECTORY-FILE
               INVALID KEY
                   CLOSE DIRECTORY-FILE
                   GOBACK
           END-READ
           MOVE 1 TO LS-FOUND
           MOVE DIR-NAME TO LS-MGR-NAME
           MOVE DIR-EMAIL TO LS-MGR-EMAIL
           CLOSE DIRECTORY-FILE
           GOBACK.
