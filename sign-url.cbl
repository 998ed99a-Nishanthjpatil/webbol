*> to hand the recipient; the handler's CHECK-SIGNED-URL serves that
*> one path without Basic credentials until the expiry passes, and
*> refuses any tampering with 403. The signature is the SHA-256 of
*> "KEY|PATH|EXP" with KEY the signing keyring's current key (see
*> SIGN-KEY), named in the link's kid= so the handler verifies it
*> with the same key after the next one takes over. A link that
*> outlives its key's retire date stops working on that date. With
*> no keyring yet, KEY is the single SIGNING.KEY and the link
*> carries no kid=.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGN-URL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SIGNING-KEY        PIC X(64).
       01 WS-KEY-MODE           PIC X(1) VALUE "C".
       01 WS-KEY-ID             PIC X(8).
       01 WS-KEY-FOUND          PIC 9.

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-PATH               PIC X(200).
               STOP RUN
           END-IF

           CALL "SIGNKEY-LOOKUP" USING WS-KEY-MODE WS-KEY-ID
               WS-SIGNING-KEY WS-KEY-FOUND
           END-CALL
           IF WS-KEY-FOUND = 0
               DISPLAY "SIGN-URL: no signing key is current - see "
                   "sign-key LIST"
               STOP RUN
           END-IF
           IF WS-SIGNING-KEY = SPACES
               DISPLAY "SIGN-URL: no signing key - run "
                   "sign-key GENERATE first"
               STOP RUN
           END-IF


           DISPLAY "SIGN-URL: hand the recipient this link "
               "(valid " WS-HOURS " hour(s)):"
           IF WS-KEY-ID = SPACES
               DISPLAY WS-PATH(1:WS-PATH-LEN) "?exp=" WS-EXP
                   "&sig=" WS-HASH-VALUE
           ELSE
               DISPLAY WS-PATH(1:WS-PATH-LEN) "?exp=" WS-EXP
                   "&kid=" WS-KEY-ID(1:4) "&sig=" WS-HASH-VALUE
           END-IF

           STOP RUN.

