002610* 09/02/26 RLT   AUDREC GREW TO 142 BYTES (TERM-DATE IMAGES
002620*                AND THE PURGE ACTION) - FDS AND THE AUDARCH
002630*                JCL RESIZED TO MATCH.
002631* 10/14/26 RLT   AUDREC GREW TO 160 BYTES (KEYING AND APPROVING
002632*                OPERATOR IDS FOR THE EMPAPR SIGN-OFF) - FDS
002633*                RESIZED TO MATCH.
002634* 10/14/26 RLT   AUDREC GREW TO 196 BYTES (OLD/NEW LEAVE-OF-
002635*                ABSENCE IMAGES) - FDS RESIZED TO MATCH.
002700*================================================================

002800 ENVIRONMENT DIVISION.
004400 FILE SECTION.
004500 FD  AUDIT-JOURNAL
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 196 CHARACTERS.
004800 01  AUDIT-LINE                  PIC X(196).

004900 FD  ARCHIVE-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 196 CHARACTERS.
005200 01  ARCHIVE-LINE                PIC X(196).

005300 FD  KEEP-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 196 CHARACTERS.
005600 01  KEEP-LINE                   PIC X(196).

005700 FD  CONTROL-CARD
005800     LABEL RECORDS ARE STANDARD
