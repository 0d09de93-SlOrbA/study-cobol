002900*                CICS SCREENS AND THE NIGHTLY LOAD ARE DOWN,
003000*                BRACKETED BY SNAPSHOTS SO CMP010 SEES THE
003100*                PURGE AS ONE DAY'S DIFFERENCES.
003101* 10/14/26 RLT   AUDREC GREW TO 160 BYTES (KEYING AND APPROVING
003102*                OPERATOR IDS FOR THE EMPAPR SIGN-OFF) - FDS
003103*                RESIZED TO MATCH.
003104* 10/14/26 RLT   EMPREC GREW THE LEAVE FIELDS (75 BYTES) AND
003105*                AUDREC THEIR OLD/NEW IMAGES (196 BYTES) - THE
003106*                INACTIVE AND AUDIT FDS RESIZED, AND A PURGE NOW
003107*                JOURNALS THE LAST LEAVE ON FILE AS ITS OLD IMAGE.
003200*================================================================

003300 ENVIRONMENT DIVISION.

005500 FD  INACTIVE-OUT
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 75 CHARACTERS.
005800 01  INACTIVE-RECORD             PIC X(75).

005900 FD  AUDIT-JOURNAL
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 196 CHARACTERS.
006200 01  AUDIT-LINE                  PIC X(196).

006300 FD  CONTROL-CARD
006400     LABEL RECORDS ARE STANDARD
029700     MOVE EMP-STATUS TO AUD-OLD-STATUS.
029800     MOVE EMP-PAY-GRADE TO AUD-OLD-PAY-GRADE.
029900     MOVE EMP-TERM-DATE TO AUD-OLD-TERM-DATE.
029901     MOVE EMP-LEAVE-START TO AUD-OLD-LEAVE-START.
029902     MOVE EMP-LEAVE-RETURN TO AUD-OLD-LEAVE-RETURN.
029903     MOVE EMP-LEAVE-TYPE TO AUD-OLD-LEAVE-TYPE.
030000     MOVE SPACES TO AUD-NEW-NAME.
030100     MOVE SPACES TO AUD-NEW-DEPT.
030200     MOVE ZEROS TO AUD-NEW-HIRE-DATE.
030300     MOVE SPACES TO AUD-NEW-STATUS.
030400     MOVE SPACES TO AUD-NEW-PAY-GRADE.
030500     MOVE ZEROS TO AUD-NEW-TERM-DATE.
030501     MOVE ZEROS TO AUD-NEW-LEAVE-START.
030502     MOVE ZEROS TO AUD-NEW-LEAVE-RETURN.
030503     MOVE SPACES TO AUD-NEW-LEAVE-TYPE.
030600     MOVE WS-RUN-ID TO AUD-RUN-ID.
030700     WRITE AUDIT-LINE FROM WS-AUDIT-RECORD.
030800 5000-EXIT.
