002194*                NOW FALLS BACK TO 'C' WHEN THE 'T'/'A' ENTRY
002195*                IS NOT FOUND, INSTEAD OF FLAGGING A PROPERLY
002196*                JOURNALED CHANGE UNEXPLAINED.
002197* 10/14/26 RLT   AUDREC GREW TO 160 BYTES (KEYING AND APPROVING
002198*                OPERATOR IDS FOR THE EMPAPR SIGN-OFF) - FDS
002199*                RESIZED TO MATCH.
002200* 10/14/26 RLT   EMPREC GREW THE LEAVE FIELDS (SNAPSHOTS NOW 75
002201*                BYTES) AND AUDREC THEIR OLD/NEW IMAGES (196
002202*                BYTES) - FDS RESIZED.  A STATUS MOVE FROM LEAVE
002203*                BACK TO ACTIVE IS NOW EXPLAINED BY THE NEW 'R'
002204*                (RETURN FROM LEAVE) ENTRY, FALLING BACK TO 'C'
002205*                LIKE THE OTHER STATUS FLIPS.
002206*================================================================

002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004400 FILE SECTION.
004500 FD  OLD-SNAPSHOT
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 75 CHARACTERS.
004800 01  OLD-SNAP-RECORD.
004900     05  OLD-EMP-ID              PIC 9(05).
005000     05  OLD-EMP-NAME            PIC X(30).
005300     05  OLD-EMP-STATUS          PIC X(01).
005400     05  OLD-EMP-PAY-GRADE       PIC X(02).
005410     05  OLD-EMP-TERM-DATE       PIC 9(08).
005411     05  OLD-EMP-LEAVE-START     PIC 9(08).
005412     05  OLD-EMP-LEAVE-RETURN    PIC 9(08).
005413     05  OLD-EMP-LEAVE-TYPE      PIC X(01).

005500 FD  NEW-SNAPSHOT
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 75 CHARACTERS.
005800     COPY EMPREC.

005900 FD  AUDIT-JOURNAL
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 196 CHARACTERS.
006200 01  AUDIT-LINE                  PIC X(196).

006300 FD  CONTROL-CARD
006400     LABEL RECORDS ARE STANDARD
039410*                      EXCEPT THAT A STATUS MOVE ONTO            *
039420*                      TERMINATED IS USUALLY A TERMINATION       *
039430*                      ('T') AND A MOVE OFF TERMINATED A         *
039440*                      REHIRE, WHICH THE LOAD AUDITS AS AN ADD   *
039450*                      ('A'), AND A MOVE FROM LEAVE BACK TO      *
039451*                      ACTIVE IS A RETURN FROM LEAVE ('R').  BUT *
039452*                      THESE FLIPS CAN ALSO ARRIVE AS A CHANGE   *
039460*                      TRANSACTION CARRYING THE NEW STATUS,      *
039470*                      WHICH THE WRITERS JOURNAL AS              *
039480*                      'C' - SO WHEN THE PREFERRED ACTION FINDS  *
039490*                      NO ENTRY, LOOK FOR A 'C' BEFORE CALLING   *
039491*                      THE DIFFERENCE UNEXPLAINED.               *
040340     IF EMP-STATUS NOT = 'T' AND OLD-EMP-STATUS = 'T'
040350         MOVE 'A' TO WS-LOOKUP-ACTION
040360     END-IF.
040361     IF EMP-STATUS = 'A' AND OLD-EMP-STATUS = 'L'
040362         MOVE 'R' TO WS-LOOKUP-ACTION
040363     END-IF.
040400     PERFORM 6000-LOOKUP-AUDIT THRU 6000-EXIT.
040410     IF NOT WS-AUDIT-FOUND AND WS-LOOKUP-ACTION NOT = 'C'
040420         MOVE 'C' TO WS-LOOKUP-ACTION
