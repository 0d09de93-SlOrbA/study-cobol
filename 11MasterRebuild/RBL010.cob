002496*                FIRST) IS NOW REPLAYED AHEAD OF THE LIVE
002497*                JOURNAL, UNDER THE SAME RBLCTL WINDOW.  NO
002498*                ARCHJRNL DD MEANS LIVE ONLY, AS BEFORE.
002499* 10/14/26 RLT   AUDREC GREW TO 160 BYTES (KEYING AND APPROVING
002500*                OPERATOR IDS FOR THE EMPAPR SIGN-OFF) - FDS
002501*                RESIZED TO MATCH.
002502* 10/14/26 RLT   EMPREC GREW THE LEAVE FIELDS (SNAPSHOT NOW 75
002503*                BYTES) AND AUDREC THEIR OLD/NEW IMAGES (196
002504*                BYTES) - FDS RESIZED, AND EVERY REPLAYED IMAGE
002505*                NOW CARRIES THE LEAVE FIELDS.  THE NEW RETURN-
002506*                FROM-LEAVE ACTION 'R' REPLAYS AS A CHANGE.
002507*================================================================

002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004400 FILE SECTION.
004500 FD  SNAPSHOT-IN
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 75 CHARACTERS.
004800 01  SNAP-RECORD.
004900     05  SNAP-EMP-ID             PIC 9(05).
005000     05  SNAP-EMP-NAME           PIC X(30).
005300     05  SNAP-EMP-STATUS         PIC X(01).
005400     05  SNAP-EMP-PAY-GRADE      PIC X(02).
005410     05  SNAP-EMP-TERM-DATE      PIC 9(08).
005411     05  SNAP-EMP-LEAVE-START    PIC 9(08).
005412     05  SNAP-EMP-LEAVE-RETURN   PIC 9(08).
005413     05  SNAP-EMP-LEAVE-TYPE     PIC X(01).

005500 FD  AUDIT-JOURNAL
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 196 CHARACTERS.
005800 01  AUDIT-LINE                  PIC X(196).

005810 FD  ARCHIVE-JOURNAL
005820     LABEL RECORDS ARE STANDARD
005830     RECORD CONTAINS 196 CHARACTERS.
005840 01  ARCHIVE-LINE                PIC X(196).

005900 FD  CONTROL-CARD
006000     LABEL RECORDS ARE STANDARD
023000     MOVE SNAP-EMP-STATUS TO EMP-STATUS.
023100     MOVE SNAP-EMP-PAY-GRADE TO EMP-PAY-GRADE.
023150     MOVE SNAP-EMP-TERM-DATE TO EMP-TERM-DATE.
023151     MOVE SNAP-EMP-LEAVE-START TO EMP-LEAVE-START.
023152     MOVE SNAP-EMP-LEAVE-RETURN TO EMP-LEAVE-RETURN.
023153     MOVE SNAP-EMP-LEAVE-TYPE TO EMP-LEAVE-TYPE.
023200     WRITE EMPLOYEE-RECORD
023300         INVALID KEY
023400             DISPLAY 'RBL010 - SNAPSHOT LOAD FAILED FOR ID '
028800         PERFORM 3300-APPLY-ADD THRU 3300-EXIT
028900         GO TO 3200-READ-NEXT
029000     END-IF.
029100     IF AUD-ACTION-CHANGE OR AUD-ACTION-RETURN
029200         PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
029300         GO TO 3200-READ-NEXT
029400     END-IF.
031500     MOVE AUD-NEW-STATUS TO EMP-STATUS.
031600     MOVE AUD-NEW-PAY-GRADE TO EMP-PAY-GRADE.
031610     MOVE AUD-NEW-TERM-DATE TO EMP-TERM-DATE.
031611     MOVE AUD-NEW-LEAVE-START TO EMP-LEAVE-START.
031612     MOVE AUD-NEW-LEAVE-RETURN TO EMP-LEAVE-RETURN.
031613     MOVE AUD-NEW-LEAVE-TYPE TO EMP-LEAVE-TYPE.
031700     WRITE EMPLOYEE-RECORD
031800         INVALID KEY
031810             PERFORM 3350-APPLY-REHIRE THRU 3350-EXIT
032682     MOVE AUD-NEW-STATUS TO EMP-STATUS.
032683     MOVE AUD-NEW-PAY-GRADE TO EMP-PAY-GRADE.
032684     MOVE AUD-NEW-TERM-DATE TO EMP-TERM-DATE.
032685     MOVE AUD-NEW-LEAVE-START TO EMP-LEAVE-START.
032686     MOVE AUD-NEW-LEAVE-RETURN TO EMP-LEAVE-RETURN.
032687     MOVE AUD-NEW-LEAVE-TYPE TO EMP-LEAVE-TYPE.
032688     REWRITE EMPLOYEE-RECORD
032689         INVALID KEY
032690             DISPLAY 'RBL010 - REHIRE REWRITE FAILED FOR ID '
032691                 AUD-EMP-ID ' STATUS = ' WS-EMPMAST-STATUS
032692             ADD 1 TO WS-NOTAPPLIED-COUNT
032693             GO TO 3350-EXIT
032694     END-REWRITE.
032695     ADD 1 TO WS-APPLIED-COUNT.
032696 3350-EXIT.
032697     EXIT.

032700*----------------------------------------------------------------*
032800* 3400-APPLY-CHANGE - REBUILD A CHANGE (OR A RETURN FROM LEAVE)  *
032900*                     BY REWRITING THE JOURNAL'S NEW-VALUE IMAGE *
033000*                     OVER THE RECORD ON FILE.                   *
033100*----------------------------------------------------------------*
033200 3400-APPLY-CHANGE.
033300     MOVE AUD-EMP-ID TO EMP-ID.
034400     MOVE AUD-NEW-STATUS TO EMP-STATUS.
034500     MOVE AUD-NEW-PAY-GRADE TO EMP-PAY-GRADE.
034550     MOVE AUD-NEW-TERM-DATE TO EMP-TERM-DATE.
034551     MOVE AUD-NEW-LEAVE-START TO EMP-LEAVE-START.
034552     MOVE AUD-NEW-LEAVE-RETURN TO EMP-LEAVE-RETURN.
034553     MOVE AUD-NEW-LEAVE-TYPE TO EMP-LEAVE-TYPE.
034600     REWRITE EMPLOYEE-RECORD
034700         INVALID KEY
034800             DISPLAY 'RBL010 - REWRITE FAILED FOR ID '
036220     MOVE AUD-NEW-STATUS TO EMP-STATUS.
036230     MOVE AUD-NEW-PAY-GRADE TO EMP-PAY-GRADE.
036240     MOVE AUD-NEW-TERM-DATE TO EMP-TERM-DATE.
036241     MOVE AUD-NEW-LEAVE-START TO EMP-LEAVE-START.
036242     MOVE AUD-NEW-LEAVE-RETURN TO EMP-LEAVE-RETURN.
036243     MOVE AUD-NEW-LEAVE-TYPE TO EMP-LEAVE-TYPE.
036250     REWRITE EMPLOYEE-RECORD
036300         INVALID KEY
036400             DISPLAY 'RBL010 - TERMINATE REWRITE FAILED FOR ID '
