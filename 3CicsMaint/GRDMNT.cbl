000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRDMNT.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - ONLINE ADD/CHANGE/INQUIRE ON
001200*                THE PAY GRADE MASTER (GRADMAST KSDS, TRANSID
001300*                GMNT, MAP GRDMAP1).  EMP-PAY-GRADE WAS A FREE
001400*                TWO-CHARACTER FIELD AND DQR010 KEPT FINDING
001500*                BLANK AND MADE-UP GRADES; HELLO, EMPMNT, AND
001600*                REA010 NOW EDIT AGAINST THIS FILE.  A GRADE IS
001700*                NEVER DELETED - IT IS FLAGGED INACTIVE SO
001800*                EMPLOYEES STILL ON IT RESOLVE TO A DESCRIPTION
001900*                WHILE NEW ASSIGNMENTS TO IT ARE REFUSED.
002000*                STRUCTURE MIRRORS DPTMNT.
002100*================================================================

002200 ENVIRONMENT DIVISION.

002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
002600 77  WS-FUNCTION-SW              PIC X(01)  VALUE SPACES.
002700     88  WS-FUNC-ADD                        VALUE 'A'.
002800     88  WS-FUNC-CHANGE                     VALUE 'C'.
002900     88  WS-FUNC-INQUIRE                    VALUE 'I'.
003000     88  WS-FUNC-VALID                      VALUES 'A' 'C' 'I'.

003100 01  WS-TRANSID                  PIC X(04)  VALUE 'GMNT'.
003200 01  WS-MAPSET-NAME              PIC X(08)  VALUE 'EMPMSET'.
003300 01  WS-MAP-NAME                 PIC X(08)  VALUE 'GRDMAP1'.
003400 01  WS-FILE-NAME                PIC X(08)  VALUE 'GRADMAST'.

003500*----------------------------------------------------------------*
003600* GRADE LEVEL AS KEYED - THE MAP FIELD IS CHARACTER, SO IT IS    *
003700* EDITED NUMERIC HERE BEFORE IT GOES INTO GRD-LEVEL.             *
003800*----------------------------------------------------------------*
003900 01  WS-LEVEL-X                  PIC X(02)  VALUE SPACES.
004000 01  WS-LEVEL-N REDEFINES WS-LEVEL-X
004100                                 PIC 9(02).

004200*----------------------------------------------------------------*
004300* COPY OF THE PAY GRADE MASTER RECORD LAYOUT - SAME COPYBOOK     *
004400* USED BY HELLO, EMPMNT, RPT010, AND REA010.                     *
004500*----------------------------------------------------------------*
004600 COPY GRDREC.

004700*----------------------------------------------------------------*
004800* SYMBOLIC MAP FOR THE PAY GRADE MAINTENANCE SCREEN.             *
004900*----------------------------------------------------------------*
005000 COPY GRDMAP1.

005100 PROCEDURE DIVISION.
005200 0000-MAIN-PROCESS.
005300     EXEC CICS HANDLE CONDITION
005400         MAPFAIL   (1000-SEND-INITIAL-MAP)
005500         ERROR     (9000-ABEND)
005600     END-EXEC.
005700     EXEC CICS RECEIVE
005800         MAP     (WS-MAP-NAME)
005900         MAPSET  (WS-MAPSET-NAME)
006000         INTO    (GRDMAP1I)
006100     END-EXEC.
006200     PERFORM 2000-EDIT-SCREEN THRU 2000-EXIT.
006300     PERFORM 3000-PROCESS-FUNCTION THRU 3000-EXIT.
006400     PERFORM 4000-SEND-MAP THRU 4000-EXIT.
006500     EXEC CICS RETURN
006600         TRANSID   (WS-TRANSID)
006700     END-EXEC.
006800 0000-EXIT.
006900     EXIT.

007000*----------------------------------------------------------------*
007100* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION, NO   *
007200*                         TERMINAL INPUT YET - SEND A BLANK MAP. *
007300*----------------------------------------------------------------*
007400 1000-SEND-INITIAL-MAP.
007500     MOVE LOW-VALUES TO GRDMAP1O.
007600     EXEC CICS SEND
007700         MAP     (WS-MAP-NAME)
007800         MAPSET  (WS-MAPSET-NAME)
007900         FROM    (GRDMAP1O)
008000         ERASE
008100     END-EXEC.
008200     EXEC CICS RETURN
008300         TRANSID  (WS-TRANSID)
008400     END-EXEC.
008500 1000-EXIT.
008600     EXIT.

008700*----------------------------------------------------------------*
008800* 2000-EDIT-SCREEN - VALIDATE THE FUNCTION CODE AND THE FIELDS   *
008900*                    KEYED BY THE OPERATOR.  ON A CHANGE A BLANK *
009000*                    FIELD MEANS "KEEP WHAT IS ON FILE", THE     *
009100*                    SAME CONVENTION AS DPTMNT.  THE GRADE LEVEL *
009200*                    MUST BE KEYED AS TWO DIGITS, 01 TO 99.      *
009300*----------------------------------------------------------------*
009400 2000-EDIT-SCREEN.
009500     MOVE SPACES TO MSGGO.
009600     MOVE GFNCI TO WS-FUNCTION-SW.
009700     IF NOT WS-FUNC-VALID
009800         MOVE 'FUNCTION MUST BE A, C, OR I' TO MSGGO
009900         PERFORM 4000-SEND-MAP THRU 4000-EXIT
010000         EXEC CICS RETURN
010100             TRANSID  (WS-TRANSID)
010200         END-EXEC
010300     END-IF.
010400     IF GCODEI = SPACES OR GCODEI = LOW-VALUES
010500         MOVE 'PAY GRADE CODE IS REQUIRED' TO MSGGO
010600         PERFORM 4000-SEND-MAP THRU 4000-EXIT
010700         EXEC CICS RETURN
010800             TRANSID  (WS-TRANSID)
010900         END-EXEC
011000     END-IF.
011100     MOVE GCODEI TO GRD-CODE.
011200     IF WS-FUNC-ADD AND GDESCI = SPACES
011300         MOVE 'GRADE DESCRIPTION IS REQUIRED ON AN ADD' TO MSGGO
011400         PERFORM 4000-SEND-MAP THRU 4000-EXIT
011500         EXEC CICS RETURN
011600             TRANSID  (WS-TRANSID)
011700         END-EXEC
011800     END-IF.
011900     IF WS-FUNC-ADD AND GLVLI = SPACES
012000         MOVE 'GRADE LEVEL IS REQUIRED ON AN ADD' TO MSGGO
012100         PERFORM 4000-SEND-MAP THRU 4000-EXIT
012200         EXEC CICS RETURN
012300             TRANSID  (WS-TRANSID)
012400         END-EXEC
012500     END-IF.
012600     IF GLVLI NOT = SPACES
012700         MOVE GLVLI TO WS-LEVEL-X
012800         IF WS-LEVEL-X IS NOT NUMERIC OR WS-LEVEL-N = ZERO
012900             MOVE 'GRADE LEVEL MUST BE TWO DIGITS, 01-99'
013000                 TO MSGGO
013100             PERFORM 4000-SEND-MAP THRU 4000-EXIT
013200             EXEC CICS RETURN
013300                 TRANSID  (WS-TRANSID)
013400             END-EXEC
013500         END-IF
013600     END-IF.
013700     IF GACTI NOT = SPACES AND GACTI NOT = 'A' AND
013800        GACTI NOT = 'I'
013900         MOVE 'ACTIVE FLAG MUST BE A OR I' TO MSGGO
014000         PERFORM 4000-SEND-MAP THRU 4000-EXIT
014100         EXEC CICS RETURN
014200             TRANSID  (WS-TRANSID)
014300         END-EXEC
014400     END-IF.
014500 2000-EXIT.
014600     EXIT.

014700*----------------------------------------------------------------*
014800* 3000-PROCESS-FUNCTION - DISPATCH ON THE REQUESTED FUNCTION.    *
014900*----------------------------------------------------------------*
015000 3000-PROCESS-FUNCTION.
015100     IF WS-FUNC-ADD
015200         PERFORM 5000-ADD-GRADE THRU 5000-EXIT
015300     END-IF.
015400     IF WS-FUNC-CHANGE
015500         PERFORM 5100-CHANGE-GRADE THRU 5100-EXIT
015600     END-IF.
015700     IF WS-FUNC-INQUIRE
015800         PERFORM 5200-INQUIRE-GRADE THRU 5200-EXIT
015900     END-IF.
016000 3000-EXIT.
016100     EXIT.

016200*----------------------------------------------------------------*
016300* 5000-ADD-GRADE - WRITE A NEW RECORD TO THE PAY GRADE MASTER.   *
016400*                  A BLANK ACTIVE FLAG DEFAULTS A NEW GRADE TO   *
016500*                  ACTIVE.                                       *
016600*----------------------------------------------------------------*
016700 5000-ADD-GRADE.
016800     MOVE SPACES TO GRADE-RECORD.
016900     MOVE GCODEI TO GRD-CODE.
017000     MOVE GDESCI TO GRD-DESC.
017100     MOVE WS-LEVEL-N TO GRD-LEVEL.
017200     IF GACTI = SPACES
017300         SET GRD-IS-ACTIVE TO TRUE
017400     ELSE
017500         MOVE GACTI TO GRD-ACTIVE-FLAG
017600     END-IF.
017700     EXEC CICS WRITE
017800         FILE      (WS-FILE-NAME)
017900         FROM      (GRADE-RECORD)
018000         RIDFLD    (GRD-CODE)
018100         RESP      (WS-RESP)
018200     END-EXEC.
018300     IF WS-RESP = DFHRESP(NORMAL)
018400         MOVE 'PAY GRADE ADDED' TO MSGGO
018500     ELSE
018600         IF WS-RESP = DFHRESP(DUPREC) OR WS-RESP = DFHRESP(DUPKEY)
018700             MOVE 'PAY GRADE CODE ALREADY ON FILE' TO MSGGO
018800         ELSE
018900             MOVE 'ADD FAILED - SEE SYSTEM PROGRAMMER' TO MSGGO
019000         END-IF
019100     END-IF.
019200 5000-EXIT.
019300     EXIT.

019400*----------------------------------------------------------------*
019500* 5100-CHANGE-GRADE - READ FOR UPDATE, REPLACE THE FIELDS THE    *
019600*                     OPERATOR KEYED, AND REWRITE THE RECORD.    *
019700*                     A BLANK FIELD KEEPS THE VALUE ON FILE.     *
019800*                     FLAGGING A GRADE INACTIVE HERE IS HOW IT   *
019900*                     IS RETIRED - IT IS NEVER DELETED.          *
020000*----------------------------------------------------------------*
020100 5100-CHANGE-GRADE.
020200     EXEC CICS READ
020300         FILE      (WS-FILE-NAME)
020400         INTO      (GRADE-RECORD)
020500         RIDFLD    (GRD-CODE)
020600         UPDATE
020700         RESP      (WS-RESP)
020800     END-EXEC.
020900     IF WS-RESP NOT = DFHRESP(NORMAL)
021000         MOVE 'PAY GRADE NOT FOUND' TO MSGGO
021100         GO TO 5100-EXIT
021200     END-IF.
021300     IF GDESCI NOT = SPACES
021400         MOVE GDESCI TO GRD-DESC
021500     END-IF.
021600     IF GLVLI NOT = SPACES
021700         MOVE WS-LEVEL-N TO GRD-LEVEL
021800     END-IF.
021900     IF GACTI NOT = SPACES
022000         MOVE GACTI TO GRD-ACTIVE-FLAG
022100     END-IF.
022200     EXEC CICS REWRITE
022300         FILE      (WS-FILE-NAME)
022400         FROM      (GRADE-RECORD)
022500         RESP      (WS-RESP)
022600     END-EXEC.
022700     IF WS-RESP = DFHRESP(NORMAL)
022800         MOVE 'PAY GRADE UPDATED' TO MSGGO
022900     ELSE
023000         MOVE 'UPDATE FAILED - SEE SYSTEM PROGRAMMER' TO MSGGO
023100     END-IF.
023200 5100-EXIT.
023300     EXIT.

023400*----------------------------------------------------------------*
023500* 5200-INQUIRE-GRADE - READ-ONLY LOOKUP, DISPLAY WHAT IS ON FILE *
023600*                      FOR THIS PAY GRADE CODE.                  *
023700*----------------------------------------------------------------*
023800 5200-INQUIRE-GRADE.
023900     EXEC CICS READ
024000         FILE      (WS-FILE-NAME)
024100         INTO      (GRADE-RECORD)
024200         RIDFLD    (GRD-CODE)
024300         RESP      (WS-RESP)
024400     END-EXEC.
024500     IF WS-RESP = DFHRESP(NORMAL)
024600         MOVE GRD-DESC TO GDESCO
024700         MOVE GRD-LEVEL TO GLVLO
024800         MOVE GRD-ACTIVE-FLAG TO GACTO
024900         MOVE 'PAY GRADE FOUND' TO MSGGO
025000     ELSE
025100         MOVE 'PAY GRADE NOT FOUND' TO MSGGO
025200     END-IF.
025300 5200-EXIT.
025400     EXIT.

025500*----------------------------------------------------------------*
025600* 4000-SEND-MAP - REDISPLAY THE SCREEN WITH CURRENT DATA AND     *
025700*                 THE RESULT MESSAGE FOR THE OPERATOR.           *
025800*----------------------------------------------------------------*
025900 4000-SEND-MAP.
026000     MOVE GFNCI TO GFNCO.
026100     MOVE GCODEI TO GCODEO.
026200     EXEC CICS SEND
026300         MAP     (WS-MAP-NAME)
026400         MAPSET  (WS-MAPSET-NAME)
026500         FROM    (GRDMAP1O)
026600         DATAONLY
026700         CURSOR
026800     END-EXEC.
026900 4000-EXIT.
027000     EXIT.

027100*----------------------------------------------------------------*
027200* 9000-ABEND - UNEXPECTED CICS CONDITION, TELL THE OPERATOR AND  *
027300*              END THE TRANSACTION CLEANLY.                      *
027400*----------------------------------------------------------------*
027500 9000-ABEND.
027600     MOVE 'UNEXPECTED ERROR - SEE SYSTEM PROGRAMMER' TO MSGGO.
027700     PERFORM 4000-SEND-MAP THRU 4000-EXIT.
027800     EXEC CICS RETURN
027900         TRANSID  (WS-TRANSID)
028000     END-EXEC.
