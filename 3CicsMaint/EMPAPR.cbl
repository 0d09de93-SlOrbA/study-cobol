000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPAPR.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - SUPERVISOR SIGN-OFF FOR
001200*                TERMINATIONS AND PAY-GRADE CHANGES (TRANSID
001300*                EAPR, MAP APRMAP1).  EMPMNT NO LONGER APPLIES
001400*                EITHER CHANGE ITSELF - IT PARKS THEM ON THE
001500*                APPRQUE KSDS (APRREC.CPY) AND THIS SCREEN
001600*                RELEASES THEM.  I SHOWS A WAITING ITEM, N
001700*                STEPS TO THE NEXT ONE, A APPROVES IT (APPLIES
001800*                IT TO EMPLOYEE-MASTER, JOURNALS IT WITH BOTH
001900*                THE KEYING AND THE APPROVING USER ID, AND
002000*                REMOVES IT FROM THE QUEUE), R REJECTS IT
002100*                (REMOVES IT, MASTER UNTOUCHED).  THE APPROVER
002200*                MAY NOT BE THE OPERATOR WHO KEYED THE CHANGE,
002300*                AND AN ITEM WHOSE EMPLOYEE HAS MOVED ON SINCE
002400*                IT WAS KEYED (STATUS OR GRADE NO LONGER WHAT
002500*                THE ITEM SAW) IS REFUSED - REJECT IT AND REKEY.
002600*                APPROVALS HONOR THE SAME 'LD' LOAD-STATE
002700*                INTERLOCK AS EMPMNT.  STRUCTURE MIRRORS
002800*                EMPMNT, THE EMPLOYEE MAINTENANCE SCREEN.
002801* 10/14/26 RLT   JOURNAL CARRIES THE LEAVE-OF-ABSENCE FIELDS -
002802*                AN APPROVAL LEAVES THEM AS THEY STAND.
002803* 10/14/26 RLT   AN APPROVED TERMINATION IS QUEUED ON THE NEW
002804*                SECQUE FILE (SECREC.CPY) SO SEC010'S NEXT
002805*                INTRADAY SEND TAKES IT TO SECURITY / IT THE SAME
002806*                DAY.  A QUEUE FAILURE LEAVES THE TERMINATION IN
002807*                PLACE AND SAYS SO ON THE MESSAGE LINE.
002900*================================================================

003000 ENVIRONMENT DIVISION.

003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
003400 77  WS-FUNCTION-SW              PIC X(01)  VALUE SPACES.
003500     88  WS-FUNC-INQUIRE                    VALUE 'I'.
003600     88  WS-FUNC-APPROVE                    VALUE 'A'.
003700     88  WS-FUNC-REJECT                     VALUE 'R'.
003800     88  WS-FUNC-NEXT                       VALUE 'N'.
003900     88  WS-FUNC-VALID                      VALUES 'I' 'A' 'R'
004000                                                   'N'.

004100 01  WS-TRANSID                  PIC X(04)  VALUE 'EAPR'.
004200 01  WS-MAPSET-NAME              PIC X(08)  VALUE 'EMPMSET'.
004300 01  WS-MAP-NAME                 PIC X(08)  VALUE 'APRMAP1'.
004400 01  WS-FILE-NAME                PIC X(08)  VALUE 'EMPMAST'.
004500 01  WS-AUDIT-FILE-NAME          PIC X(08)  VALUE 'AUDITJNL'.
004600 01  WS-APPR-FILE-NAME           PIC X(08)  VALUE 'APPRQUE'.
004700 01  WS-CTL-FILE-NAME            PIC X(08)  VALUE 'SYSCTL'.
004701 01  WS-SEC-FILE-NAME            PIC X(08)  VALUE 'SECQUE'.
004800 01  WS-CTL-KEY                  PIC X(02)  VALUE SPACES.
004900 01  WS-USERID                   PIC X(08)  VALUE SPACES.

005000*----------------------------------------------------------------*
005100* BROWSE POSITION FOR THE N (NEXT) FUNCTION - THE KEY OF THE     *
005200* ITEM ON THE SCREEN, OR ZEROS TO START FROM THE TOP.            *
005300*----------------------------------------------------------------*
005400 01  WS-BROWSE-KEY.
005500     05  WS-BROWSE-EMP-ID        PIC 9(05)  VALUE ZERO.
005600     05  WS-BROWSE-TYPE          PIC X(01)  VALUE SPACES.

005700*----------------------------------------------------------------*
005800* BATCH/ONLINE INTERLOCK - THE 'LD' SYSCTL RECORD SAYS WHETHER   *
005900* THE NIGHTLY LOAD IS RUNNING.  A FLAG OLDER THAN WS-LOCK-LIMIT  *
006000* MINUTES IS AN ABENDED LOAD'S DEBRIS AND DOES NOT LOCK.  SAME   *
006100* RULE AS EMPMNT.                                                *
006200*----------------------------------------------------------------*
006300 77  WS-LOCK-SW                  PIC X(01)  VALUE 'N'.
006400     88  WS-LOAD-LOCKED                     VALUE 'Y'.
006500 77  WS-LOCK-LIMIT               PIC 9(04)  VALUE 240 COMP.
006600 77  WS-CUR-MIN                  PIC S9(05) VALUE ZERO COMP.
006700 77  WS-FLAG-MIN                 PIC S9(05) VALUE ZERO COMP.
006800 77  WS-ELAPSED-MIN              PIC S9(05) VALUE ZERO COMP.
006900 01  WS-CUR-DATE-SPLIT.
007000     05  WS-CUR-YY               PIC 9(02).
007100     05  WS-CUR-MM               PIC 9(02).
007200     05  WS-CUR-DD               PIC 9(02).
007300 01  WS-YDAY-DATE.
007400     05  WS-YDAY-YY              PIC 9(02).
007500     05  WS-YDAY-MM              PIC 9(02).
007600     05  WS-YDAY-DD              PIC 9(02).
007700 01  WS-YDAY-DATE-N REDEFINES WS-YDAY-DATE
007800                                 PIC 9(06).
007900 01  WS-CUR-TIME-SPLIT.
008000     05  WS-CUR-HH               PIC 9(02).
008100     05  WS-CUR-MI               PIC 9(02).
008200     05  FILLER                  PIC X(04).
008300 01  WS-FLAG-TIME-SPLIT.
008400     05  WS-FLAG-HH              PIC 9(02).
008500     05  WS-FLAG-MI              PIC 9(02).
008600     05  FILLER                  PIC X(04).
008700 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
008800 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
008900 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
009000 01  WS-EDIT-YEAR                PIC 9(04)  VALUE ZERO.
009100 01  WS-MONTH-DAYS-DATA.
009200     05  FILLER                  PIC X(24)
009300                     VALUE '312831303130313130313031'.
009400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
009500     05  WS-MONTH-DAYS OCCURS 12 TIMES
009600                                 PIC 9(02).

009700 01  WS-RUN-ID                   PIC X(08)  VALUE 'EMPAPR'.
009800 01  WS-RUN-DATE                 PIC 9(06).
009900 01  WS-RUN-TIME                 PIC 9(08).
010000 01  WS-OLD-FIELDS.
010100     05  WS-OLD-NAME             PIC X(30).
010200     05  WS-OLD-DEPT             PIC X(04).
010300     05  WS-OLD-HIRE-DATE        PIC 9(08).
010400     05  WS-OLD-STATUS           PIC X(01).
010500     05  WS-OLD-PAY-GRADE        PIC X(02).
010600     05  WS-OLD-TERM-DATE        PIC 9(08).

010601*----------------------------------------------------------------*
010602* TODAY AS CCYYMMDD FOR THE SECURITY-EVENT KEY - SAME FIXED-20   *
010603* CENTURY CONVENTION AS EMPMNT.                                  *
010604*----------------------------------------------------------------*
010605 01  WS-TODAY-DATE.
010606     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
010607     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
010608 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
010609                                 PIC 9(08).

010700*----------------------------------------------------------------*
010800* KEYED-ON DATE EDITED MM/DD/YY FOR THE SCREEN.                  *
010900*----------------------------------------------------------------*
011000 01  WS-KEY-DATE-SPLIT.
011100     05  WS-KEY-YY               PIC 9(02).
011200     05  WS-KEY-MM               PIC 9(02).
011300     05  WS-KEY-DD               PIC 9(02).
011400 01  WS-KEY-DATE-DISP.
011500     05  WS-KD-MM                PIC 9(02).
011600     05  FILLER                  PIC X(01)  VALUE '/'.
011700     05  WS-KD-DD                PIC 9(02).
011800     05  FILLER                  PIC X(01)  VALUE '/'.
011900     05  WS-KD-YY                PIC 9(02).

012000*----------------------------------------------------------------*
012100* COPY OF THE EMPLOYEE-MASTER RECORD LAYOUT - SAME COPYBOOK USED *
012200* BY EVERY BATCH PROGRAM THAT TOUCHES THIS FILE.                 *
012300*----------------------------------------------------------------*
012400 COPY EMPREC.

012500*----------------------------------------------------------------*
012600* COPY OF THE AUDIT JOURNAL RECORD LAYOUT - SAME COPYBOOK USED   *
012700* BY HELLO AND EMPMNT.                                           *
012800*----------------------------------------------------------------*
012900 COPY AUDREC.

013000*----------------------------------------------------------------*
013100* PENDING-APPROVAL QUEUE RECORD - WRITTEN BY EMPMNT.             *
013200*----------------------------------------------------------------*
013300 COPY APRREC.

013400*----------------------------------------------------------------*
013500* SYSTEM CONTROL RECORDS - THE 'LD' LOAD-STATE RECORD.           *
013600*----------------------------------------------------------------*
013700 COPY CTLREC.

013701*----------------------------------------------------------------*
013702* SECURITY-EVENT QUEUE RECORD - SENT TO SECURITY / IT BY SEC010. *
013703*----------------------------------------------------------------*
013704 COPY SECREC.

013800*----------------------------------------------------------------*
013900* SYMBOLIC MAP FOR THE APPROVAL SCREEN.                          *
014000*----------------------------------------------------------------*
014100 COPY APRMAP1.

014200 PROCEDURE DIVISION.
014300 0000-MAIN-PROCESS.
014400     EXEC CICS HANDLE CONDITION
014500         MAPFAIL   (1000-SEND-INITIAL-MAP)
014600         ERROR     (9000-ABEND)
014700     END-EXEC.
014800     EXEC CICS RECEIVE
014900         MAP     (WS-MAP-NAME)
015000         MAPSET  (WS-MAPSET-NAME)
015100         INTO    (APRMAP1I)
015200     END-EXEC.
015300     EXEC CICS ASSIGN
015400         USERID  (WS-USERID)
015500     END-EXEC.
015600     PERFORM 2000-EDIT-SCREEN THRU 2000-EXIT.
015700     PERFORM 3000-PROCESS-FUNCTION THRU 3000-EXIT.
015800     PERFORM 4000-SEND-MAP THRU 4000-EXIT.
015900     EXEC CICS RETURN
016000         TRANSID   (WS-TRANSID)
016100     END-EXEC.
016200 0000-EXIT.
016300     EXIT.

016400*----------------------------------------------------------------*
016500* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION, NO   *
016600*                         TERMINAL INPUT YET - SEND A BLANK MAP. *
016700*----------------------------------------------------------------*
016800 1000-SEND-INITIAL-MAP.
016900     MOVE LOW-VALUES TO APRMAP1O.
017000     EXEC CICS SEND
017100         MAP     (WS-MAP-NAME)
017200         MAPSET  (WS-MAPSET-NAME)
017300         FROM    (APRMAP1O)
017400         ERASE
017500     END-EXEC.
017600     EXEC CICS RETURN
017700         TRANSID  (WS-TRANSID)
017800     END-EXEC.
017900 1000-EXIT.
018000     EXIT.

018100*----------------------------------------------------------------*
018200* 2000-EDIT-SCREEN - VALIDATE THE FUNCTION CODE AND THE QUEUE    *
018300*                    KEY (EMPLOYEE ID AND CHANGE TYPE).  N MAY   *
018400*                    LEAVE THE KEY BLANK TO START AT THE TOP OF  *
018500*                    THE QUEUE; EVERY OTHER FUNCTION NEEDS BOTH. *
018600*----------------------------------------------------------------*
018700 2000-EDIT-SCREEN.
018800     MOVE SPACES TO MSGAO.
018900     MOVE AFNCI TO WS-FUNCTION-SW.
019000     IF NOT WS-FUNC-VALID
019100         MOVE 'FUNCTION MUST BE I, A, R, OR N' TO MSGAO
019200         PERFORM 4000-SEND-MAP THRU 4000-EXIT
019300         EXEC CICS RETURN
019400             TRANSID  (WS-TRANSID)
019500         END-EXEC
019600     END-IF.
019700     IF WS-FUNC-NEXT
019800         MOVE ZERO TO WS-BROWSE-EMP-ID
019900         MOVE SPACES TO WS-BROWSE-TYPE
020000         IF AEIDI IS NUMERIC
020100             MOVE AEIDI TO WS-BROWSE-EMP-ID
020200             IF ATYPI NOT = LOW-VALUES
020300                 MOVE ATYPI TO WS-BROWSE-TYPE
020400             END-IF
020500         END-IF
020600         GO TO 2000-EXIT
020700     END-IF.
020800     IF AEIDI IS NOT NUMERIC OR AEIDI = ZEROS
020900         MOVE 'EMPLOYEE ID MUST BE NUMERIC AND NON-ZERO'
021000             TO MSGAO
021100         PERFORM 4000-SEND-MAP THRU 4000-EXIT
021200         EXEC CICS RETURN
021300             TRANSID  (WS-TRANSID)
021400         END-EXEC
021500     END-IF.
021600     MOVE AEIDI TO APR-EMP-ID.
021700     MOVE ATYPI TO APR-TYPE.
021800     IF NOT APR-TYPE-VALID
021900         MOVE 'CHANGE TYPE MUST BE T (TERMINATION) OR G (GRADE)'
022000             TO MSGAO
022100         PERFORM 4000-SEND-MAP THRU 4000-EXIT
022200         EXEC CICS RETURN
022300             TRANSID  (WS-TRANSID)
022400         END-EXEC
022500     END-IF.
022600     IF WS-FUNC-APPROVE
022700         PERFORM 2400-CHECK-LOAD-STATE THRU 2400-EXIT
022800         IF WS-LOAD-LOCKED
022900             MOVE 'NIGHTLY LOAD IN PROGRESS - INQUIRY ONLY'
023000                 TO MSGAO
023100             PERFORM 4000-SEND-MAP THRU 4000-EXIT
023200             EXEC CICS RETURN
023300                 TRANSID  (WS-TRANSID)
023400             END-EXEC
023500         END-IF
023600     END-IF.
023700 2000-EXIT.
023800     EXIT.

023900*----------------------------------------------------------------*
024000* 3000-PROCESS-FUNCTION - DISPATCH ON THE REQUESTED FUNCTION.    *
024100*----------------------------------------------------------------*
024200 3000-PROCESS-FUNCTION.
024300     IF WS-FUNC-INQUIRE
024400         PERFORM 5000-INQUIRE-ITEM THRU 5000-EXIT
024500     END-IF.
024600     IF WS-FUNC-APPROVE
024700         PERFORM 5100-APPROVE-ITEM THRU 5100-EXIT
024800     END-IF.
024900     IF WS-FUNC-REJECT
025000         PERFORM 5200-REJECT-ITEM THRU 5200-EXIT
025100     END-IF.
025200     IF WS-FUNC-NEXT
025300         PERFORM 5300-NEXT-ITEM THRU 5300-EXIT
025400     END-IF.
025500 3000-EXIT.
025600     EXIT.

025700*----------------------------------------------------------------*
025800* 5000-INQUIRE-ITEM - READ-ONLY LOOKUP OF ONE WAITING ITEM.      *
025900*----------------------------------------------------------------*
026000 5000-INQUIRE-ITEM.
026100     EXEC CICS READ
026200         FILE      (WS-APPR-FILE-NAME)
026300         INTO      (APPROVAL-RECORD)
026400         RIDFLD    (APR-KEY)
026500         RESP      (WS-RESP)
026600     END-EXEC.
026700     IF WS-RESP NOT = DFHRESP(NORMAL)
026800         MOVE 'NOTHING AWAITING APPROVAL FOR THIS ID AND TYPE'
026900             TO MSGAO
027000         GO TO 5000-EXIT
027100     END-IF.
027200     PERFORM 5800-SHOW-ITEM THRU 5800-EXIT.
027300     MOVE 'ITEM AWAITING APPROVAL' TO MSGAO.
027400 5000-EXIT.
027500     EXIT.

027600*----------------------------------------------------------------*
027700* 5100-APPROVE-ITEM - RELEASE A WAITING ITEM.  THE APPROVER MUST *
027800*                     NOT BE THE OPERATOR WHO KEYED IT, AND THE  *
027900*                     MASTER MUST STILL LOOK THE WAY IT DID WHEN *
028000*                     THE ITEM WAS KEYED.  THE CHANGE IS APPLIED *
028100*                     TO EMPLOYEE-MASTER, JOURNALED WITH BOTH    *
028200*                     OPERATORS, AND THE ITEM IS DELETED.        *
028300*----------------------------------------------------------------*
028400 5100-APPROVE-ITEM.
028500     EXEC CICS READ
028600         FILE      (WS-APPR-FILE-NAME)
028700         INTO      (APPROVAL-RECORD)
028800         RIDFLD    (APR-KEY)
028900         UPDATE
029000         RESP      (WS-RESP)
029100     END-EXEC.
029200     IF WS-RESP NOT = DFHRESP(NORMAL)
029300         MOVE 'NOTHING AWAITING APPROVAL FOR THIS ID AND TYPE'
029400             TO MSGAO
029500         GO TO 5100-EXIT
029600     END-IF.
029700     PERFORM 5800-SHOW-ITEM THRU 5800-EXIT.
029800     IF WS-USERID = APR-KEY-OPERATOR
029900         MOVE 'APPROVER MUST NOT BE THE OPERATOR WHO KEYED IT'
030000             TO MSGAO
030100         EXEC CICS UNLOCK
030200             FILE      (WS-APPR-FILE-NAME)
030300         END-EXEC
030400         GO TO 5100-EXIT
030500     END-IF.
030600     MOVE APR-EMP-ID TO EMP-ID.
030700     EXEC CICS READ
030800         FILE      (WS-FILE-NAME)
030900         INTO      (EMPLOYEE-RECORD)
031000         RIDFLD    (EMP-ID)
031100         UPDATE
031200         RESP      (WS-RESP)
031300     END-EXEC.
031400     IF WS-RESP NOT = DFHRESP(NORMAL)
031500         MOVE 'EMPLOYEE NOT ON MASTER - REJECT THE ITEM' TO MSGAO
031600         EXEC CICS UNLOCK
031700             FILE      (WS-APPR-FILE-NAME)
031800         END-EXEC
031900         GO TO 5100-EXIT
032000     END-IF.
032100     MOVE EMP-NAME TO WS-OLD-NAME.
032200     MOVE EMP-DEPT TO WS-OLD-DEPT.
032300     MOVE EMP-HIRE-DATE TO WS-OLD-HIRE-DATE.
032400     MOVE EMP-STATUS TO WS-OLD-STATUS.
032500     MOVE EMP-PAY-GRADE TO WS-OLD-PAY-GRADE.
032600     MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE.
032700*    THE MASTER MUST NOT HAVE MOVED UNDER THE ITEM - A STATUS OR
032800*    GRADE CHANGED SINCE IT WAS KEYED MEANS THE APPROVER WOULD
032900*    BE SIGNING OFF ON SOMETHING NOBODY ASKED FOR.
033000     IF APR-TYPE-TERMINATE
033100         IF EMP-STATUS NOT = APR-OLD-STATUS OR
033200            EMP-STAT-TERMINATED
033300             MOVE 'STATUS CHANGED SINCE KEYED - REJECT AND REKEY'
033400                 TO MSGAO
033500             EXEC CICS UNLOCK
033600                 FILE      (WS-FILE-NAME)
033700             END-EXEC
033800             EXEC CICS UNLOCK
033900                 FILE      (WS-APPR-FILE-NAME)
034000             END-EXEC
034100             GO TO 5100-EXIT
034200         END-IF
034300         SET EMP-STAT-TERMINATED TO TRUE
034400         MOVE APR-TERM-DATE TO EMP-TERM-DATE
034500         SET AUD-ACTION-TERMINATE TO TRUE
034600     ELSE
034700         IF EMP-PAY-GRADE NOT = APR-OLD-PAY-GRADE
034800             MOVE 'GRADE CHANGED SINCE KEYED - REJECT AND REKEY'
034900                 TO MSGAO
035000             EXEC CICS UNLOCK
035100                 FILE      (WS-FILE-NAME)
035200             END-EXEC
035300             EXEC CICS UNLOCK
035400                 FILE      (WS-APPR-FILE-NAME)
035500             END-EXEC
035600             GO TO 5100-EXIT
035700         END-IF
035800         MOVE APR-NEW-PAY-GRADE TO EMP-PAY-GRADE
035900         SET AUD-ACTION-CHANGE TO TRUE
036000     END-IF.
036100     EXEC CICS REWRITE
036200         FILE      (WS-FILE-NAME)
036300         FROM      (EMPLOYEE-RECORD)
036400         RESP      (WS-RESP)
036500     END-EXEC.
036600     IF WS-RESP NOT = DFHRESP(NORMAL)
036700         MOVE 'UPDATE FAILED - SEE SYSTEM PROGRAMMER' TO MSGAO
036800         EXEC CICS UNLOCK
036900             FILE      (WS-APPR-FILE-NAME)
037000         END-EXEC
037100         GO TO 5100-EXIT
037200     END-IF.
037300     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
037400     IF WS-RESP = DFHRESP(NORMAL)
037500         MOVE 'APPROVED AND APPLIED TO THE MASTER' TO MSGAO
037600     ELSE
037700         MOVE 'APPROVED AND APPLIED, AUDIT LOG FAILED' TO MSGAO
037800     END-IF.
037801*    AN APPROVED TERMINATION GOES TO SECURITY / IT ON THE NEXT
037802*    INTRADAY SEND, NOT THE NIGHTLY ONE.
037803     IF APR-TYPE-TERMINATE
037804         PERFORM 6100-QUEUE-SECURITY-EVENT THRU 6100-EXIT
037805         IF WS-RESP NOT = DFHRESP(NORMAL)
037806             MOVE 'APPROVED AND APPLIED, SECURITY FEED FAILED'
037807                 TO MSGAO
037808         END-IF
037809     END-IF.
037900     EXEC CICS DELETE
038000         FILE      (WS-APPR-FILE-NAME)
038100         RESP      (WS-RESP)
038200     END-EXEC.
038300     IF WS-RESP NOT = DFHRESP(NORMAL)
038400         MOVE 'APPLIED, QUEUE DELETE FAILED - SEE SYS PROGRAMMER'
038500             TO MSGAO
038600     END-IF.
038700 5100-EXIT.
038800     EXIT.

038900*----------------------------------------------------------------*
039000* 5200-REJECT-ITEM - REMOVE A WAITING ITEM WITHOUT APPLYING IT.  *
039100*                    THE KEYING OPERATOR MAY WITHDRAW THEIR OWN  *
039200*                    ITEM THIS WAY; NOTHING IS JOURNALED BECAUSE *
039300*                    THE MASTER NEVER CHANGED.                   *
039400*----------------------------------------------------------------*
039500 5200-REJECT-ITEM.
039600     EXEC CICS READ
039700         FILE      (WS-APPR-FILE-NAME)
039800         INTO      (APPROVAL-RECORD)
039900         RIDFLD    (APR-KEY)
040000         UPDATE
040100         RESP      (WS-RESP)
040200     END-EXEC.
040300     IF WS-RESP NOT = DFHRESP(NORMAL)
040400         MOVE 'NOTHING AWAITING APPROVAL FOR THIS ID AND TYPE'
040500             TO MSGAO
040600         GO TO 5200-EXIT
040700     END-IF.
040800     PERFORM 5800-SHOW-ITEM THRU 5800-EXIT.
040900     EXEC CICS DELETE
041000         FILE      (WS-APPR-FILE-NAME)
041100         RESP      (WS-RESP)
041200     END-EXEC.
041300     IF WS-RESP = DFHRESP(NORMAL)
041400         MOVE 'ITEM REJECTED - MASTER NOT CHANGED' TO MSGAO
041500     ELSE
041600         MOVE 'REJECT FAILED - SEE SYSTEM PROGRAMMER' TO MSGAO
041700     END-IF.
041800 5200-EXIT.
041900     EXIT.

042000*----------------------------------------------------------------*
042100* 5300-NEXT-ITEM - SHOW THE FIRST WAITING ITEM AFTER THE ONE ON  *
042200*                  THE SCREEN (FROM THE TOP WHEN THE KEY IS      *
042300*                  BLANK).  AT THE END OF THE QUEUE THE KEY IS   *
042400*                  CLEARED SO THE NEXT N STARTS OVER.            *
042500*----------------------------------------------------------------*
042600 5300-NEXT-ITEM.
042700     MOVE WS-BROWSE-KEY TO APR-KEY.
042800     EXEC CICS STARTBR
042900         FILE      (WS-APPR-FILE-NAME)
043000         RIDFLD    (APR-KEY)
043100         GTEQ
043200         RESP      (WS-RESP)
043300     END-EXEC.
043400     IF WS-RESP NOT = DFHRESP(NORMAL)
043500         GO TO 5300-END-OF-QUEUE
043600     END-IF.
043700     EXEC CICS READNEXT
043800         FILE      (WS-APPR-FILE-NAME)
043900         INTO      (APPROVAL-RECORD)
044000         RIDFLD    (APR-KEY)
044100         RESP      (WS-RESP)
044200     END-EXEC.
044300     IF WS-RESP = DFHRESP(NORMAL) AND APR-KEY = WS-BROWSE-KEY
044400         EXEC CICS READNEXT
044500             FILE      (WS-APPR-FILE-NAME)
044600             INTO      (APPROVAL-RECORD)
044700             RIDFLD    (APR-KEY)
044800             RESP      (WS-RESP)
044900         END-EXEC
045000     END-IF.
045100     EXEC CICS ENDBR
045200         FILE      (WS-APPR-FILE-NAME)
045300     END-EXEC.
045400     IF WS-RESP NOT = DFHRESP(NORMAL)
045500         GO TO 5300-END-OF-QUEUE
045600     END-IF.
045700     PERFORM 5800-SHOW-ITEM THRU 5800-EXIT.
045800     MOVE 'ITEM AWAITING APPROVAL - N FOR THE NEXT ONE' TO MSGAO.
045900     GO TO 5300-EXIT.
046000 5300-END-OF-QUEUE.
046100     MOVE 'NO MORE ITEMS AWAITING APPROVAL' TO MSGAO.
046200     MOVE SPACES TO AEIDI.
046300     MOVE SPACES TO ATYPI.
046400 5300-EXIT.
046500     EXIT.

046600*----------------------------------------------------------------*
046700* 5800-SHOW-ITEM - MOVE THE QUEUE RECORD TO THE SCREEN.  THE KEY *
046800*                  GOES BACK INTO THE INPUT FIELDS SO 4000-SEND- *
046900*                  MAP ECHOES THE ITEM ACTUALLY SHOWN.           *
047000*----------------------------------------------------------------*
047100 5800-SHOW-ITEM.
047200     MOVE APR-EMP-ID TO AEIDI.
047300     MOVE APR-TYPE TO ATYPI.
047400     MOVE APR-EMP-NAME TO ANAMO.
047500     MOVE APR-EMP-DEPT TO ADEPTO.
047600     MOVE APR-OLD-STATUS TO ASTATO.
047700     MOVE APR-OLD-PAY-GRADE TO AOGRDO.
047800     IF APR-TYPE-GRADE
047900         MOVE APR-NEW-PAY-GRADE TO ANGRDO
048000         MOVE SPACES TO ATRMDTO
048100     ELSE
048200         MOVE SPACES TO ANGRDO
048300         MOVE APR-TERM-DATE TO ATRMDTO
048400     END-IF.
048500     MOVE APR-KEY-OPERATOR TO AKOPRO.
048600     MOVE APR-KEY-DATE TO WS-KEY-DATE-SPLIT.
048700     MOVE WS-KEY-MM TO WS-KD-MM.
048800     MOVE WS-KEY-DD TO WS-KD-DD.
048900     MOVE WS-KEY-YY TO WS-KD-YY.
049000     MOVE WS-KEY-DATE-DISP TO AKDATEO.
049100 5800-EXIT.
049200     EXIT.

049300*----------------------------------------------------------------*
049400* 6000-WRITE-AUDIT-RECORD - LOG THE APPROVED CHANGE TO THE AUDIT *
049500*                           JOURNAL WITH THE KEYING OPERATOR     *
049600*                           (FROM THE QUEUE ITEM) AND THE        *
049700*                           APPROVER (THIS TERMINAL'S USER ID).  *
049800*----------------------------------------------------------------*
049900 6000-WRITE-AUDIT-RECORD.
050000     ACCEPT WS-RUN-DATE FROM DATE.
050100     ACCEPT WS-RUN-TIME FROM TIME.
050200     MOVE WS-RUN-DATE TO AUD-DATE.
050300     MOVE WS-RUN-TIME TO AUD-TIME.
050400     MOVE EMP-ID      TO AUD-EMP-ID.
050500     MOVE WS-OLD-NAME TO AUD-OLD-NAME.
050600     MOVE WS-OLD-DEPT TO AUD-OLD-DEPT.
050700     MOVE WS-OLD-HIRE-DATE TO AUD-OLD-HIRE-DATE.
050800     MOVE WS-OLD-STATUS TO AUD-OLD-STATUS.
050900     MOVE WS-OLD-PAY-GRADE TO AUD-OLD-PAY-GRADE.
051000     MOVE WS-OLD-TERM-DATE TO AUD-OLD-TERM-DATE.
051001     MOVE EMP-LEAVE-START  TO AUD-OLD-LEAVE-START.
051002     MOVE EMP-LEAVE-RETURN TO AUD-OLD-LEAVE-RETURN.
051003     MOVE EMP-LEAVE-TYPE   TO AUD-OLD-LEAVE-TYPE.
051100     MOVE EMP-NAME    TO AUD-NEW-NAME.
051200     MOVE EMP-DEPT    TO AUD-NEW-DEPT.
051300     MOVE EMP-HIRE-DATE TO AUD-NEW-HIRE-DATE.
051400     MOVE EMP-STATUS  TO AUD-NEW-STATUS.
051500     MOVE EMP-PAY-GRADE TO AUD-NEW-PAY-GRADE.
051600     MOVE EMP-TERM-DATE TO AUD-NEW-TERM-DATE.
051601     MOVE EMP-LEAVE-START  TO AUD-NEW-LEAVE-START.
051602     MOVE EMP-LEAVE-RETURN TO AUD-NEW-LEAVE-RETURN.
051603     MOVE EMP-LEAVE-TYPE   TO AUD-NEW-LEAVE-TYPE.
051700     MOVE WS-RUN-ID   TO AUD-RUN-ID.
051800     MOVE APR-KEY-OPERATOR TO AUD-KEY-OPERATOR.
051900     MOVE WS-USERID   TO AUD-APPR-OPERATOR.
052000     EXEC CICS WRITE
052100         FILE      (WS-AUDIT-FILE-NAME)
052200         FROM      (WS-AUDIT-RECORD)
052300         RESP      (WS-RESP)
052400     END-EXEC.
052500 6000-EXIT.
052600     EXIT.

052601*----------------------------------------------------------------*
052602* 6100-QUEUE-SECURITY-EVENT - QUEUE THE APPROVED TERMINATION ON  *
052603*                             SECQUE FOR SEC010 TO SEND TO       *
052604*                             SECURITY / IT, WITH THE APPROVER   *
052605*                             AS THE OPERATOR.  SAME RECORD      *
052606*                             HELLO AND EMPMNT QUEUE.  TWO       *
052607*                             EVENTS IN ONE CLOCK TICK TAKE THE  *
052608*                             NEXT TICK.  WS-RESP TELLS THE      *
052609*                             CALLER HOW IT WENT.                *
052610*----------------------------------------------------------------*
052611 6100-QUEUE-SECURITY-EVENT.
052612     ACCEPT WS-RUN-DATE FROM DATE.
052613     ACCEPT WS-RUN-TIME FROM TIME.
052614     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
052615     INITIALIZE SECURITY-EVENT-RECORD.
052616     MOVE WS-TODAY-DATE-N TO SEC-EVENT-DATE.
052617     MOVE WS-RUN-TIME TO SEC-EVENT-TIME.
052618     MOVE EMP-ID TO SEC-EMP-ID.
052619     SET SEC-ACT-TERMINATE TO TRUE.
052620     MOVE EMP-NAME TO SEC-EMP-NAME.
052621     MOVE WS-OLD-DEPT TO SEC-OLD-DEPT.
052622     MOVE EMP-DEPT TO SEC-NEW-DEPT.
052623     MOVE EMP-TERM-DATE TO SEC-EFF-DATE.
052624     MOVE WS-RUN-ID TO SEC-RUN-ID.
052625     MOVE WS-USERID TO SEC-OPERATOR.
052626     SET SEC-STATE-PENDING TO TRUE.
052627     MOVE ZEROS TO SEC-SENT-DATE.
052628     MOVE ZEROS TO SEC-CONFIRM-DATE.
052629     EXEC CICS WRITE
052630         FILE      (WS-SEC-FILE-NAME)
052631         FROM      (SECURITY-EVENT-RECORD)
052632         RIDFLD    (SEC-KEY)
052633         RESP      (WS-RESP)
052634     END-EXEC.
052635     IF WS-RESP = DFHRESP(DUPREC)
052636         ADD 1 TO SEC-EVENT-TIME
052637         EXEC CICS WRITE
052638             FILE      (WS-SEC-FILE-NAME)
052639             FROM      (SECURITY-EVENT-RECORD)
052640             RIDFLD    (SEC-KEY)
052641             RESP      (WS-RESP)
052642         END-EXEC
052643     END-IF.
052644 6100-EXIT.
052645     EXIT.

052700*----------------------------------------------------------------*
052800* 4000-SEND-MAP - REDISPLAY THE SCREEN WITH CURRENT DATA AND     *
052900*                 THE RESULT MESSAGE FOR THE OPERATOR.           *
053000*----------------------------------------------------------------*
053100 4000-SEND-MAP.
053200     MOVE AFNCI TO AFNCO.
053300     MOVE AEIDI TO AEIDO.
053400     MOVE ATYPI TO ATYPO.
053500     EXEC CICS SEND
053600         MAP     (WS-MAP-NAME)
053700         MAPSET  (WS-MAPSET-NAME)
053800         FROM    (APRMAP1O)
053900         DATAONLY
054000         CURSOR
054100     END-EXEC.
054200 4000-EXIT.
054300     EXIT.

054400*----------------------------------------------------------------*
054500* 9000-ABEND - UNEXPECTED CICS CONDITION, TELL THE OPERATOR AND  *
054600*              END THE TRANSACTION CLEANLY.                      *
054700*----------------------------------------------------------------*
054800 9000-ABEND.
054900     MOVE 'UNEXPECTED ERROR - SEE SYSTEM PROGRAMMER' TO MSGAO.
055000     PERFORM 4000-SEND-MAP THRU 4000-EXIT.
055100     EXEC CICS RETURN
055200         TRANSID  (WS-TRANSID)
055300     END-EXEC.

055400*----------------------------------------------------------------*
055500* 2350-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
055600*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
055700*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
055800*                        400).                                   *
055900*----------------------------------------------------------------*
056000 2350-CHECK-LEAP-YEAR.
056100     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
056200         REMAINDER WS-LEAP-REM.
056300     IF WS-LEAP-REM NOT = ZERO
056400         GO TO 2350-EXIT
056500     END-IF.
056600     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
056700         REMAINDER WS-LEAP-REM.
056800     IF WS-LEAP-REM NOT = ZERO
056900         MOVE 29 TO WS-MAX-DD
057000         GO TO 2350-EXIT
057100     END-IF.
057200     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
057300         REMAINDER WS-LEAP-REM.
057400     IF WS-LEAP-REM = ZERO
057500         MOVE 29 TO WS-MAX-DD
057600     END-IF.
057700 2350-EXIT.
057800     EXIT.

057900*----------------------------------------------------------------*
058000* 2400-CHECK-LOAD-STATE - IS THE NIGHTLY LOAD RUNNING?  THE 'LD' *
058100*                         SYSCTL RECORD SAYS SO, BUT ONLY A FLAG *
058200*                         SET WITHIN THE LAST WS-LOCK-LIMIT      *
058300*                         MINUTES (TODAY, OR YESTERDAY FOR A     *
058400*                         LOAD STRADDLING MIDNIGHT) LOCKS THE    *
058500*                         SCREEN - AN OLDER FLAG IS AN ABENDED   *
058600*                         LOAD'S DEBRIS AND IS IGNORED.          *
058700*----------------------------------------------------------------*
058800 2400-CHECK-LOAD-STATE.
058900     MOVE 'N' TO WS-LOCK-SW.
059000     MOVE 'LD' TO WS-CTL-KEY.
059100     EXEC CICS READ
059200         FILE      (WS-CTL-FILE-NAME)
059300         INTO      (SYSCTL-RECORD)
059400         RIDFLD    (WS-CTL-KEY)
059500         RESP      (WS-RESP)
059600     END-EXEC.
059700     IF WS-RESP NOT = DFHRESP(NORMAL)
059800         GO TO 2400-EXIT
059900     END-IF.
060000     IF NOT SYSCTL-LOAD-IN-PROGRESS
060100         GO TO 2400-EXIT
060200     END-IF.
060300     ACCEPT WS-RUN-DATE FROM DATE.
060400     ACCEPT WS-RUN-TIME FROM TIME.
060500     MOVE WS-RUN-DATE TO WS-CUR-DATE-SPLIT.
060600     MOVE WS-RUN-TIME TO WS-CUR-TIME-SPLIT.
060700     COMPUTE WS-CUR-MIN = (WS-CUR-HH * 60) + WS-CUR-MI.
060800     MOVE SYSCTL-LOAD-TIME TO WS-FLAG-TIME-SPLIT.
060900     COMPUTE WS-FLAG-MIN = (WS-FLAG-HH * 60) + WS-FLAG-MI.
061000     IF SYSCTL-LOAD-DATE = WS-RUN-DATE
061100         COMPUTE WS-ELAPSED-MIN = WS-CUR-MIN - WS-FLAG-MIN
061200         IF WS-ELAPSED-MIN < ZERO
061300             MOVE ZERO TO WS-ELAPSED-MIN
061400         END-IF
061500     ELSE
061600         PERFORM 2450-COMPUTE-YESTERDAY THRU 2450-EXIT
061700         IF SYSCTL-LOAD-DATE = WS-YDAY-DATE-N
061800             COMPUTE WS-ELAPSED-MIN =
061900                 WS-CUR-MIN + 1440 - WS-FLAG-MIN
062000         ELSE
062100             MOVE 9999 TO WS-ELAPSED-MIN
062200         END-IF
062300     END-IF.
062400     IF WS-ELAPSED-MIN NOT > WS-LOCK-LIMIT
062500         SET WS-LOAD-LOCKED TO TRUE
062600     END-IF.
062700 2400-EXIT.
062800     EXIT.

062900*----------------------------------------------------------------*
063000* 2450-COMPUTE-YESTERDAY - YESTERDAY'S DATE (YYMMDD) FROM THE    *
063100*                          SYSTEM DATE, MONTH AND YEAR ROLLOVERS *
063200*                          INCLUDED, SO A LOAD THAT STARTED      *
063300*                          BEFORE MIDNIGHT STILL LOCKS AFTER IT. *
063400*----------------------------------------------------------------*
063500 2450-COMPUTE-YESTERDAY.
063600     MOVE WS-CUR-YY TO WS-YDAY-YY.
063700     MOVE WS-CUR-MM TO WS-YDAY-MM.
063800     MOVE WS-CUR-DD TO WS-YDAY-DD.
063900     IF WS-YDAY-DD > 1
064000         SUBTRACT 1 FROM WS-YDAY-DD
064100         GO TO 2450-EXIT
064200     END-IF.
064300     IF WS-YDAY-MM > 1
064400         SUBTRACT 1 FROM WS-YDAY-MM
064500         MOVE WS-MONTH-DAYS (WS-YDAY-MM) TO WS-MAX-DD
064600         IF WS-YDAY-MM = 02
064700             COMPUTE WS-EDIT-YEAR = 2000 + WS-YDAY-YY
064800             PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
064900         END-IF
065000         MOVE WS-MAX-DD TO WS-YDAY-DD
065100         GO TO 2450-EXIT
065200     END-IF.
065300     MOVE 12 TO WS-YDAY-MM.
065400     MOVE 31 TO WS-YDAY-DD.
065500     IF WS-YDAY-YY > ZERO
065600         SUBTRACT 1 FROM WS-YDAY-YY
065700     ELSE
065800         MOVE 99 TO WS-YDAY-YY
065900     END-IF.
066000 2450-EXIT.
066100     EXIT.
