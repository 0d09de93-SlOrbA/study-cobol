000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SEC010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - SENDS THE SECURITY / IT FEED.
001200*                SECURITY USED TO LEARN OF A TERMINATION FROM AN
001300*                HR E-MAIL, SOMETIMES DAYS LATER, WHILE THE
001400*                LEAVER STILL HAD A BADGE AND A LOGIN.  HELLO,
001500*                EMPMNT, EMPAPR, AND REA010 NOW QUEUE EVERY
001600*                TERMINATION, REHIRE, AND DEPARTMENT TRANSFER ON
001700*                THE SECQUE KSDS (SECREC.CPY); THIS RUN PICKS UP
001800*                EVERYTHING STILL PENDING, WRITES IT TO THE
001900*                OUTBOUND FEED (SECEXTR, SECEXT.CPY - HEADER,
002000*                DETAILS, TRAILER, THE SAME SHAPE AS THE PAYROLL
002100*                EXTRACT), AND MARKS EACH EVENT SENT.  IT RUNS
002200*                THROUGH THE BUSINESS DAY AS WELL AS AFTER THE
002300*                NIGHTLY LOAD, SO A TERMINATION APPROVED ONLINE
002400*                REACHES SECURITY THE SAME DAY.  SEC020 MATCHES
002500*                SECURITY'S ACKNOWLEDGMENTS BACK EACH MORNING.
002600*                A QUEUE REWRITE THAT FAILS AFTER ITS EVENT WENT
002700*                ON THE FEED LEAVES THE EVENT PENDING, SO IT IS
002800*                SENT AGAIN NEXT TIME - SECURITY TREATS A REPEAT
002900*                AS A NO-OP - AND THE RUN ENDS RC=4.
003000* 10/15/26 RLT   EVENTS ARE MARKED SENT ONLY ONCE THE WHOLE FEED,
003100*                TRAILER INCLUDED, IS WRITTEN - THE FEED IS READ
003200*                BACK AND EACH EVENT ON IT FOUND BY KEY.  A RUN
003300*                THAT FAILS PART WAY LEAVES THE QUEUE AS IT WAS
003400*                AND SECSEND DELETES THE PARTIAL GENERATION.  THE
003500*                TRAILER WRITE IS NOW STATUS-CHECKED.
003600*================================================================

003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SECURITY-QUEUE ASSIGN TO SECQUE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SEC-KEY
004400         FILE STATUS IS WS-SECQUE-STATUS.

004500     SELECT SECURITY-FEED ASSIGN TO SECEXTR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-SECEXTR-STATUS.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SECURITY-QUEUE
005100     LABEL RECORDS ARE STANDARD.
005200*    SECURITY-EVENT QUEUE SHARED WITH HELLO, EMPMNT, EMPAPR,
005300*    REA010, AND SEC020 - SEE SECREC.CPY.
005400     COPY SECREC.

005500 FD  SECURITY-FEED
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS.
005800*    FEED LAYOUT AS AGREED WITH SECURITY - SEE SECEXT.CPY.
005900     COPY SECEXT.

006000 WORKING-STORAGE SECTION.
006100 77  WS-SECQUE-STATUS            PIC X(02)  VALUE SPACES.
006200     88  WS-SECQUE-OK                       VALUE '00'.
006300     88  WS-SECQUE-EOF                      VALUE '10'.
006400 77  WS-SECEXTR-STATUS           PIC X(02)  VALUE SPACES.
006500     88  WS-SECEXTR-OK                      VALUE '00'.

006600 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
006700     88  WS-EOF-QUEUE                       VALUE 'Y'.
006800 77  WS-FEED-EOF-SW              PIC X(01)  VALUE 'N'.
006900     88  WS-EOF-FEED                        VALUE 'Y'.
007000 77  WS-FEED-OPEN-SW             PIC X(01)  VALUE 'N'.
007100     88  WS-FEED-OPEN                       VALUE 'Y'.
007200     88  WS-FEED-CLOSED                     VALUE 'N'.

007300 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
007400     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

007500 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
007600     88  WS-RC-CLEAN                        VALUE 0.
007700     88  WS-RC-EXCEPTIONS                   VALUE 4.
007800     88  WS-RC-ABEND                        VALUE 8.

007900 01  WS-READ-COUNT               PIC 9(07)  VALUE ZERO COMP.
008000 01  WS-SENT-COUNT               PIC 9(07)  VALUE ZERO COMP.
008100 01  WS-TERM-SENT-COUNT          PIC 9(07)  VALUE ZERO COMP.
008200 01  WS-MARKED-COUNT             PIC 9(07)  VALUE ZERO COMP.
008300 01  WS-REWRITE-FAIL-COUNT       PIC 9(07)  VALUE ZERO COMP.

008400 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
008500 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
008600 01  WS-TODAY-DATE.
008700     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
008800     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
008900 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
009000                                 PIC 9(08).

009100*----------------------------------------------------------------*
009200* 0000-MAIN-PROCESS - MAINLINE.  HEADER, ONE DETAIL PER PENDING  *
009300*                     EVENT ON THE QUEUE, TRAILER - THEN, WITH   *
009400*                     THE FEED COMPLETE, MARK ITS EVENTS SENT.   *
009500*----------------------------------------------------------------*
009600 PROCEDURE DIVISION.
009700 0000-MAIN-PROCESS.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     IF NOT WS-ABEND-OCCURRED
010000         PERFORM 2000-READ-QUEUE THRU 2000-EXIT
010100         PERFORM 3000-SEND-EVENT THRU 3000-EXIT
010200             UNTIL WS-EOF-QUEUE OR WS-ABEND-OCCURRED
010300     END-IF.
010400     IF NOT WS-ABEND-OCCURRED
010500         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
010600     END-IF.
010700     IF NOT WS-ABEND-OCCURRED
010800         PERFORM 5000-MARK-SENT THRU 5000-EXIT
010900     END-IF.
011000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011100     MOVE WS-RETURN-CODE TO RETURN-CODE.
011200     STOP RUN.

011300*----------------------------------------------------------------*
011400* 1000-INITIALIZE - OPEN THE QUEUE FOR UPDATE AND THE FEED FOR   *
011500*                   OUTPUT, AND WRITE THE FEED HEADER STAMPED    *
011600*                   WITH THIS RUN'S DATE AND TIME.               *
011700*----------------------------------------------------------------*
011800 1000-INITIALIZE.
011900     ACCEPT WS-RUN-DATE FROM DATE.
012000     ACCEPT WS-RUN-TIME FROM TIME.
012100     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
012200     OPEN I-O SECURITY-QUEUE.
012300     IF NOT WS-SECQUE-OK
012400         DISPLAY 'SEC010 - CANNOT OPEN SECURITY-QUEUE, STATUS = '
012500             WS-SECQUE-STATUS
012600         SET WS-ABEND-OCCURRED TO TRUE
012700         GO TO 1000-EXIT
012800     END-IF.
012900     OPEN OUTPUT SECURITY-FEED.
013000     IF NOT WS-SECEXTR-OK
013100         DISPLAY 'SEC010 - CANNOT OPEN SECURITY-FEED, STATUS = '
013200             WS-SECEXTR-STATUS
013300         SET WS-ABEND-OCCURRED TO TRUE
013400         GO TO 1000-EXIT
013500     END-IF.
013600     SET WS-FEED-OPEN TO TRUE.
013700     INITIALIZE SECEXT-HEADER-RECORD.
013800     SET SECEXT-IS-HEADER TO TRUE.
013900     MOVE WS-TODAY-DATE-N TO SECEXT-HDR-DATE.
014000     MOVE WS-RUN-TIME TO SECEXT-HDR-TIME.
014100     WRITE SECEXT-HEADER-RECORD.
014200     IF NOT WS-SECEXTR-OK
014300         DISPLAY 'SEC010 - SECURITY-FEED WRITE FAILED, STATUS = '
014400             WS-SECEXTR-STATUS
014500         SET WS-ABEND-OCCURRED TO TRUE
014600         GO TO 1000-EXIT
014700     END-IF.
014800 1000-EXIT.
014900     EXIT.

015000*----------------------------------------------------------------*
015100* 2000-READ-QUEUE - READ THE NEXT EVENT ON THE QUEUE, IN EVENT   *
015200*                   DATE AND TIME ORDER.                         *
015300*----------------------------------------------------------------*
015400 2000-READ-QUEUE.
015500     READ SECURITY-QUEUE NEXT RECORD
015600         AT END
015700             SET WS-EOF-QUEUE TO TRUE
015800             GO TO 2000-EXIT
015900     END-READ.
016000     IF NOT WS-SECQUE-OK
016100         DISPLAY 'SEC010 - SECURITY-QUEUE READ FAILED, STATUS = '
016200             WS-SECQUE-STATUS
016300         SET WS-ABEND-OCCURRED TO TRUE
016400         GO TO 2000-EXIT
016500     END-IF.
016600     ADD 1 TO WS-READ-COUNT.
016700 2000-EXIT.
016800     EXIT.

016900*----------------------------------------------------------------*
017000* 3000-SEND-EVENT - A PENDING EVENT GOES ON THE FEED.  IT IS NOT *
017100*                   MARKED SENT HERE - 5000-MARK-SENT DOES THAT  *
017200*                   ONCE THE WHOLE FEED IS WRITTEN.  EVENTS      *
017300*                   ALREADY SENT OR CONFIRMED ARE SEC020'S       *
017400*                   BUSINESS AND ARE PASSED OVER.                *
017500*----------------------------------------------------------------*
017600 3000-SEND-EVENT.
017700     IF NOT SEC-STATE-PENDING
017800         GO TO 3000-READ-NEXT
017900     END-IF.
018000     INITIALIZE SECEXT-DETAIL-RECORD.
018100     SET SECEXT-IS-DETAIL TO TRUE.
018200     MOVE SEC-ACTION TO SECEXT-ACTION.
018300     MOVE SEC-EMP-ID TO SECEXT-EMP-ID.
018400     MOVE SEC-EMP-NAME TO SECEXT-EMP-NAME.
018500     MOVE SEC-OLD-DEPT TO SECEXT-OLD-DEPT.
018600     MOVE SEC-NEW-DEPT TO SECEXT-NEW-DEPT.
018700     MOVE SEC-EFF-DATE TO SECEXT-EFF-DATE.
018800     MOVE SEC-EVENT-DATE TO SECEXT-EVENT-DATE.
018900     MOVE SEC-EVENT-TIME TO SECEXT-EVENT-TIME.
019000     WRITE SECEXT-DETAIL-RECORD.
019100     IF NOT WS-SECEXTR-OK
019200         DISPLAY 'SEC010 - SECURITY-FEED WRITE FAILED, STATUS = '
019300             WS-SECEXTR-STATUS
019400         SET WS-ABEND-OCCURRED TO TRUE
019500         GO TO 3000-EXIT
019600     END-IF.
019700     ADD 1 TO WS-SENT-COUNT.
019800     IF SEC-ACT-TERMINATE
019900         ADD 1 TO WS-TERM-SENT-COUNT
020000     END-IF.
020100 3000-READ-NEXT.
020200     PERFORM 2000-READ-QUEUE THRU 2000-EXIT.
020300 3000-EXIT.
020400     EXIT.

020500*----------------------------------------------------------------*
020600* 4000-WRITE-TRAILER - CLOSE OFF THE FEED WITH THE DETAIL COUNT. *
020700*                      A FEED WITH NO DETAILS IS STILL SENT -    *
020800*                      SECURITY ACKNOWLEDGES EVERY TRANSMISSION, *
020900*                      EMPTY OR NOT.                             *
021000*----------------------------------------------------------------*
021100 4000-WRITE-TRAILER.
021200     INITIALIZE SECEXT-TRAILER-RECORD.
021300     SET SECEXT-IS-TRAILER TO TRUE.
021400     MOVE WS-SENT-COUNT TO SECEXT-TRL-COUNT.
021500     WRITE SECEXT-TRAILER-RECORD.
021600     IF NOT WS-SECEXTR-OK
021700         DISPLAY 'SEC010 - SECURITY-FEED WRITE FAILED, STATUS = '
021800             WS-SECEXTR-STATUS
021900         SET WS-ABEND-OCCURRED TO TRUE
022000         GO TO 4000-EXIT
022100     END-IF.
022200 4000-EXIT.
022300     EXIT.

022400*----------------------------------------------------------------*
022500* 5000-MARK-SENT - THE FEED IS COMPLETE.  READ IT BACK AND MARK  *
022600*                  EACH EVENT ON IT SENT TODAY.  EVENTS ARE      *
022700*                  FOUND BY THE KEY CARRIED ON THE FEED RATHER   *
022800*                  THAN BY A SECOND PASS OF THE QUEUE, SO AN     *
022900*                  EVENT QUEUED ONLINE WHILE THIS RUN WAS        *
023000*                  WRITING STAYS PENDING FOR THE NEXT RUN.  AN   *
023100*                  EVENT THAT CANNOT BE MARKED ALSO STAYS        *
023200*                  PENDING AND GOES AGAIN NEXT RUN (RC=4).       *
023300*----------------------------------------------------------------*
023400 5000-MARK-SENT.
023500     CLOSE SECURITY-FEED.
023600     SET WS-FEED-CLOSED TO TRUE.
023700     OPEN INPUT SECURITY-FEED.
023800     IF NOT WS-SECEXTR-OK
023900         DISPLAY 'SEC010 - CANNOT REOPEN SECURITY-FEED, STATUS = '
024000             WS-SECEXTR-STATUS
024100         GO TO 5000-COUNT-UNMARKED
024200     END-IF.
024300     SET WS-FEED-OPEN TO TRUE.
024400     PERFORM 5100-READ-FEED THRU 5100-EXIT.
024500     PERFORM 5200-MARK-EVENT THRU 5200-EXIT
024600         UNTIL WS-EOF-FEED.
024700 5000-COUNT-UNMARKED.
024800     IF WS-MARKED-COUNT < WS-SENT-COUNT
024900         SUBTRACT WS-MARKED-COUNT FROM WS-SENT-COUNT
025000             GIVING WS-REWRITE-FAIL-COUNT
025100     END-IF.
025200 5000-EXIT.
025300     EXIT.

025400*----------------------------------------------------------------*
025500* 5100-READ-FEED - READ THE NEXT RECORD BACK FROM THE FEED.  A   *
025600*                  READ FAILURE ENDS THE PASS - WHAT IS LEFT     *
025700*                  STAYS PENDING.                                *
025800*----------------------------------------------------------------*
025900 5100-READ-FEED.
026000     READ SECURITY-FEED
026100         AT END
026200             SET WS-EOF-FEED TO TRUE
026300             GO TO 5100-EXIT
026400     END-READ.
026500     IF NOT WS-SECEXTR-OK
026600         DISPLAY 'SEC010 - SECURITY-FEED READ FAILED, STATUS = '
026700             WS-SECEXTR-STATUS
026800         SET WS-EOF-FEED TO TRUE
026900     END-IF.
027000 5100-EXIT.
027100     EXIT.

027200*----------------------------------------------------------------*
027300* 5200-MARK-EVENT - FIND THE QUEUE EVENT FOR A FEED DETAIL AND   *
027400*                   REWRITE IT SENT TODAY.                       *
027500*----------------------------------------------------------------*
027600 5200-MARK-EVENT.
027700     IF NOT SECEXT-IS-DETAIL
027800         GO TO 5200-READ-NEXT
027900     END-IF.
028000     MOVE SECEXT-EVENT-DATE TO SEC-EVENT-DATE.
028100     MOVE SECEXT-EVENT-TIME TO SEC-EVENT-TIME.
028200     MOVE SECEXT-EMP-ID TO SEC-EMP-ID.
028300     MOVE SECEXT-ACTION TO SEC-ACTION.
028400     READ SECURITY-QUEUE
028500         KEY IS SEC-KEY
028600     END-READ.
028700     IF NOT WS-SECQUE-OK
028800         DISPLAY 'SEC010 - QUEUE READ FAILED, ID = '
028900             SECEXT-EMP-ID ' ACTION = ' SECEXT-ACTION
029000             ' STATUS = ' WS-SECQUE-STATUS
029100         GO TO 5200-READ-NEXT
029200     END-IF.
029300     IF NOT SEC-STATE-PENDING
029400         DISPLAY 'SEC010 - EVENT NO LONGER PENDING, ID = '
029500             SEC-EMP-ID ' ACTION = ' SEC-ACTION
029600         GO TO 5200-READ-NEXT
029700     END-IF.
029800     SET SEC-STATE-SENT TO TRUE.
029900     MOVE WS-TODAY-DATE-N TO SEC-SENT-DATE.
030000     REWRITE SECURITY-EVENT-RECORD.
030100     IF NOT WS-SECQUE-OK
030200         DISPLAY 'SEC010 - QUEUE REWRITE FAILED, ID = '
030300             SEC-EMP-ID ' ACTION = ' SEC-ACTION
030400             ' STATUS = ' WS-SECQUE-STATUS
030500         GO TO 5200-READ-NEXT
030600     END-IF.
030700     ADD 1 TO WS-MARKED-COUNT.
030800 5200-READ-NEXT.
030900     PERFORM 5100-READ-FEED THRU 5100-EXIT.
031000 5200-EXIT.
031100     EXIT.

031200*----------------------------------------------------------------*
031300* 8000-TERMINATE - SHOW THE CONTROL TOTALS, CLOSE THE FILES, AND *
031400*                  SET THE RETURN CODE - RC=8 A FILE FAILED      *
031500*                  BEFORE THE FEED WAS COMPLETE (NO EVENT HAS    *
031600*                  BEEN MARKED SENT AND SECSEND DELETES THE      *
031700*                  PARTIAL GENERATION), RC=4 AN EVENT ON THE     *
031800*                  FEED COULD NOT BE MARKED SENT, RC=0 CLEAN.    *
031900*----------------------------------------------------------------*
032000 8000-TERMINATE.
032100     IF WS-ABEND-OCCURRED
032200         DISPLAY 'SEC010 - RUN TERMINATED'
032300         SET WS-RC-ABEND TO TRUE
032400         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
032500         GO TO 8000-EXIT
032600     END-IF.
032700     DISPLAY 'QUEUE RECORDS READ        : ' WS-READ-COUNT.
032800     DISPLAY 'EVENTS SENT TO SECURITY   : ' WS-SENT-COUNT.
032900     DISPLAY 'TERMINATIONS SENT         : ' WS-TERM-SENT-COUNT.
033000     DISPLAY 'EVENTS MARKED SENT        : ' WS-MARKED-COUNT.
033100     DISPLAY 'EVENTS LEFT PENDING       : ' WS-REWRITE-FAIL-COUNT.
033200     CLOSE SECURITY-QUEUE.
033300     IF WS-FEED-OPEN
033400         CLOSE SECURITY-FEED
033500     END-IF.
033600     IF WS-REWRITE-FAIL-COUNT > 0
033700         SET WS-RC-EXCEPTIONS TO TRUE
033800     ELSE
033900         SET WS-RC-CLEAN TO TRUE
034000     END-IF.
034100 8000-EXIT.
034200     EXIT.

034300*----------------------------------------------------------------*
034400* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
034500*                           ACTUALLY SUCCEEDED.                  *
034600*----------------------------------------------------------------*
034700 8100-CLOSE-OPENED-FILES.
034800     IF WS-SECQUE-OK OR WS-SECQUE-EOF
034900         CLOSE SECURITY-QUEUE
035000     END-IF.
035100     IF WS-FEED-OPEN
035200         CLOSE SECURITY-FEED
035300     END-IF.
035400 8100-EXIT.
035500     EXIT.
