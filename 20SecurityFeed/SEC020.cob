000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SEC020.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - RECONCILES THE SECURITY / IT
001200*                FEED (SEC010) AGAINST THE ACKNOWLEDGMENT FILE
001300*                SECURITY'S IDENTITY SYSTEM RETURNS (SECACK), IN
001400*                THE SAME MANNER AS RCN010 FOR PAYROLL.  THE FEED
001500*                GOES SEVERAL TIMES A DAY, SO THE BALANCE IS KEPT
001600*                ON THE SECURITY QUEUE ITSELF RATHER THAN AGAINST
001700*                ONE EXTRACT: EACH ACK DETAIL MARKS ITS QUEUED
001800*                EVENT CONFIRMED, AND EVERY EVENT STILL SENT BUT
001900*                UNCONFIRMED - ABOVE ALL A TERMINATION WHOSE
002000*                BADGE AND LOGIN MAY STILL BE LIVE - IS PRINTED
002100*                EACH MORNING.  ACKS FOR EVENTS WE NEVER SENT,
002200*                EVENTS QUEUED BEFORE TODAY BUT NEVER SENT, AND
002300*                ACK TRANSMISSIONS THAT DO NOT BALANCE TO THEIR
002400*                TRAILER ARE EXCEPTIONS TOO.  CONFIRMED EVENTS
002500*                ARE DELETED FROM THE QUEUE 30 DAYS AFTER
002600*                CONFIRMATION.  EXCEPTIONS SET RC=4.
002700*================================================================

002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     C01 IS TOP-OF-PAGE.

003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SECURITY-QUEUE ASSIGN TO SECQUE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SEC-KEY
003800         FILE STATUS IS WS-SECQUE-STATUS.

003900     SELECT SECURITY-ACK ASSIGN TO SECACK
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-SECACK-STATUS.

004200     SELECT EXCEPTION-REPORT ASSIGN TO RPTOUT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPTOUT-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SECURITY-QUEUE
004800     LABEL RECORDS ARE STANDARD.
004900*    SECURITY-EVENT QUEUE SHARED WITH HELLO, EMPMNT, EMPAPR,
005000*    REA010, AND SEC010 - SEE SECREC.CPY.
005100     COPY SECREC.

005200 FD  SECURITY-ACK
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 80 CHARACTERS.
005500*    ACKNOWLEDGMENT LAYOUT AS AGREED WITH SECURITY - THE SAME
005600*    SHAPE AS OUR FEED, ONE HEADER AND TRAILER PER TRANSMISSION
005700*    THEY ACKNOWLEDGE, EACH DETAIL ECHOING THE ACTION, EMPLOYEE
005800*    ID, AND EVENT DATE AND TIME WE SENT.  SEE SECEXT.CPY.
005900     COPY SECEXT.

006000 FD  EXCEPTION-REPORT
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 132 CHARACTERS.
006300 01  REPORT-LINE                 PIC X(132).

006400 WORKING-STORAGE SECTION.
006500 77  WS-SECQUE-STATUS            PIC X(02)  VALUE SPACES.
006600     88  WS-SECQUE-OK                       VALUE '00'.
006700     88  WS-SECQUE-EOF                      VALUE '10'.
006800     88  WS-SECQUE-NOTFND                   VALUE '23'.
006900 77  WS-SECACK-STATUS            PIC X(02)  VALUE SPACES.
007000     88  WS-SECACK-OK                       VALUE '00'.
007100     88  WS-SECACK-EOF                      VALUE '10'.
007200 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
007300     88  WS-RPTOUT-OK                       VALUE '00'.

007400 77  WS-ACK-EOF-SW               PIC X(01)  VALUE 'N'.
007500     88  WS-EOF-ACK                         VALUE 'Y'.
007600 77  WS-QUE-EOF-SW               PIC X(01)  VALUE 'N'.
007700     88  WS-EOF-QUEUE                       VALUE 'Y'.

007800 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
007900     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

008000 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
008100     88  WS-RC-CLEAN                        VALUE 0.
008200     88  WS-RC-EXCEPTIONS                   VALUE 4.
008300     88  WS-RC-ABEND                        VALUE 8.

008400 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
008500 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
008600 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

008700*----------------------------------------------------------------*
008800* ONE ACK FILE MAY HOLD SEVERAL TRANSMISSIONS.  WS-IN-BATCH-SW   *
008900* IS ON BETWEEN A HEADER AND ITS TRAILER; WS-BATCH-DETAIL-COUNT  *
009000* IS WHAT THE TRAILER MUST AGREE WITH.                           *
009100*----------------------------------------------------------------*
009200 77  WS-IN-BATCH-SW              PIC X(01)  VALUE 'N'.
009300     88  WS-IN-BATCH                        VALUE 'Y'.
009400     88  WS-NOT-IN-BATCH                    VALUE 'N'.
009500 01  WS-BATCH-DETAIL-COUNT       PIC 9(07)  VALUE ZERO COMP.

009600 01  WS-ACK-DETAIL-COUNT         PIC 9(07)  VALUE ZERO COMP.
009700 01  WS-ACK-BATCH-COUNT          PIC 9(07)  VALUE ZERO COMP.
009800 01  WS-CONFIRMED-COUNT          PIC 9(07)  VALUE ZERO COMP.
009900 01  WS-REPEAT-ACK-COUNT         PIC 9(07)  VALUE ZERO COMP.
010000 01  WS-EXTRA-COUNT              PIC 9(07)  VALUE ZERO COMP.
010100 01  WS-QUEUE-READ-COUNT         PIC 9(07)  VALUE ZERO COMP.
010200 01  WS-MISSING-COUNT            PIC 9(07)  VALUE ZERO COMP.
010300 01  WS-MISSING-TERM-COUNT       PIC 9(07)  VALUE ZERO COMP.
010400 01  WS-UNSENT-COUNT             PIC 9(07)  VALUE ZERO COMP.
010500 01  WS-PURGE-COUNT              PIC 9(07)  VALUE ZERO COMP.
010600 01  WS-QUEUE-FAIL-COUNT         PIC 9(07)  VALUE ZERO COMP.
010700 01  WS-EXCEPTION-COUNT          PIC 9(07)  VALUE ZERO COMP.

010800 01  WS-CURRENT-DATE.
010900     05  WS-CURRENT-YY           PIC 9(02).
011000     05  WS-CURRENT-MM           PIC 9(02).
011100     05  WS-CURRENT-DD           PIC 9(02).
011200 01  WS-TODAY-DATE.
011300     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
011400     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
011500 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
011600                                 PIC 9(08).

011700*----------------------------------------------------------------*
011800* CUMULATIVE DAYS BEFORE EACH MONTH, FOR THE DAY-SERIAL         *
011900* ARITHMETIC BEHIND THE 30-DAY RETENTION OF CONFIRMED EVENTS.   *
012000*----------------------------------------------------------------*
012100 01  WS-CUM-DAYS-DATA.
012200     05  FILLER                  PIC X(36)
012300             VALUE '000031059090120151181212243273304334'.
012400 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
012500     05  WS-CUM-DAYS OCCURS 12 TIMES
012600                                 PIC 9(03).

012700 77  WS-RETAIN-DAYS              PIC 9(03)  VALUE 30 COMP.
012800 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
012900 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
013000 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
013100 77  WS-EDIT-YEAR                PIC 9(04)  VALUE ZERO.
013200 01  WS-TODAY-SERIAL             PIC S9(09) VALUE ZERO COMP.
013300 01  WS-DTD-DATE.
013400     05  WS-DTD-YEAR             PIC 9(04).
013500     05  WS-DTD-MM               PIC 9(02).
013600     05  WS-DTD-DD               PIC 9(02).
013700 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
013800                                 PIC 9(08).
013900 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
014000 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

014100 01  HDG-LINE-1.
014200     05  FILLER                  PIC X(36)  VALUE SPACES.
014300     05  FILLER                  PIC X(34)
014400             VALUE 'SECURITY FEED RECONCILIATION'.
014500     05  FILLER                  PIC X(54)  VALUE SPACES.
014600     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
014700     05  HDG-PAGE-NBR            PIC ZZ9.

014800 01  HDG-LINE-2.
014900     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
015000     05  HDG-MM                  PIC 99.
015100     05  FILLER                  PIC X(01)  VALUE '/'.
015200     05  HDG-DD                  PIC 99.
015300     05  FILLER                  PIC X(01)  VALUE '/'.
015400     05  HDG-YY                  PIC 99.
015500     05  FILLER                  PIC X(118) VALUE SPACES.

015600 01  HDG-LINE-3.
015700     05  FILLER                  PIC X(08)  VALUE 'EMP ID'.
015800     05  FILLER                  PIC X(07)  VALUE 'ACTION'.
015900     05  FILLER                  PIC X(32)  VALUE 'NAME'.
016000     05  FILLER                  PIC X(12)  VALUE 'EVENT DATE'.
016100     05  FILLER                  PIC X(12)  VALUE 'SENT DATE'.
016200     05  FILLER                  PIC X(61)  VALUE 'EXCEPTION'.

016300 01  DETAIL-LINE.
016400     05  DET-EMP-ID              PIC 9(05).
016500     05  FILLER                  PIC X(03)  VALUE SPACES.
016600     05  DET-ACTION              PIC X(01).
016700     05  FILLER                  PIC X(06)  VALUE SPACES.
016800     05  DET-EMP-NAME            PIC X(30).
016900     05  FILLER                  PIC X(02)  VALUE SPACES.
017000     05  DET-EVENT-DATE          PIC 9999/99/99.
017100     05  FILLER                  PIC X(02)  VALUE SPACES.
017200     05  DET-SENT-DATE           PIC 9999/99/99.
017300     05  FILLER                  PIC X(02)  VALUE SPACES.
017400     05  DET-REASON              PIC X(45).
017500     05  FILLER                  PIC X(16)  VALUE SPACES.

017600 01  FOOTING-LINE.
017700     05  FILLER                  PIC X(24)
017800                     VALUE 'TOTAL EXCEPTIONS:'.
017900     05  FTG-EXCEPTIONS          PIC ZZZZZZ9.
018000     05  FILLER                  PIC X(101) VALUE SPACES.

018100 01  FOOTING-LINE-2.
018200     05  FILLER                  PIC X(24)
018300                     VALUE 'UNCONFIRMED REVOCATIONS:'.
018400     05  FTG-REVOCATIONS         PIC ZZZZZZ9.
018500     05  FILLER                  PIC X(101) VALUE SPACES.

018600*----------------------------------------------------------------*
018700* 0000-MAIN-PROCESS - MAINLINE.  APPLY SECURITY'S ACKS TO THE    *
018800*                     QUEUE, THEN SWEEP THE QUEUE FOR WHATEVER   *
018900*                     IS STILL OUTSTANDING.                      *
019000*----------------------------------------------------------------*
019100 PROCEDURE DIVISION.
019200 0000-MAIN-PROCESS.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     IF NOT WS-ABEND-OCCURRED
019500         PERFORM 3000-MATCH-ACK-FILE THRU 3000-EXIT
019600     END-IF.
019700     IF NOT WS-ABEND-OCCURRED
019800         PERFORM 5000-SWEEP-QUEUE THRU 5000-EXIT
019900     END-IF.
020000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020100     MOVE WS-RETURN-CODE TO RETURN-CODE.
020200     STOP RUN.

020300*----------------------------------------------------------------*
020400* 1000-INITIALIZE - OPEN ALL FILES, WORK OUT TODAY'S DAY SERIAL  *
020500*                   FOR THE RETENTION TEST, AND PRINT THE FIRST  *
020600*                   HEADING.                                     *
020700*----------------------------------------------------------------*
020800 1000-INITIALIZE.
020900     ACCEPT WS-CURRENT-DATE FROM DATE.
021000     MOVE WS-CURRENT-DATE TO WS-TODAY-YYMMDD.
021100     MOVE WS-TODAY-DATE-N TO WS-DTD-DATE-N.
021200     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
021300     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
021400     OPEN I-O SECURITY-QUEUE.
021500     IF NOT WS-SECQUE-OK
021600         DISPLAY 'SEC020 - CANNOT OPEN SECURITY-QUEUE, STATUS = '
021700             WS-SECQUE-STATUS
021800         SET WS-ABEND-OCCURRED TO TRUE
021900         GO TO 1000-EXIT
022000     END-IF.
022100     OPEN INPUT SECURITY-ACK.
022200     IF NOT WS-SECACK-OK
022300         DISPLAY 'SEC020 - CANNOT OPEN SECURITY-ACK, STATUS = '
022400             WS-SECACK-STATUS
022500         SET WS-ABEND-OCCURRED TO TRUE
022600         GO TO 1000-EXIT
022700     END-IF.
022800     OPEN OUTPUT EXCEPTION-REPORT.
022900     IF NOT WS-RPTOUT-OK
023000         DISPLAY 'SEC020 - CANNOT OPEN EXCEPTION-REPORT, STATUS ='
023100             WS-RPTOUT-STATUS
023200         SET WS-ABEND-OCCURRED TO TRUE
023300         GO TO 1000-EXIT
023400     END-IF.
023500     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
023600 1000-EXIT.
023700     EXIT.

023800*----------------------------------------------------------------*
023900* 3000-MATCH-ACK-FILE - READ SECURITY'S ACKNOWLEDGMENTS,         *
024000*                       CONFIRMING EACH ACKNOWLEDGED EVENT ON    *
024100*                       THE QUEUE.  A TRANSMISSION STILL OPEN AT *
024200*                       END OF FILE LOST ITS TRAILER.            *
024300*----------------------------------------------------------------*
024400 3000-MATCH-ACK-FILE.
024500     PERFORM 3100-READ-ACK THRU 3100-EXIT.
024600     PERFORM 3200-MATCH-ONE-ACK THRU 3200-EXIT
024700         UNTIL WS-EOF-ACK OR WS-ABEND-OCCURRED.
024800     IF WS-IN-BATCH
024900         PERFORM 3500-CLEAR-DETAIL THRU 3500-EXIT
025000         MOVE 'ACK TRANSMISSION HAS NO TRAILER RECORD'
025100             TO DET-REASON
025200         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
025300     END-IF.
025400 3000-EXIT.
025500     EXIT.

025600*----------------------------------------------------------------*
025700* 3100-READ-ACK - READ SECURITY'S NEXT ACKNOWLEDGMENT RECORD.    *
025800*----------------------------------------------------------------*
025900 3100-READ-ACK.
026000     READ SECURITY-ACK
026100         AT END
026200             SET WS-EOF-ACK TO TRUE
026300     END-READ.
026400 3100-EXIT.
026500     EXIT.

026600*----------------------------------------------------------------*
026700* 3200-MATCH-ONE-ACK - A HEADER OPENS A TRANSMISSION AND A       *
026800*                      TRAILER BALANCES IT.  A DETAIL IS LOOKED  *
026900*                      UP ON THE QUEUE BY ITS FULL KEY - EVENT   *
027000*                      DATE AND TIME, EMPLOYEE ID, AND ACTION.   *
027100*----------------------------------------------------------------*
027200 3200-MATCH-ONE-ACK.
027300     IF SECEXT-IS-HEADER
027400         IF WS-IN-BATCH
027500             PERFORM 3500-CLEAR-DETAIL THRU 3500-EXIT
027600             MOVE 'ACK TRANSMISSION HAS NO TRAILER RECORD'
027700                 TO DET-REASON
027800             PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
027900         END-IF
028000         SET WS-IN-BATCH TO TRUE
028100         MOVE ZERO TO WS-BATCH-DETAIL-COUNT
028200         ADD 1 TO WS-ACK-BATCH-COUNT
028300         GO TO 3200-READ-NEXT
028400     END-IF.
028500     IF SECEXT-IS-TRAILER
028600         PERFORM 3300-BALANCE-TRAILER THRU 3300-EXIT
028700         GO TO 3200-READ-NEXT
028800     END-IF.
028900     IF NOT SECEXT-IS-DETAIL
029000         GO TO 3200-READ-NEXT
029100     END-IF.
029200     ADD 1 TO WS-ACK-DETAIL-COUNT.
029300     ADD 1 TO WS-BATCH-DETAIL-COUNT.
029400     PERFORM 3400-CONFIRM-EVENT THRU 3400-EXIT.
029500 3200-READ-NEXT.
029600     PERFORM 3100-READ-ACK THRU 3100-EXIT.
029700 3200-EXIT.
029800     EXIT.

029900*----------------------------------------------------------------*
030000* 3300-BALANCE-TRAILER - THE TRAILER COUNT MUST MATCH THE        *
030100*                        DETAILS SINCE ITS HEADER.  A TRAILER    *
030200*                        WITH NO HEADER IS BALANCED AGAINST THE  *
030300*                        DETAILS SINCE THE LAST TRAILER, AND     *
030400*                        REPORTED.                               *
030500*----------------------------------------------------------------*
030600 3300-BALANCE-TRAILER.
030700     IF WS-NOT-IN-BATCH
030800         PERFORM 3500-CLEAR-DETAIL THRU 3500-EXIT
030900         MOVE 'ACK TRAILER HAS NO HEADER RECORD'
031000             TO DET-REASON
031100         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
031200     END-IF.
031300     IF SECEXT-TRL-COUNT NOT = WS-BATCH-DETAIL-COUNT
031400         PERFORM 3500-CLEAR-DETAIL THRU 3500-EXIT
031500         MOVE 'ACK TRAILER DOES NOT MATCH ITS DETAILS'
031600             TO DET-REASON
031700         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
031800     END-IF.
031900     SET WS-NOT-IN-BATCH TO TRUE.
032000     MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
032100 3300-EXIT.
032200     EXIT.

032300*----------------------------------------------------------------*
032400* 3400-CONFIRM-EVENT - A SENT EVENT BECOMES CONFIRMED TODAY.  AN *
032500*                      EVENT ALREADY CONFIRMED IS A REPEAT ACK   *
032600*                      AND IS ONLY COUNTED.  AN EVENT NOT ON THE *
032700*                      QUEUE, OR NEVER SENT, IS AN EXCEPTION.    *
032800*----------------------------------------------------------------*
032900 3400-CONFIRM-EVENT.
033000     MOVE SECEXT-EVENT-DATE TO SEC-EVENT-DATE.
033100     MOVE SECEXT-EVENT-TIME TO SEC-EVENT-TIME.
033200     MOVE SECEXT-EMP-ID TO SEC-EMP-ID.
033300     MOVE SECEXT-ACTION TO SEC-ACTION.
033400     READ SECURITY-QUEUE
033500         KEY IS SEC-KEY
033600     END-READ.
033700     IF WS-SECQUE-NOTFND
033800         MOVE SECEXT-EMP-ID TO DET-EMP-ID
033900         MOVE SECEXT-ACTION TO DET-ACTION
034000         MOVE SECEXT-EMP-NAME TO DET-EMP-NAME
034100         MOVE SECEXT-EVENT-DATE TO DET-EVENT-DATE
034200         MOVE ZERO TO DET-SENT-DATE
034300         MOVE 'CONFIRMED BY SECURITY BUT NEVER SENT BY US'
034400             TO DET-REASON
034500         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
034600         ADD 1 TO WS-EXTRA-COUNT
034700         GO TO 3400-EXIT
034800     END-IF.
034900     IF NOT WS-SECQUE-OK
035000         DISPLAY 'SEC020 - SECURITY-QUEUE READ FAILED, STATUS = '
035100             WS-SECQUE-STATUS
035200         SET WS-ABEND-OCCURRED TO TRUE
035300         GO TO 3400-EXIT
035400     END-IF.
035500     IF SEC-STATE-CONFIRMED
035600         ADD 1 TO WS-REPEAT-ACK-COUNT
035700         GO TO 3400-EXIT
035800     END-IF.
035900     IF SEC-STATE-PENDING
036000         PERFORM 3600-FILL-DETAIL THRU 3600-EXIT
036100         MOVE 'CONFIRMED BY SECURITY BUT NEVER SENT BY US'
036200             TO DET-REASON
036300         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
036400         ADD 1 TO WS-EXTRA-COUNT
036500         GO TO 3400-EXIT
036600     END-IF.
036700     SET SEC-STATE-CONFIRMED TO TRUE.
036800     MOVE WS-TODAY-DATE-N TO SEC-CONFIRM-DATE.
036900     REWRITE SECURITY-EVENT-RECORD.
037000     IF NOT WS-SECQUE-OK
037100         DISPLAY 'SEC020 - QUEUE REWRITE FAILED, ID = '
037200             SEC-EMP-ID ' ACTION = ' SEC-ACTION
037300             ' STATUS = ' WS-SECQUE-STATUS
037400         ADD 1 TO WS-QUEUE-FAIL-COUNT
037500         GO TO 3400-EXIT
037600     END-IF.
037700     ADD 1 TO WS-CONFIRMED-COUNT.
037800 3400-EXIT.
037900     EXIT.

038000*----------------------------------------------------------------*
038100* 3500-CLEAR-DETAIL - BLANK THE EMPLOYEE COLUMNS FOR A LINE THAT *
038200*                     IS ABOUT A TRANSMISSION, NOT AN EVENT.     *
038300*----------------------------------------------------------------*
038400 3500-CLEAR-DETAIL.
038500     MOVE ZEROS TO DET-EMP-ID.
038600     MOVE SPACE TO DET-ACTION.
038700     MOVE SPACES TO DET-EMP-NAME.
038800     MOVE ZERO TO DET-EVENT-DATE.
038900     MOVE ZERO TO DET-SENT-DATE.
039000 3500-EXIT.
039100     EXIT.

039200*----------------------------------------------------------------*
039300* 3600-FILL-DETAIL - LOAD THE EMPLOYEE COLUMNS FROM THE QUEUED   *
039400*                    EVENT IN THE RECORD AREA.                   *
039500*----------------------------------------------------------------*
039600 3600-FILL-DETAIL.
039700     MOVE SEC-EMP-ID TO DET-EMP-ID.
039800     MOVE SEC-ACTION TO DET-ACTION.
039900     MOVE SEC-EMP-NAME TO DET-EMP-NAME.
040000     MOVE SEC-EVENT-DATE TO DET-EVENT-DATE.
040100     MOVE SEC-SENT-DATE TO DET-SENT-DATE.
040200 3600-EXIT.
040300     EXIT.

040400*----------------------------------------------------------------*
040500* 4000-PRINT-EXCEPTION - WRITE ONE EXCEPTION LINE, PAGING AS     *
040600*                        NEEDED.                                 *
040700*----------------------------------------------------------------*
040800 4000-PRINT-EXCEPTION.
040900     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
041000         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
041100     END-IF.
041200     WRITE REPORT-LINE FROM DETAIL-LINE.
041300     ADD 1 TO WS-LINE-CTR.
041400     ADD 1 TO WS-EXCEPTION-COUNT.
041500 4000-EXIT.
041600     EXIT.

041700*----------------------------------------------------------------*
041800* 5000-SWEEP-QUEUE - READ THE WHOLE QUEUE FROM THE TOP, NOW THAT *
041900*                    EVERY ACK HAS BEEN APPLIED.                 *
042000*----------------------------------------------------------------*
042100 5000-SWEEP-QUEUE.
042200     MOVE LOW-VALUES TO SEC-KEY.
042300     START SECURITY-QUEUE
042400         KEY IS NOT LESS THAN SEC-KEY
042500     END-START.
042600     IF NOT WS-SECQUE-OK
042700         GO TO 5000-EXIT
042800     END-IF.
042900     PERFORM 5100-READ-QUEUE THRU 5100-EXIT.
043000     PERFORM 5200-CHECK-ONE-EVENT THRU 5200-EXIT
043100         UNTIL WS-EOF-QUEUE OR WS-ABEND-OCCURRED.
043200 5000-EXIT.
043300     EXIT.

043400*----------------------------------------------------------------*
043500* 5100-READ-QUEUE - READ THE NEXT EVENT ON THE QUEUE.            *
043600*----------------------------------------------------------------*
043700 5100-READ-QUEUE.
043800     READ SECURITY-QUEUE NEXT RECORD
043900         AT END
044000             SET WS-EOF-QUEUE TO TRUE
044100             GO TO 5100-EXIT
044200     END-READ.
044300     IF NOT WS-SECQUE-OK
044400         DISPLAY 'SEC020 - SECURITY-QUEUE READ FAILED, STATUS = '
044500             WS-SECQUE-STATUS
044600         SET WS-ABEND-OCCURRED TO TRUE
044700         GO TO 5100-EXIT
044800     END-IF.
044900     ADD 1 TO WS-QUEUE-READ-COUNT.
045000 5100-EXIT.
045100     EXIT.

045200*----------------------------------------------------------------*
045300* 5200-CHECK-ONE-EVENT - A SENT EVENT STILL UNCONFIRMED IS       *
045400*                        REPORTED, A TERMINATION AS AN           *
045500*                        UNCONFIRMED REVOCATION.  A PENDING      *
045600*                        EVENT QUEUED BEFORE TODAY MISSED EVERY  *
045700*                        SEND.  A CONFIRMED EVENT PAST THE       *
045800*                        RETENTION PERIOD IS DELETED.            *
045900*----------------------------------------------------------------*
046000 5200-CHECK-ONE-EVENT.
046100     IF SEC-STATE-SENT
046200         PERFORM 3600-FILL-DETAIL THRU 3600-EXIT
046300         IF SEC-ACT-TERMINATE
046400             MOVE 'REVOCATION SENT TO SECURITY, NEVER CONFIRMED'
046500                 TO DET-REASON
046600             ADD 1 TO WS-MISSING-TERM-COUNT
046700         ELSE
046800             MOVE 'SENT TO SECURITY BUT NEVER CONFIRMED'
046900                 TO DET-REASON
047000         END-IF
047100         PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
047200         ADD 1 TO WS-MISSING-COUNT
047300         GO TO 5200-READ-NEXT
047400     END-IF.
047500     IF SEC-STATE-PENDING
047600         IF SEC-EVENT-DATE < WS-TODAY-DATE-N
047700             PERFORM 3600-FILL-DETAIL THRU 3600-EXIT
047800             MOVE 'QUEUED FOR SECURITY BUT NEVER SENT'
047900                 TO DET-REASON
048000             PERFORM 4000-PRINT-EXCEPTION THRU 4000-EXIT
048100             ADD 1 TO WS-UNSENT-COUNT
048200         END-IF
048300         GO TO 5200-READ-NEXT
048400     END-IF.
048500     IF SEC-STATE-CONFIRMED
048600         PERFORM 5300-PURGE-CONFIRMED THRU 5300-EXIT
048700     END-IF.
048800 5200-READ-NEXT.
048900     PERFORM 5100-READ-QUEUE THRU 5100-EXIT.
049000 5200-EXIT.
049100     EXIT.

049200*----------------------------------------------------------------*
049300* 5300-PURGE-CONFIRMED - DELETE A CONFIRMED EVENT ONCE ITS       *
049400*                        CONFIRMATION IS MORE THAN WS-RETAIN-    *
049500*                        DAYS OLD.                               *
049600*----------------------------------------------------------------*
049700 5300-PURGE-CONFIRMED.
049800     MOVE SEC-CONFIRM-DATE TO WS-DTD-DATE-N.
049900     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
050000     IF WS-TODAY-SERIAL - WS-DTD-SERIAL NOT > WS-RETAIN-DAYS
050100         GO TO 5300-EXIT
050200     END-IF.
050300     DELETE SECURITY-QUEUE RECORD.
050400     IF NOT WS-SECQUE-OK
050500         DISPLAY 'SEC020 - QUEUE DELETE FAILED, ID = '
050600             SEC-EMP-ID ' ACTION = ' SEC-ACTION
050700             ' STATUS = ' WS-SECQUE-STATUS
050800         ADD 1 TO WS-QUEUE-FAIL-COUNT
050900         GO TO 5300-EXIT
051000     END-IF.
051100     ADD 1 TO WS-PURGE-COUNT.
051200 5300-EXIT.
051300     EXIT.

051400*----------------------------------------------------------------*
051500* 6000-DATE-TO-DAYS - CONVERT WS-DTD-DATE (CCYYMMDD) TO A DAY    *
051600*                     SERIAL IN WS-DTD-SERIAL, SO TWO DATES CAN  *
051700*                     BE SUBTRACTED.                             *
051800*----------------------------------------------------------------*
051900 6000-DATE-TO-DAYS.
052000     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
052100     COMPUTE WS-DTD-SERIAL =
052200         (WS-DTD-PRIOR-YEAR * 365)
052300         + (WS-DTD-PRIOR-YEAR / 4)
052400         - (WS-DTD-PRIOR-YEAR / 100)
052500         + (WS-DTD-PRIOR-YEAR / 400).
052600     IF WS-DTD-MM >= 1 AND WS-DTD-MM <= 12
052700         ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL
052800     END-IF.
052900     IF WS-DTD-MM > 2
053000         MOVE WS-DTD-YEAR TO WS-EDIT-YEAR
053100         MOVE 28 TO WS-MAX-DD
053200         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
053300         IF WS-MAX-DD = 29
053400             ADD 1 TO WS-DTD-SERIAL
053500         END-IF
053600     END-IF.
053700     ADD WS-DTD-DD TO WS-DTD-SERIAL.
053800 6000-EXIT.
053900     EXIT.

054000*----------------------------------------------------------------*
054100* 6100-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
054200*                        IS A LEAP YEAR.                         *
054300*----------------------------------------------------------------*
054400 6100-CHECK-LEAP-YEAR.
054500     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
054600         REMAINDER WS-LEAP-REM.
054700     IF WS-LEAP-REM NOT = ZERO
054800         GO TO 6100-EXIT
054900     END-IF.
055000     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
055100         REMAINDER WS-LEAP-REM.
055200     IF WS-LEAP-REM NOT = ZERO
055300         MOVE 29 TO WS-MAX-DD
055400         GO TO 6100-EXIT
055500     END-IF.
055600     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
055700         REMAINDER WS-LEAP-REM.
055800     IF WS-LEAP-REM = ZERO
055900         MOVE 29 TO WS-MAX-DD
056000     END-IF.
056100 6100-EXIT.
056200     EXIT.

056300*----------------------------------------------------------------*
056400* 7000-WRITE-HEADINGS - START A NEW PAGE.                        *
056500*----------------------------------------------------------------*
056600 7000-WRITE-HEADINGS.
056700     ADD 1 TO WS-PAGE-NBR.
056800     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
056900     MOVE WS-CURRENT-MM TO HDG-MM.
057000     MOVE WS-CURRENT-DD TO HDG-DD.
057100     MOVE WS-CURRENT-YY TO HDG-YY.
057200     IF WS-PAGE-NBR > 1
057300         WRITE REPORT-LINE FROM HDG-LINE-1
057400             AFTER ADVANCING PAGE
057500     ELSE
057600         WRITE REPORT-LINE FROM HDG-LINE-1
057700             AFTER ADVANCING 0 LINES
057800     END-IF.
057900     WRITE REPORT-LINE FROM HDG-LINE-2
058000         AFTER ADVANCING 1 LINE.
058100     WRITE REPORT-LINE FROM HDG-LINE-3
058200         AFTER ADVANCING 2 LINES.
058300     MOVE ZERO TO WS-LINE-CTR.
058400 7000-EXIT.
058500     EXIT.

058600*----------------------------------------------------------------*
058700* 8000-TERMINATE - WRITE THE FOOTINGS, SHOW THE CONTROL TOTALS,  *
058800*                  CLOSE THE FILES, AND SET THE RETURN CODE -    *
058900*                  RC=8 A FILE FAILED, RC=4 ANY EXCEPTION OR     *
059000*                  QUEUE UPDATE FAILURE, RC=0 CLEAN.             *
059100*----------------------------------------------------------------*
059200 8000-TERMINATE.
059300     IF WS-ABEND-OCCURRED
059400         DISPLAY 'SEC020 - RUN TERMINATED'
059500         SET WS-RC-ABEND TO TRUE
059600         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
059700         GO TO 8000-EXIT
059800     END-IF.
059900     MOVE WS-EXCEPTION-COUNT TO FTG-EXCEPTIONS.
060000     WRITE REPORT-LINE FROM FOOTING-LINE
060100         AFTER ADVANCING 2 LINES.
060200     MOVE WS-MISSING-TERM-COUNT TO FTG-REVOCATIONS.
060300     WRITE REPORT-LINE FROM FOOTING-LINE-2
060400         AFTER ADVANCING 1 LINE.
060500     DISPLAY 'ACK TRANSMISSIONS READ    : ' WS-ACK-BATCH-COUNT.
060600     DISPLAY 'ACK DETAILS READ          : ' WS-ACK-DETAIL-COUNT.
060700     DISPLAY 'EVENTS CONFIRMED TODAY    : ' WS-CONFIRMED-COUNT.
060800     DISPLAY 'REPEAT ACKS IGNORED       : ' WS-REPEAT-ACK-COUNT.
060900     DISPLAY 'CONFIRMED, NEVER SENT     : ' WS-EXTRA-COUNT.
061000     DISPLAY 'QUEUE RECORDS READ        : ' WS-QUEUE-READ-COUNT.
061100     DISPLAY 'SENT, NEVER CONFIRMED     : ' WS-MISSING-COUNT.
061200     DISPLAY '  OF WHICH TERMINATIONS   : ' WS-MISSING-TERM-COUNT.
061300     DISPLAY 'QUEUED, NEVER SENT        : ' WS-UNSENT-COUNT.
061400     DISPLAY 'CONFIRMED EVENTS PURGED   : ' WS-PURGE-COUNT.
061500     DISPLAY 'QUEUE UPDATES FAILED      : ' WS-QUEUE-FAIL-COUNT.
061600     DISPLAY 'TOTAL EXCEPTIONS          : ' WS-EXCEPTION-COUNT.
061700     CLOSE SECURITY-QUEUE.
061800     CLOSE SECURITY-ACK.
061900     CLOSE EXCEPTION-REPORT.
062000     IF WS-EXCEPTION-COUNT > 0 OR WS-QUEUE-FAIL-COUNT > 0
062100         SET WS-RC-EXCEPTIONS TO TRUE
062200     ELSE
062300         SET WS-RC-CLEAN TO TRUE
062400     END-IF.
062500 8000-EXIT.
062600     EXIT.

062700*----------------------------------------------------------------*
062800* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
062900*                           ACTUALLY SUCCEEDED.                  *
063000*----------------------------------------------------------------*
063100 8100-CLOSE-OPENED-FILES.
063200     IF WS-SECQUE-OK OR WS-SECQUE-EOF OR WS-SECQUE-NOTFND
063300         CLOSE SECURITY-QUEUE
063400     END-IF.
063500     IF WS-SECACK-OK OR WS-SECACK-EOF
063600         CLOSE SECURITY-ACK
063700     END-IF.
063800     IF WS-RPTOUT-OK
063900         CLOSE EXCEPTION-REPORT
064000     END-IF.
064100 8100-EXIT.
064200     EXIT.
