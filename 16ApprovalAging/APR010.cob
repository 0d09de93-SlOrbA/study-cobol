000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APR010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - UNAPPROVED-CHANGE AGING
001200*                REPORT.  TERMINATIONS AND PAY-GRADE CHANGES
001300*                KEYED ON EMPMNT NOW WAIT ON THE APPRQUE KSDS
001400*                (APRREC.CPY) UNTIL A SECOND OPERATOR RELEASES
001500*                THEM ON EMPAPR, AND AN ITEM NOBODY SIGNS OFF
001600*                JUST SITS THERE - A TERMINATED EMPLOYEE STAYS
001700*                ON STRENGTH AND ON THE PAYROLL EXTRACT.  THIS
001800*                RUN SWEEPS THE QUEUE EVERY MORNING AND LISTS
001900*                EVERY ITEM WAITING MORE THAN THE LIMIT (DAYS,
002000*                FROM THE APRCTL CARD, COLS 1-3 - 003 IS THE
002100*                STANDING DEFAULT, NOT HARDCODED POLICY) WITH
002200*                WHO KEYED IT AND WHEN.  DAY ARITHMETIC IS THE
002300*                SAME DAY-SERIAL METHOD DQR010 USES.  RC=4
002400*                WHILE ANY ITEM IS OVER THE LIMIT, SO IT STAYS
002500*                ON THE MORNING CHECKLIST; RC=0 WHEN NONE.
002600*================================================================

002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     C01 IS TOP-OF-PAGE.

003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT APPROVAL-QUEUE ASSIGN TO APPRQUE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS APR-KEY
003700         FILE STATUS IS WS-APPRQUE-STATUS.

003800     SELECT CONTROL-CARD ASSIGN TO APRCTL
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-APRCTL-STATUS.

004100     SELECT AGING-REPORT ASSIGN TO RPTOUT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RPTOUT-STATUS.

004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  APPROVAL-QUEUE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY APRREC.

004900 FD  CONTROL-CARD
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  CTL-RECORD.
005300     05  CTL-LIMIT-DAYS          PIC 9(03).
005400     05  FILLER                  PIC X(77).

005500 FD  AGING-REPORT
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 132 CHARACTERS.
005800 01  REPORT-LINE                 PIC X(132).

005900 WORKING-STORAGE SECTION.
006000 77  WS-APPRQUE-STATUS           PIC X(02)  VALUE SPACES.
006100     88  WS-APPRQUE-OK                      VALUE '00'.
006200     88  WS-APPRQUE-EOF                     VALUE '10'.
006300 77  WS-APRCTL-STATUS            PIC X(02)  VALUE SPACES.
006400     88  WS-APRCTL-OK                       VALUE '00'.
006500 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
006600     88  WS-RPTOUT-OK                       VALUE '00'.

006700 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
006800     88  WS-EOF-QUEUE                       VALUE 'Y'.

006900 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
007000     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

007100 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
007200     88  WS-RC-CLEAN                        VALUE 0.
007300     88  WS-RC-EXCEPTIONS                   VALUE 4.
007400     88  WS-RC-ABEND                        VALUE 8.

007500 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
007600 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
007700 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

007800 01  WS-READ-COUNT               PIC 9(07)  VALUE ZERO COMP.
007900 01  WS-OVERDUE-COUNT            PIC 9(07)  VALUE ZERO COMP.
008000 01  WS-LIMIT-DAYS               PIC 9(03)  VALUE 3.

008100 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
008200 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
008300 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
008400 01  WS-EDIT-YEAR                PIC 9(04)  VALUE ZERO.

008500*----------------------------------------------------------------*
008600* CUMULATIVE DAYS BEFORE EACH MONTH, FOR THE DAY-SERIAL         *
008700* ARITHMETIC BEHIND THE DAYS-WAITING FIGURE.                    *
008800*----------------------------------------------------------------*
008900 01  WS-CUM-DAYS-DATA.
009000     05  FILLER                  PIC X(36)
009100             VALUE '000031059090120151181212243273304334'.
009200 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
009300     05  WS-CUM-DAYS OCCURS 12 TIMES
009400                                 PIC 9(03).

009500 01  WS-AGING-DAYS               PIC S9(07) VALUE ZERO COMP.
009600 01  WS-TODAY-SERIAL             PIC S9(09) VALUE ZERO COMP.
009700 01  WS-DTD-DATE.
009800     05  WS-DTD-YEAR             PIC 9(04).
009900     05  WS-DTD-MM               PIC 9(02).
010000     05  WS-DTD-DD               PIC 9(02).
010100 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
010200                                 PIC 9(08).
010300 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
010400 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

010500 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
010600 01  WS-TODAY-DATE.
010700     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
010800     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
010900 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
011000                                 PIC 9(08).

011100*----------------------------------------------------------------*
011200* THE ITEM'S KEYED-ON DATE (YYMMDD) WIDENED TO CCYYMMDD WITH     *
011300* THE SAME FIXED-20 CENTURY AS EVERYTHING ELSE.                  *
011400*----------------------------------------------------------------*
011500 01  WS-KEYED-DATE.
011600     05  WS-KEYED-CC             PIC 9(02)  VALUE 20.
011700     05  WS-KEYED-YYMMDD.
011800         10  WS-KEYED-YY         PIC 9(02).
011900         10  WS-KEYED-MM         PIC 9(02).
012000         10  WS-KEYED-DD         PIC 9(02).
012100 01  WS-KEYED-DATE-N REDEFINES WS-KEYED-DATE
012200                                 PIC 9(08).

012300 01  WS-CURRENT-DATE.
012400     05  WS-CURRENT-YY           PIC 9(02).
012500     05  WS-CURRENT-MM           PIC 9(02).
012600     05  WS-CURRENT-DD           PIC 9(02).

012700 01  HDG-LINE-1.
012800     05  FILLER                  PIC X(36)  VALUE SPACES.
012900     05  FILLER                  PIC X(36)
013000             VALUE 'CHANGES AWAITING APPROVAL - AGING'.
013100     05  FILLER                  PIC X(52)  VALUE SPACES.
013200     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
013300     05  HDG-PAGE-NBR            PIC ZZ9.

013400 01  HDG-LINE-2.
013500     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
013600     05  HDG-MM                  PIC 99.
013700     05  FILLER                  PIC X(01)  VALUE '/'.
013800     05  HDG-DD                  PIC 99.
013900     05  FILLER                  PIC X(01)  VALUE '/'.
014000     05  HDG-YY                  PIC 99.
014100     05  FILLER                  PIC X(29)
014200             VALUE '   ITEMS WAITING MORE THAN  '.
014300     05  HDG-LIMIT               PIC ZZ9.
014400     05  FILLER                  PIC X(87)  VALUE ' DAYS'.

014500 01  HDG-LINE-3.
014600     05  FILLER                  PIC X(08)  VALUE 'EMP ID'.
014700     05  FILLER                  PIC X(32)  VALUE 'EMPLOYEE NAME'.
014800     05  FILLER                  PIC X(06)  VALUE 'DEPT'.
014900     05  FILLER                  PIC X(14)  VALUE 'CHANGE'.
015000     05  FILLER                  PIC X(22)  VALUE 'DETAIL'.
015100     05  FILLER                  PIC X(10)  VALUE 'KEYED BY'.
015200     05  FILLER                  PIC X(10)  VALUE 'KEYED ON'.
015300     05  FILLER                  PIC X(30)  VALUE 'DAYS WAITING'.

015400 01  DETAIL-LINE.
015500     05  DET-ID                  PIC ZZZZ9.
015600     05  FILLER                  PIC X(03)  VALUE SPACES.
015700     05  DET-NAME                PIC X(30).
015800     05  FILLER                  PIC X(02)  VALUE SPACES.
015900     05  DET-DEPT                PIC X(04).
016000     05  FILLER                  PIC X(02)  VALUE SPACES.
016100     05  DET-CHANGE              PIC X(12).
016200     05  FILLER                  PIC X(02)  VALUE SPACES.
016300     05  DET-DETAIL              PIC X(20).
016400     05  FILLER                  PIC X(02)  VALUE SPACES.
016500     05  DET-KEY-OPERATOR        PIC X(08).
016600     05  FILLER                  PIC X(02)  VALUE SPACES.
016700     05  DET-KEY-MM              PIC 99.
016800     05  FILLER                  PIC X(01)  VALUE '/'.
016900     05  DET-KEY-DD              PIC 99.
017000     05  FILLER                  PIC X(01)  VALUE '/'.
017100     05  DET-KEY-YY              PIC 99.
017200     05  FILLER                  PIC X(04)  VALUE SPACES.
017300     05  DET-DAYS                PIC ZZZZ9.
017400     05  FILLER                  PIC X(23)  VALUE SPACES.

017500*----------------------------------------------------------------*
017600* ALTERNATE VIEWS OF THE DETAIL COLUMN - WHAT THE ITEM WILL DO   *
017700* TO THE MASTER WHEN RELEASED.                                   *
017800*----------------------------------------------------------------*
017900 01  WS-GRADE-DETAIL.
018000     05  FILLER                  PIC X(06)  VALUE 'GRADE '.
018100     05  WS-GD-OLD               PIC X(02).
018200     05  FILLER                  PIC X(04)  VALUE ' TO '.
018300     05  WS-GD-NEW               PIC X(02).
018400     05  FILLER                  PIC X(06)  VALUE SPACES.
018500 01  WS-TERM-DETAIL.
018600     05  FILLER                  PIC X(10)  VALUE 'TERM DATE '.
018700     05  WS-TD-DATE              PIC 9(08).
018800     05  FILLER                  PIC X(02)  VALUE SPACES.

018900 01  FOOTING-LINE-1.
019000     05  FILLER                  PIC X(24)
019100                     VALUE 'ITEMS ON QUEUE:'.
019200     05  FTG-READ                PIC ZZZZZZ9.
019300     05  FILLER                  PIC X(101) VALUE SPACES.

019400 01  FOOTING-LINE-2.
019500     05  FILLER                  PIC X(24)
019600                     VALUE 'ITEMS OVER THE LIMIT:'.
019700     05  FTG-OVERDUE             PIC ZZZZZZ9.
019800     05  FILLER                  PIC X(101) VALUE SPACES.

019900*----------------------------------------------------------------*
020000* 0000-MAIN-PROCESS - MAINLINE.  SWEEP THE QUEUE, LIST THE ITEMS *
020100*                     OVER THE LIMIT, AND SET THE RETURN CODE.   *
020200*----------------------------------------------------------------*
020300 PROCEDURE DIVISION.
020400 0000-MAIN-PROCESS.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     IF NOT WS-ABEND-OCCURRED
020700         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
020800         PERFORM 2000-READ-QUEUE THRU 2000-EXIT
020900         PERFORM 3000-AGE-ONE-ITEM THRU 3000-EXIT
021000             UNTIL WS-EOF-QUEUE
021100     END-IF.
021200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021300     MOVE WS-RETURN-CODE TO RETURN-CODE.
021400     STOP RUN.

021500*----------------------------------------------------------------*
021600* 1000-INITIALIZE - OPEN THE FILES, PICK UP THE LIMIT, AND TURN  *
021700*                   TODAY INTO A DAY SERIAL.                     *
021800*----------------------------------------------------------------*
021900 1000-INITIALIZE.
022000     ACCEPT WS-CURRENT-DATE FROM DATE.
022100     ACCEPT WS-RUN-DATE FROM DATE.
022200     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
022300     OPEN INPUT APPROVAL-QUEUE.
022400     IF NOT WS-APPRQUE-OK
022500         DISPLAY 'APR010 - CANNOT OPEN APPROVAL-QUEUE, STATUS = '
022600             WS-APPRQUE-STATUS
022700         SET WS-ABEND-OCCURRED TO TRUE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN OUTPUT AGING-REPORT.
023100     IF NOT WS-RPTOUT-OK
023200         DISPLAY 'APR010 - CANNOT OPEN AGING-REPORT, '
023300             'STATUS = ' WS-RPTOUT-STATUS
023400         SET WS-ABEND-OCCURRED TO TRUE
023500         GO TO 1000-EXIT
023600     END-IF.
023700     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
023800     MOVE WS-TODAY-DATE-N TO WS-DTD-DATE-N.
023900     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
024000     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
024100 1000-EXIT.
024200     EXIT.

024300*----------------------------------------------------------------*
024400* 1100-READ-CONTROL-CARD - THE NUMBER OF DAYS AN ITEM MAY WAIT   *
024500*                          BEFORE IT IS LISTED.  A MISSING CARD  *
024600*                          OR A NON-NUMERIC VALUE KEEPS THE      *
024700*                          DEFAULT OF 3.                         *
024800*----------------------------------------------------------------*
024900 1100-READ-CONTROL-CARD.
025000     OPEN INPUT CONTROL-CARD.
025100     IF WS-APRCTL-OK
025200         READ CONTROL-CARD
025300             AT END
025400                 CONTINUE
025500             NOT AT END
025600                 IF CTL-LIMIT-DAYS IS NUMERIC
025700                     MOVE CTL-LIMIT-DAYS TO WS-LIMIT-DAYS
025800                 END-IF
025900         END-READ
026000         CLOSE CONTROL-CARD
026100     END-IF.
026200 1100-EXIT.
026300     EXIT.

026400*----------------------------------------------------------------*
026500* 2000-READ-QUEUE - READ THE NEXT APPROVAL-QUEUE RECORD.         *
026600*----------------------------------------------------------------*
026700 2000-READ-QUEUE.
026800     READ APPROVAL-QUEUE NEXT RECORD
026900         AT END
027000             SET WS-EOF-QUEUE TO TRUE
027100         NOT AT END
027200             ADD 1 TO WS-READ-COUNT
027300     END-READ.
027400 2000-EXIT.
027500     EXIT.

027600*----------------------------------------------------------------*
027700* 3000-AGE-ONE-ITEM - DAYS FROM THE KEYED-ON DATE TO TODAY; LIST *
027800*                     THE ITEM WHEN IT IS OVER THE LIMIT.  AN    *
027900*                     UNREADABLE KEYED-ON DATE IS LISTED TOO -   *
028000*                     NOBODY CAN SAY HOW LONG IT HAS WAITED.     *
028100*----------------------------------------------------------------*
028200 3000-AGE-ONE-ITEM.
028300     IF APR-KEY-DATE IS NOT NUMERIC
028400         MOVE 99999 TO WS-AGING-DAYS
028500         MOVE ZEROS TO WS-KEYED-YYMMDD
028600     ELSE
028700         MOVE APR-KEY-DATE TO WS-KEYED-YYMMDD
028800         MOVE WS-KEYED-DATE-N TO WS-DTD-DATE-N
028900         PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT
029000         COMPUTE WS-AGING-DAYS = WS-TODAY-SERIAL - WS-DTD-SERIAL
029100         IF WS-AGING-DAYS < ZERO
029200             MOVE ZERO TO WS-AGING-DAYS
029300         END-IF
029400     END-IF.
029500     IF WS-AGING-DAYS > WS-LIMIT-DAYS
029600         PERFORM 3100-PRINT-ITEM THRU 3100-EXIT
029700     END-IF.
029800     PERFORM 2000-READ-QUEUE THRU 2000-EXIT.
029900 3000-EXIT.
030000     EXIT.

030100*----------------------------------------------------------------*
030200* 3100-PRINT-ITEM - FORMAT AND WRITE ONE OVERDUE ITEM.           *
030300*----------------------------------------------------------------*
030400 3100-PRINT-ITEM.
030500     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
030600         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
030700     END-IF.
030800     MOVE APR-EMP-ID TO DET-ID.
030900     MOVE APR-EMP-NAME TO DET-NAME.
031000     MOVE APR-EMP-DEPT TO DET-DEPT.
031100     IF APR-TYPE-TERMINATE
031200         MOVE 'TERMINATION ' TO DET-CHANGE
031300         MOVE APR-TERM-DATE TO WS-TD-DATE
031400         MOVE WS-TERM-DETAIL TO DET-DETAIL
031500     ELSE
031600         IF APR-TYPE-GRADE
031700             MOVE 'GRADE CHANGE' TO DET-CHANGE
031800             MOVE APR-OLD-PAY-GRADE TO WS-GD-OLD
031900             MOVE APR-NEW-PAY-GRADE TO WS-GD-NEW
032000             MOVE WS-GRADE-DETAIL TO DET-DETAIL
032100         ELSE
032200             MOVE APR-TYPE TO DET-CHANGE
032300             MOVE SPACES TO DET-DETAIL
032400         END-IF
032500     END-IF.
032600     MOVE APR-KEY-OPERATOR TO DET-KEY-OPERATOR.
032700     MOVE WS-KEYED-MM TO DET-KEY-MM.
032800     MOVE WS-KEYED-DD TO DET-KEY-DD.
032900     MOVE WS-KEYED-YY TO DET-KEY-YY.
033000     MOVE WS-AGING-DAYS TO DET-DAYS.
033100     WRITE REPORT-LINE FROM DETAIL-LINE.
033200     ADD 1 TO WS-LINE-CTR.
033300     ADD 1 TO WS-OVERDUE-COUNT.
033400 3100-EXIT.
033500     EXIT.

033600*----------------------------------------------------------------*
033700* 2350-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
033800*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
033900*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
034000*                        400).                                   *
034100*----------------------------------------------------------------*
034200 2350-CHECK-LEAP-YEAR.
034300     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
034400         REMAINDER WS-LEAP-REM.
034500     IF WS-LEAP-REM NOT = ZERO
034600         GO TO 2350-EXIT
034700     END-IF.
034800     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
034900         REMAINDER WS-LEAP-REM.
035000     IF WS-LEAP-REM NOT = ZERO
035100         MOVE 29 TO WS-MAX-DD
035200         GO TO 2350-EXIT
035300     END-IF.
035400     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
035500         REMAINDER WS-LEAP-REM.
035600     IF WS-LEAP-REM = ZERO
035700         MOVE 29 TO WS-MAX-DD
035800     END-IF.
035900 2350-EXIT.
036000     EXIT.

036100*----------------------------------------------------------------*
036200* 6000-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
036300*                     IN WS-DTD-SERIAL: WHOLE YEARS BEFORE THIS  *
036400*                     ONE (WITH THEIR LEAP DAYS), THE DAYS       *
036500*                     BEFORE THIS MONTH, THIS YEAR'S OWN LEAP    *
036600*                     DAY WHEN PAST FEBRUARY, PLUS THE DAY.      *
036700*----------------------------------------------------------------*
036800 6000-DATE-TO-DAYS.
036900     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
037000     COMPUTE WS-DTD-SERIAL =
037100         (WS-DTD-PRIOR-YEAR * 365)
037200         + (WS-DTD-PRIOR-YEAR / 4)
037300         - (WS-DTD-PRIOR-YEAR / 100)
037400         + (WS-DTD-PRIOR-YEAR / 400).
037500     IF WS-DTD-MM >= 1 AND WS-DTD-MM <= 12
037600         ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL
037700     END-IF.
037800     IF WS-DTD-MM > 2
037900         MOVE WS-DTD-YEAR TO WS-EDIT-YEAR
038000         MOVE 28 TO WS-MAX-DD
038100         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
038200         IF WS-MAX-DD = 29
038300             ADD 1 TO WS-DTD-SERIAL
038400         END-IF
038500     END-IF.
038600     ADD WS-DTD-DD TO WS-DTD-SERIAL.
038700 6000-EXIT.
038800     EXIT.

038900*----------------------------------------------------------------*
039000* 7000-WRITE-HEADINGS - START A NEW PAGE, LIMIT IN THE HEADING.  *
039100*----------------------------------------------------------------*
039200 7000-WRITE-HEADINGS.
039300     ADD 1 TO WS-PAGE-NBR.
039400     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
039500     MOVE WS-CURRENT-MM TO HDG-MM.
039600     MOVE WS-CURRENT-DD TO HDG-DD.
039700     MOVE WS-CURRENT-YY TO HDG-YY.
039800     MOVE WS-LIMIT-DAYS TO HDG-LIMIT.
039900     IF WS-PAGE-NBR > 1
040000         WRITE REPORT-LINE FROM HDG-LINE-1
040100             AFTER ADVANCING PAGE
040200     ELSE
040300         WRITE REPORT-LINE FROM HDG-LINE-1
040400             AFTER ADVANCING 0 LINES
040500     END-IF.
040600     WRITE REPORT-LINE FROM HDG-LINE-2
040700         AFTER ADVANCING 1 LINE.
040800     WRITE REPORT-LINE FROM HDG-LINE-3
040900         AFTER ADVANCING 2 LINES.
041000     MOVE ZERO TO WS-LINE-CTR.
041100 7000-EXIT.
041200     EXIT.

041300*----------------------------------------------------------------*
041400* 8000-TERMINATE - FOOTING TOTALS, CLOSE THE FILES, AND SET THE  *
041500*                  RETURN CODE - RC=4 WHILE ANY ITEM IS OVER     *
041600*                  THE LIMIT.                                    *
041700*----------------------------------------------------------------*
041800 8000-TERMINATE.
041900     IF WS-ABEND-OCCURRED
042000         DISPLAY 'APR010 - RUN TERMINATED, FILES NOT AVAILABLE'
042100         SET WS-RC-ABEND TO TRUE
042200         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
042300         GO TO 8000-EXIT
042400     END-IF.
042500     MOVE WS-READ-COUNT TO FTG-READ.
042600     WRITE REPORT-LINE FROM FOOTING-LINE-1
042700         AFTER ADVANCING 2 LINES.
042800     MOVE WS-OVERDUE-COUNT TO FTG-OVERDUE.
042900     WRITE REPORT-LINE FROM FOOTING-LINE-2
043000         AFTER ADVANCING 1 LINE.
043100     DISPLAY 'ITEMS ON QUEUE      : ' WS-READ-COUNT.
043200     DISPLAY 'ITEMS OVER LIMIT    : ' WS-OVERDUE-COUNT.
043300     CLOSE APPROVAL-QUEUE.
043400     CLOSE AGING-REPORT.
043500     IF WS-OVERDUE-COUNT > 0
043600         SET WS-RC-EXCEPTIONS TO TRUE
043700     ELSE
043800         SET WS-RC-CLEAN TO TRUE
043900     END-IF.
044000 8000-EXIT.
044100     EXIT.

044200*----------------------------------------------------------------*
044300* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
044400*                           ACTUALLY SUCCEEDED.                  *
044500*----------------------------------------------------------------*
044600 8100-CLOSE-OPENED-FILES.
044700     IF WS-APPRQUE-OK
044800         CLOSE APPROVAL-QUEUE
044900     END-IF.
045000     IF WS-RPTOUT-OK
045100         CLOSE AGING-REPORT
045200     END-IF.
045300 8100-EXIT.
045400     EXIT.
