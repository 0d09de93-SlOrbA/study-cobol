000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOA010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - WEEKLY LEAVE-OF-ABSENCE
001200*                REPORT.  EMPREC NOW CARRIES LEAVE START,
001300*                EXPECTED RETURN, AND LEAVE TYPE, BUT PEOPLE
001400*                STILL SIT ON STATUS 'L' LONG AFTER THEY HAVE
001500*                COME BACK OR QUIT.  THIS RUN LISTS EVERYONE ON
001600*                LEAVE, GROUPED BY DEPARTMENT WITH THE
001700*                DEPARTMENT'S NAME AND MANAGER FROM DEPTMAST,
001800*                SHOWING LEAVE TYPE, START, EXPECTED RETURN, AND
001900*                DAYS OUT.  ANYONE PAST THE EXPECTED RETURN IS
002000*                FLAGGED OVERDUE WITH THE DAYS OVER, AND A LEAVE
002100*                WITH NO EXPECTED RETURN ON FILE (LEAVES KEYED
002200*                BEFORE THE DATES WERE CAPTURED) IS FLAGGED SO
002300*                IT GETS ONE.  DAY ARITHMETIC IS THE SAME
002400*                DAY-SERIAL METHOD DQR010 USES.  RC=4 WHILE
002500*                ANYONE IS FLAGGED, SO THE MANAGERS GET CHASED;
002600*                RC=0 WHEN NONE.
002700*================================================================

002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     C01 IS TOP-OF-PAGE.

003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS EMP-ID
003800         FILE STATUS IS WS-EMPMAST-STATUS.

003900     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS DEPT-CODE
004300         FILE STATUS IS WS-DEPTMAST-STATUS.

004400     SELECT LEAVE-REPORT ASSIGN TO RPTOUT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RPTOUT-STATUS.

004700     SELECT SORT-FILE ASSIGN TO SORTWK01.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EMPLOYEE-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200     COPY EMPREC.

005300 FD  DEPARTMENT-MASTER
005400     LABEL RECORDS ARE STANDARD.
005500*    DEPARTMENT MASTER LAYOUT SHARED WITH HELLO AND DPTMNT -
005600*    SEE DPTREC.CPY.
005700     COPY DPTREC.

005800 FD  LEAVE-REPORT
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  REPORT-LINE                 PIC X(132).

006200 SD  SORT-FILE.
006300 01  SORT-RECORD.
006400     05  SORT-DEPT               PIC X(04).
006500     05  SORT-NAME               PIC X(30).
006600     05  SORT-ID                 PIC 9(05).
006700     05  SORT-LEAVE-START        PIC 9(08).
006800     05  SORT-LEAVE-RETURN       PIC 9(08).
006900     05  SORT-LEAVE-TYPE         PIC X(01).

007000 WORKING-STORAGE SECTION.
007100 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
007200     88  WS-EMPMAST-OK                      VALUE '00'.
007300     88  WS-EMPMAST-EOF                     VALUE '10'.
007400 77  WS-DEPTMAST-STATUS          PIC X(02)  VALUE SPACES.
007500     88  WS-DEPTMAST-OK                     VALUE '00'.
007600     88  WS-DEPTMAST-NOTFND                 VALUE '23'.
007700 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
007800     88  WS-RPTOUT-OK                       VALUE '00'.

007900 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
008000     88  WS-EOF-MASTER                      VALUE 'Y'.
008100 77  WS-SORT-EOF-SW              PIC X(01)  VALUE 'N'.
008200     88  WS-EOF-SORT                        VALUE 'Y'.

008300 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
008400     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

008500 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
008600     88  WS-RC-CLEAN                        VALUE 0.
008700     88  WS-RC-EXCEPTIONS                   VALUE 4.
008800     88  WS-RC-ABEND                        VALUE 8.

008900 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
009000 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
009100 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

009200 01  WS-READ-COUNT               PIC 9(07)  VALUE ZERO COMP.
009300 01  WS-LEAVE-COUNT              PIC 9(07)  VALUE ZERO COMP.
009400 01  WS-OVERDUE-COUNT            PIC 9(07)  VALUE ZERO COMP.
009500 01  WS-NO-RETURN-COUNT          PIC 9(07)  VALUE ZERO COMP.
009600 01  WS-DEPT-CTR                 PIC 9(05)  VALUE ZERO COMP.
009700 01  WS-DEPT-OVERDUE-CTR         PIC 9(05)  VALUE ZERO COMP.
009800 01  WS-CURR-DEPT                PIC X(04)  VALUE LOW-VALUES.
009900 01  WS-CURR-DEPT-NAME           PIC X(30)  VALUE SPACES.
010000 01  WS-CURR-DEPT-MANAGER        PIC X(30)  VALUE SPACES.

010100 77  WS-DATE-SW                  PIC X(01)  VALUE 'Y'.
010200     88  WS-DATE-VALID                      VALUE 'Y'.
010300     88  WS-DATE-INVALID                    VALUE 'N'.
010400 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
010500 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
010600 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.

010700 01  WS-EDIT-DATE.
010800     05  WS-EDIT-YEAR            PIC 9(04).
010900     05  WS-EDIT-MM              PIC 9(02).
011000     05  WS-EDIT-DD              PIC 9(02).
011100 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
011200                                 PIC 9(08).
011300 01  WS-MONTH-DAYS-DATA.
011400     05  FILLER                  PIC X(24)
011500                     VALUE '312831303130313130313031'.
011600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
011700     05  WS-MONTH-DAYS OCCURS 12 TIMES
011800                                 PIC 9(02).

011900*----------------------------------------------------------------*
012000* CUMULATIVE DAYS BEFORE EACH MONTH, FOR THE DAY-SERIAL         *
012100* ARITHMETIC BEHIND THE DAYS-OUT AND DAYS-OVERDUE FIGURES.      *
012200*----------------------------------------------------------------*
012300 01  WS-CUM-DAYS-DATA.
012400     05  FILLER                  PIC X(36)
012500             VALUE '000031059090120151181212243273304334'.
012600 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
012700     05  WS-CUM-DAYS OCCURS 12 TIMES
012800                                 PIC 9(03).

012900 01  WS-DAYS-OUT                 PIC S9(07) VALUE ZERO COMP.
013000 01  WS-DAYS-OVER                PIC S9(07) VALUE ZERO COMP.
013100 01  WS-TODAY-SERIAL             PIC S9(09) VALUE ZERO COMP.
013200 01  WS-DTD-DATE.
013300     05  WS-DTD-YEAR             PIC 9(04).
013400     05  WS-DTD-MM               PIC 9(02).
013500     05  WS-DTD-DD               PIC 9(02).
013600 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
013700                                 PIC 9(08).
013800 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
013900 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

014000 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
014100 01  WS-TODAY-DATE.
014200     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
014300     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
014400 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
014500                                 PIC 9(08).

014600 01  WS-CURRENT-DATE.
014700     05  WS-CURRENT-YY           PIC 9(02).
014800     05  WS-CURRENT-MM           PIC 9(02).
014900     05  WS-CURRENT-DD           PIC 9(02).

015000*----------------------------------------------------------------*
015100* A CCYYMMDD DATE LAID OUT MM/DD/CCYY FOR THE DETAIL LINE.       *
015200*----------------------------------------------------------------*
015300 01  WS-DATE-FMT.
015400     05  WS-DATE-FMT-MM          PIC 99.
015500     05  FILLER                  PIC X(01)  VALUE '/'.
015600     05  WS-DATE-FMT-DD          PIC 99.
015700     05  FILLER                  PIC X(01)  VALUE '/'.
015800     05  WS-DATE-FMT-YEAR        PIC 9999.

015900 01  HDG-LINE-1.
016000     05  FILLER                  PIC X(39)  VALUE SPACES.
016100     05  FILLER                  PIC X(30)
016200             VALUE 'EMPLOYEES ON LEAVE OF ABSENCE'.
016300     05  FILLER                  PIC X(55)  VALUE SPACES.
016400     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
016500     05  HDG-PAGE-NBR            PIC ZZ9.

016600 01  HDG-LINE-2.
016700     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
016800     05  HDG-MM                  PIC 99.
016900     05  FILLER                  PIC X(01)  VALUE '/'.
017000     05  HDG-DD                  PIC 99.
017100     05  FILLER                  PIC X(01)  VALUE '/'.
017200     05  HDG-YY                  PIC 99.
017300     05  FILLER                  PIC X(119) VALUE SPACES.

017400 01  HDG-LINE-DEPT.
017500     05  FILLER                  PIC X(12)
017600                     VALUE 'DEPARTMENT:'.
017700     05  HDG-DEPT                PIC X(04).
017800     05  FILLER                  PIC X(02)  VALUE SPACES.
017900     05  HDG-DEPT-NAME           PIC X(30).
018000     05  FILLER                  PIC X(02)  VALUE SPACES.
018100     05  FILLER                  PIC X(09)  VALUE 'MANAGER:'.
018200     05  HDG-DEPT-MANAGER        PIC X(30).
018300     05  FILLER                  PIC X(43)  VALUE SPACES.

018400 01  HDG-LINE-3.
018500     05  FILLER                  PIC X(08)  VALUE 'EMP ID'.
018600     05  FILLER                  PIC X(32)  VALUE 'EMPLOYEE NAME'.
018700     05  FILLER                  PIC X(10)  VALUE 'TYPE'.
018800     05  FILLER                  PIC X(12)  VALUE 'LEAVE START'.
018900     05  FILLER                  PIC X(12)  VALUE 'EXP RETURN'.
019000     05  FILLER                  PIC X(09)  VALUE 'DAYS OUT'.
019100     05  FILLER                  PIC X(08)  VALUE 'OVERDUE'.
019200     05  FILLER                  PIC X(41)  VALUE SPACES.

019300 01  DETAIL-LINE.
019400     05  DET-ID                  PIC ZZZZ9.
019500     05  FILLER                  PIC X(03)  VALUE SPACES.
019600     05  DET-NAME                PIC X(30).
019700     05  FILLER                  PIC X(02)  VALUE SPACES.
019800     05  DET-TYPE                PIC X(08).
019900     05  FILLER                  PIC X(02)  VALUE SPACES.
020000     05  DET-START               PIC X(10).
020100     05  FILLER                  PIC X(02)  VALUE SPACES.
020200     05  DET-RETURN              PIC X(10).
020300     05  FILLER                  PIC X(02)  VALUE SPACES.
020400     05  DET-DAYS-OUT            PIC X(05).
020500     05  DET-DAYS-OUT-N REDEFINES DET-DAYS-OUT
020600                                 PIC ZZZZ9.
020700     05  FILLER                  PIC X(04)  VALUE SPACES.
020800     05  DET-DAYS-OVER           PIC X(05).
020900     05  DET-DAYS-OVER-N REDEFINES DET-DAYS-OVER
021000                                 PIC ZZZZ9.
021100     05  FILLER                  PIC X(03)  VALUE SPACES.
021200     05  DET-FLAG                PIC X(14).
021300     05  FILLER                  PIC X(27)  VALUE SPACES.

021400 01  DEPT-TOTAL-LINE.
021500     05  FILLER                  PIC X(24)
021600             VALUE 'ON LEAVE IN DEPARTMENT '.
021700     05  DTL-DEPT                PIC X(04).
021800     05  FILLER                  PIC X(02)  VALUE ': '.
021900     05  DTL-TOTAL               PIC ZZZZ9.
022000     05  FILLER                  PIC X(13)
022100             VALUE '     FLAGGED:'.
022200     05  DTL-OVERDUE             PIC ZZZZ9.
022300     05  FILLER                  PIC X(79)  VALUE SPACES.

022400 01  FOOTING-LINE-1.
022500     05  FILLER                  PIC X(28)
022600                     VALUE 'MASTER RECORDS READ:'.
022700     05  FTG-READ                PIC ZZZZZZ9.
022800     05  FILLER                  PIC X(97)  VALUE SPACES.

022900 01  FOOTING-LINE-2.
023000     05  FILLER                  PIC X(28)
023100                     VALUE 'EMPLOYEES ON LEAVE:'.
023200     05  FTG-LEAVE               PIC ZZZZZZ9.
023300     05  FILLER                  PIC X(97)  VALUE SPACES.

023400 01  FOOTING-LINE-3.
023500     05  FILLER                  PIC X(28)
023600                     VALUE 'PAST EXPECTED RETURN:'.
023700     05  FTG-OVERDUE             PIC ZZZZZZ9.
023800     05  FILLER                  PIC X(97)  VALUE SPACES.

023900 01  FOOTING-LINE-4.
024000     05  FILLER                  PIC X(28)
024100                     VALUE 'NO EXPECTED RETURN ON FILE:'.
024200     05  FTG-NO-RETURN           PIC ZZZZZZ9.
024300     05  FILLER                  PIC X(97)  VALUE SPACES.

024400*----------------------------------------------------------------*
024500* 0000-MAIN-PROCESS - MAINLINE.  SORT THE EMPLOYEES ON LEAVE BY  *
024600*                     DEPARTMENT AND NAME, PRINT THEM GROUPED    *
024700*                     WITH COUNTS, AND SET THE RETURN CODE.      *
024800*----------------------------------------------------------------*
024900 PROCEDURE DIVISION.
025000 0000-MAIN-PROCESS.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025200     IF NOT WS-ABEND-OCCURRED
025300         SORT SORT-FILE
025400             ON ASCENDING KEY SORT-DEPT
025500                              SORT-NAME
025600             INPUT PROCEDURE IS 2000-RELEASE-ON-LEAVE
025700                 THRU 2000-EXIT
025800             OUTPUT PROCEDURE IS 3000-PRINT-ON-LEAVE
025900                 THRU 3000-EXIT
026000     END-IF.
026100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
026200     MOVE WS-RETURN-CODE TO RETURN-CODE.
026300     STOP RUN.

026400*----------------------------------------------------------------*
026500* 1000-INITIALIZE - OPEN THE FILES AND TURN TODAY INTO A DAY     *
026600*                   SERIAL.                                      *
026700*----------------------------------------------------------------*
026800 1000-INITIALIZE.
026900     ACCEPT WS-CURRENT-DATE FROM DATE.
027000     ACCEPT WS-RUN-DATE FROM DATE.
027100     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
027200     OPEN INPUT EMPLOYEE-MASTER.
027300     IF NOT WS-EMPMAST-OK
027400         DISPLAY 'LOA010 - CANNOT OPEN EMPLOYEE-MASTER, STATUS = '
027500             WS-EMPMAST-STATUS
027600         SET WS-ABEND-OCCURRED TO TRUE
027700         GO TO 1000-EXIT
027800     END-IF.
027900     OPEN INPUT DEPARTMENT-MASTER.
028000     IF NOT WS-DEPTMAST-OK
028100         DISPLAY 'LOA010 - CANNOT OPEN DEPARTMENT-MASTER, '
028200             'STATUS = ' WS-DEPTMAST-STATUS
028300         SET WS-ABEND-OCCURRED TO TRUE
028400         GO TO 1000-EXIT
028500     END-IF.
028600     OPEN OUTPUT LEAVE-REPORT.
028700     IF NOT WS-RPTOUT-OK
028800         DISPLAY 'LOA010 - CANNOT OPEN LEAVE-REPORT, '
028900             'STATUS = ' WS-RPTOUT-STATUS
029000         SET WS-ABEND-OCCURRED TO TRUE
029100         GO TO 1000-EXIT
029200     END-IF.
029300     MOVE WS-TODAY-DATE-N TO WS-DTD-DATE-N.
029400     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
029500     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
029600 1000-EXIT.
029700     EXIT.

029800*----------------------------------------------------------------*
029900* 2000-RELEASE-ON-LEAVE - SORT INPUT PROCEDURE.  RELEASE EVERY   *
030000*                         MASTER RECORD WITH STATUS 'L'.         *
030100*----------------------------------------------------------------*
030200 2000-RELEASE-ON-LEAVE.
030300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
030400     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
030500         UNTIL WS-EOF-MASTER.
030600 2000-EXIT.
030700     EXIT.

030800*----------------------------------------------------------------*
030900* 2100-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.       *
031000*----------------------------------------------------------------*
031100 2100-READ-MASTER.
031200     READ EMPLOYEE-MASTER NEXT RECORD
031300         AT END
031400             SET WS-EOF-MASTER TO TRUE
031500         NOT AT END
031600             ADD 1 TO WS-READ-COUNT
031700     END-READ.
031800 2100-EXIT.
031900     EXIT.

032000*----------------------------------------------------------------*
032100* 2200-RELEASE-ONE - PASS ONE EMPLOYEE ON LEAVE TO THE SORT,     *
032200*                    KEYED BY DEPARTMENT AND NAME.               *
032300*----------------------------------------------------------------*
032400 2200-RELEASE-ONE.
032500     IF NOT EMP-STAT-LEAVE
032600         GO TO 2200-READ-NEXT
032700     END-IF.
032800     MOVE EMP-DEPT TO SORT-DEPT.
032900     MOVE EMP-NAME TO SORT-NAME.
033000     MOVE EMP-ID TO SORT-ID.
033100     MOVE EMP-LEAVE-START TO SORT-LEAVE-START.
033200     MOVE EMP-LEAVE-RETURN TO SORT-LEAVE-RETURN.
033300     MOVE EMP-LEAVE-TYPE TO SORT-LEAVE-TYPE.
033400     RELEASE SORT-RECORD.
033500 2200-READ-NEXT.
033600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
033700 2200-EXIT.
033800     EXIT.

033900*----------------------------------------------------------------*
034000* 2300-EDIT-DATE - WS-EDIT-DATE MUST BE A REAL, NONZERO CCYYMMDD *
034100*                  CALENDAR DATE BEFORE ANY DAY ARITHMETIC IS    *
034200*                  DONE WITH IT.                                 *
034300*----------------------------------------------------------------*
034400 2300-EDIT-DATE.
034500     SET WS-DATE-VALID TO TRUE.
034600     IF WS-EDIT-DATE IS NOT NUMERIC OR WS-EDIT-DATE-N = ZERO
034700         SET WS-DATE-INVALID TO TRUE
034800         GO TO 2300-EXIT
034900     END-IF.
035000     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
035100         SET WS-DATE-INVALID TO TRUE
035200         GO TO 2300-EXIT
035300     END-IF.
035400     MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MAX-DD.
035500     IF WS-EDIT-MM = 02
035600         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
035700     END-IF.
035800     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
035900         SET WS-DATE-INVALID TO TRUE
036000     END-IF.
036100 2300-EXIT.
036200     EXIT.

036300*----------------------------------------------------------------*
036400* 2350-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
036500*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
036600*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
036700*                        400).                                   *
036800*----------------------------------------------------------------*
036900 2350-CHECK-LEAP-YEAR.
037000     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
037100         REMAINDER WS-LEAP-REM.
037200     IF WS-LEAP-REM NOT = ZERO
037300         GO TO 2350-EXIT
037400     END-IF.
037500     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
037600         REMAINDER WS-LEAP-REM.
037700     IF WS-LEAP-REM NOT = ZERO
037800         MOVE 29 TO WS-MAX-DD
037900         GO TO 2350-EXIT
038000     END-IF.
038100     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
038200         REMAINDER WS-LEAP-REM.
038300     IF WS-LEAP-REM = ZERO
038400         MOVE 29 TO WS-MAX-DD
038500     END-IF.
038600 2350-EXIT.
038700     EXIT.

038800*----------------------------------------------------------------*
038900* 3000-PRINT-ON-LEAVE - SORT OUTPUT PROCEDURE.  PRINTS THE       *
039000*                       EMPLOYEES ON LEAVE GROUPED BY DEPARTMENT *
039100*                       WITH A COUNT PER GROUP.                  *
039200*----------------------------------------------------------------*
039300 3000-PRINT-ON-LEAVE.
039400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
039500     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
039600         UNTIL WS-EOF-SORT.
039700     IF WS-CURR-DEPT NOT = LOW-VALUES
039800         PERFORM 3400-PRINT-DEPT-TOTAL THRU 3400-EXIT
039900     END-IF.
040000 3000-EXIT.
040100     EXIT.

040200*----------------------------------------------------------------*
040300* 3100-RETURN-ONE - TAKE THE NEXT SORTED EMPLOYEE.               *
040400*----------------------------------------------------------------*
040500 3100-RETURN-ONE.
040600     RETURN SORT-FILE
040700         AT END
040800             SET WS-EOF-SORT TO TRUE
040900     END-RETURN.
041000 3100-EXIT.
041100     EXIT.

041200*----------------------------------------------------------------*
041300* 3200-PRINT-ONE - CONTROL BREAK ON DEPARTMENT, THEN ONE DETAIL  *
041400*                  LINE, THEN THE NEXT SORTED EMPLOYEE.          *
041500*----------------------------------------------------------------*
041600 3200-PRINT-ONE.
041700     IF SORT-DEPT NOT = WS-CURR-DEPT
041800         IF WS-CURR-DEPT NOT = LOW-VALUES
041900             PERFORM 3400-PRINT-DEPT-TOTAL THRU 3400-EXIT
042000         END-IF
042100         MOVE SORT-DEPT TO WS-CURR-DEPT
042200         MOVE ZERO TO WS-DEPT-CTR
042300         MOVE ZERO TO WS-DEPT-OVERDUE-CTR
042400         PERFORM 3500-LOOKUP-DEPARTMENT THRU 3500-EXIT
042500         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
042600     END-IF.
042700     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
042800         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
042900     END-IF.
043000     MOVE SORT-ID TO DET-ID.
043100     MOVE SORT-NAME TO DET-NAME.
043200     PERFORM 3250-FORMAT-LEAVE-TYPE THRU 3250-EXIT.
043300     PERFORM 3300-AGE-LEAVE THRU 3300-EXIT.
043400     WRITE REPORT-LINE FROM DETAIL-LINE.
043500     ADD 1 TO WS-LINE-CTR.
043600     ADD 1 TO WS-DEPT-CTR.
043700     ADD 1 TO WS-LEAVE-COUNT.
043800     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
043900 3200-EXIT.
044000     EXIT.

044100*----------------------------------------------------------------*
044200* 3250-FORMAT-LEAVE-TYPE - SPELL OUT THE LEAVE-TYPE CODE.  A     *
044300*                          BLANK OR UNKNOWN CODE PRINTS AS IT    *
044400*                          STANDS.                               *
044500*----------------------------------------------------------------*
044600 3250-FORMAT-LEAVE-TYPE.
044700     MOVE SORT-LEAVE-TYPE TO EMP-LEAVE-TYPE.
044800     IF EMP-LEAVE-MEDICAL
044900         MOVE 'MEDICAL ' TO DET-TYPE
045000     ELSE
045100         IF EMP-LEAVE-FAMILY
045200             MOVE 'FAMILY  ' TO DET-TYPE
045300         ELSE
045400             IF EMP-LEAVE-MILITARY
045500                 MOVE 'MILITARY' TO DET-TYPE
045600             ELSE
045700                 IF EMP-LEAVE-UNPAID
045800                     MOVE 'UNPAID  ' TO DET-TYPE
045900                 ELSE
046000                     MOVE SORT-LEAVE-TYPE TO DET-TYPE
046100                 END-IF
046200             END-IF
046300         END-IF
046400     END-IF.
046500 3250-EXIT.
046600     EXIT.

046700*----------------------------------------------------------------*
046800* 3300-AGE-LEAVE - DAYS OUT FROM THE LEAVE START TO TODAY, AND   *
046900*                  DAYS PAST THE EXPECTED RETURN WHEN IT HAS     *
047000*                  GONE BY.  A MISSING OR UNREADABLE START       *
047100*                  LEAVES DAYS OUT BLANK; A MISSING OR           *
047200*                  UNREADABLE EXPECTED RETURN IS FLAGGED, SINCE  *
047300*                  NOBODY CAN SAY WHEN THE EMPLOYEE IS DUE BACK. *
047400*----------------------------------------------------------------*
047500 3300-AGE-LEAVE.
047600     MOVE SPACES TO DET-START.
047700     MOVE SPACES TO DET-RETURN.
047800     MOVE SPACES TO DET-DAYS-OUT.
047900     MOVE SPACES TO DET-DAYS-OVER.
048000     MOVE SPACES TO DET-FLAG.
048100     MOVE SORT-LEAVE-START TO WS-EDIT-DATE.
048200     PERFORM 2300-EDIT-DATE THRU 2300-EXIT.
048300     IF WS-DATE-VALID
048400         MOVE WS-EDIT-MM TO WS-DATE-FMT-MM
048500         MOVE WS-EDIT-DD TO WS-DATE-FMT-DD
048600         MOVE WS-EDIT-YEAR TO WS-DATE-FMT-YEAR
048700         MOVE WS-DATE-FMT TO DET-START
048800         MOVE WS-EDIT-DATE-N TO WS-DTD-DATE-N
048900         PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT
049000         COMPUTE WS-DAYS-OUT = WS-TODAY-SERIAL - WS-DTD-SERIAL
049100         IF WS-DAYS-OUT < ZERO
049200             MOVE ZERO TO WS-DAYS-OUT
049300         END-IF
049400         MOVE WS-DAYS-OUT TO DET-DAYS-OUT-N
049500     END-IF.
049600     MOVE SORT-LEAVE-RETURN TO WS-EDIT-DATE.
049700     PERFORM 2300-EDIT-DATE THRU 2300-EXIT.
049800     IF WS-DATE-INVALID
049900         MOVE 'NO RETURN DATE' TO DET-FLAG
050000         ADD 1 TO WS-NO-RETURN-COUNT
050100         ADD 1 TO WS-DEPT-OVERDUE-CTR
050200         GO TO 3300-EXIT
050300     END-IF.
050400     MOVE WS-EDIT-MM TO WS-DATE-FMT-MM.
050500     MOVE WS-EDIT-DD TO WS-DATE-FMT-DD.
050600     MOVE WS-EDIT-YEAR TO WS-DATE-FMT-YEAR.
050700     MOVE WS-DATE-FMT TO DET-RETURN.
050800     MOVE WS-EDIT-DATE-N TO WS-DTD-DATE-N.
050900     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
051000     COMPUTE WS-DAYS-OVER = WS-TODAY-SERIAL - WS-DTD-SERIAL.
051100     IF WS-DAYS-OVER > ZERO
051200         MOVE WS-DAYS-OVER TO DET-DAYS-OVER-N
051300         MOVE 'OVERDUE' TO DET-FLAG
051400         ADD 1 TO WS-OVERDUE-COUNT
051500         ADD 1 TO WS-DEPT-OVERDUE-CTR
051600     END-IF.
051700 3300-EXIT.
051800     EXIT.

051900*----------------------------------------------------------------*
052000* 3400-PRINT-DEPT-TOTAL - CLOSE OUT A DEPARTMENT WITH ITS COUNT  *
052100*                         ON LEAVE AND HOW MANY OF THEM ARE      *
052200*                         FLAGGED.                               *
052300*----------------------------------------------------------------*
052400 3400-PRINT-DEPT-TOTAL.
052500     MOVE WS-CURR-DEPT TO DTL-DEPT.
052600     MOVE WS-DEPT-CTR TO DTL-TOTAL.
052700     MOVE WS-DEPT-OVERDUE-CTR TO DTL-OVERDUE.
052800     WRITE REPORT-LINE FROM DEPT-TOTAL-LINE
052900         AFTER ADVANCING 2 LINES.
053000 3400-EXIT.
053100     EXIT.

053200*----------------------------------------------------------------*
053300* 3500-LOOKUP-DEPARTMENT - FETCH THE CURRENT DEPARTMENT'S NAME   *
053400*                          AND MANAGER FROM DEPTMAST FOR THE     *
053500*                          HEADING - THE MANAGER IS WHO GETS     *
053600*                          CHASED.  A CODE WITH NO MASTER RECORD *
053700*                          PRINTS A PLACEHOLDER INSTEAD OF       *
053800*                          FAILING THE RUN.                      *
053900*----------------------------------------------------------------*
054000 3500-LOOKUP-DEPARTMENT.
054100     MOVE WS-CURR-DEPT TO DEPT-CODE.
054200     READ DEPARTMENT-MASTER
054300         INVALID KEY
054400             MOVE '*NOT ON DEPARTMENT MASTER*'
054500                 TO WS-CURR-DEPT-NAME
054600             MOVE SPACES TO WS-CURR-DEPT-MANAGER
054700         NOT INVALID KEY
054800             MOVE DEPT-NAME TO WS-CURR-DEPT-NAME
054900             MOVE DEPT-MANAGER TO WS-CURR-DEPT-MANAGER
055000     END-READ.
055100 3500-EXIT.
055200     EXIT.

055300*----------------------------------------------------------------*
055400* 6000-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
055500*                     IN WS-DTD-SERIAL: WHOLE YEARS BEFORE THIS  *
055600*                     ONE (WITH THEIR LEAP DAYS), THE DAYS       *
055700*                     BEFORE THIS MONTH, THIS YEAR'S OWN LEAP    *
055800*                     DAY WHEN PAST FEBRUARY, PLUS THE DAY.      *
055900*----------------------------------------------------------------*
056000 6000-DATE-TO-DAYS.
056100     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
056200     COMPUTE WS-DTD-SERIAL =
056300         (WS-DTD-PRIOR-YEAR * 365)
056400         + (WS-DTD-PRIOR-YEAR / 4)
056500         - (WS-DTD-PRIOR-YEAR / 100)
056600         + (WS-DTD-PRIOR-YEAR / 400).
056700     IF WS-DTD-MM >= 1 AND WS-DTD-MM <= 12
056800         ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL
056900     END-IF.
057000     IF WS-DTD-MM > 2
057100         MOVE WS-DTD-YEAR TO WS-EDIT-YEAR
057200         MOVE 28 TO WS-MAX-DD
057300         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
057400         IF WS-MAX-DD = 29
057500             ADD 1 TO WS-DTD-SERIAL
057600         END-IF
057700     END-IF.
057800     ADD WS-DTD-DD TO WS-DTD-SERIAL.
057900 6000-EXIT.
058000     EXIT.

058100*----------------------------------------------------------------*
058200* 7000-WRITE-HEADINGS - START A NEW PAGE FOR THE CURRENT         *
058300*                       DEPARTMENT, NAME AND MANAGER IN THE      *
058400*                       HEADING.                                 *
058500*----------------------------------------------------------------*
058600 7000-WRITE-HEADINGS.
058700     ADD 1 TO WS-PAGE-NBR.
058800     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
058900     MOVE WS-CURRENT-MM TO HDG-MM.
059000     MOVE WS-CURRENT-DD TO HDG-DD.
059100     MOVE WS-CURRENT-YY TO HDG-YY.
059200     MOVE WS-CURR-DEPT TO HDG-DEPT.
059300     MOVE WS-CURR-DEPT-NAME TO HDG-DEPT-NAME.
059400     MOVE WS-CURR-DEPT-MANAGER TO HDG-DEPT-MANAGER.
059500     IF WS-PAGE-NBR > 1
059600         WRITE REPORT-LINE FROM HDG-LINE-1
059700             AFTER ADVANCING PAGE
059800     ELSE
059900         WRITE REPORT-LINE FROM HDG-LINE-1
060000             AFTER ADVANCING 0 LINES
060100     END-IF.
060200     WRITE REPORT-LINE FROM HDG-LINE-2
060300         AFTER ADVANCING 1 LINE.
060400     WRITE REPORT-LINE FROM HDG-LINE-DEPT
060500         AFTER ADVANCING 1 LINE.
060600     WRITE REPORT-LINE FROM HDG-LINE-3
060700         AFTER ADVANCING 2 LINES.
060800     MOVE ZERO TO WS-LINE-CTR.
060900 7000-EXIT.
061000     EXIT.

061100*----------------------------------------------------------------*
061200* 8000-TERMINATE - FOOTING TOTALS, CLOSE THE FILES, AND SET THE  *
061300*                  RETURN CODE - RC=4 WHILE ANYONE IS PAST THEIR *
061400*                  EXPECTED RETURN OR HAS NONE ON FILE.          *
061500*----------------------------------------------------------------*
061600 8000-TERMINATE.
061700     IF WS-ABEND-OCCURRED
061800         DISPLAY 'LOA010 - RUN TERMINATED, FILES NOT AVAILABLE'
061900         SET WS-RC-ABEND TO TRUE
062000         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
062100         GO TO 8000-EXIT
062200     END-IF.
062300     IF WS-LEAVE-COUNT = ZERO
062400*        NO DEPARTMENT EVER BROKE - BLANK THE HEADING FIELD SO
062500*        THE EMPTY PAGE DOES NOT PRINT ITS LOW-VALUES SEED.
062600         MOVE SPACES TO WS-CURR-DEPT
062700         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
062800     END-IF.
062900     MOVE WS-READ-COUNT TO FTG-READ.
063000     WRITE REPORT-LINE FROM FOOTING-LINE-1
063100         AFTER ADVANCING 2 LINES.
063200     MOVE WS-LEAVE-COUNT TO FTG-LEAVE.
063300     WRITE REPORT-LINE FROM FOOTING-LINE-2
063400         AFTER ADVANCING 1 LINE.
063500     MOVE WS-OVERDUE-COUNT TO FTG-OVERDUE.
063600     WRITE REPORT-LINE FROM FOOTING-LINE-3
063700         AFTER ADVANCING 1 LINE.
063800     MOVE WS-NO-RETURN-COUNT TO FTG-NO-RETURN.
063900     WRITE REPORT-LINE FROM FOOTING-LINE-4
064000         AFTER ADVANCING 1 LINE.
064100     DISPLAY 'MASTER RECORDS READ : ' WS-READ-COUNT.
064200     DISPLAY 'EMPLOYEES ON LEAVE  : ' WS-LEAVE-COUNT.
064300     DISPLAY 'PAST EXPECTED RETURN: ' WS-OVERDUE-COUNT.
064400     DISPLAY 'NO EXPECTED RETURN  : ' WS-NO-RETURN-COUNT.
064500     CLOSE EMPLOYEE-MASTER.
064600     CLOSE DEPARTMENT-MASTER.
064700     CLOSE LEAVE-REPORT.
064800     IF WS-OVERDUE-COUNT > 0 OR WS-NO-RETURN-COUNT > 0
064900         SET WS-RC-EXCEPTIONS TO TRUE
065000     ELSE
065100         SET WS-RC-CLEAN TO TRUE
065200     END-IF.
065300 8000-EXIT.
065400     EXIT.

065500*----------------------------------------------------------------*
065600* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
065700*                           ACTUALLY SUCCEEDED.                  *
065800*----------------------------------------------------------------*
065900 8100-CLOSE-OPENED-FILES.
066000     IF WS-EMPMAST-OK
066100         CLOSE EMPLOYEE-MASTER
066200     END-IF.
066300     IF WS-DEPTMAST-OK
066400         CLOSE DEPARTMENT-MASTER
066500     END-IF.
066600     IF WS-RPTOUT-OK
066700         CLOSE LEAVE-REPORT
066800     END-IF.
066900 8100-EXIT.
067000     EXIT.
