000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRN010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - MONTHLY TURNOVER AND
001200*                WORKFORCE MOVEMENT BY DEPARTMENT, OFF THE AUDIT
001300*                JOURNAL (ARCHIVE GENERATIONS FIRST, THEN THE
001400*                LIVE JOURNAL) INSTEAD OF BY HAND FROM AUD010
001500*                LISTINGS.  FOR THE MONTH ON THE TRNCTL CARD
001600*                EACH DEPARTMENT SHOWS OPENING HEADCOUNT, ADDS,
001700*                REHIRES, TERMINATIONS, TRANSFERS IN AND OUT,
001800*                CLOSING HEADCOUNT, THE MONTH'S TURNOVER
001900*                PERCENT, AND A ROLLING TWELVE-MONTH TURNOVER
002000*                PERCENT, WITH A COMPANY TOTAL.  HEADCOUNT IS
002100*                PEOPLE ON STRENGTH (ACTIVE PLUS ON LEAVE), AS
002200*                ON RPT010.  CLOSING HEADCOUNT IS TODAY'S
002300*                MASTER WITH EVERY LATER JOURNALED MOVEMENT
002400*                BACKED OUT, AND THE COMPANY CLOSING FIGURE IS
002500*                TIED TO THE MONTH'S LAST RPT010 HEADCOUNT ON
002600*                RUNSTATS - A DIFFERENCE IS FLAGGED.
002601* 10/14/26 RLT   AUDREC GREW TO 196 BYTES (OLD/NEW LEAVE IMAGES)
002602*                - FDS RESIZED.  THE NEW RETURN-FROM-LEAVE ENTRY
002603*                'R' IS CLASSIFIED LIKE A 'C' - IT IS NO MOVEMENT
002604*                UNLESS THE DEPARTMENT CHANGED WITH IT.
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

003900     SELECT AUDIT-JOURNAL ASSIGN TO AUDJRNL
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-AUDJRNL-STATUS.

004200     SELECT ARCHIVE-JOURNAL ASSIGN TO ARCHJRNL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ARCHJRNL-STATUS.

004500     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS DEPT-CODE
004900         FILE STATUS IS WS-DEPTMAST-STATUS.

005000     SELECT RUN-STATS ASSIGN TO RUNSTATS
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RUNSTATS-STATUS.

005300     SELECT CONTROL-CARD ASSIGN TO TRNCTL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-TRNCTL-STATUS.

005600     SELECT TURNOVER-REPORT ASSIGN TO RPTOUT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RPTOUT-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  EMPLOYEE-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300     COPY EMPREC.

006400 FD  AUDIT-JOURNAL
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 196 CHARACTERS.
006700 01  AUDIT-LINE                  PIC X(196).

006800 FD  ARCHIVE-JOURNAL
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 196 CHARACTERS.
007100 01  ARCHIVE-LINE                PIC X(196).

007200 FD  DEPARTMENT-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DPTREC.

007500 FD  RUN-STATS
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 100 CHARACTERS.
007800     COPY RSTREC.

007900 FD  CONTROL-CARD
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  CTL-RECORD.
008300     05  CTL-MONTH               PIC 9(04).
008400     05  FILLER                  PIC X(76).

008500 FD  TURNOVER-REPORT
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 132 CHARACTERS.
008800 01  REPORT-LINE                 PIC X(132).

008900 WORKING-STORAGE SECTION.
009000 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
009100     88  WS-EMPMAST-OK                      VALUE '00'.
009200 77  WS-AUDJRNL-STATUS           PIC X(02)  VALUE SPACES.
009300     88  WS-AUDJRNL-OK                      VALUE '00'.
009400 77  WS-ARCHJRNL-STATUS          PIC X(02)  VALUE SPACES.
009500     88  WS-ARCHJRNL-OK                     VALUE '00'.
009600     88  WS-ARCHJRNL-EOF                    VALUE '10'.
009700 77  WS-DEPTMAST-STATUS          PIC X(02)  VALUE SPACES.
009800     88  WS-DEPTMAST-OK                     VALUE '00'.
009900 77  WS-RUNSTATS-STATUS          PIC X(02)  VALUE SPACES.
010000     88  WS-RUNSTATS-OK                     VALUE '00'.
010100 77  WS-TRNCTL-STATUS            PIC X(02)  VALUE SPACES.
010200     88  WS-TRNCTL-OK                       VALUE '00'.
010300 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
010400     88  WS-RPTOUT-OK                       VALUE '00'.

010500 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
010600     88  WS-EOF-MASTER                      VALUE 'Y'.
010700 77  WS-JRNL-EOF-SW              PIC X(01)  VALUE 'N'.
010800     88  WS-EOF-JOURNAL                     VALUE 'Y'.
010900 77  WS-STATS-EOF-SW             PIC X(01)  VALUE 'N'.
011000     88  WS-EOF-STATS                       VALUE 'Y'.

011100*----------------------------------------------------------------*
011200* WHICH JOURNAL THE READ LOOP IS DRAWING FROM.  THE ARCHIVE IS   *
011300* READ FIRST (ITS RECORDS ARE THE OLDEST), THEN THE LIVE         *
011400* JOURNAL - THE SAME ORDER AUD010 AND RBL010 USE.                *
011500*----------------------------------------------------------------*
011600 77  WS-JRNL-SOURCE-SW           PIC X(01)  VALUE 'L'.
011700     88  WS-READING-ARCHIVE                 VALUE 'A'.
011800     88  WS-READING-LIVE                    VALUE 'L'.

011900 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
012000     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

012100 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
012200     88  WS-RC-CLEAN                        VALUE 0.
012300     88  WS-RC-EXCEPTIONS                   VALUE 4.
012400     88  WS-RC-ABEND                        VALUE 8.

012500 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
012600 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
012700 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

012800 01  WS-MASTER-READ-COUNT        PIC 9(07)  VALUE ZERO COMP.
012900 01  WS-JRNL-READ-COUNT          PIC 9(07)  VALUE ZERO COMP.
013000 01  WS-ARCHREAD-COUNT           PIC 9(07)  VALUE ZERO COMP.
013100 01  WS-MONTH-EVENT-COUNT        PIC 9(07)  VALUE ZERO COMP.
013200 01  WS-BADDATE-COUNT            PIC 9(07)  VALUE ZERO COMP.
013300 01  WS-STATS-READ-COUNT         PIC 9(07)  VALUE ZERO COMP.

013400*----------------------------------------------------------------*
013500* THE REPORT MONTH AND THE TWELVE-MONTH WINDOW ENDING WITH IT,   *
013600* AS MONTH NUMBERS (YY * 12 + MM) SO A WINDOW THAT CROSSES A     *
013700* YEAR END COMPARES STRAIGHT.                                    *
013800*----------------------------------------------------------------*
013900 01  WS-SEL-MONTH                PIC 9(04)  VALUE ZERO.
014000 01  WS-SEL-MONTH-SPLIT REDEFINES WS-SEL-MONTH.
014100     05  WS-SEL-YY               PIC 9(02).
014200     05  WS-SEL-MM               PIC 9(02).
014300 01  WS-WIN-MONTH                PIC 9(04)  VALUE ZERO.
014400 01  WS-WIN-MONTH-SPLIT REDEFINES WS-WIN-MONTH.
014500     05  WS-WIN-YY               PIC 9(02).
014600     05  WS-WIN-MM               PIC 9(02).
014700 01  WS-SEL-MONTH-NBR            PIC 9(05)  VALUE ZERO COMP.
014800 01  WS-WIN-MONTH-NBR            PIC 9(05)  VALUE ZERO COMP.
014900 01  WS-EVT-MONTH-NBR            PIC 9(05)  VALUE ZERO COMP.
015000 01  WS-EVT-DATE-SPLIT.
015100     05  WS-EVT-YY               PIC 9(02).
015200     05  WS-EVT-MM               PIC 9(02).
015300     05  WS-EVT-DD               PIC 9(02).
015400 01  WS-RST-DATE-SPLIT.
015500     05  WS-RST-YYMM             PIC 9(04).
015600     05  WS-RST-DD               PIC 9(02).

015700*----------------------------------------------------------------*
015800* ONE JOURNAL RECORD, CLASSIFIED.  HEADCOUNT IS ACTIVE PLUS ON   *
015900* LEAVE, SO A MOVE BETWEEN THOSE TWO IS NOT A MOVEMENT AT ALL.   *
016000*   ADD      'A' FOR A NEW ID                 NEW DEPT +1        *
016100*   REHIRE   'A' OVER A TERMINATED RECORD, OR A 'C' BACK FROM    *
016200*            TERMINATED (A REINSTATEMENT)     NEW DEPT +1        *
016300*   TERM     'T', OR A 'C' TO TERMINATED      OLD DEPT -1        *
016400*   TRANSFER A 'C' ON STRENGTH BOTH SIDES WITH THE DEPARTMENT    *
016500*            CHANGED                          OLD -1, NEW +1     *
016600* A RETURN FROM LEAVE ('R') IS CLASSIFIED AS A 'C'.  PURGES AND *
016601* EVERY OTHER CHANGE LEAVE HEADCOUNT ALONE.                      *
016700*----------------------------------------------------------------*
016800 77  WS-EVENT-SW                 PIC X(01)  VALUE SPACE.
016900     88  WS-EVENT-NONE                      VALUE SPACE.
017000     88  WS-EVENT-ADD                       VALUE 'A'.
017100     88  WS-EVENT-REHIRE                    VALUE 'R'.
017200     88  WS-EVENT-TERM                      VALUE 'T'.
017300     88  WS-EVENT-TRANSFER                  VALUE 'X'.
017400 77  WS-OLD-ON-STRENGTH-SW       PIC X(01)  VALUE 'N'.
017500     88  WS-OLD-ON-STRENGTH                 VALUE 'Y'.
017600 77  WS-NEW-ON-STRENGTH-SW       PIC X(01)  VALUE 'N'.
017700     88  WS-NEW-ON-STRENGTH                 VALUE 'Y'.
017800 01  WS-OLD-SUB                  PIC 9(03)  VALUE ZERO COMP.
017900 01  WS-NEW-SUB                  PIC 9(03)  VALUE ZERO COMP.

018000*----------------------------------------------------------------*
018100* DEPARTMENT TABLE, KEPT IN CODE ORDER AS ENTRIES ARE ADDED.     *
018200* ENTRY 100 IS HELD BACK FOR ANY DEPARTMENTS BEYOND THE FIRST 99 *
018300* SO THE COMPANY TOTAL STILL FOOTS; IT PRINTS AS '****'.  PER    *
018400* DEPARTMENT:                                                    *
018500*   CURRENT     ON STRENGTH ON TODAY'S MASTER                    *
018600*   AFTER-NET   NET MOVEMENT JOURNALED AFTER THE REPORT MONTH    *
018700*   ADD..OUT    THE REPORT MONTH'S MOVEMENTS                     *
018800*   WIN-TERM    TERMINATIONS IN THE TWELVE-MONTH WINDOW          *
018900*   WIN-NET     NET MOVEMENT IN THE TWELVE-MONTH WINDOW          *
019000* CLOSING = CURRENT - AFTER-NET; OPENING = CLOSING - THE MONTH'S *
019100* NET; THE WINDOW'S OPENING = CLOSING - WIN-NET.                 *
019200*----------------------------------------------------------------*
019300 77  WS-DT-MAX                   PIC 9(03)  VALUE 99 COMP.
019400 77  WS-DT-OTHER                 PIC 9(03)  VALUE 100 COMP.
019500 01  WS-DT-COUNT                 PIC 9(03)  VALUE ZERO COMP.
019600 01  WS-DT-SUB                   PIC 9(03)  VALUE ZERO COMP.
019700 01  WS-DT-FOUND                 PIC 9(03)  VALUE ZERO COMP.
019800 01  WS-DT-INSERT                PIC 9(03)  VALUE ZERO COMP.
019900 01  WS-DT-SEARCH-DEPT           PIC X(04)  VALUE SPACES.
020000 77  WS-DT-OVERFLOW-SW           PIC X(01)  VALUE 'N'.
020100     88  WS-DT-OVERFLOWED                   VALUE 'Y'.
020200 01  WS-DT-TABLE.
020300     05  WS-DT-ENTRY OCCURS 100 TIMES.
020400         10  WS-DT-DEPT          PIC X(04).
020500         10  WS-DT-CURRENT       PIC S9(07) COMP.
020600         10  WS-DT-AFTER-NET     PIC S9(07) COMP.
020700         10  WS-DT-ADD           PIC S9(07) COMP.
020800         10  WS-DT-REHIRE        PIC S9(07) COMP.
020900         10  WS-DT-TERM          PIC S9(07) COMP.
021000         10  WS-DT-IN            PIC S9(07) COMP.
021100         10  WS-DT-OUT           PIC S9(07) COMP.
021200         10  WS-DT-WIN-TERM      PIC S9(07) COMP.
021300         10  WS-DT-WIN-NET       PIC S9(07) COMP.

021400*----------------------------------------------------------------*
021500* ONE LINE'S FIGURES - FILLED FROM A DEPARTMENT ENTRY OR FROM    *
021600* THE COMPANY TOTALS, THEN PRINTED BY THE SAME PARAGRAPH.        *
021700*----------------------------------------------------------------*
021800 01  WS-LINE-FIGURES.
021900     05  WS-LF-CURRENT           PIC S9(07) COMP.
022000     05  WS-LF-AFTER-NET         PIC S9(07) COMP.
022100     05  WS-LF-ADD               PIC S9(07) COMP.
022200     05  WS-LF-REHIRE            PIC S9(07) COMP.
022300     05  WS-LF-TERM              PIC S9(07) COMP.
022400     05  WS-LF-IN                PIC S9(07) COMP.
022500     05  WS-LF-OUT               PIC S9(07) COMP.
022600     05  WS-LF-WIN-TERM          PIC S9(07) COMP.
022700     05  WS-LF-WIN-NET           PIC S9(07) COMP.
022800 01  WS-COMPANY-FIGURES.
022900     05  WS-CO-CURRENT           PIC S9(07) VALUE ZERO COMP.
023000     05  WS-CO-AFTER-NET         PIC S9(07) VALUE ZERO COMP.
023100     05  WS-CO-ADD               PIC S9(07) VALUE ZERO COMP.
023200     05  WS-CO-REHIRE            PIC S9(07) VALUE ZERO COMP.
023300     05  WS-CO-TERM              PIC S9(07) VALUE ZERO COMP.
023400     05  WS-CO-IN                PIC S9(07) VALUE ZERO COMP.
023500     05  WS-CO-OUT               PIC S9(07) VALUE ZERO COMP.
023600     05  WS-CO-WIN-TERM          PIC S9(07) VALUE ZERO COMP.
023700     05  WS-CO-WIN-NET           PIC S9(07) VALUE ZERO COMP.
023800 01  WS-CLOSING                  PIC S9(07) VALUE ZERO COMP.
023900 01  WS-OPENING                  PIC S9(07) VALUE ZERO COMP.
024000 01  WS-WIN-OPENING              PIC S9(07) VALUE ZERO COMP.
024100 01  WS-CO-CLOSING               PIC S9(07) VALUE ZERO COMP.
024200 01  WS-AVG-HEADCOUNT            PIC S9(07)V9 VALUE ZERO COMP.
024300 01  WS-TURNOVER-PCT             PIC 9(03)V9 VALUE ZERO.

024400*----------------------------------------------------------------*
024500* THE MONTH'S LAST RPT010 HEADCOUNT ON RUNSTATS.  RECORDS ARE    *
024600* APPENDED IN RUN ORDER, SO THE LAST ONE READ FOR THE MONTH IS   *
024700* THE LAST ONE RUN.                                              *
024800*----------------------------------------------------------------*
024900 77  WS-RPT010-FOUND-SW          PIC X(01)  VALUE 'N'.
025000     88  WS-RPT010-FOUND                    VALUE 'Y'.
025100 01  WS-RPT010-COUNT             PIC 9(07)  VALUE ZERO.
025200 01  WS-RPT010-DATE              PIC 9(06)  VALUE ZERO.
025300 01  WS-RPT010-DATE-SPLIT REDEFINES WS-RPT010-DATE.
025400     05  WS-RPT010-YY            PIC 9(02).
025500     05  WS-RPT010-MM            PIC 9(02).
025600     05  WS-RPT010-DD            PIC 9(02).
025700 01  WS-TIE-DIFF                 PIC S9(07) VALUE ZERO COMP.

025800 01  WS-CURRENT-DATE.
025900     05  WS-CURRENT-YY           PIC 9(02).
026000     05  WS-CURRENT-MM           PIC 9(02).
026100     05  WS-CURRENT-DD           PIC 9(02).

026200*----------------------------------------------------------------*
026300* COPY OF THE AUDIT JOURNAL RECORD LAYOUT - BOTH JOURNALS ARE    *
026400* READ INTO IT.                                                  *
026500*----------------------------------------------------------------*
026600 COPY AUDREC.

026700 01  HDG-LINE-1.
026800     05  FILLER                  PIC X(40)  VALUE SPACES.
026900     05  FILLER                  PIC X(40)
027000             VALUE 'MONTHLY TURNOVER AND WORKFORCE MOVEMENT'.
027100     05  FILLER                  PIC X(44)  VALUE SPACES.
027200     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
027300     05  HDG-PAGE-NBR            PIC ZZ9.

027400 01  HDG-LINE-2.
027500     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
027600     05  HDG-MM                  PIC 99.
027700     05  FILLER                  PIC X(01)  VALUE '/'.
027800     05  HDG-DD                  PIC 99.
027900     05  FILLER                  PIC X(01)  VALUE '/'.
028000     05  HDG-YY                  PIC 99.
028100     05  FILLER                  PIC X(17)
028200                     VALUE '   MONTH (YYMM):'.
028300     05  HDG-MONTH               PIC 9(04).
028400     05  FILLER                  PIC X(30)
028500                     VALUE '   TWELVE MONTHS FROM (YYMM):'.
028600     05  HDG-WIN-MONTH           PIC 9(04).
028700     05  FILLER                  PIC X(64)  VALUE SPACES.

028800 01  HDG-LINE-3.
028900     05  FILLER                  PIC X(06)  VALUE 'DEPT'.
029000     05  FILLER                  PIC X(32)
029050                 VALUE 'DEPARTMENT NAME'.
029100     05  FILLER                  PIC X(10)  VALUE 'OPENING'.
029200     05  FILLER                  PIC X(10)  VALUE 'ADDS'.
029300     05  FILLER                  PIC X(10)  VALUE 'REHIRES'.
029400     05  FILLER                  PIC X(10)  VALUE 'TERMS'.
029500     05  FILLER                  PIC X(10)  VALUE 'XFER IN'.
029600     05  FILLER                  PIC X(10)  VALUE 'XFER OUT'.
029700     05  FILLER                  PIC X(10)  VALUE 'CLOSING'.
029800     05  FILLER                  PIC X(10)  VALUE 'TURN PCT'.
029900     05  FILLER                  PIC X(14)  VALUE '12 MO PCT'.

030000 01  DETAIL-LINE.
030100     05  DET-DEPT                PIC X(04).
030200     05  FILLER                  PIC X(02)  VALUE SPACES.
030300     05  DET-NAME                PIC X(30).
030400     05  FILLER                  PIC X(02)  VALUE SPACES.
030500     05  DET-OPENING             PIC -ZZZZZ9.
030600     05  FILLER                  PIC X(03)  VALUE SPACES.
030700     05  DET-ADD                 PIC ZZZZZZ9.
030800     05  FILLER                  PIC X(03)  VALUE SPACES.
030900     05  DET-REHIRE              PIC ZZZZZZ9.
031000     05  FILLER                  PIC X(03)  VALUE SPACES.
031100     05  DET-TERM                PIC ZZZZZZ9.
031200     05  FILLER                  PIC X(03)  VALUE SPACES.
031300     05  DET-IN                  PIC ZZZZZZ9.
031400     05  FILLER                  PIC X(03)  VALUE SPACES.
031500     05  DET-OUT                 PIC ZZZZZZ9.
031600     05  FILLER                  PIC X(03)  VALUE SPACES.
031700     05  DET-CLOSING             PIC -ZZZZZ9.
031800     05  FILLER                  PIC X(04)  VALUE SPACES.
031900     05  DET-TURN-PCT            PIC ZZ9.9.
032000     05  FILLER                  PIC X(05)  VALUE SPACES.
032100     05  DET-WIN-PCT             PIC ZZ9.9.
032200     05  FILLER                  PIC X(08)  VALUE SPACES.

032300 01  TIE-LINE-1.
032400     05  FILLER                  PIC X(38)
032500             VALUE 'LAST RPT010 HEADCOUNT IN MONTH:'.
032600     05  TIE-RPT010-COUNT        PIC ZZZZZZ9.
032700     05  FILLER                  PIC X(04)  VALUE ' ON '.
032800     05  TIE-MM                  PIC 99.
032900     05  FILLER                  PIC X(01)  VALUE '/'.
033000     05  TIE-DD                  PIC 99.
033100     05  FILLER                  PIC X(01)  VALUE '/'.
033200     05  TIE-YY                  PIC 99.
033300     05  FILLER                  PIC X(75)  VALUE SPACES.

033400 01  TIE-LINE-2.
033500     05  FILLER                  PIC X(38)
033600             VALUE 'CLOSING LESS RPT010 HEADCOUNT:'.
033700     05  TIE-DIFF                PIC -ZZZZZ9.
033800     05  FILLER                  PIC X(03)  VALUE SPACES.
033900     05  TIE-FLAG                PIC X(40).
034000     05  FILLER                  PIC X(44)  VALUE SPACES.

034100 01  TIE-LINE-NONE.
034200     05  FILLER                  PIC X(38)
034300             VALUE '** NO RPT010 HEADCOUNT ON RUNSTATS FOR'.
034400     05  FILLER                  PIC X(94)
034500             VALUE ' THE MONTH - NOT TIED **'.

034600 01  FOOTING-LINE-1.
034700     05  FILLER                  PIC X(24)
034800                     VALUE 'MASTER RECORDS READ:'.
034900     05  FTG-MASTER-READ         PIC ZZZZZZ9.
035000     05  FILLER                  PIC X(101) VALUE SPACES.

035100 01  FOOTING-LINE-2.
035200     05  FILLER                  PIC X(24)
035300                     VALUE 'JOURNAL RECORDS READ:'.
035400     05  FTG-JRNL-READ           PIC ZZZZZZ9.
035500     05  FILLER                  PIC X(101) VALUE SPACES.

035600 01  FOOTING-LINE-3.
035700     05  FILLER                  PIC X(24)
035800                     VALUE 'READ FROM ARCHIVE:'.
035900     05  FTG-ARCHREAD            PIC ZZZZZZ9.
036000     05  FILLER                  PIC X(101) VALUE SPACES.

036100 01  FOOTING-LINE-4.
036200     05  FILLER                  PIC X(24)
036300                     VALUE 'MOVEMENTS IN MONTH:'.
036400     05  FTG-MONTH-EVENTS        PIC ZZZZZZ9.
036500     05  FILLER                  PIC X(101) VALUE SPACES.

036600 01  FOOTING-LINE-5.
036700     05  FILLER                  PIC X(24)
036800                     VALUE 'UNREADABLE DATES:'.
036900     05  FTG-BADDATE             PIC ZZZZZZ9.
037000     05  FILLER                  PIC X(101) VALUE SPACES.

037100*----------------------------------------------------------------*
037200* 0000-MAIN-PROCESS - MAINLINE.  TODAY'S HEADCOUNT FROM THE      *
037300*                     MASTER, THE JOURNAL'S MOVEMENTS AGAINST    *
037400*                     IT, THEN THE MONTH'S RPT010 HEADCOUNT FOR  *
037500*                     THE TIE-OUT.                               *
037600*----------------------------------------------------------------*
037700 PROCEDURE DIVISION.
037800 0000-MAIN-PROCESS.
037900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038000     IF NOT WS-ABEND-OCCURRED
038100         PERFORM 2000-READ-MASTER THRU 2000-EXIT
038200         PERFORM 2100-COUNT-EMPLOYEE THRU 2100-EXIT
038300             UNTIL WS-EOF-MASTER
038400         PERFORM 3000-READ-JOURNAL THRU 3000-EXIT
038500         PERFORM 3100-PROCESS-JOURNAL THRU 3100-EXIT
038600             UNTIL WS-EOF-JOURNAL
038700         PERFORM 5000-READ-STATS THRU 5000-EXIT
038800         PERFORM 5100-CHECK-ONE-STAT THRU 5100-EXIT
038900             UNTIL WS-EOF-STATS
039000         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
039100     END-IF.
039200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
039300     MOVE WS-RETURN-CODE TO RETURN-CODE.
039400     STOP RUN.

039500*----------------------------------------------------------------*
039600* 1000-INITIALIZE - OPEN FILES AND WORK OUT THE REPORT MONTH AND *
039700*                   ITS TWELVE-MONTH WINDOW.  THE ARCHIVE IS     *
039800*                   OPTIONAL - WITHOUT IT ONLY THE LIVE JOURNAL  *
039900*                   IS READ, WHICH IS ENOUGH WHEN IT STILL HOLDS *
040000*                   THE WHOLE WINDOW.                            *
040100*----------------------------------------------------------------*
040200 1000-INITIALIZE.
040300     ACCEPT WS-CURRENT-DATE FROM DATE.
040400     OPEN INPUT EMPLOYEE-MASTER.
040500     IF NOT WS-EMPMAST-OK
040600         DISPLAY 'TRN010 - CANNOT OPEN EMPLOYEE-MASTER, STATUS = '
040700             WS-EMPMAST-STATUS
040800         SET WS-ABEND-OCCURRED TO TRUE
040900         GO TO 1000-EXIT
041000     END-IF.
041100     OPEN INPUT AUDIT-JOURNAL.
041200     IF NOT WS-AUDJRNL-OK
041300         DISPLAY 'TRN010 - CANNOT OPEN AUDIT-JOURNAL, STATUS = '
041400             WS-AUDJRNL-STATUS
041500         SET WS-ABEND-OCCURRED TO TRUE
041600         GO TO 1000-EXIT
041700     END-IF.
041800     OPEN INPUT DEPARTMENT-MASTER.
041900     IF NOT WS-DEPTMAST-OK
042000         DISPLAY 'TRN010 - CANNOT OPEN DEPARTMENT-MASTER, '
042100             'STATUS = ' WS-DEPTMAST-STATUS
042200         SET WS-ABEND-OCCURRED TO TRUE
042300         GO TO 1000-EXIT
042400     END-IF.
042500     OPEN INPUT RUN-STATS.
042600     IF NOT WS-RUNSTATS-OK
042700         DISPLAY 'TRN010 - CANNOT OPEN RUN-STATS, STATUS = '
042800             WS-RUNSTATS-STATUS
042900         SET WS-ABEND-OCCURRED TO TRUE
043000         GO TO 1000-EXIT
043100     END-IF.
043200     OPEN OUTPUT TURNOVER-REPORT.
043300     IF NOT WS-RPTOUT-OK
043400         DISPLAY 'TRN010 - CANNOT OPEN TURNOVER-REPORT, '
043500             'STATUS = ' WS-RPTOUT-STATUS
043600         SET WS-ABEND-OCCURRED TO TRUE
043700         GO TO 1000-EXIT
043800     END-IF.
043900     OPEN INPUT ARCHIVE-JOURNAL.
044000     IF WS-ARCHJRNL-OK
044100         SET WS-READING-ARCHIVE TO TRUE
044200     ELSE
044300         DISPLAY 'TRN010 - NO ARCHIVE INPUT, STATUS = '
044400             WS-ARCHJRNL-STATUS ' - LIVE JOURNAL ONLY'
044500     END-IF.
044600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
044700     COMPUTE WS-SEL-MONTH-NBR = (WS-SEL-YY * 12) + WS-SEL-MM.
044800     COMPUTE WS-WIN-MONTH-NBR = WS-SEL-MONTH-NBR - 11.
044900     IF WS-SEL-MM > 11
045000         MOVE WS-SEL-YY TO WS-WIN-YY
045100         COMPUTE WS-WIN-MM = WS-SEL-MM - 11
045200     ELSE
045300         COMPUTE WS-WIN-YY = WS-SEL-YY - 1
045400         COMPUTE WS-WIN-MM = WS-SEL-MM + 1
045500     END-IF.
045600 1000-EXIT.
045700     EXIT.

045800*----------------------------------------------------------------*
045900* 1100-READ-CONTROL-CARD - THE REPORT MONTH (YYMM, COLS 1-4).    *
046000*                          A MISSING CARD, OR A ZERO OR INVALID  *
046100*                          MONTH, MEANS LAST MONTH - THE REPORT  *
046200*                          RUNS AFTER THE MONTH HAS CLOSED.      *
046300*----------------------------------------------------------------*
046400 1100-READ-CONTROL-CARD.
046500     OPEN INPUT CONTROL-CARD.
046600     IF WS-TRNCTL-OK
046700         READ CONTROL-CARD
046800             AT END
046900                 CONTINUE
047000             NOT AT END
047100                 IF CTL-MONTH IS NUMERIC AND CTL-MONTH > ZERO
047200                     MOVE CTL-MONTH TO WS-SEL-MONTH
047300                 END-IF
047400         END-READ
047500         CLOSE CONTROL-CARD
047600     END-IF.
047700     IF WS-SEL-MM < 01 OR WS-SEL-MM > 12
047800         MOVE ZERO TO WS-SEL-MONTH
047900     END-IF.
048000     IF WS-SEL-MONTH NOT = ZERO
048100         GO TO 1100-EXIT
048200     END-IF.
048300     IF WS-CURRENT-MM > 01
048400         MOVE WS-CURRENT-YY TO WS-SEL-YY
048500         COMPUTE WS-SEL-MM = WS-CURRENT-MM - 1
048600     ELSE
048700         COMPUTE WS-SEL-YY = WS-CURRENT-YY - 1
048800         MOVE 12 TO WS-SEL-MM
048900     END-IF.
049000 1100-EXIT.
049100     EXIT.

049200*----------------------------------------------------------------*
049300* 2000-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.       *
049400*----------------------------------------------------------------*
049500 2000-READ-MASTER.
049600     READ EMPLOYEE-MASTER NEXT RECORD
049700         AT END
049800             SET WS-EOF-MASTER TO TRUE
049900         NOT AT END
050000             ADD 1 TO WS-MASTER-READ-COUNT
050100     END-READ.
050200 2000-EXIT.
050300     EXIT.

050400*----------------------------------------------------------------*
050500* 2100-COUNT-EMPLOYEE - ONE MORE ON STRENGTH TODAY IN THE        *
050600*                       EMPLOYEE'S DEPARTMENT.  TERMINATED       *
050700*                       RECORDS DO NOT COUNT.                    *
050800*----------------------------------------------------------------*
050900 2100-COUNT-EMPLOYEE.
051000     IF EMP-STAT-ACTIVE OR EMP-STAT-LEAVE
051100         MOVE EMP-DEPT TO WS-DT-SEARCH-DEPT
051200         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
051300         ADD 1 TO WS-DT-CURRENT (WS-DT-FOUND)
051400     END-IF.
051500     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
051600 2100-EXIT.
051700     EXIT.

051800*----------------------------------------------------------------*
051900* 3000-READ-JOURNAL - READ THE NEXT AUDIT JOURNAL RECORD INTO    *
052000*                     THE SHARED AUDREC LAYOUT - FROM THE        *
052100*                     ARCHIVE WHILE ANY OF IT REMAINS, THEN      *
052200*                     FROM THE LIVE JOURNAL.                     *
052300*----------------------------------------------------------------*
052400 3000-READ-JOURNAL.
052500     IF WS-READING-LIVE
052600         GO TO 3000-READ-LIVE
052700     END-IF.
052800     READ ARCHIVE-JOURNAL INTO WS-AUDIT-RECORD
052900         AT END
053000             SET WS-READING-LIVE TO TRUE
053100             GO TO 3000-READ-LIVE
053200         NOT AT END
053300             ADD 1 TO WS-JRNL-READ-COUNT
053400             ADD 1 TO WS-ARCHREAD-COUNT
053500     END-READ.
053600     GO TO 3000-EXIT.
053700 3000-READ-LIVE.
053800     READ AUDIT-JOURNAL INTO WS-AUDIT-RECORD
053900         AT END
054000             SET WS-EOF-JOURNAL TO TRUE
054100         NOT AT END
054200             ADD 1 TO WS-JRNL-READ-COUNT
054300     END-READ.
054400 3000-EXIT.
054500     EXIT.

054600*----------------------------------------------------------------*
054700* 3100-PROCESS-JOURNAL - CLASSIFY ONE JOURNAL RECORD AND POST IT *
054800*                        BY WHEN IT HAPPENED: AFTER THE REPORT   *
054900*                        MONTH (BACKED OUT OF TODAY'S COUNT), IN *
055000*                        THE MONTH (THE MONTH'S COLUMNS AND THE  *
055100*                        WINDOW), OR EARLIER IN THE WINDOW.      *
055200*                        ANYTHING OLDER IS IGNORED.              *
055300*----------------------------------------------------------------*
055400 3100-PROCESS-JOURNAL.
055500     IF AUD-DATE IS NOT NUMERIC
055600         ADD 1 TO WS-BADDATE-COUNT
055700         GO TO 3100-READ-NEXT
055800     END-IF.
055900     MOVE AUD-DATE TO WS-EVT-DATE-SPLIT.
056000     IF WS-EVT-MM < 01 OR WS-EVT-MM > 12
056100         ADD 1 TO WS-BADDATE-COUNT
056200         GO TO 3100-READ-NEXT
056300     END-IF.
056400     COMPUTE WS-EVT-MONTH-NBR = (WS-EVT-YY * 12) + WS-EVT-MM.
056500     IF WS-EVT-MONTH-NBR < WS-WIN-MONTH-NBR
056600         GO TO 3100-READ-NEXT
056700     END-IF.
056800     PERFORM 4000-CLASSIFY-EVENT THRU 4000-EXIT.
056900     IF WS-EVENT-NONE
057000         GO TO 3100-READ-NEXT
057100     END-IF.
057200     IF WS-EVT-MONTH-NBR > WS-SEL-MONTH-NBR
057300         PERFORM 4100-POST-AFTER THRU 4100-EXIT
057400         GO TO 3100-READ-NEXT
057500     END-IF.
057600     IF WS-EVT-MONTH-NBR = WS-SEL-MONTH-NBR
057700         ADD 1 TO WS-MONTH-EVENT-COUNT
057800         PERFORM 4200-POST-MONTH THRU 4200-EXIT
057900     END-IF.
058000     PERFORM 4300-POST-WINDOW THRU 4300-EXIT.
058100 3100-READ-NEXT.
058200     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
058300 3100-EXIT.
058400     EXIT.

058500*----------------------------------------------------------------*
058600* 4000-CLASSIFY-EVENT - WHAT THIS JOURNAL RECORD DID TO          *
058700*                       HEADCOUNT (SEE WS-EVENT-SW), AND THE     *
058800*                       TABLE ENTRIES FOR THE DEPARTMENTS IT     *
058900*                       TOUCHED.                                 *
059000*----------------------------------------------------------------*
059100 4000-CLASSIFY-EVENT.
059200     MOVE SPACE TO WS-EVENT-SW.
059300     MOVE 'N' TO WS-OLD-ON-STRENGTH-SW.
059400     MOVE 'N' TO WS-NEW-ON-STRENGTH-SW.
059500     IF AUD-OLD-STATUS = 'A' OR AUD-OLD-STATUS = 'L'
059600         SET WS-OLD-ON-STRENGTH TO TRUE
059700     END-IF.
059800     IF AUD-NEW-STATUS = 'A' OR AUD-NEW-STATUS = 'L'
059900         SET WS-NEW-ON-STRENGTH TO TRUE
060000     END-IF.
060100     IF AUD-ACTION-ADD
060200         IF WS-NEW-ON-STRENGTH AND NOT WS-OLD-ON-STRENGTH
060300             IF AUD-OLD-STATUS = 'T'
060400                 SET WS-EVENT-REHIRE TO TRUE
060500             ELSE
060600                 SET WS-EVENT-ADD TO TRUE
060700             END-IF
060800         END-IF
060900         GO TO 4000-LOOKUP
061000     END-IF.
061100     IF AUD-ACTION-TERMINATE
061200         IF WS-OLD-ON-STRENGTH
061300             SET WS-EVENT-TERM TO TRUE
061400         END-IF
061500         GO TO 4000-LOOKUP
061600     END-IF.
061700     IF NOT AUD-ACTION-CHANGE AND NOT AUD-ACTION-RETURN
061800         GO TO 4000-EXIT
061900     END-IF.
062000     IF WS-OLD-ON-STRENGTH AND NOT WS-NEW-ON-STRENGTH
062100         SET WS-EVENT-TERM TO TRUE
062200         GO TO 4000-LOOKUP
062300     END-IF.
062400     IF WS-NEW-ON-STRENGTH AND NOT WS-OLD-ON-STRENGTH
062500         SET WS-EVENT-REHIRE TO TRUE
062600         GO TO 4000-LOOKUP
062700     END-IF.
062800     IF WS-OLD-ON-STRENGTH AND AUD-OLD-DEPT NOT = AUD-NEW-DEPT
062900         SET WS-EVENT-TRANSFER TO TRUE
063000     END-IF.
063100 4000-LOOKUP.
063200     IF WS-EVENT-TERM OR WS-EVENT-TRANSFER
063300         MOVE AUD-OLD-DEPT TO WS-DT-SEARCH-DEPT
063400         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
063500         MOVE WS-DT-FOUND TO WS-OLD-SUB
063600     END-IF.
063700     IF WS-EVENT-ADD OR WS-EVENT-REHIRE OR WS-EVENT-TRANSFER
063800         MOVE AUD-NEW-DEPT TO WS-DT-SEARCH-DEPT
063900         PERFORM 7000-FIND-DEPT THRU 7000-EXIT
064000         MOVE WS-DT-FOUND TO WS-NEW-SUB
064100     END-IF.
064200 4000-EXIT.
064300     EXIT.

064400*----------------------------------------------------------------*
064500* 4100-POST-AFTER - A MOVEMENT AFTER THE REPORT MONTH.  ITS NET  *
064600*                   IS BACKED OUT OF TODAY'S COUNT TO GIVE THE   *
064700*                   MONTH'S CLOSING HEADCOUNT.                   *
064800*----------------------------------------------------------------*
064900 4100-POST-AFTER.
065000     IF WS-EVENT-TERM OR WS-EVENT-TRANSFER
065100         SUBTRACT 1 FROM WS-DT-AFTER-NET (WS-OLD-SUB)
065200     END-IF.
065300     IF WS-EVENT-ADD OR WS-EVENT-REHIRE OR WS-EVENT-TRANSFER
065400         ADD 1 TO WS-DT-AFTER-NET (WS-NEW-SUB)
065500     END-IF.
065600 4100-EXIT.
065700     EXIT.

065800*----------------------------------------------------------------*
065900* 4200-POST-MONTH - A MOVEMENT IN THE REPORT MONTH, INTO ITS     *
066000*                   COLUMN.                                      *
066100*----------------------------------------------------------------*
066200 4200-POST-MONTH.
066300     IF WS-EVENT-ADD
066400         ADD 1 TO WS-DT-ADD (WS-NEW-SUB)
066500     END-IF.
066600     IF WS-EVENT-REHIRE
066700         ADD 1 TO WS-DT-REHIRE (WS-NEW-SUB)
066800     END-IF.
066900     IF WS-EVENT-TERM
067000         ADD 1 TO WS-DT-TERM (WS-OLD-SUB)
067100     END-IF.
067200     IF WS-EVENT-TRANSFER
067300         ADD 1 TO WS-DT-OUT (WS-OLD-SUB)
067400         ADD 1 TO WS-DT-IN (WS-NEW-SUB)
067500     END-IF.
067600 4200-EXIT.
067700     EXIT.

067800*----------------------------------------------------------------*
067900* 4300-POST-WINDOW - A MOVEMENT IN THE TWELVE-MONTH WINDOW       *
068000*                    ENDING WITH THE REPORT MONTH.               *
068100*----------------------------------------------------------------*
068200 4300-POST-WINDOW.
068300     IF WS-EVENT-TERM
068400         ADD 1 TO WS-DT-WIN-TERM (WS-OLD-SUB)
068500     END-IF.
068600     IF WS-EVENT-TERM OR WS-EVENT-TRANSFER
068700         SUBTRACT 1 FROM WS-DT-WIN-NET (WS-OLD-SUB)
068800     END-IF.
068900     IF WS-EVENT-ADD OR WS-EVENT-REHIRE OR WS-EVENT-TRANSFER
069000         ADD 1 TO WS-DT-WIN-NET (WS-NEW-SUB)
069100     END-IF.
069200 4300-EXIT.
069300     EXIT.

069400*----------------------------------------------------------------*
069500* 5000-READ-STATS - READ THE NEXT RUN-STATS HISTORY RECORD.      *
069600*----------------------------------------------------------------*
069700 5000-READ-STATS.
069800     READ RUN-STATS
069900         AT END
070000             SET WS-EOF-STATS TO TRUE
070100         NOT AT END
070200             ADD 1 TO WS-STATS-READ-COUNT
070300     END-READ.
070400 5000-EXIT.
070500     EXIT.

070600*----------------------------------------------------------------*
070700* 5100-CHECK-ONE-STAT - KEEP THE LATEST RPT010 HEADCOUNT IN THE  *
070800*                       REPORT MONTH.                            *
070900*----------------------------------------------------------------*
071000 5100-CHECK-ONE-STAT.
071100     IF RST-DATE IS NOT NUMERIC
071200         GO TO 5100-READ-NEXT
071300     END-IF.
071400     MOVE RST-DATE TO WS-RST-DATE-SPLIT.
071500     IF WS-RST-YYMM NOT = WS-SEL-MONTH
071600         GO TO 5100-READ-NEXT
071700     END-IF.
071800     IF RST-RUN-ID NOT = 'RPT010'
071900         GO TO 5100-READ-NEXT
072000     END-IF.
072100     SET WS-RPT010-FOUND TO TRUE.
072200     MOVE RST-MASTER-COUNT TO WS-RPT010-COUNT.
072300     MOVE RST-DATE TO WS-RPT010-DATE.
072400 5100-READ-NEXT.
072500     PERFORM 5000-READ-STATS THRU 5000-EXIT.
072600 5100-EXIT.
072700     EXIT.

072800*----------------------------------------------------------------*
072900* 6000-PRINT-REPORT - ONE LINE PER DEPARTMENT IN CODE ORDER, THE *
073000*                     COMPANY TOTAL, AND THE RPT010 TIE-OUT.     *
073100*----------------------------------------------------------------*
073200 6000-PRINT-REPORT.
073300     PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT.
073400     PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
073500         VARYING WS-DT-SUB FROM 1 BY 1
073600         UNTIL WS-DT-SUB > WS-DT-COUNT.
073700     IF WS-DT-OVERFLOWED
073800         MOVE WS-DT-OTHER TO WS-DT-SUB
073900         PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
074000     END-IF.
074100     MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES.
074200     MOVE SPACES TO DET-DEPT.
074300     MOVE 'COMPANY TOTAL' TO DET-NAME.
074400     PERFORM 6200-FORMAT-FIGURES THRU 6200-EXIT.
074500     MOVE WS-CLOSING TO WS-CO-CLOSING.
074600     WRITE REPORT-LINE FROM DETAIL-LINE
074700         AFTER ADVANCING 2 LINES.
074800     PERFORM 6300-PRINT-TIE-OUT THRU 6300-EXIT.
074900 6000-EXIT.
075000     EXIT.

075100*----------------------------------------------------------------*
075200* 6100-PRINT-ONE-DEPT - ONE DEPARTMENT'S LINE, NAME FROM         *
075300*                       DEPTMAST, ITS FIGURES ROLLED INTO THE    *
075400*                       COMPANY TOTAL.                           *
075500*----------------------------------------------------------------*
075600 6100-PRINT-ONE-DEPT.
075700     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
075800         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
075900     END-IF.
076000     MOVE WS-DT-DEPT (WS-DT-SUB) TO DET-DEPT.
076100     IF WS-DT-SUB = WS-DT-OTHER
076200         MOVE 'ALL OTHER DEPARTMENTS' TO DEPT-NAME
076300     ELSE
076400         MOVE WS-DT-DEPT (WS-DT-SUB) TO DEPT-CODE
076500         READ DEPARTMENT-MASTER
076600             INVALID KEY
076700                 MOVE '** NOT ON DEPTMAST **' TO DEPT-NAME
076800         END-READ
076900     END-IF.
077000     MOVE DEPT-NAME TO DET-NAME.
077100     MOVE WS-DT-CURRENT (WS-DT-SUB) TO WS-LF-CURRENT.
077200     MOVE WS-DT-AFTER-NET (WS-DT-SUB) TO WS-LF-AFTER-NET.
077300     MOVE WS-DT-ADD (WS-DT-SUB) TO WS-LF-ADD.
077400     MOVE WS-DT-REHIRE (WS-DT-SUB) TO WS-LF-REHIRE.
077500     MOVE WS-DT-TERM (WS-DT-SUB) TO WS-LF-TERM.
077600     MOVE WS-DT-IN (WS-DT-SUB) TO WS-LF-IN.
077700     MOVE WS-DT-OUT (WS-DT-SUB) TO WS-LF-OUT.
077800     MOVE WS-DT-WIN-TERM (WS-DT-SUB) TO WS-LF-WIN-TERM.
077900     MOVE WS-DT-WIN-NET (WS-DT-SUB) TO WS-LF-WIN-NET.
078000     ADD WS-LF-CURRENT TO WS-CO-CURRENT.
078100     ADD WS-LF-AFTER-NET TO WS-CO-AFTER-NET.
078200     ADD WS-LF-ADD TO WS-CO-ADD.
078300     ADD WS-LF-REHIRE TO WS-CO-REHIRE.
078400     ADD WS-LF-TERM TO WS-CO-TERM.
078500     ADD WS-LF-IN TO WS-CO-IN.
078600     ADD WS-LF-OUT TO WS-CO-OUT.
078700     ADD WS-LF-WIN-TERM TO WS-CO-WIN-TERM.
078800     ADD WS-LF-WIN-NET TO WS-CO-WIN-NET.
078900     PERFORM 6200-FORMAT-FIGURES THRU 6200-EXIT.
079000     WRITE REPORT-LINE FROM DETAIL-LINE.
079100     ADD 1 TO WS-LINE-CTR.
079200 6100-EXIT.
079300     EXIT.

079400*----------------------------------------------------------------*
079500* 6200-FORMAT-FIGURES - WORK OUT OPENING AND CLOSING HEADCOUNT   *
079600*                       AND BOTH TURNOVER PERCENTS FROM          *
079700*                       WS-LINE-FIGURES INTO DETAIL-LINE.        *
079800*                       TURNOVER IS TERMINATIONS OVER THE        *
079900*                       AVERAGE OF OPENING AND CLOSING           *
080000*                       HEADCOUNT; TRANSFERS ARE MOVEMENT, NOT   *
080100*                       TURNOVER.  NO HEADCOUNT PRINTS ZERO.     *
080200*----------------------------------------------------------------*
080300 6200-FORMAT-FIGURES.
080400     COMPUTE WS-CLOSING = WS-LF-CURRENT - WS-LF-AFTER-NET.
080500     COMPUTE WS-OPENING = WS-CLOSING - WS-LF-ADD - WS-LF-REHIRE
080600         - WS-LF-IN + WS-LF-TERM + WS-LF-OUT.
080700     COMPUTE WS-WIN-OPENING = WS-CLOSING - WS-LF-WIN-NET.
080800     MOVE WS-OPENING TO DET-OPENING.
080900     MOVE WS-LF-ADD TO DET-ADD.
081000     MOVE WS-LF-REHIRE TO DET-REHIRE.
081100     MOVE WS-LF-TERM TO DET-TERM.
081200     MOVE WS-LF-IN TO DET-IN.
081300     MOVE WS-LF-OUT TO DET-OUT.
081400     MOVE WS-CLOSING TO DET-CLOSING.
081500     MOVE ZERO TO WS-TURNOVER-PCT.
081600     COMPUTE WS-AVG-HEADCOUNT = (WS-OPENING + WS-CLOSING) / 2.
081700     IF WS-AVG-HEADCOUNT > ZERO
081800         COMPUTE WS-TURNOVER-PCT ROUNDED =
081900             (WS-LF-TERM * 100) / WS-AVG-HEADCOUNT
082000             ON SIZE ERROR
082100                 MOVE 999.9 TO WS-TURNOVER-PCT
082200         END-COMPUTE
082300     END-IF.
082400     MOVE WS-TURNOVER-PCT TO DET-TURN-PCT.
082500     MOVE ZERO TO WS-TURNOVER-PCT.
082600     COMPUTE WS-AVG-HEADCOUNT =
082700         (WS-WIN-OPENING + WS-CLOSING) / 2.
082800     IF WS-AVG-HEADCOUNT > ZERO
082900         COMPUTE WS-TURNOVER-PCT ROUNDED =
083000             (WS-LF-WIN-TERM * 100) / WS-AVG-HEADCOUNT
083100             ON SIZE ERROR
083200                 MOVE 999.9 TO WS-TURNOVER-PCT
083300         END-COMPUTE
083400     END-IF.
083500     MOVE WS-TURNOVER-PCT TO DET-WIN-PCT.
083600 6200-EXIT.
083700     EXIT.

083800*----------------------------------------------------------------*
083900* 6300-PRINT-TIE-OUT - THE COMPANY CLOSING HEADCOUNT AGAINST THE *
084000*                      MONTH'S LAST RPT010 HEADCOUNT.  A         *
084100*                      DIFFERENCE (OR NO RPT010 RUN TO TIE TO)   *
084200*                      IS FLAGGED AND ENDS THE RUN RC=4 - A      *
084300*                      MASTER CHANGE THAT NEVER REACHED THE      *
084400*                      JOURNAL, OR A ROSTER RUN BEFORE THE LAST  *
084500*                      DAY'S CHANGES.                            *
084600*----------------------------------------------------------------*
084700 6300-PRINT-TIE-OUT.
084800     IF NOT WS-RPT010-FOUND
084900         WRITE REPORT-LINE FROM TIE-LINE-NONE
085000             AFTER ADVANCING 3 LINES
085100         DISPLAY 'TRN010 - NO RPT010 HEADCOUNT FOR THE MONTH'
085200         SET WS-RC-EXCEPTIONS TO TRUE
085300         GO TO 6300-EXIT
085400     END-IF.
085500     MOVE WS-RPT010-COUNT TO TIE-RPT010-COUNT.
085600     MOVE WS-RPT010-MM TO TIE-MM.
085700     MOVE WS-RPT010-DD TO TIE-DD.
085800     MOVE WS-RPT010-YY TO TIE-YY.
085900     WRITE REPORT-LINE FROM TIE-LINE-1
086000         AFTER ADVANCING 3 LINES.
086100     COMPUTE WS-TIE-DIFF = WS-CO-CLOSING - WS-RPT010-COUNT.
086200     MOVE WS-TIE-DIFF TO TIE-DIFF.
086300     IF WS-TIE-DIFF = ZERO
086400         MOVE 'TIES' TO TIE-FLAG
086500     ELSE
086600         MOVE '** DOES NOT TIE - REVIEW **' TO TIE-FLAG
086700         DISPLAY 'TRN010 - CLOSING HEADCOUNT DOES NOT TIE TO '
086800             'RPT010, DIFFERENCE = ' WS-TIE-DIFF
086900         SET WS-RC-EXCEPTIONS TO TRUE
087000     END-IF.
087100     WRITE REPORT-LINE FROM TIE-LINE-2
087200         AFTER ADVANCING 1 LINE.
087300 6300-EXIT.
087400     EXIT.

087500*----------------------------------------------------------------*
087600* 7000-FIND-DEPT - FIND WS-DT-SEARCH-DEPT ON THE TABLE, ADDING   *
087700*                  IT IN CODE ORDER WHEN NEW.  PAST 99           *
087800*                  DEPARTMENTS, NEW CODES SHARE THE LAST ENTRY.  *
087900*----------------------------------------------------------------*
088000 7000-FIND-DEPT.
088100     MOVE ZERO TO WS-DT-FOUND.
088200     MOVE ZERO TO WS-DT-INSERT.
088300     PERFORM 7100-CHECK-ONE-DEPT THRU 7100-EXIT
088400         VARYING WS-DT-SUB FROM 1 BY 1
088500         UNTIL WS-DT-SUB > WS-DT-COUNT OR WS-DT-FOUND > ZERO
088600            OR WS-DT-INSERT > ZERO.
088700     IF WS-DT-FOUND > ZERO
088800         GO TO 7000-EXIT
088900     END-IF.
089000     IF WS-DT-COUNT NOT LESS THAN WS-DT-MAX
089100         IF NOT WS-DT-OVERFLOWED
089200             SET WS-DT-OVERFLOWED TO TRUE
089300             INITIALIZE WS-DT-ENTRY (WS-DT-OTHER)
089400             MOVE '****' TO WS-DT-DEPT (WS-DT-OTHER)
089500             DISPLAY 'TRN010 - MORE THAN 99 DEPARTMENTS, THE '
089600                 'REST ARE TOTALED AS ****'
089700         END-IF
089800         MOVE WS-DT-OTHER TO WS-DT-FOUND
089900         GO TO 7000-EXIT
090000     END-IF.
090100     IF WS-DT-INSERT = ZERO
090200         COMPUTE WS-DT-INSERT = WS-DT-COUNT + 1
090300     ELSE
090400         PERFORM 7200-SHIFT-ONE-DEPT THRU 7200-EXIT
090500             VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
090600             UNTIL WS-DT-SUB < WS-DT-INSERT
090700     END-IF.
090800     ADD 1 TO WS-DT-COUNT.
090900     MOVE WS-DT-INSERT TO WS-DT-FOUND.
091000     INITIALIZE WS-DT-ENTRY (WS-DT-FOUND).
091100     MOVE WS-DT-SEARCH-DEPT TO WS-DT-DEPT (WS-DT-FOUND).
091200 7000-EXIT.
091300     EXIT.

091400*----------------------------------------------------------------*
091500* 7100-CHECK-ONE-DEPT - ENTRY WS-DT-SUB IS EITHER THE ONE, OR    *
091600*                       THE FIRST CODE PAST IT - WHERE A NEW     *
091700*                       ENTRY GOES.                              *
091800*----------------------------------------------------------------*
091900 7100-CHECK-ONE-DEPT.
092000     IF WS-DT-DEPT (WS-DT-SUB) = WS-DT-SEARCH-DEPT
092100         MOVE WS-DT-SUB TO WS-DT-FOUND
092200         GO TO 7100-EXIT
092300     END-IF.
092400     IF WS-DT-DEPT (WS-DT-SUB) > WS-DT-SEARCH-DEPT
092500         MOVE WS-DT-SUB TO WS-DT-INSERT
092600     END-IF.
092700 7100-EXIT.
092800     EXIT.

092900*----------------------------------------------------------------*
093000* 7200-SHIFT-ONE-DEPT - MOVE ENTRY WS-DT-SUB DOWN ONE SLOT TO    *
093100*                       OPEN A GAP AT WS-DT-INSERT.              *
093200*----------------------------------------------------------------*
093300 7200-SHIFT-ONE-DEPT.
093400     MOVE WS-DT-ENTRY (WS-DT-SUB) TO WS-DT-ENTRY (WS-DT-SUB + 1).
093500 7200-EXIT.
093600     EXIT.

093700*----------------------------------------------------------------*
093800* 7500-WRITE-HEADINGS - START A NEW PAGE.                        *
093900*----------------------------------------------------------------*
094000 7500-WRITE-HEADINGS.
094100     ADD 1 TO WS-PAGE-NBR.
094200     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
094300     MOVE WS-CURRENT-MM TO HDG-MM.
094400     MOVE WS-CURRENT-DD TO HDG-DD.
094500     MOVE WS-CURRENT-YY TO HDG-YY.
094600     MOVE WS-SEL-MONTH TO HDG-MONTH.
094700     MOVE WS-WIN-MONTH TO HDG-WIN-MONTH.
094800     IF WS-PAGE-NBR > 1
094900         WRITE REPORT-LINE FROM HDG-LINE-1
095000             AFTER ADVANCING PAGE
095100     ELSE
095200         WRITE REPORT-LINE FROM HDG-LINE-1
095300             AFTER ADVANCING 0 LINES
095400     END-IF.
095500     WRITE REPORT-LINE FROM HDG-LINE-2
095600         AFTER ADVANCING 1 LINE.
095700     WRITE REPORT-LINE FROM HDG-LINE-3
095800         AFTER ADVANCING 2 LINES.
095900     MOVE ZERO TO WS-LINE-CTR.
096000 7500-EXIT.
096100     EXIT.

096200*----------------------------------------------------------------*
096300* 8000-TERMINATE - PRINT THE FOOTING TOTALS, CLOSE THE FILES,    *
096400*                  AND SET THE RETURN CODE - RC=8 A FILE WOULD   *
096500*                  NOT OPEN, RC=4 THE CLOSING HEADCOUNT DID NOT  *
096600*                  TIE OR JOURNAL DATES WERE UNREADABLE, RC=0    *
096700*                  CLEAN.                                        *
096800*----------------------------------------------------------------*
096900 8000-TERMINATE.
097000     IF WS-ABEND-OCCURRED
097100         DISPLAY 'TRN010 - RUN TERMINATED, FILES NOT AVAILABLE'
097200         SET WS-RC-ABEND TO TRUE
097300         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
097400         GO TO 8000-EXIT
097500     END-IF.
097600     MOVE WS-MASTER-READ-COUNT TO FTG-MASTER-READ.
097700     WRITE REPORT-LINE FROM FOOTING-LINE-1
097800         AFTER ADVANCING 2 LINES.
097900     MOVE WS-JRNL-READ-COUNT TO FTG-JRNL-READ.
098000     WRITE REPORT-LINE FROM FOOTING-LINE-2
098100         AFTER ADVANCING 1 LINE.
098200     MOVE WS-ARCHREAD-COUNT TO FTG-ARCHREAD.
098300     WRITE REPORT-LINE FROM FOOTING-LINE-3
098400         AFTER ADVANCING 1 LINE.
098500     MOVE WS-MONTH-EVENT-COUNT TO FTG-MONTH-EVENTS.
098600     WRITE REPORT-LINE FROM FOOTING-LINE-4
098700         AFTER ADVANCING 1 LINE.
098800     MOVE WS-BADDATE-COUNT TO FTG-BADDATE.
098900     WRITE REPORT-LINE FROM FOOTING-LINE-5
099000         AFTER ADVANCING 1 LINE.
099100     DISPLAY 'MASTER RECORDS READ   : ' WS-MASTER-READ-COUNT.
099200     DISPLAY 'JOURNAL RECORDS READ  : ' WS-JRNL-READ-COUNT.
099300     DISPLAY 'READ FROM ARCHIVE     : ' WS-ARCHREAD-COUNT.
099400     DISPLAY 'MOVEMENTS IN MONTH    : ' WS-MONTH-EVENT-COUNT.
099500     DISPLAY 'UNREADABLE DATES      : ' WS-BADDATE-COUNT.
099600     DISPLAY 'HISTORY RECORDS READ  : ' WS-STATS-READ-COUNT.
099700     IF WS-BADDATE-COUNT > 0 OR WS-DT-OVERFLOWED
099800         SET WS-RC-EXCEPTIONS TO TRUE
099900     END-IF.
100000     CLOSE EMPLOYEE-MASTER.
100100     CLOSE AUDIT-JOURNAL.
100200     IF WS-ARCHJRNL-OK OR WS-ARCHJRNL-EOF
100300         CLOSE ARCHIVE-JOURNAL
100400     END-IF.
100500     CLOSE DEPARTMENT-MASTER.
100600     CLOSE RUN-STATS.
100700     CLOSE TURNOVER-REPORT.
100800 8000-EXIT.
100900     EXIT.

101000*----------------------------------------------------------------*
101100* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
101200*                           ACTUALLY SUCCEEDED.                  *
101300*----------------------------------------------------------------*
101400 8100-CLOSE-OPENED-FILES.
101500     IF WS-EMPMAST-OK
101600         CLOSE EMPLOYEE-MASTER
101700     END-IF.
101800     IF WS-AUDJRNL-OK
101900         CLOSE AUDIT-JOURNAL
102000     END-IF.
102100     IF WS-ARCHJRNL-OK
102200         CLOSE ARCHIVE-JOURNAL
102300     END-IF.
102400     IF WS-DEPTMAST-OK
102500         CLOSE DEPARTMENT-MASTER
102600     END-IF.
102700     IF WS-RUNSTATS-OK
102800         CLOSE RUN-STATS
102900     END-IF.
103000     IF WS-RPTOUT-OK
103100         CLOSE TURNOVER-REPORT
103200     END-IF.
103300 8100-EXIT.
103400     EXIT.
