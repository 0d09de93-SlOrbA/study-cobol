000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUP010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - NIGHTLY POSSIBLE-DUPLICATE
001200*                EMPLOYEE REPORT.  NOW THAT HELLO AND EMPMNT
001300*                DRAW IDS FROM SYSCTL, THE SAME PERSON HIRED
001400*                TWICE GETS TWO IDS AND NOTHING NOTICES UNTIL
001500*                PAYROLL PAYS BOTH.  EVERY ADD JOURNALED ON THE
001600*                COMPARE DATE IS CHECKED AGAINST THE WHOLE
001700*                MASTER, TERMINATED RECORDS INCLUDED, AND
001800*                AGAINST THE PURGED EMPLOYEES ON THE INACTIVE
001900*                GENERATIONS.  A RECORD IS LISTED WHEN ITS NAME
002000*                MATCHES - AS KEYED, OR AFTER DROPPING THE
002100*                PUNCTUATION AND PUTTING THE WORDS IN ORDER, SO
002200*                "SMITH, JOHN A." MATCHES "JOHN A SMITH" - AND
002300*                EITHER THE HIRE DATES ARE WITHIN WS-CLOSE-DAYS
002400*                OF EACH OTHER OR IT IS A TERMINATED EMPLOYEE OF
002500*                THE ADD'S DEPARTMENT.  RC=4 WHILE ANYTHING IS
002600*                LISTED, SO PERSONNEL LOOKS BEFORE PAYROLL RUNS.
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

004200     SELECT INACTIVE-FILE ASSIGN TO INACTIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-INACTIN-STATUS.

004500     SELECT CONTROL-CARD ASSIGN TO DUPCTL
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DUPCTL-STATUS.

004800     SELECT DUPLICATE-REPORT ASSIGN TO RPTOUT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPTOUT-STATUS.

005100     SELECT SORT-FILE ASSIGN TO SORTWK01.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EMPLOYEE-MASTER
005500     LABEL RECORDS ARE STANDARD.
005600     COPY EMPREC.

005700 FD  AUDIT-JOURNAL
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 196 CHARACTERS.
006000 01  AUDIT-LINE                  PIC X(196).

006100*    PURGED EMPLOYEES - PRG010'S INACTIVE GENERATIONS, WRITTEN IN
006200*    THE EMPREC LAYOUT.
006300 FD  INACTIVE-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 75 CHARACTERS.
006600 01  INACTIVE-RECORD.
006700     05  INA-EMP-ID              PIC 9(05).
006800     05  INA-EMP-NAME            PIC X(30).
006900     05  INA-EMP-DEPT            PIC X(04).
007000     05  INA-EMP-HIRE-DATE       PIC 9(08).
007100     05  INA-EMP-STATUS          PIC X(01).
007200     05  INA-EMP-PAY-GRADE       PIC X(02).
007300     05  INA-EMP-TERM-DATE       PIC 9(08).
007400     05  INA-EMP-LEAVE-START     PIC 9(08).
007500     05  INA-EMP-LEAVE-RETURN    PIC 9(08).
007600     05  INA-EMP-LEAVE-TYPE      PIC X(01).

007700 FD  CONTROL-CARD
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  CTL-RECORD.
008100     05  CTL-AUDIT-DATE          PIC 9(06).
008200     05  FILLER                  PIC X(74).

008300 FD  DUPLICATE-REPORT
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  REPORT-LINE                 PIC X(132).

008700 SD  SORT-FILE.
008800 01  SORT-RECORD.
008900     05  SORT-ADD-ID             PIC 9(05).
009000     05  SORT-CAND-ID            PIC 9(05).
009100     05  SORT-ADD-SUB            PIC 9(04).
009200     05  SORT-SOURCE             PIC X(08).
009300     05  SORT-CAND-NAME          PIC X(30).
009400     05  SORT-CAND-DEPT          PIC X(04).
009500     05  SORT-CAND-HIRE-DATE     PIC 9(08).
009600     05  SORT-CAND-STATUS        PIC X(01).
009700     05  SORT-NAME-BASIS         PIC X(10).
009800     05  SORT-REASON             PIC X(26).

009900 WORKING-STORAGE SECTION.
010000 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
010100     88  WS-EMPMAST-OK                      VALUE '00'.
010200     88  WS-EMPMAST-EOF                     VALUE '10'.
010300 77  WS-AUDJRNL-STATUS           PIC X(02)  VALUE SPACES.
010400     88  WS-AUDJRNL-OK                      VALUE '00'.
010500     88  WS-AUDJRNL-EOF                     VALUE '10'.
010600 77  WS-INACTIN-STATUS           PIC X(02)  VALUE SPACES.
010700     88  WS-INACTIN-OK                      VALUE '00'.
010800     88  WS-INACTIN-EOF                     VALUE '10'.
010900 77  WS-DUPCTL-STATUS            PIC X(02)  VALUE SPACES.
011000     88  WS-DUPCTL-OK                       VALUE '00'.
011100 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
011200     88  WS-RPTOUT-OK                       VALUE '00'.

011300 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
011400     88  WS-EOF-MASTER                      VALUE 'Y'.
011500 77  WS-AUDEOF-SW                PIC X(01)  VALUE 'N'.
011600     88  WS-EOF-JOURNAL                     VALUE 'Y'.
011700 77  WS-INAEOF-SW                PIC X(01)  VALUE 'N'.
011800     88  WS-EOF-INACTIVE                    VALUE 'Y'.
011900 77  WS-SORT-EOF-SW              PIC X(01)  VALUE 'N'.
012000     88  WS-EOF-SORT                        VALUE 'Y'.
012100 77  WS-INACTIVE-SW              PIC X(01)  VALUE 'N'.
012200     88  WS-INACTIVE-AVAILABLE              VALUE 'Y'.

012300 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
012400     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

012500 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
012600     88  WS-RC-CLEAN                        VALUE 0.
012700     88  WS-RC-EXCEPTIONS                   VALUE 4.
012800     88  WS-RC-ABEND                        VALUE 8.

012900 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
013000 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
013100 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

013200*----------------------------------------------------------------*
013300* HOW FAR APART TWO HIRE DATES MAY BE AND STILL LOOK LIKE THE    *
013400* SAME HIRE KEYED TWICE.                                         *
013500*----------------------------------------------------------------*
013600 77  WS-CLOSE-DAYS               PIC 9(03)  VALUE 30 COMP.

013700 01  WS-JOURNAL-COUNT            PIC 9(07)  VALUE ZERO COMP.
013800 01  WS-READ-COUNT               PIC 9(07)  VALUE ZERO COMP.
013900 01  WS-INACTIVE-COUNT           PIC 9(07)  VALUE ZERO COMP.
014000 01  WS-MATCH-COUNT              PIC 9(07)  VALUE ZERO COMP.
014100 01  WS-ADDS-MATCHED             PIC 9(07)  VALUE ZERO COMP.
014200 01  WS-ADDS-SKIPPED             PIC 9(07)  VALUE ZERO COMP.
014300 01  WS-CURR-ADD-ID              PIC 9(05)  VALUE ZERO.

014400 01  WS-COMPARE-DATE             PIC 9(06)  VALUE ZERO.
014500 01  WS-COMPARE-SPLIT REDEFINES WS-COMPARE-DATE.
014600     05  WS-COMPARE-YY           PIC 9(02).
014700     05  WS-COMPARE-MM           PIC 9(02).
014800     05  WS-COMPARE-DD           PIC 9(02).
014900 01  WS-CURRENT-DATE.
015000     05  WS-CURRENT-YY           PIC 9(02).
015100     05  WS-CURRENT-MM           PIC 9(02).
015200     05  WS-CURRENT-DD           PIC 9(02).
015300 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
015400                                 PIC 9(06).

015500*----------------------------------------------------------------*
015600* THE ADDS JOURNALED ON THE COMPARE DATE, EACH WITH ITS NAME     *
015700* NORMALIZED AND ITS HIRE DATE AS A DAY SERIAL ONCE, UP FRONT.   *
015800*----------------------------------------------------------------*
015900 77  WS-ADD-MAX                  PIC 9(04)  VALUE 500 COMP.
016000 01  WS-ADD-COUNT                PIC 9(04)  VALUE ZERO COMP.
016100 01  WS-ADD-SUB                  PIC 9(04)  VALUE ZERO COMP.
016200 01  WS-FIND-SUB                 PIC 9(04)  VALUE ZERO COMP.
016300 01  WS-FIND-ID                  PIC 9(05)  VALUE ZERO.
016400 01  WS-ADD-TABLE.
016500     05  WS-ADD-ENTRY OCCURS 500 TIMES.
016600         10  WS-ADD-ID           PIC 9(05).
016700         10  WS-ADD-NAME         PIC X(30).
016800         10  WS-ADD-NORM-NAME    PIC X(30).
016900         10  WS-ADD-DEPT         PIC X(04).
017000         10  WS-ADD-HIRE-DATE    PIC 9(08).
017100         10  WS-ADD-HIRE-SERIAL  PIC S9(09) COMP.
017200         10  WS-ADD-RUN-ID       PIC X(08).
017300         10  WS-ADD-OPERATOR     PIC X(08).

017400*----------------------------------------------------------------*
017500* THE MASTER OR INACTIVE RECORD BEING CHECKED AGAINST THE ADDS.  *
017600*----------------------------------------------------------------*
017700 01  WS-CAND-FIELDS.
017800     05  WS-CAND-ID              PIC 9(05).
017900     05  WS-CAND-NAME            PIC X(30).
018000     05  WS-CAND-NORM-NAME       PIC X(30).
018100     05  WS-CAND-DEPT            PIC X(04).
018200     05  WS-CAND-HIRE-DATE       PIC 9(08).
018300     05  WS-CAND-STATUS          PIC X(01).
018400         88  WS-CAND-TERMINATED             VALUE 'T'.
018500     05  WS-CAND-SOURCE          PIC X(08).
018600 01  WS-CAND-HIRE-SERIAL         PIC S9(09) VALUE ZERO COMP.
018700 01  WS-HIRE-GAP                 PIC S9(09) VALUE ZERO COMP.
018800 01  WS-NAME-BASIS               PIC X(10)  VALUE SPACES.
018900 01  WS-REASON                   PIC X(26)  VALUE SPACES.
019000 01  WS-GAP-REASON.
019100     05  FILLER                  PIC X(11)  VALUE 'HIRE DATES '.
019200     05  WS-GAP-DAYS             PIC ZZ9.
019300     05  FILLER                  PIC X(11)  VALUE ' DAYS APART'.

019400*----------------------------------------------------------------*
019500* NAME NORMALIZING - 5000-NORMALIZE-NAME TURNS WS-NRM-IN INTO    *
019600* WS-NRM-OUT: LETTERS FOLDED TO UPPER CASE, APOSTROPHES DROPPED  *
019700* (O'NEIL = ONEIL), EVERY OTHER NON-ALPHANUMERIC A WORD BREAK,   *
019800* AND THE WORDS SORTED AND SET ONE SPACE APART.  TWO NAMES WITH  *
019900* THE SAME WORDS IN ANY ORDER, CASE, AND PUNCTUATION COME OUT THE*
019950* SAME.                                                          *
020000*----------------------------------------------------------------*
020100 01  WS-NRM-IN                   PIC X(30)  VALUE SPACES.
020200 01  WS-NRM-OUT                  PIC X(30)  VALUE SPACES.
020300 01  WS-NRM-CHAR                 PIC X(01)  VALUE SPACE.
020316 01  WS-NRM-K                    PIC 9(02)  VALUE ZERO COMP.
020332 01  WS-NRM-LOWER                PIC X(26)
020348                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
020364 01  WS-NRM-UPPER                PIC X(26)
020380                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
020400 01  WS-NRM-CUR                  PIC X(30)  VALUE SPACES.
020500 01  WS-NRM-CUR-LEN              PIC 9(02)  VALUE ZERO COMP.
020600 01  WS-NRM-OUT-LEN              PIC 9(02)  VALUE ZERO COMP.
020700 01  WS-NRM-SUB                  PIC 9(02)  VALUE ZERO COMP.
020800 01  WS-NRM-I                    PIC 9(02)  VALUE ZERO COMP.
020900 01  WS-NRM-J                    PIC 9(02)  VALUE ZERO COMP.
021000 01  WS-NRM-LIMIT                PIC 9(02)  VALUE ZERO COMP.
021100 01  WS-NRM-WORD-COUNT           PIC 9(02)  VALUE ZERO COMP.
021200 01  WS-NRM-SWAP-WORD            PIC X(30)  VALUE SPACES.
021300 01  WS-NRM-SWAP-LEN             PIC 9(02)  VALUE ZERO COMP.
021400 01  WS-NRM-WORD-TABLE.
021500     05  WS-NRM-WORD-ENTRY OCCURS 15 TIMES.
021600         10  WS-NRM-WORD         PIC X(30).
021700         10  WS-NRM-WORD-LEN     PIC 9(02) COMP.

021800 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
021900 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
022000 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.

022100*----------------------------------------------------------------*
022200* CUMULATIVE DAYS BEFORE EACH MONTH, FOR THE DAY-SERIAL          *
022300* ARITHMETIC BEHIND THE HIRE-DATE GAP.                           *
022400*----------------------------------------------------------------*
022500 01  WS-CUM-DAYS-DATA.
022600     05  FILLER                  PIC X(36)
022700             VALUE '000031059090120151181212243273304334'.
022800 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
022900     05  WS-CUM-DAYS OCCURS 12 TIMES
023000                                 PIC 9(03).

023100 01  WS-DTD-DATE.
023200     05  WS-DTD-YEAR             PIC 9(04).
023300     05  WS-DTD-MM               PIC 9(02).
023400     05  WS-DTD-DD               PIC 9(02).
023500 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
023600                                 PIC 9(08).
023700 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
023800 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

023900*----------------------------------------------------------------*
024000* A CCYYMMDD DATE LAID OUT MM/DD/CCYY FOR THE REPORT.            *
024100*----------------------------------------------------------------*
024200 01  WS-FMT-IN.
024300     05  WS-FMT-IN-YEAR          PIC 9(04).
024400     05  WS-FMT-IN-MM            PIC 9(02).
024500     05  WS-FMT-IN-DD            PIC 9(02).
024600 01  WS-FMT-IN-N REDEFINES WS-FMT-IN
024700                                 PIC 9(08).
024800 01  WS-DATE-FMT.
024900     05  WS-DATE-FMT-MM          PIC 99.
025000     05  FILLER                  PIC X(01)  VALUE '/'.
025100     05  WS-DATE-FMT-DD          PIC 99.
025200     05  FILLER                  PIC X(01)  VALUE '/'.
025300     05  WS-DATE-FMT-YEAR        PIC 9999.
025400 01  WS-FMT-OUT                  PIC X(10)  VALUE SPACES.

025500*----------------------------------------------------------------*
025600* COPY OF THE AUDIT JOURNAL RECORD LAYOUT - SAME COPYBOOK THE    *
025700* WRITERS (HELLO AND EMPMNT) USE.                                *
025800*----------------------------------------------------------------*
025900     COPY AUDREC.

026000 01  HDG-LINE-1.
026100     05  FILLER                  PIC X(41)  VALUE SPACES.
026200     05  FILLER                  PIC X(28)
026300             VALUE 'POSSIBLE DUPLICATE EMPLOYEES'.
026400     05  FILLER                  PIC X(55)  VALUE SPACES.
026500     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
026600     05  HDG-PAGE-NBR            PIC ZZ9.

026700 01  HDG-LINE-2.
026800     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
026900     05  HDG-MM                  PIC 99.
027000     05  FILLER                  PIC X(01)  VALUE '/'.
027100     05  HDG-DD                  PIC 99.
027200     05  FILLER                  PIC X(01)  VALUE '/'.
027300     05  HDG-YY                  PIC 99.
027400     05  FILLER                  PIC X(04)  VALUE SPACES.
027500     05  FILLER                  PIC X(18)
027600             VALUE 'ADDS JOURNALED ON '.
027700     05  HDG-CMP-MM              PIC 99.
027800     05  FILLER                  PIC X(01)  VALUE '/'.
027900     05  HDG-CMP-DD              PIC 99.
028000     05  FILLER                  PIC X(01)  VALUE '/'.
028100     05  HDG-CMP-YY              PIC 99.
028200     05  FILLER                  PIC X(89)  VALUE SPACES.

028300 01  HDG-LINE-3.
028400     05  FILLER                  PIC X(04)  VALUE SPACES.
028500     05  FILLER                  PIC X(07)  VALUE 'EMP ID'.
028600     05  FILLER                  PIC X(10)  VALUE 'FOUND ON'.
028700     05  FILLER                  PIC X(32)  VALUE 'EMPLOYEE NAME'.
028800     05  FILLER                  PIC X(06)  VALUE 'DEPT'.
028900     05  FILLER                  PIC X(12)  VALUE 'HIRE DATE'.
029000     05  FILLER                  PIC X(12)  VALUE 'STATUS'.
029100     05  FILLER                  PIC X(12)  VALUE 'NAME MATCH'.
029200     05  FILLER                  PIC X(26)  VALUE 'WHY LISTED'.
029300     05  FILLER                  PIC X(11)  VALUE SPACES.

029400 01  ADD-LINE.
029500     05  FILLER                  PIC X(08)  VALUE 'NEW ADD '.
029600     05  ADL-ID                  PIC 9(05).
029700     05  FILLER                  PIC X(02)  VALUE SPACES.
029800     05  ADL-NAME                PIC X(30).
029900     05  FILLER                  PIC X(02)  VALUE SPACES.
030000     05  FILLER                  PIC X(05)  VALUE 'DEPT '.
030100     05  ADL-DEPT                PIC X(04).
030200     05  FILLER                  PIC X(02)  VALUE SPACES.
030300     05  FILLER                  PIC X(06)  VALUE 'HIRED '.
030400     05  ADL-HIRE                PIC X(10).
030500     05  FILLER                  PIC X(02)  VALUE SPACES.
030600     05  FILLER                  PIC X(09)  VALUE 'ADDED BY '.
030700     05  ADL-RUN-ID              PIC X(08).
030800     05  FILLER                  PIC X(01)  VALUE SPACES.
030900     05  ADL-OPERATOR            PIC X(08).
031000     05  FILLER                  PIC X(30)  VALUE SPACES.

031100 01  DETAIL-LINE.
031200     05  FILLER                  PIC X(04)  VALUE SPACES.
031300     05  DET-ID                  PIC 9(05).
031400     05  FILLER                  PIC X(02)  VALUE SPACES.
031500     05  DET-SOURCE              PIC X(08).
031600     05  FILLER                  PIC X(02)  VALUE SPACES.
031700     05  DET-NAME                PIC X(30).
031800     05  FILLER                  PIC X(02)  VALUE SPACES.
031900     05  DET-DEPT                PIC X(04).
032000     05  FILLER                  PIC X(02)  VALUE SPACES.
032100     05  DET-HIRE                PIC X(10).
032200     05  FILLER                  PIC X(02)  VALUE SPACES.
032300     05  DET-STATUS              PIC X(10).
032400     05  FILLER                  PIC X(02)  VALUE SPACES.
032500     05  DET-BASIS               PIC X(10).
032600     05  FILLER                  PIC X(02)  VALUE SPACES.
032700     05  DET-REASON              PIC X(26).
032800     05  FILLER                  PIC X(11)  VALUE SPACES.

032900 01  FOOTING-LINE-1.
033000     05  FILLER                  PIC X(28)
033100                     VALUE 'JOURNAL RECORDS READ:'.
033200     05  FTG-JOURNAL             PIC ZZZZZZ9.
033300     05  FILLER                  PIC X(97)  VALUE SPACES.

033400 01  FOOTING-LINE-2.
033500     05  FILLER                  PIC X(28)
033600                     VALUE 'ADDS CHECKED:'.
033700     05  FTG-ADDS                PIC ZZZZZZ9.
033800     05  FILLER                  PIC X(97)  VALUE SPACES.

033900 01  FOOTING-LINE-3.
034000     05  FILLER                  PIC X(28)
034100                     VALUE 'MASTER RECORDS READ:'.
034200     05  FTG-READ                PIC ZZZZZZ9.
034300     05  FILLER                  PIC X(97)  VALUE SPACES.

034400 01  FOOTING-LINE-4.
034500     05  FILLER                  PIC X(28)
034600                     VALUE 'INACTIVE RECORDS READ:'.
034700     05  FTG-INACTIVE            PIC ZZZZZZ9.
034800     05  FILLER                  PIC X(97)  VALUE SPACES.

034900 01  FOOTING-LINE-5.
035000     05  FILLER                  PIC X(28)
035100                     VALUE 'ADDS WITH A POSSIBLE MATCH:'.
035200     05  FTG-MATCHED             PIC ZZZZZZ9.
035300     05  FILLER                  PIC X(97)  VALUE SPACES.

035400 01  FOOTING-LINE-6.
035500     05  FILLER                  PIC X(28)
035600                     VALUE 'POSSIBLE DUPLICATES LISTED:'.
035700     05  FTG-MATCHES             PIC ZZZZZZ9.
035800     05  FILLER                  PIC X(97)  VALUE SPACES.

035900 01  FOOTING-LINE-7.
036000     05  FILLER                  PIC X(28)
036100                     VALUE 'ADDS NOT CHECKED (TABLE):'.
036200     05  FTG-SKIPPED             PIC ZZZZZZ9.
036300     05  FILLER                  PIC X(97)  VALUE SPACES.

036400 01  FOOTING-NOTE.
036500     05  FILLER                  PIC X(60)  VALUE
036600         'INACTIVE FILE NOT READ - PURGED STAFF NOT CHECKED'.
036700     05  FILLER                  PIC X(72)  VALUE SPACES.

036800*----------------------------------------------------------------*
036900* 0000-MAIN-PROCESS - MAINLINE.  TABLE THE DAY'S ADDS, SWEEP THE *
037000*                     MASTER AND THE INACTIVE FILE FOR LIKELY    *
037100*                     DUPLICATES OF THEM, PRINT THE MATCHES      *
037200*                     GROUPED UNDER EACH ADD, AND SET THE RETURN *
037300*                     CODE.                                      *
037400*----------------------------------------------------------------*
037500 PROCEDURE DIVISION.
037600 0000-MAIN-PROCESS.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037800     IF NOT WS-ABEND-OCCURRED
037900         PERFORM 2000-LOAD-ADD-TABLE THRU 2000-EXIT
038000     END-IF.
038100     IF NOT WS-ABEND-OCCURRED AND WS-ADD-COUNT > ZERO
038200         SORT SORT-FILE
038300             ON ASCENDING KEY SORT-ADD-ID
038400                              SORT-CAND-ID
038500             INPUT PROCEDURE IS 3000-FIND-MATCHES
038600                 THRU 3000-EXIT
038700             OUTPUT PROCEDURE IS 4000-PRINT-MATCHES
038800                 THRU 4000-EXIT
038900     END-IF.
039000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
039100     MOVE WS-RETURN-CODE TO RETURN-CODE.
039200     STOP RUN.

039300*----------------------------------------------------------------*
039400* 1000-INITIALIZE - OPEN THE FILES AND PICK UP THE COMPARE DATE. *
039500*                   THE INACTIVE FILE IS OPTIONAL - UNTIL PRG010 *
039600*                   HAS WRITTEN A GENERATION THERE IS NOTHING TO *
039700*                   READ, AND THE RUN SAYS SO ON THE REPORT.     *
039800*----------------------------------------------------------------*
039900 1000-INITIALIZE.
040000     ACCEPT WS-CURRENT-DATE FROM DATE.
040100     OPEN INPUT EMPLOYEE-MASTER.
040200     IF NOT WS-EMPMAST-OK
040300         DISPLAY 'DUP010 - CANNOT OPEN EMPLOYEE-MASTER, STATUS = '
040400             WS-EMPMAST-STATUS
040500         SET WS-ABEND-OCCURRED TO TRUE
040600         GO TO 1000-EXIT
040700     END-IF.
040800     OPEN INPUT AUDIT-JOURNAL.
040900     IF NOT WS-AUDJRNL-OK
041000         DISPLAY 'DUP010 - CANNOT OPEN AUDIT-JOURNAL, STATUS = '
041100             WS-AUDJRNL-STATUS
041200         SET WS-ABEND-OCCURRED TO TRUE
041300         GO TO 1000-EXIT
041400     END-IF.
041500     OPEN OUTPUT DUPLICATE-REPORT.
041600     IF NOT WS-RPTOUT-OK
041700         DISPLAY 'DUP010 - CANNOT OPEN DUPLICATE-REPORT, '
041800             'STATUS = ' WS-RPTOUT-STATUS
041900         SET WS-ABEND-OCCURRED TO TRUE
042000         GO TO 1000-EXIT
042100     END-IF.
042200     OPEN INPUT INACTIVE-FILE.
042300     IF WS-INACTIN-OK
042400         SET WS-INACTIVE-AVAILABLE TO TRUE
042500     ELSE
042600         DISPLAY 'DUP010 - NO INACTIVE INPUT, STATUS = '
042700             WS-INACTIN-STATUS ' - MASTER ONLY'
042800     END-IF.
042900     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
043000     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
043100 1000-EXIT.
043200     EXIT.

043300*----------------------------------------------------------------*
043400* 1100-READ-CONTROL-CARD - THE COMPARE DATE (YYMMDD, COLS 1-6)   *
043500*                          IS THE JOURNAL DATE WHOSE ADDS ARE    *
043600*                          CHECKED.  MISSING OR ZERO MEANS       *
043700*                          TODAY, THE SAME AS CMP010.            *
043800*----------------------------------------------------------------*
043900 1100-READ-CONTROL-CARD.
044000     OPEN INPUT CONTROL-CARD.
044100     IF WS-DUPCTL-OK
044200         READ CONTROL-CARD
044300             AT END
044400                 CONTINUE
044500             NOT AT END
044600                 IF CTL-AUDIT-DATE IS NUMERIC
044700                     MOVE CTL-AUDIT-DATE TO WS-COMPARE-DATE
044800                 END-IF
044900         END-READ
045000         CLOSE CONTROL-CARD
045100     END-IF.
045200     IF WS-COMPARE-DATE = ZERO
045300         MOVE WS-CURRENT-DATE-N TO WS-COMPARE-DATE
045400     END-IF.
045500 1100-EXIT.
045600     EXIT.

045700*----------------------------------------------------------------*
045800* 2000-LOAD-ADD-TABLE - TABLE EVERY ADD JOURNALED ON THE COMPARE *
045900*                       DATE, FROM THE BATCH LOAD AND THE SCREEN *
046000*                       ALIKE.                                   *
046100*----------------------------------------------------------------*
046200 2000-LOAD-ADD-TABLE.
046300     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
046400     PERFORM 2200-TABLE-ONE-ADD THRU 2200-EXIT
046500         UNTIL WS-EOF-JOURNAL.
046600 2000-EXIT.
046700     EXIT.

046800*----------------------------------------------------------------*
046900* 2100-READ-JOURNAL - READ THE NEXT AUDIT JOURNAL RECORD.        *
047000*----------------------------------------------------------------*
047100 2100-READ-JOURNAL.
047200     READ AUDIT-JOURNAL INTO WS-AUDIT-RECORD
047300         AT END
047400             SET WS-EOF-JOURNAL TO TRUE
047500         NOT AT END
047600             ADD 1 TO WS-JOURNAL-COUNT
047700     END-READ.
047800 2100-EXIT.
047900     EXIT.

048000*----------------------------------------------------------------*
048100* 2200-TABLE-ONE-ADD - KEEP ONE 'A' ENTRY DATED ON THE COMPARE   *
048200*                      DATE.  AN ID JOURNALED TWICE KEEPS ITS    *
048300*                      LATER IMAGE.  A FULL TABLE DOES NOT STOP  *
048400*                      THE RUN - THE ADDS LEFT OVER ARE COUNTED  *
048500*                      AND THE RUN ENDS RC=4 SO SOMEONE LOOKS.   *
048600*----------------------------------------------------------------*
048700 2200-TABLE-ONE-ADD.
048800     IF AUD-DATE NOT = WS-COMPARE-DATE OR NOT AUD-ACTION-ADD
048900         GO TO 2200-READ-NEXT
049000     END-IF.
049100     MOVE AUD-EMP-ID TO WS-FIND-ID.
049200     PERFORM 2250-FIND-ADD THRU 2250-EXIT.
049300     IF WS-FIND-SUB = ZERO
049400         IF WS-ADD-COUNT NOT LESS THAN WS-ADD-MAX
049500             IF WS-ADDS-SKIPPED = ZERO
049600                 DISPLAY 'DUP010 - ADD TABLE FULL AT ' WS-ADD-MAX
049700                     ' ENTRIES - REMAINING ADDS NOT CHECKED'
049800             END-IF
049900             ADD 1 TO WS-ADDS-SKIPPED
050000             GO TO 2200-READ-NEXT
050100         END-IF
050200         ADD 1 TO WS-ADD-COUNT
050300         MOVE WS-ADD-COUNT TO WS-FIND-SUB
050400     END-IF.
050500     MOVE AUD-EMP-ID TO WS-ADD-ID (WS-FIND-SUB).
050600     MOVE AUD-NEW-NAME TO WS-ADD-NAME (WS-FIND-SUB).
050700     MOVE AUD-NEW-DEPT TO WS-ADD-DEPT (WS-FIND-SUB).
050800     MOVE AUD-NEW-HIRE-DATE TO WS-ADD-HIRE-DATE (WS-FIND-SUB).
050900     MOVE AUD-RUN-ID TO WS-ADD-RUN-ID (WS-FIND-SUB).
051000     MOVE AUD-KEY-OPERATOR TO WS-ADD-OPERATOR (WS-FIND-SUB).
051100     MOVE AUD-NEW-NAME TO WS-NRM-IN.
051200     PERFORM 5000-NORMALIZE-NAME THRU 5000-EXIT.
051300     MOVE WS-NRM-OUT TO WS-ADD-NORM-NAME (WS-FIND-SUB).
051400     MOVE AUD-NEW-HIRE-DATE TO WS-DTD-DATE.
051500     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
051600     MOVE WS-DTD-SERIAL TO WS-ADD-HIRE-SERIAL (WS-FIND-SUB).
051700 2200-READ-NEXT.
051800     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
051900 2200-EXIT.
052000     EXIT.

052100*----------------------------------------------------------------*
052200* 2250-FIND-ADD - WS-FIND-SUB IS THE TABLE ENTRY FOR WS-FIND-ID, *
052300*                 OR ZERO WHEN IT IS NOT ONE OF THE DAY'S ADDS.  *
052400*----------------------------------------------------------------*
052500 2250-FIND-ADD.
052600     MOVE ZERO TO WS-FIND-SUB.
052700     PERFORM 2260-CHECK-ONE-ID THRU 2260-EXIT
052800         VARYING WS-ADD-SUB FROM 1 BY 1
052900         UNTIL WS-ADD-SUB > WS-ADD-COUNT
053000            OR WS-FIND-SUB > ZERO.
053100 2250-EXIT.
053200     EXIT.

053300 2260-CHECK-ONE-ID.
053400     IF WS-ADD-ID (WS-ADD-SUB) = WS-FIND-ID
053500         MOVE WS-ADD-SUB TO WS-FIND-SUB
053600     END-IF.
053700 2260-EXIT.
053800     EXIT.

053900*----------------------------------------------------------------*
054000* 3000-FIND-MATCHES - SORT INPUT PROCEDURE.  EVERY MASTER RECORD *
054100*                     (ANY STATUS) AND EVERY PURGED RECORD ON    *
054200*                     THE INACTIVE FILE IS CHECKED AGAINST THE   *
054300*                     TABLE OF ADDS.                             *
054400*----------------------------------------------------------------*
054500 3000-FIND-MATCHES.
054600     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
054700     PERFORM 3200-CHECK-MASTER-RECORD THRU 3200-EXIT
054800         UNTIL WS-EOF-MASTER.
054900     IF WS-INACTIVE-AVAILABLE
055000         PERFORM 3300-READ-INACTIVE THRU 3300-EXIT
055100         PERFORM 3400-CHECK-INACTIVE-RECORD THRU 3400-EXIT
055200             UNTIL WS-EOF-INACTIVE
055300     END-IF.
055400 3000-EXIT.
055500     EXIT.

055600*----------------------------------------------------------------*
055700* 3100-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.       *
055800*----------------------------------------------------------------*
055900 3100-READ-MASTER.
056000     READ EMPLOYEE-MASTER NEXT RECORD
056100         AT END
056200             SET WS-EOF-MASTER TO TRUE
056300         NOT AT END
056400             ADD 1 TO WS-READ-COUNT
056500     END-READ.
056600 3100-EXIT.
056700     EXIT.

056800*----------------------------------------------------------------*
056900* 3200-CHECK-MASTER-RECORD - ONE MASTER RECORD AGAINST THE ADDS. *
057000*----------------------------------------------------------------*
057100 3200-CHECK-MASTER-RECORD.
057200     MOVE EMP-ID TO WS-CAND-ID.
057300     MOVE EMP-NAME TO WS-CAND-NAME.
057400     MOVE EMP-DEPT TO WS-CAND-DEPT.
057500     MOVE EMP-HIRE-DATE TO WS-CAND-HIRE-DATE.
057600     MOVE EMP-STATUS TO WS-CAND-STATUS.
057700     MOVE 'MASTER' TO WS-CAND-SOURCE.
057800     PERFORM 3500-CHECK-CANDIDATE THRU 3500-EXIT.
057900     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
058000 3200-EXIT.
058100     EXIT.

058200*----------------------------------------------------------------*
058300* 3300-READ-INACTIVE - READ THE NEXT PURGED EMPLOYEE.            *
058400*----------------------------------------------------------------*
058500 3300-READ-INACTIVE.
058600     READ INACTIVE-FILE
058700         AT END
058800             SET WS-EOF-INACTIVE TO TRUE
058900         NOT AT END
059000             ADD 1 TO WS-INACTIVE-COUNT
059100     END-READ.
059200 3300-EXIT.
059300     EXIT.

059400*----------------------------------------------------------------*
059500* 3400-CHECK-INACTIVE-RECORD - ONE PURGED EMPLOYEE AGAINST THE   *
059600*                              ADDS.  ONLY TERMINATED RECORDS    *
059700*                              ARE EVER PURGED, SO EACH ONE IS   *
059800*                              TAKEN AS TERMINATED.              *
059900*----------------------------------------------------------------*
060000 3400-CHECK-INACTIVE-RECORD.
060100     MOVE INA-EMP-ID TO WS-CAND-ID.
060200     MOVE INA-EMP-NAME TO WS-CAND-NAME.
060300     MOVE INA-EMP-DEPT TO WS-CAND-DEPT.
060400     MOVE INA-EMP-HIRE-DATE TO WS-CAND-HIRE-DATE.
060500     SET WS-CAND-TERMINATED TO TRUE.
060600     MOVE 'INACTIVE' TO WS-CAND-SOURCE.
060700     PERFORM 3500-CHECK-CANDIDATE THRU 3500-EXIT.
060800     PERFORM 3300-READ-INACTIVE THRU 3300-EXIT.
060900 3400-EXIT.
061000     EXIT.

061100*----------------------------------------------------------------*
061200* 3500-CHECK-CANDIDATE - NORMALIZE THE CANDIDATE'S NAME AND HIRE *
061300*                        DATE ONCE, THEN TRY IT AGAINST EACH OF  *
061400*                        THE DAY'S ADDS.                         *
061500*----------------------------------------------------------------*
061600 3500-CHECK-CANDIDATE.
061700     IF WS-CAND-NAME = SPACES
061800         GO TO 3500-EXIT
061900     END-IF.
062000     MOVE WS-CAND-NAME TO WS-NRM-IN.
062100     PERFORM 5000-NORMALIZE-NAME THRU 5000-EXIT.
062200     MOVE WS-NRM-OUT TO WS-CAND-NORM-NAME.
062300     MOVE WS-CAND-HIRE-DATE TO WS-DTD-DATE.
062400     PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
062500     MOVE WS-DTD-SERIAL TO WS-CAND-HIRE-SERIAL.
062600*    IS THE CANDIDATE ITSELF ONE OF THE DAY'S ADDS?  SEE 3600.
062700     MOVE WS-CAND-ID TO WS-FIND-ID.
062800     PERFORM 2250-FIND-ADD THRU 2250-EXIT.
062900     PERFORM 3600-CHECK-ONE-ADD THRU 3600-EXIT
063000         VARYING WS-ADD-SUB FROM 1 BY 1
063100         UNTIL WS-ADD-SUB > WS-ADD-COUNT.
063200 3500-EXIT.
063300     EXIT.

063400*----------------------------------------------------------------*
063500* 3600-CHECK-ONE-ADD - THE CANDIDATE IS A POSSIBLE DUPLICATE OF  *
063600*                      ADD WS-ADD-SUB WHEN THE NAMES MATCH (AS   *
063700*                      KEYED OR NORMALIZED) AND EITHER THE HIRE  *
063800*                      DATES ARE WITHIN WS-CLOSE-DAYS OR THE     *
063900*                      CANDIDATE IS A TERMINATED EMPLOYEE OF THE *
064000*                      SAME DEPARTMENT.  TWO OF THE DAY'S ADDS   *
064100*                      THAT MATCH EACH OTHER ARE LISTED ONCE,    *
064200*                      UNDER THE HIGHER (LATER) ID.              *
064300*----------------------------------------------------------------*
064400 3600-CHECK-ONE-ADD.
064500     IF WS-CAND-ID = WS-ADD-ID (WS-ADD-SUB)
064600         GO TO 3600-EXIT
064700     END-IF.
064800     IF WS-FIND-SUB > ZERO AND
064900        WS-CAND-ID > WS-ADD-ID (WS-ADD-SUB)
065000         GO TO 3600-EXIT
065100     END-IF.
065200     IF WS-CAND-NAME = WS-ADD-NAME (WS-ADD-SUB)
065300         MOVE 'EXACT' TO WS-NAME-BASIS
065400     ELSE
065500         IF WS-CAND-NORM-NAME = WS-ADD-NORM-NAME (WS-ADD-SUB)
065600             MOVE 'NORMALIZED' TO WS-NAME-BASIS
065700         ELSE
065800             GO TO 3600-EXIT
065900         END-IF
066000     END-IF.
066100     MOVE SPACES TO WS-REASON.
066200     IF WS-CAND-HIRE-SERIAL > ZERO AND
066300        WS-ADD-HIRE-SERIAL (WS-ADD-SUB) > ZERO
066400         COMPUTE WS-HIRE-GAP = WS-CAND-HIRE-SERIAL
066500                             - WS-ADD-HIRE-SERIAL (WS-ADD-SUB)
066600         IF WS-HIRE-GAP < ZERO
066700             COMPUTE WS-HIRE-GAP = ZERO - WS-HIRE-GAP
066800         END-IF
066900         IF WS-HIRE-GAP = ZERO
067000             MOVE 'SAME HIRE DATE' TO WS-REASON
067100         ELSE
067200             IF WS-HIRE-GAP NOT > WS-CLOSE-DAYS
067300                 MOVE WS-HIRE-GAP TO WS-GAP-DAYS
067400                 MOVE WS-GAP-REASON TO WS-REASON
067500             END-IF
067600         END-IF
067700     END-IF.
067800     IF WS-REASON = SPACES AND WS-CAND-TERMINATED AND
067900        WS-CAND-DEPT = WS-ADD-DEPT (WS-ADD-SUB)
068000         MOVE 'TERMINATED IN SAME DEPT' TO WS-REASON
068100     END-IF.
068200     IF WS-REASON = SPACES
068300         GO TO 3600-EXIT
068400     END-IF.
068500     MOVE WS-ADD-ID (WS-ADD-SUB) TO SORT-ADD-ID.
068600     MOVE WS-CAND-ID TO SORT-CAND-ID.
068700     MOVE WS-ADD-SUB TO SORT-ADD-SUB.
068800     MOVE WS-CAND-SOURCE TO SORT-SOURCE.
068900     MOVE WS-CAND-NAME TO SORT-CAND-NAME.
069000     MOVE WS-CAND-DEPT TO SORT-CAND-DEPT.
069100     MOVE WS-CAND-HIRE-DATE TO SORT-CAND-HIRE-DATE.
069200     MOVE WS-CAND-STATUS TO SORT-CAND-STATUS.
069300     MOVE WS-NAME-BASIS TO SORT-NAME-BASIS.
069400     MOVE WS-REASON TO SORT-REASON.
069500     RELEASE SORT-RECORD.
069600     ADD 1 TO WS-MATCH-COUNT.
069700 3600-EXIT.
069800     EXIT.

069900*----------------------------------------------------------------*
070000* 4000-PRINT-MATCHES - SORT OUTPUT PROCEDURE.  EACH ADD WITH A   *
070100*                      MATCH PRINTS ONCE, WITH ITS POSSIBLE      *
070200*                      DUPLICATES UNDER IT.                      *
070300*----------------------------------------------------------------*
070400 4000-PRINT-MATCHES.
070500     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
070600     PERFORM 4200-PRINT-ONE THRU 4200-EXIT
070700         UNTIL WS-EOF-SORT.
070800 4000-EXIT.
070900     EXIT.

071000*----------------------------------------------------------------*
071100* 4100-RETURN-ONE - TAKE THE NEXT SORTED MATCH.                  *
071200*----------------------------------------------------------------*
071300 4100-RETURN-ONE.
071400     RETURN SORT-FILE
071500         AT END
071600             SET WS-EOF-SORT TO TRUE
071700     END-RETURN.
071800 4100-EXIT.
071900     EXIT.

072000*----------------------------------------------------------------*
072100* 4200-PRINT-ONE - BREAK ON THE ADD, THEN ONE DETAIL LINE, THEN  *
072200*                  THE NEXT SORTED MATCH.  THE ADD'S LINE IS     *
072300*                  REPEATED AT THE TOP OF A NEW PAGE.            *
072400*----------------------------------------------------------------*
072500 4200-PRINT-ONE.
072600     IF SORT-ADD-ID NOT = WS-CURR-ADD-ID
072700         MOVE SORT-ADD-ID TO WS-CURR-ADD-ID
072800         ADD 1 TO WS-ADDS-MATCHED
072900         IF WS-LINE-CTR + 3 > WS-LINES-PER-PAGE
073000             PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
073100         END-IF
073200         PERFORM 4300-PRINT-ADD-LINE THRU 4300-EXIT
073300     END-IF.
073400     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
073500         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
073600         PERFORM 4300-PRINT-ADD-LINE THRU 4300-EXIT
073700     END-IF.
073800     MOVE SORT-CAND-ID TO DET-ID.
073900     MOVE SORT-SOURCE TO DET-SOURCE.
074000     MOVE SORT-CAND-NAME TO DET-NAME.
074100     MOVE SORT-CAND-DEPT TO DET-DEPT.
074200     MOVE SORT-CAND-HIRE-DATE TO WS-FMT-IN.
074300     PERFORM 4400-FORMAT-DATE THRU 4400-EXIT.
074400     MOVE WS-FMT-OUT TO DET-HIRE.
074500     PERFORM 4500-FORMAT-STATUS THRU 4500-EXIT.
074600     MOVE SORT-NAME-BASIS TO DET-BASIS.
074700     MOVE SORT-REASON TO DET-REASON.
074800     WRITE REPORT-LINE FROM DETAIL-LINE
074900         AFTER ADVANCING 1 LINE.
075000     ADD 1 TO WS-LINE-CTR.
075100     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
075200 4200-EXIT.
075300     EXIT.

075400*----------------------------------------------------------------*
075500* 4300-PRINT-ADD-LINE - THE NEW ADD THE MATCHES BELOW IT ARE     *
075600*                       POSSIBLE DUPLICATES OF, AND WHO KEYED IT *
075700*                       (HELLO'S RUN ID, OR EMPMNT AND THE       *
075800*                       OPERATOR).                               *
075900*----------------------------------------------------------------*
076000 4300-PRINT-ADD-LINE.
076100     MOVE SORT-ADD-SUB TO WS-ADD-SUB.
076200     MOVE WS-ADD-ID (WS-ADD-SUB) TO ADL-ID.
076300     MOVE WS-ADD-NAME (WS-ADD-SUB) TO ADL-NAME.
076400     MOVE WS-ADD-DEPT (WS-ADD-SUB) TO ADL-DEPT.
076500     MOVE WS-ADD-HIRE-DATE (WS-ADD-SUB) TO WS-FMT-IN.
076600     PERFORM 4400-FORMAT-DATE THRU 4400-EXIT.
076700     MOVE WS-FMT-OUT TO ADL-HIRE.
076800     MOVE WS-ADD-RUN-ID (WS-ADD-SUB) TO ADL-RUN-ID.
076900     MOVE WS-ADD-OPERATOR (WS-ADD-SUB) TO ADL-OPERATOR.
077000     WRITE REPORT-LINE FROM ADD-LINE
077100         AFTER ADVANCING 2 LINES.
077200     ADD 2 TO WS-LINE-CTR.
077300 4300-EXIT.
077400     EXIT.

077500*----------------------------------------------------------------*
077600* 4400-FORMAT-DATE - WS-FMT-IN (CCYYMMDD) TO MM/DD/CCYY IN       *
077700*                    WS-FMT-OUT.  A ZERO OR UNREADABLE DATE      *
077800*                    PRINTS BLANK.                               *
077900*----------------------------------------------------------------*
078000 4400-FORMAT-DATE.
078100     MOVE SPACES TO WS-FMT-OUT.
078200     IF WS-FMT-IN IS NOT NUMERIC OR WS-FMT-IN-N = ZERO
078300         GO TO 4400-EXIT
078400     END-IF.
078500     MOVE WS-FMT-IN-MM TO WS-DATE-FMT-MM.
078600     MOVE WS-FMT-IN-DD TO WS-DATE-FMT-DD.
078700     MOVE WS-FMT-IN-YEAR TO WS-DATE-FMT-YEAR.
078800     MOVE WS-DATE-FMT TO WS-FMT-OUT.
078900 4400-EXIT.
079000     EXIT.

079100*----------------------------------------------------------------*
079200* 4500-FORMAT-STATUS - SPELL OUT THE CANDIDATE'S STATUS.  A      *
079300*                      RECORD FROM THE INACTIVE FILE IS SHOWN AS *
079400*                      PURGED - ITS OLD ID CAN ONLY COME BACK    *
079500*                      THROUGH A REHIRE TRANSACTION.             *
079600*----------------------------------------------------------------*
079700 4500-FORMAT-STATUS.
079800     MOVE SORT-CAND-STATUS TO DET-STATUS.
079900     IF SORT-SOURCE = 'INACTIVE'
080000         MOVE 'PURGED' TO DET-STATUS
080100         GO TO 4500-EXIT
080200     END-IF.
080300     MOVE SORT-CAND-STATUS TO EMP-STATUS.
080400     IF EMP-STAT-ACTIVE
080500         MOVE 'ACTIVE' TO DET-STATUS
080600     END-IF.
080700     IF EMP-STAT-LEAVE
080800         MOVE 'ON LEAVE' TO DET-STATUS
080900     END-IF.
081000     IF EMP-STAT-TERMINATED
081100         MOVE 'TERMINATED' TO DET-STATUS
081200     END-IF.
081300 4500-EXIT.
081400     EXIT.

081500*----------------------------------------------------------------*
081600* 5000-NORMALIZE-NAME - WS-NRM-IN TO WS-NRM-OUT: SPLIT INTO      *
081700*                       WORDS, SORT THE WORDS, AND SET THEM      *
081800*                       BACK ONE SPACE APART.                    *
081900*----------------------------------------------------------------*
082000 5000-NORMALIZE-NAME.
082100     MOVE SPACES TO WS-NRM-OUT.
082200     MOVE SPACES TO WS-NRM-CUR.
082300     MOVE ZERO TO WS-NRM-CUR-LEN.
082400     MOVE ZERO TO WS-NRM-OUT-LEN.
082500     MOVE ZERO TO WS-NRM-WORD-COUNT.
082900     PERFORM 5100-SCAN-ONE-CHAR THRU 5100-EXIT
083000         VARYING WS-NRM-SUB FROM 1 BY 1
083100         UNTIL WS-NRM-SUB > 30.
083200     PERFORM 5200-END-WORD THRU 5200-EXIT.
083300     PERFORM 5300-SORT-PASS THRU 5300-EXIT
083400         VARYING WS-NRM-I FROM 1 BY 1
083500         UNTIL WS-NRM-I NOT LESS THAN WS-NRM-WORD-COUNT.
083600     PERFORM 5500-APPEND-WORD THRU 5500-EXIT
083700         VARYING WS-NRM-I FROM 1 BY 1
083800         UNTIL WS-NRM-I > WS-NRM-WORD-COUNT.
083900 5000-EXIT.
084000     EXIT.

084100*----------------------------------------------------------------*
084200* 5100-SCAN-ONE-CHAR - A LETTER (FOLDED TO UPPER CASE) OR        *
084300*                      DIGIT EXTENDS THE CURRENT WORD, AN        *
084400*                      APOSTROPHE IS DROPPED, ANYTHING ELSE ENDS *
084450*                      THE WORD.                                 *
084500*----------------------------------------------------------------*
084600 5100-SCAN-ONE-CHAR.
084700     MOVE WS-NRM-IN (WS-NRM-SUB:1) TO WS-NRM-CHAR.
084800     IF WS-NRM-CHAR = ''''
084900         GO TO 5100-EXIT
085000     END-IF.
085012     IF WS-NRM-CHAR IS ALPHABETIC-LOWER AND
085024        WS-NRM-CHAR NOT = SPACE
085036         PERFORM 5110-FOLD-CASE THRU 5110-EXIT
085048             VARYING WS-NRM-K FROM 1 BY 1
085060             UNTIL WS-NRM-K > 26 OR
085072                   WS-NRM-CHAR IS ALPHABETIC-UPPER
085084     END-IF.
085100     IF (WS-NRM-CHAR IS ALPHABETIC-UPPER AND
085200         WS-NRM-CHAR NOT = SPACE) OR
085300        WS-NRM-CHAR IS NUMERIC
085400         ADD 1 TO WS-NRM-CUR-LEN
085500         MOVE WS-NRM-CHAR TO WS-NRM-CUR (WS-NRM-CUR-LEN:1)
085600     ELSE
085700         PERFORM 5200-END-WORD THRU 5200-EXIT
085800     END-IF.
085900 5100-EXIT.
086000     EXIT.

086009*----------------------------------------------------------------*
086018* 5110-FOLD-CASE - IS WS-NRM-CHAR LOWER-CASE LETTER WS-NRM-K?    *
086027*                  IF SO, MAKE IT THE UPPER-CASE ONE.            *
086036*----------------------------------------------------------------*
086045 5110-FOLD-CASE.
086054     IF WS-NRM-CHAR = WS-NRM-LOWER (WS-NRM-K:1)
086063         MOVE WS-NRM-UPPER (WS-NRM-K:1) TO WS-NRM-CHAR
086072     END-IF.
086081 5110-EXIT.
086090     EXIT.

086100*----------------------------------------------------------------*
086200* 5200-END-WORD - FILE THE CURRENT WORD, IF ANY, IN THE WORD     *
086300*                 TABLE AND START A NEW ONE.                     *
086400*----------------------------------------------------------------*
086500 5200-END-WORD.
086600     IF WS-NRM-CUR-LEN > ZERO
086700         ADD 1 TO WS-NRM-WORD-COUNT
086800         MOVE WS-NRM-CUR TO WS-NRM-WORD (WS-NRM-WORD-COUNT)
086900         MOVE WS-NRM-CUR-LEN
087000             TO WS-NRM-WORD-LEN (WS-NRM-WORD-COUNT)
087100     END-IF.
087200     MOVE SPACES TO WS-NRM-CUR.
087300     MOVE ZERO TO WS-NRM-CUR-LEN.
087400 5200-EXIT.
087500     EXIT.

087600*----------------------------------------------------------------*
087700* 5300-SORT-PASS - ONE BUBBLE PASS OVER THE WORDS NOT YET IN     *
087800*                  PLACE.  A NAME HAS ONLY A HANDFUL OF WORDS.   *
087900*----------------------------------------------------------------*
088000 5300-SORT-PASS.
088100     COMPUTE WS-NRM-LIMIT = WS-NRM-WORD-COUNT - WS-NRM-I.
088200     PERFORM 5400-SORT-COMPARE THRU 5400-EXIT
088300         VARYING WS-NRM-J FROM 1 BY 1
088400         UNTIL WS-NRM-J > WS-NRM-LIMIT.
088500 5300-EXIT.
088600     EXIT.

088620*----------------------------------------------------------------*
088640* 5400-SORT-COMPARE - SWAP WORDS WS-NRM-J AND WS-NRM-J + 1 WHEN  *
088660*                     THEY ARE OUT OF ORDER.                     *
088680*----------------------------------------------------------------*
088700 5400-SORT-COMPARE.
088800     IF WS-NRM-WORD (WS-NRM-J) > WS-NRM-WORD (WS-NRM-J + 1)
088900         MOVE WS-NRM-WORD (WS-NRM-J) TO WS-NRM-SWAP-WORD
089000         MOVE WS-NRM-WORD-LEN (WS-NRM-J) TO WS-NRM-SWAP-LEN
089100         MOVE WS-NRM-WORD (WS-NRM-J + 1)
089200             TO WS-NRM-WORD (WS-NRM-J)
089300         MOVE WS-NRM-WORD-LEN (WS-NRM-J + 1)
089400             TO WS-NRM-WORD-LEN (WS-NRM-J)
089500         MOVE WS-NRM-SWAP-WORD TO WS-NRM-WORD (WS-NRM-J + 1)
089600         MOVE WS-NRM-SWAP-LEN TO WS-NRM-WORD-LEN (WS-NRM-J + 1)
089700     END-IF.
089800 5400-EXIT.
089900     EXIT.

090000*----------------------------------------------------------------*
090100* 5500-APPEND-WORD - ADD WORD WS-NRM-I TO WS-NRM-OUT, ONE SPACE  *
090200*                    AFTER THE WORD BEFORE IT.                   *
090300*----------------------------------------------------------------*
090400 5500-APPEND-WORD.
090500     IF WS-NRM-OUT-LEN > ZERO
090600         ADD 1 TO WS-NRM-OUT-LEN
090700     END-IF.
090800     MOVE WS-NRM-WORD (WS-NRM-I)
090900         TO WS-NRM-OUT (WS-NRM-OUT-LEN + 1:
091000                        WS-NRM-WORD-LEN (WS-NRM-I)).
091100     ADD WS-NRM-WORD-LEN (WS-NRM-I) TO WS-NRM-OUT-LEN.
091200 5500-EXIT.
091300     EXIT.

091400*----------------------------------------------------------------*
091500* 6000-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
091600*                     IN WS-DTD-SERIAL: WHOLE YEARS BEFORE THIS  *
091700*                     ONE (WITH THEIR LEAP DAYS), THE DAYS       *
091800*                     BEFORE THIS MONTH, THIS YEAR'S OWN LEAP    *
091900*                     DAY WHEN PAST FEBRUARY, PLUS THE DAY.  A   *
092000*                     ZERO OR UNREADABLE DATE GIVES ZERO, WHICH  *
092100*                     NEVER COUNTS AS CLOSE TO ANYTHING.         *
092200*----------------------------------------------------------------*
092300 6000-DATE-TO-DAYS.
092400     MOVE ZERO TO WS-DTD-SERIAL.
092500     IF WS-DTD-DATE IS NOT NUMERIC OR WS-DTD-DATE-N = ZERO
092600         GO TO 6000-EXIT
092700     END-IF.
092800     IF WS-DTD-MM < 1 OR WS-DTD-MM > 12
092900         GO TO 6000-EXIT
093000     END-IF.
093100     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
093200     COMPUTE WS-DTD-SERIAL =
093300         (WS-DTD-PRIOR-YEAR * 365)
093400         + (WS-DTD-PRIOR-YEAR / 4)
093500         - (WS-DTD-PRIOR-YEAR / 100)
093600         + (WS-DTD-PRIOR-YEAR / 400).
093700     ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL.
093800     IF WS-DTD-MM > 2
093900         MOVE 28 TO WS-MAX-DD
094000         PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
094100         IF WS-MAX-DD = 29
094200             ADD 1 TO WS-DTD-SERIAL
094300         END-IF
094400     END-IF.
094500     ADD WS-DTD-DD TO WS-DTD-SERIAL.
094600 6000-EXIT.
094700     EXIT.

094800*----------------------------------------------------------------*
094900* 6100-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-DTD-YEAR  *
095000*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
095100*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
095200*                        400).                                   *
095300*----------------------------------------------------------------*
095400 6100-CHECK-LEAP-YEAR.
095500     DIVIDE WS-DTD-YEAR BY 4 GIVING WS-LEAP-QUOT
095600         REMAINDER WS-LEAP-REM.
095700     IF WS-LEAP-REM NOT = ZERO
095800         GO TO 6100-EXIT
095900     END-IF.
096000     DIVIDE WS-DTD-YEAR BY 100 GIVING WS-LEAP-QUOT
096100         REMAINDER WS-LEAP-REM.
096200     IF WS-LEAP-REM NOT = ZERO
096300         MOVE 29 TO WS-MAX-DD
096400         GO TO 6100-EXIT
096500     END-IF.
096600     DIVIDE WS-DTD-YEAR BY 400 GIVING WS-LEAP-QUOT
096700         REMAINDER WS-LEAP-REM.
096800     IF WS-LEAP-REM = ZERO
096900         MOVE 29 TO WS-MAX-DD
097000     END-IF.
097100 6100-EXIT.
097200     EXIT.

097300*----------------------------------------------------------------*
097400* 7000-WRITE-HEADINGS - START A NEW PAGE.                        *
097500*----------------------------------------------------------------*
097600 7000-WRITE-HEADINGS.
097700     ADD 1 TO WS-PAGE-NBR.
097800     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
097900     MOVE WS-CURRENT-MM TO HDG-MM.
098000     MOVE WS-CURRENT-DD TO HDG-DD.
098100     MOVE WS-CURRENT-YY TO HDG-YY.
098200     MOVE WS-COMPARE-MM TO HDG-CMP-MM.
098300     MOVE WS-COMPARE-DD TO HDG-CMP-DD.
098400     MOVE WS-COMPARE-YY TO HDG-CMP-YY.
098500     IF WS-PAGE-NBR > 1
098600         WRITE REPORT-LINE FROM HDG-LINE-1
098700             AFTER ADVANCING PAGE
098800     ELSE
098900         WRITE REPORT-LINE FROM HDG-LINE-1
099000             AFTER ADVANCING 0 LINES
099100     END-IF.
099200     WRITE REPORT-LINE FROM HDG-LINE-2
099300         AFTER ADVANCING 1 LINE.
099400     WRITE REPORT-LINE FROM HDG-LINE-3
099500         AFTER ADVANCING 2 LINES.
099600     MOVE ZERO TO WS-LINE-CTR.
099700 7000-EXIT.
099800     EXIT.

099900*----------------------------------------------------------------*
100000* 8000-TERMINATE - FOOTING TOTALS, CLOSE THE FILES, AND SET THE  *
100100*                  RETURN CODE - RC=4 WHEN ANY POSSIBLE          *
100200*                  DUPLICATE IS LISTED OR ANY ADD WENT UNCHECKED.*
100300*----------------------------------------------------------------*
100400 8000-TERMINATE.
100500     IF WS-ABEND-OCCURRED
100600         DISPLAY 'DUP010 - RUN TERMINATED, FILES NOT AVAILABLE'
100700         SET WS-RC-ABEND TO TRUE
100800         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
100900         GO TO 8000-EXIT
101000     END-IF.
101100     MOVE WS-JOURNAL-COUNT TO FTG-JOURNAL.
101200     WRITE REPORT-LINE FROM FOOTING-LINE-1
101300         AFTER ADVANCING 3 LINES.
101400     MOVE WS-ADD-COUNT TO FTG-ADDS.
101500     WRITE REPORT-LINE FROM FOOTING-LINE-2
101600         AFTER ADVANCING 1 LINE.
101700     MOVE WS-READ-COUNT TO FTG-READ.
101800     WRITE REPORT-LINE FROM FOOTING-LINE-3
101900         AFTER ADVANCING 1 LINE.
102000     MOVE WS-INACTIVE-COUNT TO FTG-INACTIVE.
102100     WRITE REPORT-LINE FROM FOOTING-LINE-4
102200         AFTER ADVANCING 1 LINE.
102300     MOVE WS-ADDS-MATCHED TO FTG-MATCHED.
102400     WRITE REPORT-LINE FROM FOOTING-LINE-5
102500         AFTER ADVANCING 1 LINE.
102600     MOVE WS-MATCH-COUNT TO FTG-MATCHES.
102700     WRITE REPORT-LINE FROM FOOTING-LINE-6
102800         AFTER ADVANCING 1 LINE.
102900     IF WS-ADDS-SKIPPED > ZERO
103000         MOVE WS-ADDS-SKIPPED TO FTG-SKIPPED
103100         WRITE REPORT-LINE FROM FOOTING-LINE-7
103200             AFTER ADVANCING 1 LINE
103300     END-IF.
103400     IF NOT WS-INACTIVE-AVAILABLE
103500         WRITE REPORT-LINE FROM FOOTING-NOTE
103600             AFTER ADVANCING 2 LINES
103700     END-IF.
103800     DISPLAY 'JOURNAL RECORDS READ: ' WS-JOURNAL-COUNT.
103900     DISPLAY 'ADDS CHECKED        : ' WS-ADD-COUNT.
104000     DISPLAY 'MASTER RECORDS READ : ' WS-READ-COUNT.
104100     DISPLAY 'INACTIVE RECORDS    : ' WS-INACTIVE-COUNT.
104200     DISPLAY 'ADDS WITH A MATCH   : ' WS-ADDS-MATCHED.
104300     DISPLAY 'POSSIBLE DUPLICATES : ' WS-MATCH-COUNT.
104400     IF WS-ADDS-SKIPPED > ZERO
104500         DISPLAY 'ADDS NOT CHECKED    : ' WS-ADDS-SKIPPED
104600     END-IF.
104700     CLOSE EMPLOYEE-MASTER.
104800     CLOSE AUDIT-JOURNAL.
104900     IF WS-INACTIVE-AVAILABLE
105000         CLOSE INACTIVE-FILE
105100     END-IF.
105200     CLOSE DUPLICATE-REPORT.
105300     IF WS-MATCH-COUNT > 0 OR WS-ADDS-SKIPPED > 0
105400         SET WS-RC-EXCEPTIONS TO TRUE
105500     ELSE
105600         SET WS-RC-CLEAN TO TRUE
105700     END-IF.
105800 8000-EXIT.
105900     EXIT.

106000*----------------------------------------------------------------*
106100* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
106200*                           ACTUALLY SUCCEEDED.                  *
106300*----------------------------------------------------------------*
106400 8100-CLOSE-OPENED-FILES.
106500     IF WS-EMPMAST-OK
106600         CLOSE EMPLOYEE-MASTER
106700     END-IF.
106800     IF WS-AUDJRNL-OK
106900         CLOSE AUDIT-JOURNAL
107000     END-IF.
107100     IF WS-INACTIVE-AVAILABLE
107200         CLOSE INACTIVE-FILE
107300     END-IF.
107400     IF WS-RPTOUT-OK
107500         CLOSE DUPLICATE-REPORT
107600     END-IF.
107700 8100-EXIT.
107800     EXIT.
