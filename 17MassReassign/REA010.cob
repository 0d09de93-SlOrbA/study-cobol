000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REA010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/14/26 RLT   INITIAL VERSION - MASS DEPARTMENT / PAY-GRADE
001200*                REASSIGNMENT.  WHEN A COST CENTER CLOSES OR
001300*                COMPENSATION RENUMBERS THE GRADE STRUCTURE,
001400*                EVERY AFFECTED EMPLOYEE USED TO BE MOVED ONE
001500*                AT A TIME ON EMPMNT OR KEYED AS A CHANGE
001600*                TRANSACTION.  THIS RUN TAKES A CROSSWALK FILE
001700*                (XWALK - OLD/NEW DEPARTMENT AND/OR OLD/NEW
001800*                GRADE, WITH AN EFFECTIVE DATE, ONE ROW PER
001900*                MOVE) AND MOVES EVERY MATCHING ACTIVE AND
002000*                ON-LEAVE EMPLOYEE IN ONE PASS OF THE MASTER.
002100*                EACH MOVE IS JOURNALED AS AN ORDINARY CHANGE
002200*                AND SENT TO PAYROLL ON ITS OWN EXTRACT.  THE
002300*                REACTL CARD PICKS THE MODE - 'U' IN COLUMN 1
002400*                UPDATES, ANYTHING ELSE (OR NO CARD) IS A
002500*                PREVIEW THAT PRINTS THE SAME LISTING WITHOUT
002600*                TOUCHING A FILE, FOR HR TO SIGN OFF FIRST.
002700*                A BAD CROSSWALK ROW HOLDS THE WHOLE RUN, AS
002800*                DOES A ROW NOT YET EFFECTIVE ON AN UPDATE OR
002900*                A LIVE NIGHTLY-LOAD FLAG ON SYSCTL.
002901* 10/14/26 RLT   A NEW GRADE ON THE CROSSWALK MUST NOW BE ON THE
002902*                GRADMAST PAY GRADE MASTER AND ACTIVE, THE SAME
002903*                EDIT HELLO AND EMPMNT MAKE.
002904* 10/14/26 RLT   AUDREC GREW TO 196 BYTES AND THE PAYROLL EXTRACT
002905*                THE LEAVE FIELDS - A MOVE NEVER TOUCHES THE
002906*                LEAVE, SO IT IS JOURNALED UNCHANGED OLD AND NEW
002907*                AND SENT TO PAYROLL AS ON FILE.
002908* 10/14/26 RLT   AN UPDATE RUN QUEUES EVERY DEPARTMENT MOVE ON THE
002909*                NEW SECQUE KSDS (SECREC.CPY) AS A TRANSFER FOR
002910*                THE SECURITY / IT FEED.  A FAILED QUEUE WRITE IS
002911*                LISTED, FOOTED, AND ENDS THE RUN RC=4.
003000*================================================================

003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     C01 IS TOP-OF-PAGE.

003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS EMP-ID
004100         FILE STATUS IS WS-EMPMAST-STATUS.

004200     SELECT CROSSWALK-FILE ASSIGN TO XWALK
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-XWALK-STATUS.

004500     SELECT CONTROL-CARD ASSIGN TO REACTL
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-REACTL-STATUS.

004800     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS DEPT-CODE
005200         FILE STATUS IS WS-DEPTMAST-STATUS.

005201     SELECT GRADE-MASTER ASSIGN TO GRADMAST
005202         ORGANIZATION IS INDEXED
005203         ACCESS MODE IS RANDOM
005204         RECORD KEY IS GRD-CODE
005205         FILE STATUS IS WS-GRADMAST-STATUS.

005300     SELECT SYSTEM-CONTROL ASSIGN TO SYSCTL
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS SYSCTL-KEY
005700         FILE STATUS IS WS-SYSCTL-STATUS.

005800     SELECT AUDIT-JOURNAL ASSIGN TO AUDJRNL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-AUDJRNL-STATUS.

006100     SELECT PAYROLL-EXTRACT ASSIGN TO PAYEXTR
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-PAYEXTR-STATUS.

006301     SELECT SECURITY-QUEUE ASSIGN TO SECQUE
006302         ORGANIZATION IS INDEXED
006303         ACCESS MODE IS RANDOM
006304         RECORD KEY IS SEC-KEY
006305         FILE STATUS IS WS-SECQUE-STATUS.

006400     SELECT REASSIGN-REPORT ASSIGN TO RPTOUT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RPTOUT-STATUS.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  EMPLOYEE-MASTER
007000     LABEL RECORDS ARE STANDARD.
007100     COPY EMPREC.

007200 FD  CROSSWALK-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500*    ONE ROW PER MOVE.  THE OLD VALUES SUPPLIED SAY WHO MOVES
007600*    (BOTH, WHEN BOTH ARE KEYED); THE NEW VALUES SUPPLIED SAY
007700*    WHERE TO.  A NEW DEPARTMENT NEEDS AN OLD ONE, A NEW GRADE
007800*    AN OLD GRADE.  BLANK MEANS "NOT PART OF THIS ROW".
007900 01  XWALK-RECORD.
008000     05  XW-OLD-DEPT             PIC X(04).
008100     05  XW-NEW-DEPT             PIC X(04).
008200     05  XW-OLD-GRADE            PIC X(02).
008300     05  XW-NEW-GRADE            PIC X(02).
008400     05  XW-EFF-DATE             PIC 9(08).
008500     05  XW-EFF-DATE-X REDEFINES XW-EFF-DATE
008600                                 PIC X(08).
008700     05  FILLER                  PIC X(60).

008800 FD  CONTROL-CARD
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  CTL-RECORD.
009200     05  CTL-RUN-MODE            PIC X(01).
009300         88  CTL-MODE-UPDATE                VALUE 'U'.
009400     05  FILLER                  PIC X(79).

009500 FD  DEPARTMENT-MASTER
009600     LABEL RECORDS ARE STANDARD.
009700     COPY DPTREC.

009701 FD  GRADE-MASTER
009702     LABEL RECORDS ARE STANDARD.
009703     COPY GRDREC.

009800 FD  SYSTEM-CONTROL
009900     LABEL RECORDS ARE STANDARD.
010000     COPY CTLREC.

010100 FD  AUDIT-JOURNAL
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 196 CHARACTERS.
010400 01  AUDIT-LINE                  PIC X(196).

010500 FD  PAYROLL-EXTRACT
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY PAYEXT.

010801 FD  SECURITY-QUEUE
010802     LABEL RECORDS ARE STANDARD.
010803     COPY SECREC.

010900 FD  REASSIGN-REPORT
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 132 CHARACTERS.
011200 01  REPORT-LINE                 PIC X(132).

011300 WORKING-STORAGE SECTION.
011400 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
011500     88  WS-EMPMAST-OK                      VALUE '00'.
011600     88  WS-EMPMAST-EOF                     VALUE '10'.
011700 77  WS-XWALK-STATUS             PIC X(02)  VALUE SPACES.
011800     88  WS-XWALK-OK                        VALUE '00'.
011900     88  WS-XWALK-EOF                       VALUE '10'.
012000 77  WS-REACTL-STATUS            PIC X(02)  VALUE SPACES.
012100     88  WS-REACTL-OK                       VALUE '00'.
012200 77  WS-DEPTMAST-STATUS          PIC X(02)  VALUE SPACES.
012300     88  WS-DEPTMAST-OK                     VALUE '00'.
012400     88  WS-DEPTMAST-NOTFND                 VALUE '23'.
012401 77  WS-GRADMAST-STATUS          PIC X(02)  VALUE SPACES.
012402     88  WS-GRADMAST-OK                     VALUE '00'.
012500 77  WS-SYSCTL-STATUS            PIC X(02)  VALUE SPACES.
012600     88  WS-SYSCTL-OK                       VALUE '00'.
012700 77  WS-AUDJRNL-STATUS           PIC X(02)  VALUE SPACES.
012800     88  WS-AUDJRNL-OK                      VALUE '00'.
012900 77  WS-PAYEXTR-STATUS           PIC X(02)  VALUE SPACES.
013000     88  WS-PAYEXTR-OK                      VALUE '00'.
013100 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
013200     88  WS-RPTOUT-OK                       VALUE '00'.
013201 77  WS-SECQUE-STATUS            PIC X(02)  VALUE SPACES.
013202     88  WS-SECQUE-OK                       VALUE '00'.
013203     88  WS-SECQUE-DUPKEY                   VALUE '22'.

013300 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
013400     88  WS-EOF-MASTER                      VALUE 'Y'.
013500 77  WS-XWALK-EOF-SW             PIC X(01)  VALUE 'N'.
013600     88  WS-EOF-XWALK                       VALUE 'Y'.

013700 77  WS-MODE-SW                  PIC X(01)  VALUE 'P'.
013800     88  WS-PREVIEW-MODE                    VALUE 'P'.
013900     88  WS-UPDATE-MODE                     VALUE 'U'.

014000 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
014100     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

014200*----------------------------------------------------------------*
014300* A HELD RUN OPENED ITS FILES BUT REFUSED TO MOVE ANYONE - BAD   *
014400* CROSSWALK, NOT YET EFFECTIVE, OR THE NIGHTLY LOAD RUNNING.     *
014500* THE REASON IS PRINTED ON THE REPORT AND THE RUN ENDS RC=8.     *
014600*----------------------------------------------------------------*
014700 77  WS-HOLD-SW                  PIC X(01)  VALUE 'N'.
014800     88  WS-RUN-HELD                        VALUE 'Y'.
014900 01  WS-HOLD-REASON              PIC X(60)  VALUE SPACES.

015000 77  WS-FLAG-SET-SW              PIC X(01)  VALUE 'N'.
015100     88  WS-LOAD-FLAG-SET                   VALUE 'Y'.

015200 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
015300     88  WS-RC-CLEAN                        VALUE 0.
015400     88  WS-RC-EXCEPTIONS                   VALUE 4.
015500     88  WS-RC-ABEND                        VALUE 8.

015600 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
015700 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
015800 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

015900 01  WS-READ-COUNT               PIC 9(07)  VALUE ZERO COMP.
016000 01  WS-MOVE-COUNT               PIC 9(07)  VALUE ZERO COMP.
016100 01  WS-FAIL-COUNT               PIC 9(07)  VALUE ZERO COMP.
016200 01  WS-AUDITFAIL-COUNT          PIC 9(07)  VALUE ZERO COMP.
016300 01  WS-EXTRACT-COUNT            PIC 9(07)  VALUE ZERO COMP.
016301 01  WS-SECURITY-COUNT           PIC 9(07)  VALUE ZERO COMP.
016302 01  WS-SECFAIL-COUNT            PIC 9(07)  VALUE ZERO COMP.
016400 01  WS-XWALK-READ-COUNT         PIC 9(07)  VALUE ZERO COMP.
016500 01  WS-XWALK-ERROR-COUNT        PIC 9(07)  VALUE ZERO COMP.
016600 01  WS-XWALK-FUTURE-COUNT       PIC 9(07)  VALUE ZERO COMP.
016700 01  WS-XWALK-UNUSED-COUNT       PIC 9(07)  VALUE ZERO COMP.

016800*----------------------------------------------------------------*
016900* CROSSWALK TABLE - THE WHOLE FILE IS LOADED AND EDITED BEFORE   *
017000* THE MASTER IS TOUCHED.  ROWS ARE TRIED IN FILE ORDER AGAINST   *
017100* EACH EMPLOYEE'S VALUES AS THEY STOOD BEFORE THIS RUN, AND THE  *
017200* FIRST MATCHING ROW SUPPLIES EACH FIELD - SO A GRADE RENUMBER   *
017300* 05 TO 06 AND 06 TO 07 IN ONE FILE MOVES EVERYONE EXACTLY ONE   *
017400* STEP.  ONE HUNDRED ROWS IS FAR MORE THAN ANY REORGANIZATION    *
017500* HR HAS SENT; AN OVERFLOW HOLDS THE RUN.                        *
017600*----------------------------------------------------------------*
017700 77  WS-XW-MAX                   PIC 9(03)  VALUE 100 COMP.
017800 01  WS-XW-COUNT                 PIC 9(03)  VALUE ZERO COMP.
017900 01  WS-XW-SUB                   PIC 9(03)  VALUE ZERO COMP.
018000 01  WS-DUP-SUB                  PIC 9(03)  VALUE ZERO COMP.
018100 01  WS-XW-TABLE.
018200     05  WS-XW-ENTRY OCCURS 100 TIMES.
018300         10  WS-XW-OLD-DEPT      PIC X(04).
018400         10  WS-XW-NEW-DEPT      PIC X(04).
018500         10  WS-XW-OLD-GRADE     PIC X(02).
018600         10  WS-XW-NEW-GRADE     PIC X(02).
018700         10  WS-XW-EFF-DATE      PIC 9(08).
018800         10  WS-XW-MSG           PIC X(32).
018900         10  WS-XW-ERROR-SW      PIC X(01).
019000             88  WS-XW-IN-ERROR             VALUE 'Y'.
019100         10  WS-XW-MOVE-CTR      PIC 9(05) COMP.

019200*----------------------------------------------------------------*
019300* DEPARTMENT SUMMARY TABLE - HEADCOUNT (ACTIVE PLUS ON LEAVE)    *
019400* BEFORE THE RUN, MOVED OUT, AND MOVED IN, ONE ENTRY PER CODE    *
019500* SEEN ON THE MASTER OR NAMED AS A NEW DEPARTMENT.  AN OVERFLOW  *
019600* IS REPORTED ON SYSOUT RATHER THAN SILENTLY DROPPED.            *
019700*----------------------------------------------------------------*
019800 77  WS-DS-MAX                   PIC 9(03)  VALUE 50 COMP.
019900 01  WS-DS-COUNT                 PIC 9(03)  VALUE ZERO COMP.
020000 01  WS-DS-SUB                   PIC 9(03)  VALUE ZERO COMP.
020100 01  WS-DS-FOUND                 PIC 9(03)  VALUE ZERO COMP.
020200 01  WS-DS-SEARCH-DEPT           PIC X(04)  VALUE SPACES.
020300 01  WS-DS-TABLE.
020400     05  WS-DS-ENTRY OCCURS 50 TIMES.
020500         10  WS-DS-DEPT          PIC X(04).
020600         10  WS-DS-BEFORE        PIC 9(05) COMP.
020700         10  WS-DS-OUT           PIC 9(05) COMP.
020800         10  WS-DS-IN            PIC 9(05) COMP.
020900 01  WS-DS-TOTALS.
021000     05  WS-DS-TOT-BEFORE        PIC 9(07)  VALUE ZERO COMP.
021100     05  WS-DS-TOT-OUT           PIC 9(07)  VALUE ZERO COMP.
021200     05  WS-DS-TOT-IN            PIC 9(07)  VALUE ZERO COMP.
021300     05  WS-DS-TOT-AFTER         PIC 9(07)  VALUE ZERO COMP.
021400 01  WS-DS-AFTER                 PIC 9(07)  VALUE ZERO COMP.

021500*----------------------------------------------------------------*
021600* ONE EMPLOYEE'S MOVE - WHICH FIELDS A ROW HAS ALREADY SUPPLIED, *
021700* AND THE EFFECTIVE DATE OF THE FIRST ROW THAT DID.              *
021800*----------------------------------------------------------------*
021900 77  WS-DEPT-MOVE-SW             PIC X(01)  VALUE 'N'.
022000     88  WS-DEPT-MOVED                      VALUE 'Y'.
022100 77  WS-GRADE-MOVE-SW            PIC X(01)  VALUE 'N'.
022200     88  WS-GRADE-MOVED                     VALUE 'Y'.
022300 77  WS-ROW-USED-SW              PIC X(01)  VALUE 'N'.
022400     88  WS-ROW-USED                        VALUE 'Y'.
022500 01  WS-MOVE-EFF-DATE            PIC 9(08)  VALUE ZERO.
022600 01  WS-MOVE-NOTE                PIC X(20)  VALUE SPACES.

022700 01  WS-OLD-FIELDS.
022800     05  WS-OLD-NAME             PIC X(30).
022900     05  WS-OLD-DEPT             PIC X(04).
023000     05  WS-OLD-HIRE-DATE        PIC 9(08).
023100     05  WS-OLD-STATUS           PIC X(01).
023200     05  WS-OLD-PAY-GRADE        PIC X(02).
023300     05  WS-OLD-TERM-DATE        PIC 9(08).

023400*----------------------------------------------------------------*
023500* BATCH/ONLINE INTERLOCK - THE SAME 'LD' FLAG HELLO RAISES.  A   *
023600* FLAG SET WITHIN WS-LOCK-LIMIT MINUTES MEANS THE NIGHTLY LOAD   *
023700* IS RUNNING AND THIS RUN HOLDS; AN OLDER FLAG IS AN ABENDED     *
023800* LOAD'S DEBRIS, THE SAME FOUR-HOUR RULE THE SCREENS USE.  WHILE *
023900* AN UPDATE RUN IS MOVING PEOPLE IT RAISES THE FLAG ITSELF, SO   *
024000* EMPMNT AND EMPBRW DROP TO INQUIRY-ONLY UNTIL IT FINISHES.      *
024100*----------------------------------------------------------------*
024200 77  WS-LOCK-SW                  PIC X(01)  VALUE 'N'.
024300     88  WS-LOAD-LOCKED                     VALUE 'Y'.
024400 77  WS-LOCK-LIMIT               PIC 9(04)  VALUE 240 COMP.
024500 77  WS-CUR-MIN                  PIC S9(05) VALUE ZERO COMP.
024600 77  WS-FLAG-MIN                 PIC S9(05) VALUE ZERO COMP.
024700 77  WS-ELAPSED-MIN              PIC S9(05) VALUE ZERO COMP.
024800 01  WS-CUR-DATE-SPLIT.
024900     05  WS-CUR-YY               PIC 9(02).
025000     05  WS-CUR-MM               PIC 9(02).
025100     05  WS-CUR-DD               PIC 9(02).
025200 01  WS-YDAY-DATE.
025300     05  WS-YDAY-YY              PIC 9(02).
025400     05  WS-YDAY-MM              PIC 9(02).
025500     05  WS-YDAY-DD              PIC 9(02).
025600 01  WS-YDAY-DATE-N REDEFINES WS-YDAY-DATE
025700                                 PIC 9(06).
025800 01  WS-CUR-TIME-SPLIT.
025900     05  WS-CUR-HH               PIC 9(02).
026000     05  WS-CUR-MI               PIC 9(02).
026100     05  FILLER                  PIC X(04).
026200 01  WS-FLAG-TIME-SPLIT.
026300     05  WS-FLAG-HH              PIC 9(02).
026400     05  WS-FLAG-MI              PIC 9(02).
026500     05  FILLER                  PIC X(04).

026600 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
026700 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
026800 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
026900 01  WS-EDIT-DATE.
027000     05  WS-EDIT-YEAR            PIC 9(04).
027100     05  WS-EDIT-MM              PIC 9(02).
027200     05  WS-EDIT-DD              PIC 9(02).
027300 01  WS-MONTH-DAYS-DATA.
027400     05  FILLER                  PIC X(24)
027500                     VALUE '312831303130313130313031'.
027600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
027700     05  WS-MONTH-DAYS OCCURS 12 TIMES
027800                                 PIC 9(02).

027900 01  WS-RUN-ID                   PIC X(08)  VALUE 'REA010'.
028000 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
028100 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
028150 01  WS-SEC-TIME                 PIC 9(08)  VALUE ZERO.
028200 01  WS-TODAY-DATE.
028300     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
028400     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
028500 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
028600                                 PIC 9(08).

028700 01  WS-CURRENT-DATE.
028800     05  WS-CURRENT-YY           PIC 9(02).
028900     05  WS-CURRENT-MM           PIC 9(02).
029000     05  WS-CURRENT-DD           PIC 9(02).

029100 01  WS-FMT-DATE-IN.
029200     05  WS-FMT-YEAR             PIC 9(04).
029300     05  WS-FMT-MM               PIC 9(02).
029400     05  WS-FMT-DD               PIC 9(02).
029500 01  WS-FMT-DATE-IN-N REDEFINES WS-FMT-DATE-IN
029600                                 PIC 9(08).
029700 01  WS-FMT-DATE-OUT.
029800     05  WS-FMT-OUT-MM           PIC 99.
029900     05  FILLER                  PIC X(01)  VALUE '/'.
030000     05  WS-FMT-OUT-DD           PIC 99.
030100     05  FILLER                  PIC X(01)  VALUE '/'.
030200     05  WS-FMT-OUT-YEAR         PIC 9999.

030300*----------------------------------------------------------------*
030400* COPY OF THE AUDIT JOURNAL RECORD LAYOUT - EVERY MOVE IS LOGGED *
030500* AS AN ORDINARY CHANGE, THE SAME WAY HELLO LOGS ONE.            *
030600*----------------------------------------------------------------*
030700 COPY AUDREC.

030800 01  HDG-LINE-1.
030900     05  FILLER                  PIC X(40)  VALUE SPACES.
031000     05  FILLER                  PIC X(40)
031100             VALUE 'MASS DEPARTMENT / PAY GRADE REASSIGNMENT'.
031200     05  FILLER                  PIC X(44)  VALUE SPACES.
031300     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
031400     05  HDG-PAGE-NBR            PIC ZZ9.

031500 01  HDG-LINE-2.
031600     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
031700     05  HDG-MM                  PIC 99.
031800     05  FILLER                  PIC X(01)  VALUE '/'.
031900     05  HDG-DD                  PIC 99.
032000     05  FILLER                  PIC X(01)  VALUE '/'.
032100     05  HDG-YY                  PIC 99.
032200     05  FILLER                  PIC X(10)  VALUE '   MODE: '.
032300     05  HDG-MODE                PIC X(40).
032400     05  FILLER                  PIC X(69)  VALUE SPACES.

032500*----------------------------------------------------------------*
032600* COLUMN HEADINGS - THE CALLER MOVES THE ONE FOR ITS SECTION     *
032700* INTO WS-COL-HDG BEFORE THE FIRST PAGE OF THAT SECTION.         *
032800*----------------------------------------------------------------*
032900 01  WS-COL-HDG                  PIC X(132) VALUE SPACES.

033000 01  HDG-MOVE-COLS.
033100     05  FILLER                  PIC X(08)  VALUE 'EMP ID'.
033200     05  FILLER                  PIC X(32)  VALUE 'EMPLOYEE NAME'.
033300     05  FILLER                  PIC X(04)  VALUE 'ST'.
033400     05  FILLER                  PIC X(16)
033500             VALUE 'DEPT BEFORE/AFTR'.
033600     05  FILLER                  PIC X(04)  VALUE SPACES.
033700     05  FILLER                  PIC X(16)
033800             VALUE 'GRADE BEFR/AFTR'.
033900     05  FILLER                  PIC X(14)  VALUE 'EFFECTIVE'.
034000     05  FILLER                  PIC X(38)  VALUE 'NOTE'.

034100 01  HDG-XWALK-COLS.
034200     05  FILLER                  PIC X(06)  VALUE 'ROW'.
034300     05  FILLER                  PIC X(10)  VALUE 'OLD DEPT'.
034400     05  FILLER                  PIC X(10)  VALUE 'NEW DEPT'.
034500     05  FILLER                  PIC X(10)  VALUE 'OLD GRADE'.
034600     05  FILLER                  PIC X(10)  VALUE 'NEW GRADE'.
034700     05  FILLER                  PIC X(13)  VALUE 'EFFECTIVE'.
034800     05  FILLER                  PIC X(09)  VALUE 'MOVED'.
034900     05  FILLER                  PIC X(64)  VALUE 'STATUS'.

035000 01  HDG-DEPT-COLS.
035100     05  FILLER                  PIC X(06)  VALUE 'DEPT'.
035200     05  FILLER                  PIC X(32)
035250                 VALUE 'DEPARTMENT NAME'.
035300     05  FILLER                  PIC X(12)  VALUE 'BEFORE'.
035400     05  FILLER                  PIC X(12)  VALUE 'MOVED OUT'.
035500     05  FILLER                  PIC X(12)  VALUE 'MOVED IN'.
035600     05  FILLER                  PIC X(58)  VALUE 'AFTER'.

035700 01  DETAIL-LINE.
035800     05  DET-ID                  PIC ZZZZ9.
035900     05  FILLER                  PIC X(03)  VALUE SPACES.
036000     05  DET-NAME                PIC X(30).
036100     05  FILLER                  PIC X(02)  VALUE SPACES.
036200     05  DET-STATUS              PIC X(01).
036300     05  FILLER                  PIC X(03)  VALUE SPACES.
036400     05  DET-OLD-DEPT            PIC X(04).
036500     05  FILLER                  PIC X(04)  VALUE ' -> '.
036600     05  DET-NEW-DEPT            PIC X(04).
036700     05  FILLER                  PIC X(08)  VALUE SPACES.
036800     05  DET-OLD-GRADE           PIC X(02).
036900     05  FILLER                  PIC X(04)  VALUE ' -> '.
037000     05  DET-NEW-GRADE           PIC X(02).
037100     05  FILLER                  PIC X(08)  VALUE SPACES.
037200     05  DET-EFF-DATE            PIC X(10).
037300     05  FILLER                  PIC X(04)  VALUE SPACES.
037400     05  DET-NOTE                PIC X(20).
037500     05  FILLER                  PIC X(18)  VALUE SPACES.

037600 01  XWALK-LINE.
037700     05  XWL-ROW                 PIC ZZ9.
037800     05  FILLER                  PIC X(03)  VALUE SPACES.
037900     05  XWL-OLD-DEPT            PIC X(04).
038000     05  FILLER                  PIC X(06)  VALUE SPACES.
038100     05  XWL-NEW-DEPT            PIC X(04).
038200     05  FILLER                  PIC X(06)  VALUE SPACES.
038300     05  XWL-OLD-GRADE           PIC X(02).
038400     05  FILLER                  PIC X(08)  VALUE SPACES.
038500     05  XWL-NEW-GRADE           PIC X(02).
038600     05  FILLER                  PIC X(08)  VALUE SPACES.
038700     05  XWL-EFF-DATE            PIC X(10).
038800     05  FILLER                  PIC X(03)  VALUE SPACES.
038900     05  XWL-MOVED               PIC ZZZZ9.
039000     05  FILLER                  PIC X(04)  VALUE SPACES.
039100     05  XWL-MSG                 PIC X(32).
039200     05  FILLER                  PIC X(32)  VALUE SPACES.

039300 01  DEPT-LINE.
039400     05  DPL-DEPT                PIC X(04).
039500     05  FILLER                  PIC X(02)  VALUE SPACES.
039600     05  DPL-NAME                PIC X(30).
039700     05  FILLER                  PIC X(02)  VALUE SPACES.
039800     05  DPL-BEFORE              PIC ZZZZZZ9.
039900     05  FILLER                  PIC X(05)  VALUE SPACES.
040000     05  DPL-OUT                 PIC ZZZZZZ9.
040100     05  FILLER                  PIC X(05)  VALUE SPACES.
040200     05  DPL-IN                  PIC ZZZZZZ9.
040300     05  FILLER                  PIC X(05)  VALUE SPACES.
040400     05  DPL-AFTER               PIC ZZZZZZ9.
040500     05  FILLER                  PIC X(51)  VALUE SPACES.

040600 01  HOLD-LINE.
040700     05  FILLER                  PIC X(24)
040800                     VALUE '*** RUN HELD - '.
040900     05  HLD-REASON              PIC X(60).
041000     05  FILLER                  PIC X(48)  VALUE SPACES.

041100 01  FOOTING-LINE-1.
041200     05  FILLER                  PIC X(24)
041300                     VALUE 'MASTER RECORDS READ:'.
041400     05  FTG-READ                PIC ZZZZZZ9.
041500     05  FILLER                  PIC X(101) VALUE SPACES.

041600 01  FOOTING-LINE-2.
041700     05  FILLER                  PIC X(24)
041800                     VALUE 'EMPLOYEES MOVED:'.
041900     05  FTG-MOVED               PIC ZZZZZZ9.
042000     05  FILLER                  PIC X(101) VALUE SPACES.

042100 01  FOOTING-LINE-3.
042200     05  FILLER                  PIC X(24)
042300                     VALUE 'MOVES FAILED:'.
042400     05  FTG-FAILED              PIC ZZZZZZ9.
042500     05  FILLER                  PIC X(101) VALUE SPACES.

042600 01  FOOTING-LINE-4.
042700     05  FILLER                  PIC X(24)
042800                     VALUE 'RECORDS TO EXTRACT:'.
042900     05  FTG-EXTRACT             PIC ZZZZZZ9.
043000     05  FILLER                  PIC X(101) VALUE SPACES.

043100 01  FOOTING-LINE-5.
043200     05  FILLER                  PIC X(24)
043300                     VALUE 'AUDIT WRITES FAILED:'.
043400     05  FTG-AUDITFAIL           PIC ZZZZZZ9.
043500     05  FILLER                  PIC X(101) VALUE SPACES.

043600 01  FOOTING-LINE-6.
043700     05  FILLER                  PIC X(24)
043800                     VALUE 'ROWS THAT MOVED NOBODY:'.
043900     05  FTG-UNUSED              PIC ZZZZZZ9.
044000     05  FILLER                  PIC X(101) VALUE SPACES.

044001 01  FOOTING-LINE-7.
044002     05  FILLER                  PIC X(24)
044003                     VALUE 'SECURITY QUEUE FAILED:'.
044004     05  FTG-SECFAIL             PIC ZZZZZZ9.
044005     05  FILLER                  PIC X(101) VALUE SPACES.

044100*----------------------------------------------------------------*
044200* 0000-MAIN-PROCESS - MAINLINE.  LOAD AND EDIT THE CROSSWALK,    *
044300*                     THEN ONE PASS OF THE MASTER MOVING (OR,    *
044400*                     ON A PREVIEW, LISTING) EVERY MATCHING      *
044500*                     ACTIVE AND ON-LEAVE EMPLOYEE.              *
044600*----------------------------------------------------------------*
044700 PROCEDURE DIVISION.
044800 0000-MAIN-PROCESS.
044900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045000     IF NOT WS-ABEND-OCCURRED
045100         PERFORM 2000-LOAD-CROSSWALK THRU 2000-EXIT
045200     END-IF.
045300     IF NOT WS-ABEND-OCCURRED AND NOT WS-RUN-HELD
045400         PERFORM 1300-CHECK-RUN-ALLOWED THRU 1300-EXIT
045500     END-IF.
045600     IF NOT WS-ABEND-OCCURRED AND NOT WS-RUN-HELD
045700         MOVE HDG-MOVE-COLS TO WS-COL-HDG
045800         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
045900         PERFORM 3000-READ-MASTER THRU 3000-EXIT
046000         PERFORM 3100-PROCESS-EMPLOYEE THRU 3100-EXIT
046100             UNTIL WS-EOF-MASTER
046200     END-IF.
046300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
046400     MOVE WS-RETURN-CODE TO RETURN-CODE.
046500     STOP RUN.

046600*----------------------------------------------------------------*
046700* 1000-INITIALIZE - READ THE MODE CARD, THEN OPEN WHAT THE MODE  *
046800*                   NEEDS.  A PREVIEW OPENS THE MASTER INPUT     *
046900*                   ONLY AND NEVER OPENS THE JOURNAL, EXTRACT,   *
047000*                   OR SYSCTL - IT CANNOT CHANGE ANYTHING EVEN   *
047100*                   BY ACCIDENT.                                 *
047200*----------------------------------------------------------------*
047300 1000-INITIALIZE.
047400     ACCEPT WS-CURRENT-DATE FROM DATE.
047500     ACCEPT WS-RUN-DATE FROM DATE.
047600     ACCEPT WS-RUN-TIME FROM TIME.
047700     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
047800     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
047900     IF WS-UPDATE-MODE
048000         OPEN I-O EMPLOYEE-MASTER
048100     ELSE
048200         OPEN INPUT EMPLOYEE-MASTER
048300     END-IF.
048400     IF NOT WS-EMPMAST-OK
048500         DISPLAY 'REA010 - CANNOT OPEN EMPLOYEE-MASTER, STATUS = '
048600             WS-EMPMAST-STATUS
048700         SET WS-ABEND-OCCURRED TO TRUE
048800         GO TO 1000-EXIT
048900     END-IF.
049000     OPEN INPUT CROSSWALK-FILE.
049100     IF NOT WS-XWALK-OK
049200         DISPLAY 'REA010 - CANNOT OPEN CROSSWALK-FILE, STATUS = '
049300             WS-XWALK-STATUS
049400         SET WS-ABEND-OCCURRED TO TRUE
049500         GO TO 1000-EXIT
049600     END-IF.
049700     OPEN INPUT DEPARTMENT-MASTER.
049800     IF NOT WS-DEPTMAST-OK
049900         DISPLAY 'REA010 - CANNOT OPEN DEPARTMENT-MASTER, '
050000             'STATUS = ' WS-DEPTMAST-STATUS
050100         SET WS-ABEND-OCCURRED TO TRUE
050200         GO TO 1000-EXIT
050300     END-IF.
050301     OPEN INPUT GRADE-MASTER.
050302     IF NOT WS-GRADMAST-OK
050303         DISPLAY 'REA010 - CANNOT OPEN GRADE-MASTER, '
050304             'STATUS = ' WS-GRADMAST-STATUS
050305         SET WS-ABEND-OCCURRED TO TRUE
050306         GO TO 1000-EXIT
050307     END-IF.
050400     OPEN OUTPUT REASSIGN-REPORT.
050500     IF NOT WS-RPTOUT-OK
050600         DISPLAY 'REA010 - CANNOT OPEN REASSIGN-REPORT, '
050700             'STATUS = ' WS-RPTOUT-STATUS
050800         SET WS-ABEND-OCCURRED TO TRUE
050900         GO TO 1000-EXIT
051000     END-IF.
051100     IF WS-PREVIEW-MODE
051200         MOVE 'PREVIEW - NOTHING UPDATED' TO HDG-MODE
051300         GO TO 1000-EXIT
051400     END-IF.
051500     MOVE 'UPDATE - MASTER, JOURNAL, EXTRACT' TO HDG-MODE.
051600     OPEN I-O SYSTEM-CONTROL.
051700     IF NOT WS-SYSCTL-OK
051800         DISPLAY 'REA010 - CANNOT OPEN SYSTEM-CONTROL, STATUS = '
051900             WS-SYSCTL-STATUS
052000         SET WS-ABEND-OCCURRED TO TRUE
052100         GO TO 1000-EXIT
052200     END-IF.
052300     OPEN EXTEND AUDIT-JOURNAL.
052400     IF NOT WS-AUDJRNL-OK
052500         DISPLAY 'REA010 - CANNOT OPEN AUDIT-JOURNAL, STATUS = '
052600             WS-AUDJRNL-STATUS
052700         SET WS-ABEND-OCCURRED TO TRUE
052800         GO TO 1000-EXIT
052900     END-IF.
053000     OPEN OUTPUT PAYROLL-EXTRACT.
053100     IF NOT WS-PAYEXTR-OK
053200         DISPLAY 'REA010 - CANNOT OPEN PAYROLL-EXTRACT, '
053300             'STATUS = ' WS-PAYEXTR-STATUS
053400         SET WS-ABEND-OCCURRED TO TRUE
053500         GO TO 1000-EXIT
053600     END-IF.
053601     OPEN I-O SECURITY-QUEUE.
053602     IF NOT WS-SECQUE-OK
053603         DISPLAY 'REA010 - CANNOT OPEN SECURITY-QUEUE, '
053604             'STATUS = ' WS-SECQUE-STATUS
053605         SET WS-ABEND-OCCURRED TO TRUE
053606         GO TO 1000-EXIT
053607     END-IF.
053700 1000-EXIT.
053800     EXIT.

053900*----------------------------------------------------------------*
054000* 1100-READ-CONTROL-CARD - 'U' IN COLUMN 1 IS AN UPDATE RUN.     *
054100*                          ANYTHING ELSE, OR NO CARD AT ALL, IS  *
054200*                          A PREVIEW - THE SAFE DEFAULT.         *
054300*----------------------------------------------------------------*
054400 1100-READ-CONTROL-CARD.
054500     OPEN INPUT CONTROL-CARD.
054600     IF WS-REACTL-OK
054700         READ CONTROL-CARD
054800             AT END
054900                 CONTINUE
055000             NOT AT END
055100                 IF CTL-MODE-UPDATE
055200                     SET WS-UPDATE-MODE TO TRUE
055300                 END-IF
055400         END-READ
055500         CLOSE CONTROL-CARD
055600     END-IF.
055700     IF WS-UPDATE-MODE
055800         DISPLAY 'REA010 - UPDATE RUN'
055900     ELSE
056000         DISPLAY 'REA010 - PREVIEW RUN, NOTHING WILL BE UPDATED'
056100     END-IF.
056200 1100-EXIT.
056300     EXIT.

056400*----------------------------------------------------------------*
056500* 1300-CHECK-RUN-ALLOWED - AN UPDATE RUN HOLDS WHEN ANY ROW IS   *
056600*                          NOT YET EFFECTIVE (RUN IT ON OR AFTER *
056700*                          THE DATE - A PREVIEW AHEAD OF TIME IS *
056800*                          THE POINT) OR WHEN THE NIGHTLY LOAD   *
056900*                          IS RUNNING.  OTHERWISE IT RAISES THE  *
057000*                          LOAD FLAG ITSELF FOR THE PASS.        *
057100*----------------------------------------------------------------*
057200 1300-CHECK-RUN-ALLOWED.
057300     IF WS-PREVIEW-MODE
057400         GO TO 1300-EXIT
057500     END-IF.
057600     IF WS-XWALK-FUTURE-COUNT > 0
057700         SET WS-RUN-HELD TO TRUE
057800         MOVE 'CROSSWALK ROWS NOT YET EFFECTIVE'
057900             TO WS-HOLD-REASON
058000         GO TO 1300-EXIT
058100     END-IF.
058200     PERFORM 1400-CHECK-LOAD-STATE THRU 1400-EXIT.
058300     IF WS-LOAD-LOCKED
058400         SET WS-RUN-HELD TO TRUE
058500         MOVE 'NIGHTLY LOAD IN PROGRESS (SYSCTL LD FLAG SET)'
058600             TO WS-HOLD-REASON
058700         GO TO 1300-EXIT
058800     END-IF.
058900     PERFORM 1500-SET-LOAD-FLAG THRU 1500-EXIT.
059000 1300-EXIT.
059100     EXIT.

059200*----------------------------------------------------------------*
059300* 1400-CHECK-LOAD-STATE - IS THE NIGHTLY LOAD RUNNING?  ONLY A   *
059400*                         FLAG SET WITHIN THE LAST WS-LOCK-LIMIT *
059500*                         MINUTES (TODAY, OR YESTERDAY FOR A     *
059600*                         LOAD STRADDLING MIDNIGHT) COUNTS - THE *
059700*                         SAME TEST EMPMNT MAKES.                *
059800*----------------------------------------------------------------*
059900 1400-CHECK-LOAD-STATE.
060000     MOVE 'N' TO WS-LOCK-SW.
060100     MOVE 'LD' TO SYSCTL-KEY.
060200     READ SYSTEM-CONTROL
060300         INVALID KEY
060400             GO TO 1400-EXIT
060500     END-READ.
060600     IF NOT SYSCTL-LOAD-IN-PROGRESS
060700         GO TO 1400-EXIT
060800     END-IF.
060900     MOVE WS-RUN-DATE TO WS-CUR-DATE-SPLIT.
061000     MOVE WS-RUN-TIME TO WS-CUR-TIME-SPLIT.
061100     COMPUTE WS-CUR-MIN = (WS-CUR-HH * 60) + WS-CUR-MI.
061200     MOVE SYSCTL-LOAD-TIME TO WS-FLAG-TIME-SPLIT.
061300     COMPUTE WS-FLAG-MIN = (WS-FLAG-HH * 60) + WS-FLAG-MI.
061400     IF SYSCTL-LOAD-DATE = WS-RUN-DATE
061500         COMPUTE WS-ELAPSED-MIN = WS-CUR-MIN - WS-FLAG-MIN
061600         IF WS-ELAPSED-MIN < ZERO
061700             MOVE ZERO TO WS-ELAPSED-MIN
061800         END-IF
061900     ELSE
062000         PERFORM 1450-COMPUTE-YESTERDAY THRU 1450-EXIT
062100         IF SYSCTL-LOAD-DATE = WS-YDAY-DATE-N
062200             COMPUTE WS-ELAPSED-MIN =
062300                 WS-CUR-MIN + 1440 - WS-FLAG-MIN
062400         ELSE
062500             MOVE 9999 TO WS-ELAPSED-MIN
062600         END-IF
062700     END-IF.
062800     IF WS-ELAPSED-MIN NOT > WS-LOCK-LIMIT
062900         SET WS-LOAD-LOCKED TO TRUE
063000     END-IF.
063100 1400-EXIT.
063200     EXIT.

063300*----------------------------------------------------------------*
063400* 1450-COMPUTE-YESTERDAY - YESTERDAY'S DATE (YYMMDD) FROM THE    *
063500*                          SYSTEM DATE, MONTH AND YEAR ROLLOVERS *
063600*                          INCLUDED.                             *
063700*----------------------------------------------------------------*
063800 1450-COMPUTE-YESTERDAY.
063900     MOVE WS-CUR-YY TO WS-YDAY-YY.
064000     MOVE WS-CUR-MM TO WS-YDAY-MM.
064100     MOVE WS-CUR-DD TO WS-YDAY-DD.
064200     IF WS-YDAY-DD > 1
064300         SUBTRACT 1 FROM WS-YDAY-DD
064400         GO TO 1450-EXIT
064500     END-IF.
064600     IF WS-YDAY-MM > 1
064700         SUBTRACT 1 FROM WS-YDAY-MM
064800         MOVE WS-MONTH-DAYS (WS-YDAY-MM) TO WS-MAX-DD
064900         IF WS-YDAY-MM = 02
065000             COMPUTE WS-EDIT-YEAR = 2000 + WS-YDAY-YY
065100             PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
065200         END-IF
065300         MOVE WS-MAX-DD TO WS-YDAY-DD
065400         GO TO 1450-EXIT
065500     END-IF.
065600     MOVE 12 TO WS-YDAY-MM.
065700     MOVE 31 TO WS-YDAY-DD.
065800     IF WS-YDAY-YY > ZERO
065900         SUBTRACT 1 FROM WS-YDAY-YY
066000     ELSE
066100         MOVE 99 TO WS-YDAY-YY
066200     END-IF.
066300 1450-EXIT.
066400     EXIT.

066500*----------------------------------------------------------------*
066600* 1500-SET-LOAD-FLAG - RAISE THE 'LD' FLAG, STAMPED WITH THIS    *
066700*                      RUN'S DATE AND TIME, SO THE SCREENS DROP  *
066800*                      TO INQUIRY-ONLY WHILE THE MASTER IS OPEN  *
066900*                      I-O HERE.  A FAILURE IS DISPLAYED, NOT    *
067000*                      FATAL - THE SAME RULE HELLO FOLLOWS.      *
067100*----------------------------------------------------------------*
067200 1500-SET-LOAD-FLAG.
067300     MOVE 'LD' TO SYSCTL-KEY.
067400     READ SYSTEM-CONTROL
067500         INVALID KEY
067600             INITIALIZE SYSCTL-RECORD
067700             MOVE 'LD' TO SYSCTL-KEY
067800             SET SYSCTL-LOAD-IN-PROGRESS TO TRUE
067900             MOVE WS-RUN-DATE TO SYSCTL-LOAD-DATE
068000             MOVE WS-RUN-TIME TO SYSCTL-LOAD-TIME
068100             WRITE SYSCTL-RECORD
068200             GO TO 1500-CHECK
068300     END-READ.
068400     SET SYSCTL-LOAD-IN-PROGRESS TO TRUE.
068500     MOVE WS-RUN-DATE TO SYSCTL-LOAD-DATE.
068600     MOVE WS-RUN-TIME TO SYSCTL-LOAD-TIME.
068700     REWRITE SYSCTL-RECORD.
068800 1500-CHECK.
068900     IF WS-SYSCTL-OK
069000         SET WS-LOAD-FLAG-SET TO TRUE
069100     ELSE
069200         DISPLAY 'REA010 - LOAD FLAG NOT SET, STATUS = '
069300             WS-SYSCTL-STATUS
069400     END-IF.
069500 1500-EXIT.
069600     EXIT.

069700*----------------------------------------------------------------*
069800* 2000-LOAD-CROSSWALK - READ EVERY CROSSWALK ROW INTO THE TABLE  *
069900*                       AND EDIT IT.  ANY ROW IN ERROR HOLDS THE *
070000*                       RUN - HALF A REORGANIZATION IS WORSE     *
070100*                       THAN NONE - AND AN EMPTY FILE HOLDS IT   *
070200*                       TOO.                                     *
070300*----------------------------------------------------------------*
070400 2000-LOAD-CROSSWALK.
070500     PERFORM 2100-READ-XWALK THRU 2100-EXIT.
070600     PERFORM 2200-STORE-XWALK-ROW THRU 2200-EXIT
070700         UNTIL WS-EOF-XWALK OR WS-RUN-HELD.
070800     IF WS-RUN-HELD
070900         GO TO 2000-EXIT
071000     END-IF.
071100     IF WS-XW-COUNT = ZERO
071200         SET WS-RUN-HELD TO TRUE
071300         MOVE 'CROSSWALK FILE IS EMPTY' TO WS-HOLD-REASON
071400         GO TO 2000-EXIT
071500     END-IF.
071600     IF WS-XWALK-ERROR-COUNT > 0
071700         SET WS-RUN-HELD TO TRUE
071800         MOVE 'CROSSWALK ROWS IN ERROR - SEE THE ROW LIST'
071900             TO WS-HOLD-REASON
072000     END-IF.
072100 2000-EXIT.
072200     EXIT.

072300*----------------------------------------------------------------*
072400* 2100-READ-XWALK - READ THE NEXT CROSSWALK ROW.                 *
072500*----------------------------------------------------------------*
072600 2100-READ-XWALK.
072700     READ CROSSWALK-FILE
072800         AT END
072900             SET WS-EOF-XWALK TO TRUE
073000         NOT AT END
073100             ADD 1 TO WS-XWALK-READ-COUNT
073200     END-READ.
073300 2100-EXIT.
073400     EXIT.

073500*----------------------------------------------------------------*
073600* 2200-STORE-XWALK-ROW - ADD ONE ROW TO THE TABLE, EDIT IT, AND  *
073700*                        READ THE NEXT.                          *
073800*----------------------------------------------------------------*
073900 2200-STORE-XWALK-ROW.
074000     IF WS-XW-COUNT NOT LESS THAN WS-XW-MAX
074100         SET WS-RUN-HELD TO TRUE
074200         MOVE 'MORE THAN 100 CROSSWALK ROWS' TO WS-HOLD-REASON
074300         GO TO 2200-EXIT
074400     END-IF.
074500     ADD 1 TO WS-XW-COUNT.
074600     MOVE WS-XW-COUNT TO WS-XW-SUB.
074700     MOVE XW-OLD-DEPT TO WS-XW-OLD-DEPT (WS-XW-SUB).
074800     MOVE XW-NEW-DEPT TO WS-XW-NEW-DEPT (WS-XW-SUB).
074900     MOVE XW-OLD-GRADE TO WS-XW-OLD-GRADE (WS-XW-SUB).
075000     MOVE XW-NEW-GRADE TO WS-XW-NEW-GRADE (WS-XW-SUB).
075100     IF XW-EFF-DATE IS NUMERIC
075200         MOVE XW-EFF-DATE TO WS-XW-EFF-DATE (WS-XW-SUB)
075300     ELSE
075400         MOVE ZERO TO WS-XW-EFF-DATE (WS-XW-SUB)
075500     END-IF.
075600     MOVE SPACES TO WS-XW-MSG (WS-XW-SUB).
075700     MOVE 'N' TO WS-XW-ERROR-SW (WS-XW-SUB).
075800     MOVE ZERO TO WS-XW-MOVE-CTR (WS-XW-SUB).
075900     PERFORM 2300-EDIT-XWALK-ROW THRU 2300-EXIT.
076000     IF WS-XW-IN-ERROR (WS-XW-SUB)
076100         ADD 1 TO WS-XWALK-ERROR-COUNT
076200     END-IF.
076300     PERFORM 2100-READ-XWALK THRU 2100-EXIT.
076400 2200-EXIT.
076500     EXIT.

076600*----------------------------------------------------------------*
076700* 2300-EDIT-XWALK-ROW - THE ROW AT WS-XW-SUB MUST NAME SOMEBODY  *
076800*                       (AN OLD DEPARTMENT OR GRADE) AND MOVE    *
076900*                       THEM SOMEWHERE (A NEW DEPARTMENT OR      *
077000*                       GRADE, EACH PAIRED WITH ITS OLD VALUE    *
077100*                       AND DIFFERENT FROM IT).  A NEW           *
077200*                       DEPARTMENT MUST BE ACTIVE ON DEPTMAST,   *
077201*                       AND A NEW GRADE ACTIVE ON GRADMAST -     *
077300*                       THE OLD ONE MAY ALREADY BE FLAGGED       *
077400*                       INACTIVE, WHICH IS THE USUAL REASON FOR  *
077500*                       THE RUN.  THE EFFECTIVE DATE MUST BE A   *
077600*                       REAL CALENDAR DATE; ONE AFTER TODAY IS   *
077700*                       NOTED, NOT AN ERROR.  THE FIRST FAILURE  *
077800*                       FOUND IS THE ONE SHOWN.                  *
077900*----------------------------------------------------------------*
078000 2300-EDIT-XWALK-ROW.
078100     IF XW-OLD-DEPT = SPACES AND XW-OLD-GRADE = SPACES
078200         MOVE 'NO OLD DEPARTMENT OR GRADE' TO
078300             WS-XW-MSG (WS-XW-SUB)
078400         GO TO 2300-ERROR
078500     END-IF.
078600     IF XW-NEW-DEPT = SPACES AND XW-NEW-GRADE = SPACES
078700         MOVE 'NO NEW DEPARTMENT OR GRADE' TO
078800             WS-XW-MSG (WS-XW-SUB)
078900         GO TO 2300-ERROR
079000     END-IF.
079100     IF XW-NEW-DEPT NOT = SPACES AND XW-OLD-DEPT = SPACES
079200         MOVE 'NEW DEPT WITHOUT AN OLD DEPT' TO
079300             WS-XW-MSG (WS-XW-SUB)
079400         GO TO 2300-ERROR
079500     END-IF.
079600     IF XW-NEW-GRADE NOT = SPACES AND XW-OLD-GRADE = SPACES
079700         MOVE 'NEW GRADE WITHOUT AN OLD ONE' TO
079800             WS-XW-MSG (WS-XW-SUB)
079900         GO TO 2300-ERROR
080000     END-IF.
080100     IF XW-NEW-DEPT NOT = SPACES AND XW-NEW-DEPT = XW-OLD-DEPT
080200         MOVE 'NEW DEPARTMENT SAME AS OLD' TO
080300             WS-XW-MSG (WS-XW-SUB)
080400         GO TO 2300-ERROR
080500     END-IF.
080600     IF XW-NEW-GRADE NOT = SPACES AND
080700        XW-NEW-GRADE = XW-OLD-GRADE
080800         MOVE 'NEW GRADE SAME AS OLD' TO
080900             WS-XW-MSG (WS-XW-SUB)
081000         GO TO 2300-ERROR
081100     END-IF.
081200     IF XW-NEW-DEPT NOT = SPACES
081300         MOVE XW-NEW-DEPT TO DEPT-CODE
081400         READ DEPARTMENT-MASTER
081500             INVALID KEY
081600                 MOVE 'NEW DEPARTMENT NOT ON DEPTMAST' TO
081700                     WS-XW-MSG (WS-XW-SUB)
081800                 GO TO 2300-ERROR
081900         END-READ
082000         IF NOT DEPT-IS-ACTIVE
082100             MOVE 'NEW DEPARTMENT IS INACTIVE' TO
082200                 WS-XW-MSG (WS-XW-SUB)
082300             GO TO 2300-ERROR
082400         END-IF
082500     END-IF.
082501     IF XW-NEW-GRADE NOT = SPACES
082502         MOVE XW-NEW-GRADE TO GRD-CODE
082503         READ GRADE-MASTER
082504             INVALID KEY
082505                 MOVE 'NEW GRADE NOT ON GRADMAST' TO
082506                     WS-XW-MSG (WS-XW-SUB)
082507                 GO TO 2300-ERROR
082508         END-READ
082509         IF NOT GRD-IS-ACTIVE
082510             MOVE 'NEW GRADE IS INACTIVE' TO
082511                 WS-XW-MSG (WS-XW-SUB)
082512             GO TO 2300-ERROR
082513         END-IF
082514     END-IF.
082600     PERFORM 2400-VALIDATE-EFF-DATE THRU 2400-EXIT.
082700     IF WS-MAX-DD = ZERO
082800         MOVE 'EFFECTIVE DATE NOT A VALID DATE' TO
082900             WS-XW-MSG (WS-XW-SUB)
083000         GO TO 2300-ERROR
083100     END-IF.
083200     PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
083300         VARYING WS-DUP-SUB FROM 1 BY 1
083400         UNTIL WS-DUP-SUB NOT LESS THAN WS-XW-SUB.
083500     IF WS-XW-IN-ERROR (WS-XW-SUB)
083600         GO TO 2300-EXIT
083700     END-IF.
083800     IF WS-XW-EFF-DATE (WS-XW-SUB) > WS-TODAY-DATE-N
083900         MOVE 'NOT YET EFFECTIVE' TO WS-XW-MSG (WS-XW-SUB)
084000         ADD 1 TO WS-XWALK-FUTURE-COUNT
084100     ELSE
084200         MOVE 'OK' TO WS-XW-MSG (WS-XW-SUB)
084300     END-IF.
084400     GO TO 2300-EXIT.
084500 2300-ERROR.
084600     SET WS-XW-IN-ERROR (WS-XW-SUB) TO TRUE.
084700 2300-EXIT.
084800     EXIT.

084900*----------------------------------------------------------------*
085000* 2350-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
085100*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
085200*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
085300*                        400).                                   *
085400*----------------------------------------------------------------*
085500 2350-CHECK-LEAP-YEAR.
085600     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
085700         REMAINDER WS-LEAP-REM.
085800     IF WS-LEAP-REM NOT = ZERO
085900         GO TO 2350-EXIT
086000     END-IF.
086100     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
086200         REMAINDER WS-LEAP-REM.
086300     IF WS-LEAP-REM NOT = ZERO
086400         MOVE 29 TO WS-MAX-DD
086500         GO TO 2350-EXIT
086600     END-IF.
086700     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
086800         REMAINDER WS-LEAP-REM.
086900     IF WS-LEAP-REM = ZERO
087000         MOVE 29 TO WS-MAX-DD
087100     END-IF.
087200 2350-EXIT.
087300     EXIT.

087400*----------------------------------------------------------------*
087500* 2400-VALIDATE-EFF-DATE - XW-EFF-DATE MUST BE A REAL CCYYMMDD   *
087600*                          CALENDAR DATE.  WS-MAX-DD COMES BACK  *
087700*                          ZERO WHEN IT IS NOT.                  *
087800*----------------------------------------------------------------*
087900 2400-VALIDATE-EFF-DATE.
088000     MOVE ZERO TO WS-MAX-DD.
088100     IF XW-EFF-DATE IS NOT NUMERIC
088200         GO TO 2400-EXIT
088300     END-IF.
088400     MOVE XW-EFF-DATE TO WS-EDIT-DATE.
088500     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
088600         GO TO 2400-EXIT
088700     END-IF.
088800     MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MAX-DD.
088900     IF WS-EDIT-MM = 02
089000         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
089100     END-IF.
089200     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
089300         MOVE ZERO TO WS-MAX-DD
089400     END-IF.
089500 2400-EXIT.
089600     EXIT.

089700*----------------------------------------------------------------*
089800* 2500-CHECK-DUPLICATE - AN EARLIER ROW NAMING THE SAME PEOPLE   *
089900*                        AND SETTING THE SAME FIELD WOULD WIN,   *
090000*                        AND THIS ROW WOULD SILENTLY DO NOTHING  *
090100*                        - ALMOST CERTAINLY A TYPING SLIP.       *
090200*----------------------------------------------------------------*
090300 2500-CHECK-DUPLICATE.
090400     IF WS-XW-OLD-DEPT (WS-DUP-SUB) = XW-OLD-DEPT AND
090500        WS-XW-OLD-GRADE (WS-DUP-SUB) = XW-OLD-GRADE
090600         IF (XW-NEW-DEPT NOT = SPACES AND
090700             WS-XW-NEW-DEPT (WS-DUP-SUB) NOT = SPACES) OR
090800            (XW-NEW-GRADE NOT = SPACES AND
090900             WS-XW-NEW-GRADE (WS-DUP-SUB) NOT = SPACES)
091000             MOVE 'SAME PEOPLE AS AN EARLIER ROW' TO
091100                 WS-XW-MSG (WS-XW-SUB)
091200             SET WS-XW-IN-ERROR (WS-XW-SUB) TO TRUE
091300         END-IF
091400     END-IF.
091500 2500-EXIT.
091600     EXIT.

091700*----------------------------------------------------------------*
091800* 3000-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.       *
091900*----------------------------------------------------------------*
092000 3000-READ-MASTER.
092100     READ EMPLOYEE-MASTER NEXT RECORD
092200         AT END
092300             SET WS-EOF-MASTER TO TRUE
092400         NOT AT END
092500             ADD 1 TO WS-READ-COUNT
092600     END-READ.
092700 3000-EXIT.
092800     EXIT.

092900*----------------------------------------------------------------*
093000* 3100-PROCESS-EMPLOYEE - COUNT AN ACTIVE OR ON-LEAVE EMPLOYEE   *
093100*                         IN THEIR DEPARTMENT'S BEFORE FIGURE,   *
093200*                         RUN THE CROSSWALK AGAINST THEM, AND    *
093300*                         MOVE (OR LIST) THEM WHEN A ROW         *
093400*                         MATCHED.  TERMINATED RECORDS STAY      *
093500*                         WHERE THEY ARE - THEIR HISTORY SHOWS   *
093600*                         THE DEPARTMENT THEY LEFT FROM.         *
093700*----------------------------------------------------------------*
093800 3100-PROCESS-EMPLOYEE.
093900     IF NOT EMP-STAT-ACTIVE AND NOT EMP-STAT-LEAVE
094000         GO TO 3100-READ-NEXT
094100     END-IF.
094200     MOVE EMP-DEPT TO WS-DS-SEARCH-DEPT.
094300     PERFORM 6000-FIND-DEPT-SUMMARY THRU 6000-EXIT.
094400     IF WS-DS-FOUND > ZERO
094500         ADD 1 TO WS-DS-BEFORE (WS-DS-FOUND)
094600     END-IF.
094700     PERFORM 3400-SAVE-OLD-FIELDS THRU 3400-EXIT.
094800     MOVE 'N' TO WS-DEPT-MOVE-SW.
094900     MOVE 'N' TO WS-GRADE-MOVE-SW.
095000     MOVE ZERO TO WS-MOVE-EFF-DATE.
095100     PERFORM 3200-MATCH-ROW THRU 3200-EXIT
095200         VARYING WS-XW-SUB FROM 1 BY 1
095300         UNTIL WS-XW-SUB > WS-XW-COUNT.
095400     IF NOT WS-DEPT-MOVED AND NOT WS-GRADE-MOVED
095500         GO TO 3100-READ-NEXT
095600     END-IF.
095700     MOVE SPACES TO WS-MOVE-NOTE.
095800     IF WS-UPDATE-MODE
095900         PERFORM 3300-APPLY-MOVE THRU 3300-EXIT
096000     ELSE
096100         PERFORM 3500-COUNT-MOVE THRU 3500-EXIT
096200     END-IF.
096300     PERFORM 5000-PRINT-MOVE THRU 5000-EXIT.
096400 3100-READ-NEXT.
096500     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
096600 3100-EXIT.
096700     EXIT.

096800*----------------------------------------------------------------*
096900* 3200-MATCH-ROW - DOES ROW WS-XW-SUB NAME THIS EMPLOYEE?  EVERY *
097000*                  OLD VALUE THE ROW CARRIES MUST EQUAL THE      *
097100*                  EMPLOYEE'S VALUE BEFORE THIS RUN.  THE ROW    *
097200*                  THEN SUPPLIES ANY FIELD NO EARLIER ROW HAS.   *
097300*----------------------------------------------------------------*
097400 3200-MATCH-ROW.
097500     IF WS-XW-OLD-DEPT (WS-XW-SUB) NOT = SPACES AND
097600        WS-XW-OLD-DEPT (WS-XW-SUB) NOT = WS-OLD-DEPT
097700         GO TO 3200-EXIT
097800     END-IF.
097900     IF WS-XW-OLD-GRADE (WS-XW-SUB) NOT = SPACES AND
098000        WS-XW-OLD-GRADE (WS-XW-SUB) NOT = WS-OLD-PAY-GRADE
098100         GO TO 3200-EXIT
098200     END-IF.
098300     MOVE 'N' TO WS-ROW-USED-SW.
098400     IF WS-XW-NEW-DEPT (WS-XW-SUB) NOT = SPACES AND
098500        NOT WS-DEPT-MOVED
098600         MOVE WS-XW-NEW-DEPT (WS-XW-SUB) TO EMP-DEPT
098700         SET WS-DEPT-MOVED TO TRUE
098800         SET WS-ROW-USED TO TRUE
098900     END-IF.
099000     IF WS-XW-NEW-GRADE (WS-XW-SUB) NOT = SPACES AND
099100        NOT WS-GRADE-MOVED
099200         MOVE WS-XW-NEW-GRADE (WS-XW-SUB) TO EMP-PAY-GRADE
099300         SET WS-GRADE-MOVED TO TRUE
099400         SET WS-ROW-USED TO TRUE
099500     END-IF.
099600     IF WS-ROW-USED
099700         ADD 1 TO WS-XW-MOVE-CTR (WS-XW-SUB)
099800         IF WS-MOVE-EFF-DATE = ZERO
099900             MOVE WS-XW-EFF-DATE (WS-XW-SUB) TO WS-MOVE-EFF-DATE
100000         END-IF
100100     END-IF.
100200 3200-EXIT.
100300     EXIT.

100400*----------------------------------------------------------------*
100500* 3300-APPLY-MOVE - REWRITE THE MOVED EMPLOYEE, JOURNAL IT AS A  *
100600*                   CHANGE, AND SEND IT TO PAYROLL.  A FAILED    *
100700*                   REWRITE IS LISTED AND COUNTED, AND NOTHING   *
100800*                   IS JOURNALED OR SENT FOR IT.                 *
100900*----------------------------------------------------------------*
101000 3300-APPLY-MOVE.
101100     REWRITE EMPLOYEE-RECORD
101200         INVALID KEY
101300             MOVE 'REWRITE FAILED' TO WS-MOVE-NOTE
101400             ADD 1 TO WS-FAIL-COUNT
101500             GO TO 3300-EXIT
101600     END-REWRITE.
101700     IF NOT WS-EMPMAST-OK
101800         MOVE 'REWRITE FAILED' TO WS-MOVE-NOTE
101900         ADD 1 TO WS-FAIL-COUNT
102000         GO TO 3300-EXIT
102100     END-IF.
102200     PERFORM 3500-COUNT-MOVE THRU 3500-EXIT.
102300     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT.
102400     PERFORM 4100-WRITE-EXTRACT THRU 4100-EXIT.
102401     IF WS-DEPT-MOVED
102402         PERFORM 4200-QUEUE-SECURITY-EVENT THRU 4200-EXIT
102403     END-IF.
102500 3300-EXIT.
102600     EXIT.

102700*----------------------------------------------------------------*
102800* 3400-SAVE-OLD-FIELDS - CAPTURE THE MASTER RECORD'S VALUES      *
102900*                        BEFORE THE CROSSWALK TOUCHES THEM, FOR  *
103000*                        THE MATCH, THE LISTING, AND THE         *
103100*                        JOURNAL.                                *
103200*----------------------------------------------------------------*
103300 3400-SAVE-OLD-FIELDS.
103400     MOVE EMP-NAME TO WS-OLD-NAME.
103500     MOVE EMP-DEPT TO WS-OLD-DEPT.
103600     MOVE EMP-HIRE-DATE TO WS-OLD-HIRE-DATE.
103700     MOVE EMP-STATUS TO WS-OLD-STATUS.
103800     MOVE EMP-PAY-GRADE TO WS-OLD-PAY-GRADE.
103900     MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE.
104000 3400-EXIT.
104100     EXIT.

104200*----------------------------------------------------------------*
104300* 3500-COUNT-MOVE - ONE MORE EMPLOYEE MOVED (OR, ON A PREVIEW,   *
104400*                   WHO WOULD BE) - AND WHEN THE DEPARTMENT      *
104500*                   CHANGED, ONE OUT OF THE OLD AND ONE INTO     *
104600*                   THE NEW ON THE SUMMARY.                      *
104700*----------------------------------------------------------------*
104800 3500-COUNT-MOVE.
104900     ADD 1 TO WS-MOVE-COUNT.
105000     IF NOT WS-DEPT-MOVED
105100         GO TO 3500-EXIT
105200     END-IF.
105300     MOVE WS-OLD-DEPT TO WS-DS-SEARCH-DEPT.
105400     PERFORM 6000-FIND-DEPT-SUMMARY THRU 6000-EXIT.
105500     IF WS-DS-FOUND > ZERO
105600         ADD 1 TO WS-DS-OUT (WS-DS-FOUND)
105700     END-IF.
105800     MOVE EMP-DEPT TO WS-DS-SEARCH-DEPT.
105900     PERFORM 6000-FIND-DEPT-SUMMARY THRU 6000-EXIT.
106000     IF WS-DS-FOUND > ZERO
106100         ADD 1 TO WS-DS-IN (WS-DS-FOUND)
106200     END-IF.
106300 3500-EXIT.
106400     EXIT.

106500*----------------------------------------------------------------*
106600* 4000-WRITE-AUDIT-RECORD - LOG THE MOVE TO THE AUDIT JOURNAL AS *
106700*                           AN ORDINARY CHANGE, OLD AND NEW      *
106800*                           IMAGES, RUN ID REA010.  A FAILED     *
106900*                           WRITE DOES NOT UNDO THE MOVE - IT IS *
107000*                           LISTED AND COUNTED, AND THE RUN ENDS *
107100*                           RC=4.                                *
107200*----------------------------------------------------------------*
107300 4000-WRITE-AUDIT-RECORD.
107400     MOVE WS-RUN-DATE TO AUD-DATE.
107500     MOVE WS-RUN-TIME TO AUD-TIME.
107600     SET AUD-ACTION-CHANGE TO TRUE.
107700     MOVE EMP-ID TO AUD-EMP-ID.
107800     MOVE WS-OLD-NAME TO AUD-OLD-NAME.
107900     MOVE WS-OLD-DEPT TO AUD-OLD-DEPT.
108000     MOVE WS-OLD-HIRE-DATE TO AUD-OLD-HIRE-DATE.
108100     MOVE WS-OLD-STATUS TO AUD-OLD-STATUS.
108200     MOVE WS-OLD-PAY-GRADE TO AUD-OLD-PAY-GRADE.
108300     MOVE WS-OLD-TERM-DATE TO AUD-OLD-TERM-DATE.
108400     MOVE EMP-NAME TO AUD-NEW-NAME.
108500     MOVE EMP-DEPT TO AUD-NEW-DEPT.
108600     MOVE EMP-HIRE-DATE TO AUD-NEW-HIRE-DATE.
108700     MOVE EMP-STATUS TO AUD-NEW-STATUS.
108800     MOVE EMP-PAY-GRADE TO AUD-NEW-PAY-GRADE.
108900     MOVE EMP-TERM-DATE TO AUD-NEW-TERM-DATE.
108901     MOVE EMP-LEAVE-START TO AUD-OLD-LEAVE-START.
108902     MOVE EMP-LEAVE-RETURN TO AUD-OLD-LEAVE-RETURN.
108903     MOVE EMP-LEAVE-TYPE TO AUD-OLD-LEAVE-TYPE.
108904     MOVE EMP-LEAVE-START TO AUD-NEW-LEAVE-START.
108905     MOVE EMP-LEAVE-RETURN TO AUD-NEW-LEAVE-RETURN.
108906     MOVE EMP-LEAVE-TYPE TO AUD-NEW-LEAVE-TYPE.
109000     MOVE WS-RUN-ID TO AUD-RUN-ID.
109100     MOVE SPACES TO AUD-KEY-OPERATOR.
109200     MOVE SPACES TO AUD-APPR-OPERATOR.
109300     WRITE AUDIT-LINE FROM WS-AUDIT-RECORD.
109400     IF NOT WS-AUDJRNL-OK
109500         MOVE 'AUDIT WRITE FAILED' TO WS-MOVE-NOTE
109600         ADD 1 TO WS-AUDITFAIL-COUNT
109700     END-IF.
109800 4000-EXIT.
109900     EXIT.

110000*----------------------------------------------------------------*
110100* 4100-WRITE-EXTRACT - ONE CHANGE DETAIL TO PAYROLL FOR THE      *
110200*                      MOVED EMPLOYEE, IN THE SAME LAYOUT HELLO  *
110300*                      SENDS, CARRYING THE FIELDS AS REWRITTEN.  *
110400*----------------------------------------------------------------*
110500 4100-WRITE-EXTRACT.
110600     INITIALIZE PAYEXT-DETAIL-RECORD.
110700     SET PAYEXT-IS-DETAIL TO TRUE.
110800     SET PAYEXT-ACT-CHANGE TO TRUE.
110900     MOVE EMP-ID TO PAYEXT-EMP-ID.
111000     MOVE EMP-NAME TO PAYEXT-EMP-NAME.
111100     MOVE EMP-DEPT TO PAYEXT-EMP-DEPT.
111200     MOVE EMP-HIRE-DATE TO PAYEXT-EMP-HIRE-DATE.
111300     MOVE EMP-STATUS TO PAYEXT-EMP-STATUS.
111400     MOVE EMP-PAY-GRADE TO PAYEXT-EMP-PAY-GRADE.
111500     MOVE EMP-TERM-DATE TO PAYEXT-EMP-TERM-DATE.
111501     MOVE EMP-LEAVE-START TO PAYEXT-EMP-LEAVE-START.
111502     MOVE EMP-LEAVE-RETURN TO PAYEXT-EMP-LEAVE-RETURN.
111503     MOVE EMP-LEAVE-TYPE TO PAYEXT-EMP-LEAVE-TYPE.
111600     WRITE PAYEXT-DETAIL-RECORD.
111700     ADD 1 TO WS-EXTRACT-COUNT.
111800 4100-EXIT.
111900     EXIT.

111901*----------------------------------------------------------------*
111902* 4200-QUEUE-SECURITY-EVENT - A DEPARTMENT MOVE IS A TRANSFER TO *
111903*                             SECURITY / IT - QUEUE IT ON SECQUE *
111904*                             FOR SEC010, THE SAME RECORD HELLO  *
111905*                             QUEUES.  A GRADE-ONLY MOVE IS NOT  *
111906*                             THEIR BUSINESS.  A FAILED WRITE    *
111907*                             DOES NOT UNDO THE MOVE - IT IS     *
111908*                             LISTED AND COUNTED, AND THE RUN    *
111909*                             ENDS RC=4.                         *
111910*----------------------------------------------------------------*
111911 4200-QUEUE-SECURITY-EVENT.
111912     INITIALIZE SECURITY-EVENT-RECORD.
111913     MOVE WS-TODAY-DATE-N TO SEC-EVENT-DATE.
111914     ACCEPT WS-SEC-TIME FROM TIME.
111915     MOVE WS-SEC-TIME TO SEC-EVENT-TIME.
111916     MOVE EMP-ID TO SEC-EMP-ID.
111917     SET SEC-ACT-TRANSFER TO TRUE.
111918     MOVE EMP-NAME TO SEC-EMP-NAME.
111919     MOVE WS-OLD-DEPT TO SEC-OLD-DEPT.
111920     MOVE EMP-DEPT TO SEC-NEW-DEPT.
111921     MOVE WS-MOVE-EFF-DATE TO SEC-EFF-DATE.
111922     MOVE WS-RUN-ID TO SEC-RUN-ID.
111923     MOVE SPACES TO SEC-OPERATOR.
111924     SET SEC-STATE-PENDING TO TRUE.
111925     MOVE ZEROS TO SEC-SENT-DATE.
111926     MOVE ZEROS TO SEC-CONFIRM-DATE.
111927     WRITE SECURITY-EVENT-RECORD.
111928     IF WS-SECQUE-DUPKEY
111929         ADD 1 TO SEC-EVENT-TIME
111930         WRITE SECURITY-EVENT-RECORD
111931     END-IF.
111932     IF NOT WS-SECQUE-OK
111933         MOVE 'SECURITY QUEUE FAILED' TO WS-MOVE-NOTE
111934         ADD 1 TO WS-SECFAIL-COUNT
111935         GO TO 4200-EXIT
111936     END-IF.
111937     ADD 1 TO WS-SECURITY-COUNT.
111938 4200-EXIT.
111939     EXIT.

112000*----------------------------------------------------------------*
112100* 5000-PRINT-MOVE - ONE LINE PER EMPLOYEE MOVED (OR TO BE MOVED) *
112200*                   SHOWING DEPARTMENT AND GRADE BEFORE AND      *
112300*                   AFTER.                                       *
112400*----------------------------------------------------------------*
112500 5000-PRINT-MOVE.
112600     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
112700         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
112800     END-IF.
112900     MOVE EMP-ID TO DET-ID.
113000     MOVE EMP-NAME TO DET-NAME.
113100     MOVE EMP-STATUS TO DET-STATUS.
113200     MOVE WS-OLD-DEPT TO DET-OLD-DEPT.
113300     MOVE EMP-DEPT TO DET-NEW-DEPT.
113400     MOVE WS-OLD-PAY-GRADE TO DET-OLD-GRADE.
113500     MOVE EMP-PAY-GRADE TO DET-NEW-GRADE.
113600     MOVE WS-MOVE-EFF-DATE TO WS-FMT-DATE-IN-N.
113700     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
113800     MOVE WS-FMT-DATE-OUT TO DET-EFF-DATE.
113900     MOVE WS-MOVE-NOTE TO DET-NOTE.
114000     WRITE REPORT-LINE FROM DETAIL-LINE.
114100     ADD 1 TO WS-LINE-CTR.
114200 5000-EXIT.
114300     EXIT.

114400*----------------------------------------------------------------*
114500* 6000-FIND-DEPT-SUMMARY - FIND WS-DS-SEARCH-DEPT ON THE SUMMARY *
114600*                          TABLE, ADDING IT WHEN NEW.  WS-DS-    *
114700*                          FOUND COMES BACK ZERO ONLY WHEN THE   *
114800*                          TABLE IS FULL.                        *
114900*----------------------------------------------------------------*
115000 6000-FIND-DEPT-SUMMARY.
115100     MOVE ZERO TO WS-DS-FOUND.
115200     PERFORM 6100-CHECK-ONE-DEPT THRU 6100-EXIT
115300         VARYING WS-DS-SUB FROM 1 BY 1
115400         UNTIL WS-DS-SUB > WS-DS-COUNT OR WS-DS-FOUND > ZERO.
115500     IF WS-DS-FOUND > ZERO
115600         GO TO 6000-EXIT
115700     END-IF.
115800     IF WS-DS-COUNT NOT LESS THAN WS-DS-MAX
115900         DISPLAY 'REA010 - DEPARTMENT SUMMARY FULL, '
116000             WS-DS-SEARCH-DEPT ' NOT SUMMARIZED'
116100         GO TO 6000-EXIT
116200     END-IF.
116300     ADD 1 TO WS-DS-COUNT.
116400     MOVE WS-DS-COUNT TO WS-DS-FOUND.
116500     MOVE WS-DS-SEARCH-DEPT TO WS-DS-DEPT (WS-DS-FOUND).
116600     MOVE ZERO TO WS-DS-BEFORE (WS-DS-FOUND).
116700     MOVE ZERO TO WS-DS-OUT (WS-DS-FOUND).
116800     MOVE ZERO TO WS-DS-IN (WS-DS-FOUND).
116900 6000-EXIT.
117000     EXIT.

117100*----------------------------------------------------------------*
117200* 6100-CHECK-ONE-DEPT - IS SUMMARY ENTRY WS-DS-SUB THE ONE?      *
117300*----------------------------------------------------------------*
117400 6100-CHECK-ONE-DEPT.
117500     IF WS-DS-DEPT (WS-DS-SUB) = WS-DS-SEARCH-DEPT
117600         MOVE WS-DS-SUB TO WS-DS-FOUND
117700     END-IF.
117800 6100-EXIT.
117900     EXIT.

118000*----------------------------------------------------------------*
118100* 7000-WRITE-HEADINGS - START A NEW PAGE WITH THE CURRENT        *
118200*                       SECTION'S COLUMN HEADINGS.               *
118300*----------------------------------------------------------------*
118400 7000-WRITE-HEADINGS.
118500     ADD 1 TO WS-PAGE-NBR.
118600     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
118700     MOVE WS-CURRENT-MM TO HDG-MM.
118800     MOVE WS-CURRENT-DD TO HDG-DD.
118900     MOVE WS-CURRENT-YY TO HDG-YY.
119000     IF WS-PAGE-NBR > 1
119100         WRITE REPORT-LINE FROM HDG-LINE-1
119200             AFTER ADVANCING PAGE
119300     ELSE
119400         WRITE REPORT-LINE FROM HDG-LINE-1
119500             AFTER ADVANCING 0 LINES
119600     END-IF.
119700     WRITE REPORT-LINE FROM HDG-LINE-2
119800         AFTER ADVANCING 1 LINE.
119900     WRITE REPORT-LINE FROM WS-COL-HDG
120000         AFTER ADVANCING 2 LINES.
120100     MOVE ZERO TO WS-LINE-CTR.
120200 7000-EXIT.
120300     EXIT.

120400*----------------------------------------------------------------*
120500* 7100-PRINT-XWALK - THE CROSSWALK AS READ, EVERY ROW WITH ITS   *
120600*                    EDIT RESULT AND HOW MANY EMPLOYEES IT       *
120700*                    MOVED.  A GOOD ROW THAT MOVED NOBODY IS     *
120800*                    COUNTED - USUALLY A MISTYPED OLD CODE.      *
120900*----------------------------------------------------------------*
121000 7100-PRINT-XWALK.
121100     MOVE HDG-XWALK-COLS TO WS-COL-HDG.
121200     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
121300     PERFORM 7150-PRINT-ONE-ROW THRU 7150-EXIT
121400         VARYING WS-XW-SUB FROM 1 BY 1
121500         UNTIL WS-XW-SUB > WS-XW-COUNT.
121600 7100-EXIT.
121700     EXIT.

121800*----------------------------------------------------------------*
121900* 7150-PRINT-ONE-ROW - ONE CROSSWALK ROW.                        *
122000*----------------------------------------------------------------*
122100 7150-PRINT-ONE-ROW.
122200     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
122300         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
122400     END-IF.
122500     MOVE WS-XW-SUB TO XWL-ROW.
122600     MOVE WS-XW-OLD-DEPT (WS-XW-SUB) TO XWL-OLD-DEPT.
122700     MOVE WS-XW-NEW-DEPT (WS-XW-SUB) TO XWL-NEW-DEPT.
122800     MOVE WS-XW-OLD-GRADE (WS-XW-SUB) TO XWL-OLD-GRADE.
122900     MOVE WS-XW-NEW-GRADE (WS-XW-SUB) TO XWL-NEW-GRADE.
123000     MOVE WS-XW-EFF-DATE (WS-XW-SUB) TO WS-FMT-DATE-IN-N.
123100     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
123200     MOVE WS-FMT-DATE-OUT TO XWL-EFF-DATE.
123300     MOVE WS-XW-MOVE-CTR (WS-XW-SUB) TO XWL-MOVED.
123400     MOVE WS-XW-MSG (WS-XW-SUB) TO XWL-MSG.
123500     IF NOT WS-XW-IN-ERROR (WS-XW-SUB) AND NOT WS-RUN-HELD
123600         AND WS-XW-MOVE-CTR (WS-XW-SUB) = ZERO
123700         MOVE 'MATCHED NOBODY - CHECK OLD CODES' TO XWL-MSG
123800         ADD 1 TO WS-XWALK-UNUSED-COUNT
123900     END-IF.
124000     WRITE REPORT-LINE FROM XWALK-LINE.
124100     ADD 1 TO WS-LINE-CTR.
124200 7150-EXIT.
124300     EXIT.

124400*----------------------------------------------------------------*
124500* 7200-PRINT-DEPT-SUMMARY - HEADCOUNT BY DEPARTMENT BEFORE AND   *
124600*                           AFTER, WITH THE MOVES BETWEEN, AND A *
124700*                           COMPANY TOTAL THAT MUST NOT CHANGE - *
124800*                           A REASSIGNMENT MOVES PEOPLE, IT      *
124900*                           NEVER ADDS OR LOSES THEM.            *
125000*----------------------------------------------------------------*
125100 7200-PRINT-DEPT-SUMMARY.
125200     MOVE HDG-DEPT-COLS TO WS-COL-HDG.
125300     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
125400     PERFORM 7250-PRINT-ONE-DEPT THRU 7250-EXIT
125500         VARYING WS-DS-SUB FROM 1 BY 1
125600         UNTIL WS-DS-SUB > WS-DS-COUNT.
125700     MOVE SPACES TO DPL-DEPT.
125800     MOVE 'COMPANY TOTAL' TO DPL-NAME.
125900     MOVE WS-DS-TOT-BEFORE TO DPL-BEFORE.
126000     MOVE WS-DS-TOT-OUT TO DPL-OUT.
126100     MOVE WS-DS-TOT-IN TO DPL-IN.
126200     MOVE WS-DS-TOT-AFTER TO DPL-AFTER.
126300     WRITE REPORT-LINE FROM DEPT-LINE
126400         AFTER ADVANCING 2 LINES.
126500 7200-EXIT.
126600     EXIT.

126700*----------------------------------------------------------------*
126800* 7250-PRINT-ONE-DEPT - ONE DEPARTMENT'S LINE, NAME FROM         *
126900*                       DEPTMAST.                                *
127000*----------------------------------------------------------------*
127100 7250-PRINT-ONE-DEPT.
127200     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
127300         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
127400     END-IF.
127500     MOVE WS-DS-DEPT (WS-DS-SUB) TO DPL-DEPT.
127600     MOVE WS-DS-DEPT (WS-DS-SUB) TO DEPT-CODE.
127700     READ DEPARTMENT-MASTER
127800         INVALID KEY
127900             MOVE '** NOT ON DEPTMAST **' TO DEPT-NAME
128000     END-READ.
128100     MOVE DEPT-NAME TO DPL-NAME.
128200     COMPUTE WS-DS-AFTER = WS-DS-BEFORE (WS-DS-SUB)
128300         - WS-DS-OUT (WS-DS-SUB) + WS-DS-IN (WS-DS-SUB).
128400     MOVE WS-DS-BEFORE (WS-DS-SUB) TO DPL-BEFORE.
128500     MOVE WS-DS-OUT (WS-DS-SUB) TO DPL-OUT.
128600     MOVE WS-DS-IN (WS-DS-SUB) TO DPL-IN.
128700     MOVE WS-DS-AFTER TO DPL-AFTER.
128800     ADD WS-DS-BEFORE (WS-DS-SUB) TO WS-DS-TOT-BEFORE.
128900     ADD WS-DS-OUT (WS-DS-SUB) TO WS-DS-TOT-OUT.
129000     ADD WS-DS-IN (WS-DS-SUB) TO WS-DS-TOT-IN.
129100     ADD WS-DS-AFTER TO WS-DS-TOT-AFTER.
129200     WRITE REPORT-LINE FROM DEPT-LINE.
129300     ADD 1 TO WS-LINE-CTR.
129400 7250-EXIT.
129500     EXIT.

129600*----------------------------------------------------------------*
129700* 7900-FORMAT-DATE - CCYYMMDD IN WS-FMT-DATE-IN TO MM/DD/CCYY.   *
129800*----------------------------------------------------------------*
129900 7900-FORMAT-DATE.
130000     MOVE WS-FMT-MM TO WS-FMT-OUT-MM.
130100     MOVE WS-FMT-DD TO WS-FMT-OUT-DD.
130200     MOVE WS-FMT-YEAR TO WS-FMT-OUT-YEAR.
130300 7900-EXIT.
130400     EXIT.

130500*----------------------------------------------------------------*
130600* 8000-TERMINATE - PRINT THE CROSSWALK AND DEPARTMENT SECTIONS,  *
130700*                  THE FOOTING TOTALS, AND ANY HOLD REASON;      *
130800*                  WRITE THE EXTRACT TRAILER, DROP THE LOAD      *
130900*                  FLAG, CLOSE THE FILES, AND SET THE RETURN     *
131000*                  CODE - RC=8 ABEND OR HELD, RC=4 A MOVE OR     *
131100*                  JOURNAL OR SECURITY QUEUE WRITE FAILED OR A   *
131101*                  ROW MOVED NOBODY, RC=0 CLEAN.                 *
131300*----------------------------------------------------------------*
131400 8000-TERMINATE.
131500     IF WS-ABEND-OCCURRED
131600         DISPLAY 'REA010 - RUN TERMINATED, FILES NOT AVAILABLE'
131700         SET WS-RC-ABEND TO TRUE
131800         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
131900         GO TO 8000-EXIT
132000     END-IF.
132100     PERFORM 7100-PRINT-XWALK THRU 7100-EXIT.
132200     IF NOT WS-RUN-HELD
132300         PERFORM 7200-PRINT-DEPT-SUMMARY THRU 7200-EXIT
132400     END-IF.
132500     MOVE WS-READ-COUNT TO FTG-READ.
132600     WRITE REPORT-LINE FROM FOOTING-LINE-1
132700         AFTER ADVANCING 2 LINES.
132800     MOVE WS-MOVE-COUNT TO FTG-MOVED.
132900     WRITE REPORT-LINE FROM FOOTING-LINE-2
133000         AFTER ADVANCING 1 LINE.
133100     MOVE WS-FAIL-COUNT TO FTG-FAILED.
133200     WRITE REPORT-LINE FROM FOOTING-LINE-3
133300         AFTER ADVANCING 1 LINE.
133400     MOVE WS-EXTRACT-COUNT TO FTG-EXTRACT.
133500     WRITE REPORT-LINE FROM FOOTING-LINE-4
133600         AFTER ADVANCING 1 LINE.
133700     MOVE WS-AUDITFAIL-COUNT TO FTG-AUDITFAIL.
133800     WRITE REPORT-LINE FROM FOOTING-LINE-5
133900         AFTER ADVANCING 1 LINE.
134000     MOVE WS-XWALK-UNUSED-COUNT TO FTG-UNUSED.
134100     WRITE REPORT-LINE FROM FOOTING-LINE-6
134200         AFTER ADVANCING 1 LINE.
134201     MOVE WS-SECFAIL-COUNT TO FTG-SECFAIL.
134202     WRITE REPORT-LINE FROM FOOTING-LINE-7
134203         AFTER ADVANCING 1 LINE.
134300     IF WS-RUN-HELD
134400         MOVE WS-HOLD-REASON TO HLD-REASON
134500         WRITE REPORT-LINE FROM HOLD-LINE
134600             AFTER ADVANCING 2 LINES
134700         DISPLAY 'REA010 - RUN HELD - ' WS-HOLD-REASON
134800     END-IF.
134900     DISPLAY 'CROSSWALK ROWS READ   : ' WS-XWALK-READ-COUNT.
135000     DISPLAY 'CROSSWALK ROWS IN ERR : ' WS-XWALK-ERROR-COUNT.
135100     DISPLAY 'MASTER RECORDS READ   : ' WS-READ-COUNT.
135200     DISPLAY 'EMPLOYEES MOVED       : ' WS-MOVE-COUNT.
135300     DISPLAY 'MOVES FAILED          : ' WS-FAIL-COUNT.
135400     DISPLAY 'AUDIT JOURNAL WRITES FAILED : ' WS-AUDITFAIL-COUNT.
135500     DISPLAY 'RECORDS TO PAYROLL EXTRACT : ' WS-EXTRACT-COUNT.
135501     DISPLAY 'EVENTS TO SECURITY QUEUE   : ' WS-SECURITY-COUNT.
135502     DISPLAY 'SECURITY QUEUE WRITES FAILED : ' WS-SECFAIL-COUNT.
135600     IF WS-UPDATE-MODE
135700         INITIALIZE PAYEXT-TRAILER-RECORD
135800         SET PAYEXT-IS-TRAILER TO TRUE
135900         MOVE WS-EXTRACT-COUNT TO PAYEXT-TRL-COUNT
136000         WRITE PAYEXT-TRAILER-RECORD
136100         IF WS-LOAD-FLAG-SET
136200             PERFORM 8400-CLEAR-LOAD-FLAG THRU 8400-EXIT
136300         END-IF
136400         CLOSE SYSTEM-CONTROL
136500         CLOSE AUDIT-JOURNAL
136600         CLOSE PAYROLL-EXTRACT
136601         CLOSE SECURITY-QUEUE
136700     END-IF.
136800     CLOSE EMPLOYEE-MASTER.
136900     CLOSE CROSSWALK-FILE.
137000     CLOSE DEPARTMENT-MASTER.
137001     CLOSE GRADE-MASTER.
137100     CLOSE REASSIGN-REPORT.
137200     IF WS-RUN-HELD
137300         SET WS-RC-ABEND TO TRUE
137400         GO TO 8000-EXIT
137500     END-IF.
137600     IF WS-FAIL-COUNT > 0 OR WS-AUDITFAIL-COUNT > 0 OR
137700        WS-XWALK-UNUSED-COUNT > 0 OR WS-SECFAIL-COUNT > 0
137800         SET WS-RC-EXCEPTIONS TO TRUE
137900     ELSE
138000         SET WS-RC-CLEAN TO TRUE
138100     END-IF.
138200 8000-EXIT.
138300     EXIT.

138400*----------------------------------------------------------------*
138500* 8100-CLOSE-OPENED-FILES - 1000-INITIALIZE BAILED OUT PARTWAY   *
138600*                           THROUGH OPENING ITS FILES.  CLOSE    *
138700*                           ONLY THE ONES THAT ACTUALLY OPENED.  *
138800*----------------------------------------------------------------*
138900 8100-CLOSE-OPENED-FILES.
139000     IF WS-EMPMAST-OK
139100         CLOSE EMPLOYEE-MASTER
139200     END-IF.
139300     IF WS-XWALK-OK
139400         CLOSE CROSSWALK-FILE
139500     END-IF.
139600     IF WS-DEPTMAST-OK
139700         CLOSE DEPARTMENT-MASTER
139800     END-IF.
139801     IF WS-GRADMAST-OK
139802         CLOSE GRADE-MASTER
139803     END-IF.
139900     IF WS-RPTOUT-OK
140000         CLOSE REASSIGN-REPORT
140100     END-IF.
140200     IF WS-SYSCTL-OK
140300         CLOSE SYSTEM-CONTROL
140400     END-IF.
140500     IF WS-AUDJRNL-OK
140600         CLOSE AUDIT-JOURNAL
140700     END-IF.
140800     IF WS-PAYEXTR-OK
140900         CLOSE PAYROLL-EXTRACT
141000     END-IF.
141001     IF WS-SECQUE-OK
141002         CLOSE SECURITY-QUEUE
141003     END-IF.
141100 8100-EXIT.
141200     EXIT.

141300*----------------------------------------------------------------*
141400* 8400-CLEAR-LOAD-FLAG - DROP THE 'LD' FLAG THIS RUN RAISED SO   *
141500*                        THE SCREENS GO BACK TO FULL FUNCTION.   *
141600*                        A FAILURE IS DISPLAYED, NOT FATAL - THE *
141700*                        FLAG'S OWN DATE/TIME GOES STALE IN FOUR *
141800*                        HOURS.                                  *
141900*----------------------------------------------------------------*
142000 8400-CLEAR-LOAD-FLAG.
142100     MOVE 'LD' TO SYSCTL-KEY.
142200     READ SYSTEM-CONTROL
142300         INVALID KEY
142400             DISPLAY 'REA010 - LOAD FLAG RECORD MISSING'
142500             GO TO 8400-EXIT
142600     END-READ.
142700     MOVE 'N' TO SYSCTL-LOAD-FLAG.
142800     MOVE WS-RUN-DATE TO SYSCTL-LOAD-DATE.
142900     ACCEPT WS-RUN-TIME FROM TIME.
143000     MOVE WS-RUN-TIME TO SYSCTL-LOAD-TIME.
143100     REWRITE SYSCTL-RECORD.
143200     IF NOT WS-SYSCTL-OK
143300         DISPLAY 'REA010 - LOAD FLAG NOT CLEARED, STATUS = '
143400             WS-SYSCTL-STATUS
143500     END-IF.
143600 8400-EXIT.
143700     EXIT.
