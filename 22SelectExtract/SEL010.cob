000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SEL010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*------------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/15/26 RLT   INITIAL VERSION - AD HOC HR SELECTION EXTRACT.
001200*                HR ANALYSTS ASK FOR EMPLOYEE LISTS BY
001300*                DEPARTMENT, STATUS, HIRE AND TERMINATION DATE,
001400*                AND PAY GRADE, AND USED TO RETYPE RPT010 INTO
001500*                A SPREADSHEET.  THE SELCTL CARDS GIVE THE
001600*                CRITERIA; EVERY EMPLOYEE WHO MEETS ALL OF THEM
001700*                IS WRITTEN TO A COMMA-DELIMITED FILE (SELOUT)
001800*                WITH A COLUMN-HEADING ROW, THE DEPARTMENT NAME
001900*                FROM DEPTMAST AND THE GRADE DESCRIPTION FROM
002000*                GRADMAST, IN DEPARTMENT AND NAME ORDER, DATES
002100*                AS MM/DD/CCYY.  A ONE-PAGE SUMMARY OF THE
002200*                CARDS, THE CRITERIA AS APPLIED, AND THE COUNTS
002300*                IS PRINTED AS THE RECORD OF WHAT WAS PULLED.
002400*                A BAD CARD, OR NO SELECTION CARD AT ALL, HOLDS
002500*                THE RUN AND NOTHING IS EXTRACTED.
002600*================================================================

002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     C01 IS TOP-OF-PAGE.

003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS EMP-ID
003700         FILE STATUS IS WS-EMPMAST-STATUS.

003800     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS DEPT-CODE
004200         FILE STATUS IS WS-DEPTMAST-STATUS.

004300     SELECT GRADE-MASTER ASSIGN TO GRADMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS GRD-CODE
004700         FILE STATUS IS WS-GRADMAST-STATUS.

004800     SELECT CONTROL-CARD ASSIGN TO SELCTL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SELCTL-STATUS.

005100     SELECT SELECT-EXTRACT ASSIGN TO SELOUT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-SELOUT-STATUS.

005400     SELECT SELECT-REPORT ASSIGN TO RPTOUT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RPTOUT-STATUS.

005700     SELECT SORT-FILE ASSIGN TO SORTWK01.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  EMPLOYEE-MASTER
006100     LABEL RECORDS ARE STANDARD.
006200     COPY EMPREC.

006300 FD  DEPARTMENT-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DPTREC.

006600 FD  GRADE-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800     COPY GRDREC.

006900 FD  CONTROL-CARD
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200*    CARD TYPE IN COLUMNS 1-4, COLUMN 5 BLANK, DATA FROM 6.
007300*      DEPT  UP TO 15 DEPARTMENT CODES, ONE EVERY 5 COLUMNS
007400*            (6, 11, 16, ...).  MORE CARDS MAY FOLLOW.
007500*      STAT  STATUS CODES (A, L, T) ANYWHERE IN COLUMNS 6-20.
007600*      HIRE  FROM AND TO HIRE DATE, CCYYMMDD IN COLUMNS 6-13
007700*            AND 15-22.  EITHER MAY BE BLANK (NO LIMIT).
007800*      TERM  FROM AND TO TERMINATION DATE, AS HIRE.  ONLY
007900*            EMPLOYEES WITH A TERMINATION DATE CAN MATCH.
008000*      GRAD  LOW AND HIGH PAY GRADE IN COLUMNS 6-7 AND 9-10,
008100*            BY GRADMAST RANK.  EITHER MAY BE BLANK.
008200*      REQ   WHO ASKED FOR THE LIST (FREE TEXT, 6-80).
008300*    AN '*' IN COLUMN 1 IS A COMMENT.  EACH CRITERION GIVEN
008400*    MUST BE MET; ONE NOT GIVEN SELECTS EVERYONE.
008500 01  CTL-RECORD.
008600     05  CTL-TYPE                PIC X(04).
008700         88  CTL-IS-DEPT                    VALUE 'DEPT'.
008800         88  CTL-IS-STATUS                  VALUE 'STAT'.
008900         88  CTL-IS-HIRE                    VALUE 'HIRE'.
009000         88  CTL-IS-TERM                    VALUE 'TERM'.
009100         88  CTL-IS-GRADE                   VALUE 'GRAD'.
009200         88  CTL-IS-REQUEST                 VALUE 'REQ '.
009300     05  CTL-TYPE-R REDEFINES CTL-TYPE.
009400         10  CTL-COL-1           PIC X(01).
009500             88  CTL-IS-COMMENT             VALUE '*'.
009600         10  FILLER              PIC X(03).
009700     05  FILLER                  PIC X(01).
009800     05  CTL-DATA                PIC X(75).
009900     05  CTL-DEPT-DATA REDEFINES CTL-DATA.
010000         10  CTL-DEPT-SLOT OCCURS 15 TIMES.
010100             15  CTL-DEPT-CODE   PIC X(04).
010200             15  FILLER          PIC X(01).
010300     05  CTL-STATUS-DATA REDEFINES CTL-DATA.
010400         10  CTL-STATUS-COLS     PIC X(15).
010410         10  CTL-STATUS-COLS-R REDEFINES CTL-STATUS-COLS.
010420             15  CTL-STATUS-CODE OCCURS 15 TIMES
010500                                 PIC X(01).
010600         10  FILLER              PIC X(60).
010700     05  CTL-RANGE-DATA REDEFINES CTL-DATA.
010800         10  CTL-FROM-DATE       PIC X(08).
010900         10  FILLER              PIC X(01).
011000         10  CTL-TO-DATE         PIC X(08).
011100         10  FILLER              PIC X(58).
011200     05  CTL-GRADE-DATA REDEFINES CTL-DATA.
011300         10  CTL-LOW-GRADE       PIC X(02).
011400         10  FILLER              PIC X(01).
011500         10  CTL-HIGH-GRADE      PIC X(02).
011600         10  FILLER              PIC X(70).

011700 FD  SELECT-EXTRACT
011800     LABEL RECORDS ARE STANDARD
011900     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
012000         DEPENDING ON WS-CSV-LEN.
012100*    VARIABLE-LENGTH, SO NO ROW CARRIES TRAILING BLANKS INTO
012200*    THE SPREADSHEET.
012300 01  CSV-RECORD                  PIC X(200).

012400 FD  SELECT-REPORT
012500     LABEL RECORDS ARE STANDARD
012600     RECORD CONTAINS 132 CHARACTERS.
012700 01  REPORT-LINE                 PIC X(132).

012800 SD  SORT-FILE.
012900 01  SORT-RECORD.
013000     05  SORT-DEPT               PIC X(04).
013100     05  SORT-NAME               PIC X(30).
013200     05  SORT-ID                 PIC 9(05).
013300     05  SORT-STATUS             PIC X(01).
013400     05  SORT-HIRE-DATE          PIC 9(08).
013500     05  SORT-TERM-DATE          PIC 9(08).
013600     05  SORT-PAY-GRADE          PIC X(02).

013700 WORKING-STORAGE SECTION.
013800 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
013900     88  WS-EMPMAST-OK                      VALUE '00'.
014000     88  WS-EMPMAST-EOF                     VALUE '10'.
014100 77  WS-DEPTMAST-STATUS          PIC X(02)  VALUE SPACES.
014200     88  WS-DEPTMAST-OK                     VALUE '00'.
014300     88  WS-DEPTMAST-NOTFND                 VALUE '23'.
014400 77  WS-GRADMAST-STATUS          PIC X(02)  VALUE SPACES.
014500     88  WS-GRADMAST-OK                     VALUE '00'.
014600 77  WS-SELCTL-STATUS            PIC X(02)  VALUE SPACES.
014700     88  WS-SELCTL-OK                       VALUE '00'.
014800 77  WS-SELOUT-STATUS            PIC X(02)  VALUE SPACES.
014900     88  WS-SELOUT-OK                       VALUE '00'.
015000 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
015100     88  WS-RPTOUT-OK                       VALUE '00'.

015200 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
015300     88  WS-EOF-MASTER                      VALUE 'Y'.
015400 77  WS-SORT-EOF-SW              PIC X(01)  VALUE 'N'.
015500     88  WS-EOF-SORT                        VALUE 'Y'.
015600 77  WS-CARD-EOF-SW              PIC X(01)  VALUE 'N'.
015700     88  WS-EOF-CARDS                       VALUE 'Y'.
015710 77  WS-CARD-OPEN-SW             PIC X(01)  VALUE 'N'.
015720     88  WS-CARD-OPENED                     VALUE 'Y'.

015800 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
015900     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

016000*----------------------------------------------------------------*
016100* A HELD RUN READ ITS CARDS BUT REFUSED TO SELECT ANYONE - A BAD *
016200* CARD, OR NO SELECTION CARD AT ALL (A LIST OF THE WHOLE MASTER  *
016300* IS NEVER PULLED BY ACCIDENT).  THE REASON IS PRINTED ON THE    *
016400* SUMMARY, THE EXTRACT IS LEFT EMPTY, AND THE RUN ENDS RC=8.     *
016500*----------------------------------------------------------------*
016600 77  WS-HOLD-SW                  PIC X(01)  VALUE 'N'.
016700     88  WS-RUN-HELD                        VALUE 'Y'.
016800 01  WS-HOLD-REASON              PIC X(60)  VALUE SPACES.

016900 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
017000     88  WS-RC-CLEAN                        VALUE 0.
017100     88  WS-RC-EXCEPTIONS                   VALUE 4.
017200     88  WS-RC-ABEND                        VALUE 8.

017300 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.

017400 01  WS-READ-COUNT               PIC 9(07)  VALUE ZERO COMP.
017500 01  WS-SELECTED-COUNT           PIC 9(07)  VALUE ZERO COMP.
017600 01  WS-WRITTEN-COUNT            PIC 9(07)  VALUE ZERO COMP.
017700 01  WS-WRITEFAIL-COUNT          PIC 9(07)  VALUE ZERO COMP.
017800 01  WS-OUT-DEPT-COUNT           PIC 9(07)  VALUE ZERO COMP.
017900 01  WS-OUT-STATUS-COUNT         PIC 9(07)  VALUE ZERO COMP.
018000 01  WS-OUT-HIRE-COUNT           PIC 9(07)  VALUE ZERO COMP.
018100 01  WS-OUT-TERM-COUNT           PIC 9(07)  VALUE ZERO COMP.
018200 01  WS-OUT-GRADE-COUNT          PIC 9(07)  VALUE ZERO COMP.
018300 01  WS-CARD-READ-COUNT          PIC 9(07)  VALUE ZERO COMP.
018400 01  WS-CARD-ERROR-COUNT         PIC 9(07)  VALUE ZERO COMP.

018500*----------------------------------------------------------------*
018600* CONTROL CARD TABLE - EVERY CARD IS KEPT FOR THE ECHO ON THE    *
018700* SUMMARY, WITH ITS EDIT MESSAGE.  THIRTY CARDS KEEPS THE        *
018800* SUMMARY TO ONE PAGE; AN OVERFLOW HOLDS THE RUN.                *
018900*----------------------------------------------------------------*
019000 77  WS-CARD-MAX                 PIC 9(03)  VALUE 30 COMP.
019100 01  WS-CARD-COUNT               PIC 9(03)  VALUE ZERO COMP.
019200 01  WS-CARD-SUB                 PIC 9(03)  VALUE ZERO COMP.
019300 01  WS-CARD-TABLE.
019400     05  WS-CARD-ENTRY OCCURS 30 TIMES.
019500         10  WS-CARD-IMAGE       PIC X(80).
019600         10  WS-CARD-MSG         PIC X(32).
019700         10  WS-CARD-ERROR-SW    PIC X(01).
019800             88  WS-CARD-IN-ERROR           VALUE 'Y'.

019900 01  WS-DEPT-ERROR-MSG.
020000     05  FILLER                  PIC X(11)  VALUE 'DEPARTMENT '.
020100     05  WS-DEM-DEPT             PIC X(04).
020200     05  FILLER                  PIC X(17)
020300                             VALUE ' NOT ON DEPTMAST'.

020400*----------------------------------------------------------------*
020500* SELECTION CRITERIA AS LOADED FROM THE CARDS.  A SWITCH LEFT AT *
020600* 'N' MEANS THAT CRITERION WAS NOT GIVEN AND PASSES EVERYONE.    *
020700* AN OPEN END OF A DATE RANGE IS ZEROS OR NINES; AN OPEN END OF  *
020800* A GRADE RANGE IS RANK 00 OR 99.                                *
020900*----------------------------------------------------------------*
021000 77  WS-DEPT-MAX                 PIC 9(03)  VALUE 50 COMP.
021100 01  WS-DEPT-COUNT               PIC 9(03)  VALUE ZERO COMP.
021200 01  WS-DEPT-SUB                 PIC 9(03)  VALUE ZERO COMP.
021300 01  WS-SLOT-SUB                 PIC 9(03)  VALUE ZERO COMP.
021400 01  WS-DEPT-TABLE.
021500     05  WS-SEL-DEPT OCCURS 50 TIMES
021600                                 PIC X(04).
021700 77  WS-DEPT-FOUND-SW            PIC X(01)  VALUE 'N'.
021800     88  WS-DEPT-FOUND                      VALUE 'Y'.
021900 77  WS-GRADE-RANGE-SW           PIC X(01)  VALUE 'N'.
022000     88  WS-GRADE-IN-RANGE                  VALUE 'Y'.

022100 77  WS-STATUS-SW                PIC X(01)  VALUE 'N'.
022200     88  WS-STATUS-GIVEN                    VALUE 'Y'.
022300 77  WS-SEL-ACTIVE-SW            PIC X(01)  VALUE 'N'.
022400     88  WS-SEL-ACTIVE                      VALUE 'Y'.
022500 77  WS-SEL-LEAVE-SW             PIC X(01)  VALUE 'N'.
022600     88  WS-SEL-LEAVE                       VALUE 'Y'.
022700 77  WS-SEL-TERM-SW              PIC X(01)  VALUE 'N'.
022800     88  WS-SEL-TERMINATED                  VALUE 'Y'.

022900 77  WS-HIRE-SW                  PIC X(01)  VALUE 'N'.
023000     88  WS-HIRE-GIVEN                      VALUE 'Y'.
023100 01  WS-HIRE-FROM                PIC 9(08)  VALUE ZERO.
023200 01  WS-HIRE-TO                  PIC 9(08)  VALUE 99999999.

023300 77  WS-TERM-SW                  PIC X(01)  VALUE 'N'.
023400     88  WS-TERM-GIVEN                      VALUE 'Y'.
023500 01  WS-TERM-FROM                PIC 9(08)  VALUE ZERO.
023600 01  WS-TERM-TO                  PIC 9(08)  VALUE 99999999.

023700 77  WS-GRADE-SW                 PIC X(01)  VALUE 'N'.
023800     88  WS-GRADE-GIVEN                     VALUE 'Y'.
023900 01  WS-GRADE-LOW                PIC X(02)  VALUE SPACES.
024000 01  WS-GRADE-HIGH               PIC X(02)  VALUE SPACES.
024100 01  WS-GRADE-LOW-LEVEL          PIC 9(02)  VALUE ZERO.
024200 01  WS-GRADE-HIGH-LEVEL         PIC 9(02)  VALUE 99.

024300 77  WS-REQUEST-SW               PIC X(01)  VALUE 'N'.
024400     88  WS-REQUEST-GIVEN                   VALUE 'Y'.
024500 01  WS-REQUEST-TEXT             PIC X(75)  VALUE SPACES.

024600*----------------------------------------------------------------*
024700* ONE DATE-RANGE CARD AS EDITED - HIRE AND TERM SHARE THE EDIT.  *
024800*----------------------------------------------------------------*
024900 01  WS-RANGE-FROM               PIC 9(08)  VALUE ZERO.
025000 01  WS-RANGE-TO                 PIC 9(08)  VALUE ZERO.

025100 77  WS-DATE-SW                  PIC X(01)  VALUE 'Y'.
025200     88  WS-DATE-VALID                      VALUE 'Y'.
025300     88  WS-DATE-INVALID                    VALUE 'N'.
025400 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
025500 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
025600 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
025700 01  WS-EDIT-DATE.
025800     05  WS-EDIT-YEAR            PIC 9(04).
025900     05  WS-EDIT-MM              PIC 9(02).
026000     05  WS-EDIT-DD              PIC 9(02).
026100 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
026200                                 PIC 9(08).
026300 01  WS-MONTH-DAYS-DATA.
026400     05  FILLER                  PIC X(24)
026500                     VALUE '312831303130313130313031'.
026600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
026700     05  WS-MONTH-DAYS OCCURS 12 TIMES
026800                                 PIC 9(02).

026900 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
027000 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
027100 01  WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME.
027200     05  WS-RUN-HH               PIC 9(02).
027300     05  WS-RUN-MI               PIC 9(02).
027400     05  FILLER                  PIC X(04).

027500 01  WS-CURRENT-DATE.
027600     05  WS-CURRENT-YY           PIC 9(02).
027700     05  WS-CURRENT-MM           PIC 9(02).
027800     05  WS-CURRENT-DD           PIC 9(02).

027900 01  WS-FMT-DATE-IN.
028000     05  WS-FMT-YEAR             PIC 9(04).
028100     05  WS-FMT-MM               PIC 9(02).
028200     05  WS-FMT-DD               PIC 9(02).
028300 01  WS-FMT-DATE-IN-N REDEFINES WS-FMT-DATE-IN
028400                                 PIC 9(08).
028500 01  WS-FMT-DATE-OUT.
028600     05  WS-FMT-OUT-MM           PIC 99.
028700     05  FILLER                  PIC X(01)  VALUE '/'.
028800     05  WS-FMT-OUT-DD           PIC 99.
028900     05  FILLER                  PIC X(01)  VALUE '/'.
029000     05  WS-FMT-OUT-YEAR         PIC 9999.

029100*----------------------------------------------------------------*
029200* THE CURRENT DEPARTMENT'S NAME, LOOKED UP ONCE PER DEPARTMENT   *
029300* AS THE SORTED ROWS COME BACK.                                  *
029400*----------------------------------------------------------------*
029500 01  WS-CURR-DEPT                PIC X(04)  VALUE LOW-VALUES.
029600 01  WS-CURR-DEPT-NAME           PIC X(30)  VALUE SPACES.
029700 01  WS-GRADE-DESC               PIC X(30)  VALUE SPACES.

029800*----------------------------------------------------------------*
029900* EXTRACT ROW UNDER CONSTRUCTION.  EACH FIELD IS MOVED TO        *
030000* WS-CSV-FIELD, TRIMMED OF TRAILING BLANKS, AND APPENDED AFTER A *
030100* COMMA.  TEXT FIELDS ARE ENCLOSED IN DOUBLE QUOTES SO A COMMA   *
030200* IN A NAME CANNOT SPLIT THE COLUMN; A DOUBLE QUOTE INSIDE ONE   *
030300* IS WRITTEN AS AN APOSTROPHE.  WS-CSV-LEN IS ALSO THE LENGTH    *
030400* OF THE VARIABLE-LENGTH RECORD WRITTEN.                         *
030500*----------------------------------------------------------------*
030600 01  WS-CSV-LINE                 PIC X(200) VALUE SPACES.
030700 01  WS-CSV-LEN                  PIC 9(03)  VALUE ZERO COMP.
030800 01  WS-CSV-FIELD                PIC X(30)  VALUE SPACES.
030900 01  WS-CSV-FLEN                 PIC 9(03)  VALUE ZERO COMP.
031000 01  WS-CSV-SUB                  PIC 9(03)  VALUE ZERO COMP.
031100 01  WS-CSV-FIELD-COUNT          PIC 9(03)  VALUE ZERO COMP.
031200 77  WS-CSV-QUOTE-SW             PIC X(01)  VALUE 'N'.
031300     88  WS-CSV-QUOTED                      VALUE 'Y'.
031400 77  WS-TRIM-SW                  PIC X(01)  VALUE 'N'.
031500     88  WS-TRIM-DONE                       VALUE 'Y'.

031600*----------------------------------------------------------------*
031700* ONE LINE OF THE CRITERIA SECTION OF THE SUMMARY, BUILT A WORD  *
031800* AT A TIME THE SAME WAY (WS-CSV-FIELD TRIMMED, THEN APPENDED    *
031900* AFTER A SPACE).  A FULL LINE IS PRINTED AND A NEW ONE STARTED. *
032000*----------------------------------------------------------------*
032100 01  WS-CRIT-TEXT                PIC X(104) VALUE SPACES.
032200 01  WS-CRIT-LEN                 PIC 9(03)  VALUE ZERO COMP.
032300 77  WS-CRIT-LIMIT               PIC 9(03)  VALUE 100 COMP.

032400 01  HDG-LINE-1.
032500     05  FILLER                  PIC X(45)  VALUE SPACES.
032600     05  FILLER                  PIC X(34)
032700             VALUE 'HR SELECTION EXTRACT - RUN SUMMARY'.
032800     05  FILLER                  PIC X(45)  VALUE SPACES.
032900     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
033000     05  HDG-PAGE-NBR            PIC ZZ9.

033100 01  HDG-LINE-2.
033200     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
033300     05  HDG-MM                  PIC 99.
033400     05  FILLER                  PIC X(01)  VALUE '/'.
033500     05  HDG-DD                  PIC 99.
033600     05  FILLER                  PIC X(01)  VALUE '/'.
033700     05  HDG-YY                  PIC 99.
033800     05  FILLER                  PIC X(09)  VALUE '   TIME: '.
033900     05  HDG-HH                  PIC 99.
034000     05  FILLER                  PIC X(01)  VALUE ':'.
034100     05  HDG-MI                  PIC 99.
034200     05  FILLER                  PIC X(105) VALUE SPACES.

034300 01  HDG-LINE-3.
034400     05  FILLER                  PIC X(34)
034500             VALUE 'THE EXTRACT HOLDS PERSONAL DATA - '.
034600     05  FILLER                  PIC X(38)
034700             VALUE 'RELEASE IT ONLY TO THE REQUESTER BELOW'.
034800     05  FILLER                  PIC X(60)
034900             VALUE ' AND FILE THIS PAGE WITH THE REQUEST.'.

035000 01  REQUEST-LINE.
035100     05  FILLER                  PIC X(20)
035200                             VALUE 'REQUESTED BY:'.
035300     05  REQ-TEXT                PIC X(75).
035400     05  FILLER                  PIC X(37)  VALUE SPACES.

035500 01  SECTION-LINE.
035600     05  SEC-TITLE               PIC X(40).
035700     05  FILLER                  PIC X(92)  VALUE SPACES.

035800 01  HDG-CARD-COLS.
035900     05  FILLER                  PIC X(06)  VALUE 'CARD'.
036000     05  FILLER                  PIC X(82)  VALUE 'CARD IMAGE'.
036100     05  FILLER                  PIC X(44)  VALUE 'STATUS'.

036200 01  CARD-LINE.
036300     05  CDL-NBR                 PIC ZZ9.
036400     05  FILLER                  PIC X(03)  VALUE SPACES.
036500     05  CDL-IMAGE               PIC X(80).
036600     05  FILLER                  PIC X(02)  VALUE SPACES.
036700     05  CDL-MSG                 PIC X(32).
036800     05  FILLER                  PIC X(12)  VALUE SPACES.

036900 01  CRITERIA-LINE.
037000     05  CRL-LABEL               PIC X(20).
037100     05  CRL-TEXT                PIC X(104).
037200     05  FILLER                  PIC X(08)  VALUE SPACES.

037300 01  HOLD-LINE.
037400     05  FILLER                  PIC X(24)
037500                     VALUE '*** RUN HELD - '.
037600     05  HLD-REASON              PIC X(60).
037700     05  FILLER                  PIC X(48)  VALUE SPACES.

037800 01  COUNT-LINE.
037900     05  CNT-LABEL               PIC X(28).
038000     05  CNT-VALUE               PIC ZZZZZZ9.
038100     05  FILLER                  PIC X(97)  VALUE SPACES.

038200*----------------------------------------------------------------*
038300* 0000-MAIN-PROCESS - MAINLINE.  LOAD AND EDIT THE CONTROL       *
038400*                     CARDS, THEN SORT THE SELECTED EMPLOYEES    *
038500*                     INTO THE EXTRACT, THEN PRINT THE SUMMARY.  *
038600*----------------------------------------------------------------*
038700 PROCEDURE DIVISION.
038800 0000-MAIN-PROCESS.
038900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039000     IF NOT WS-ABEND-OCCURRED
039100         PERFORM 2000-LOAD-CONTROL-CARDS THRU 2000-EXIT
039200     END-IF.
039300     IF NOT WS-ABEND-OCCURRED AND NOT WS-RUN-HELD
039400         SORT SORT-FILE
039500             ON ASCENDING KEY SORT-DEPT
039600                              SORT-NAME
039700                              SORT-ID
039800             INPUT PROCEDURE IS 3000-SELECT-EMPLOYEES
039900                 THRU 3000-EXIT
040000             OUTPUT PROCEDURE IS 4000-WRITE-EXTRACT
040100                 THRU 4000-EXIT
040200     END-IF.
040300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
040400     MOVE WS-RETURN-CODE TO RETURN-CODE.
040500     STOP RUN.

040600*----------------------------------------------------------------*
040700* 1000-INITIALIZE - OPEN THE FILES.  THE EXTRACT IS OPENED EVEN  *
040800*                   WHEN THE RUN WILL HOLD, SO THE DATASET IS    *
040900*                   ALWAYS WRITTEN (EMPTY) AND AN OLD LIST IS    *
041000*                   NEVER MISTAKEN FOR TODAY'S.                  *
041100*----------------------------------------------------------------*
041200 1000-INITIALIZE.
041300     ACCEPT WS-CURRENT-DATE FROM DATE.
041400     ACCEPT WS-RUN-DATE FROM DATE.
041500     ACCEPT WS-RUN-TIME FROM TIME.
041600     OPEN INPUT EMPLOYEE-MASTER.
041700     IF NOT WS-EMPMAST-OK
041800         DISPLAY 'SEL010 - CANNOT OPEN EMPLOYEE-MASTER, STATUS = '
041900             WS-EMPMAST-STATUS
042000         SET WS-ABEND-OCCURRED TO TRUE
042100         GO TO 1000-EXIT
042200     END-IF.
042300     OPEN INPUT DEPARTMENT-MASTER.
042400     IF NOT WS-DEPTMAST-OK
042500         DISPLAY 'SEL010 - CANNOT OPEN DEPARTMENT-MASTER, '
042600             'STATUS = ' WS-DEPTMAST-STATUS
042700         SET WS-ABEND-OCCURRED TO TRUE
042800         GO TO 1000-EXIT
042900     END-IF.
043000     OPEN INPUT GRADE-MASTER.
043100     IF NOT WS-GRADMAST-OK
043200         DISPLAY 'SEL010 - CANNOT OPEN GRADE-MASTER, '
043300             'STATUS = ' WS-GRADMAST-STATUS
043400         SET WS-ABEND-OCCURRED TO TRUE
043500         GO TO 1000-EXIT
043600     END-IF.
043700     OPEN OUTPUT SELECT-EXTRACT.
043800     IF NOT WS-SELOUT-OK
043900         DISPLAY 'SEL010 - CANNOT OPEN SELECT-EXTRACT, '
044000             'STATUS = ' WS-SELOUT-STATUS
044100         SET WS-ABEND-OCCURRED TO TRUE
044200         GO TO 1000-EXIT
044300     END-IF.
044400     OPEN OUTPUT SELECT-REPORT.
044500     IF NOT WS-RPTOUT-OK
044600         DISPLAY 'SEL010 - CANNOT OPEN SELECT-REPORT, '
044700             'STATUS = ' WS-RPTOUT-STATUS
044800         SET WS-ABEND-OCCURRED TO TRUE
044900         GO TO 1000-EXIT
045000     END-IF.
045100 1000-EXIT.
045200     EXIT.

045300*----------------------------------------------------------------*
045400* 2000-LOAD-CONTROL-CARDS - READ EVERY CARD INTO THE TABLE AND   *
045500*                           EDIT IT.  ANY CARD IN ERROR HOLDS    *
045600*                           THE RUN - A LIST PULLED ON HALF THE  *
045700*                           CRITERIA IS THE WRONG LIST - AND SO  *
045800*                           DOES A DECK WITH NO SELECTION CARD.  *
045900*                           A STAT CARD FOR A, L, AND T IS HOW   *
046000*                           THE WHOLE MASTER IS ASKED FOR.       *
046100*----------------------------------------------------------------*
046200 2000-LOAD-CONTROL-CARDS.
046300     OPEN INPUT CONTROL-CARD.
046400     IF NOT WS-SELCTL-OK
046500         DISPLAY 'SEL010 - NO CONTROL CARDS, STATUS = '
046600             WS-SELCTL-STATUS
046700         SET WS-EOF-CARDS TO TRUE
046800     ELSE
046850         SET WS-CARD-OPENED TO TRUE
046900         PERFORM 2100-READ-CARD THRU 2100-EXIT
047000     END-IF.
047100     PERFORM 2200-STORE-CARD THRU 2200-EXIT
047200         UNTIL WS-EOF-CARDS OR WS-RUN-HELD.
047300     IF WS-CARD-OPENED
047400         CLOSE CONTROL-CARD
047500     END-IF.
047600     IF WS-RUN-HELD
047700         GO TO 2000-EXIT
047800     END-IF.
047900     IF WS-CARD-ERROR-COUNT > 0
048000         SET WS-RUN-HELD TO TRUE
048100         MOVE 'CONTROL CARDS IN ERROR - SEE THE CARD LIST'
048200             TO WS-HOLD-REASON
048300         GO TO 2000-EXIT
048400     END-IF.
048500     IF WS-DEPT-COUNT = ZERO AND NOT WS-STATUS-GIVEN AND
048600        NOT WS-HIRE-GIVEN AND NOT WS-TERM-GIVEN AND
048700        NOT WS-GRADE-GIVEN
048800         SET WS-RUN-HELD TO TRUE
048900         MOVE 'NO SELECTION CARDS - STAT A L T SELECTS EVERYONE'
049000             TO WS-HOLD-REASON
049100     END-IF.
049200 2000-EXIT.
049300     EXIT.

049400*----------------------------------------------------------------*
049500* 2100-READ-CARD - READ THE NEXT CONTROL CARD.                   *
049600*----------------------------------------------------------------*
049700 2100-READ-CARD.
049800     READ CONTROL-CARD
049900         AT END
050000             SET WS-EOF-CARDS TO TRUE
050100         NOT AT END
050200             ADD 1 TO WS-CARD-READ-COUNT
050300     END-READ.
050400 2100-EXIT.
050500     EXIT.

050600*----------------------------------------------------------------*
050700* 2200-STORE-CARD - ADD ONE CARD TO THE TABLE, EDIT IT, AND READ *
050800*                   THE NEXT.  A BLANK CARD IS SKIPPED.          *
050900*----------------------------------------------------------------*
051000 2200-STORE-CARD.
051100     IF CTL-RECORD = SPACES
051200         GO TO 2200-READ-NEXT
051300     END-IF.
051400     IF WS-CARD-COUNT NOT LESS THAN WS-CARD-MAX
051500         SET WS-RUN-HELD TO TRUE
051600         MOVE 'MORE THAN 30 CONTROL CARDS' TO WS-HOLD-REASON
051700         GO TO 2200-EXIT
051800     END-IF.
051900     ADD 1 TO WS-CARD-COUNT.
052000     MOVE WS-CARD-COUNT TO WS-CARD-SUB.
052100     MOVE CTL-RECORD TO WS-CARD-IMAGE (WS-CARD-SUB).
052200     MOVE SPACES TO WS-CARD-MSG (WS-CARD-SUB).
052300     MOVE 'N' TO WS-CARD-ERROR-SW (WS-CARD-SUB).
052400     PERFORM 2300-EDIT-CARD THRU 2300-EXIT.
052500     IF WS-CARD-IN-ERROR (WS-CARD-SUB)
052600         ADD 1 TO WS-CARD-ERROR-COUNT
052700     END-IF.
052800 2200-READ-NEXT.
052900     PERFORM 2100-READ-CARD THRU 2100-EXIT.
053000 2200-EXIT.
053100     EXIT.

053200*----------------------------------------------------------------*
053300* 2300-EDIT-CARD - HAND THE CARD AT WS-CARD-SUB TO THE EDIT FOR  *
053400*                  ITS TYPE.  EACH CRITERION MAY BE GIVEN ONCE,  *
053500*                  EXCEPT DEPT, WHOSE LIST MAY RUN OVER SEVERAL  *
053600*                  CARDS.  THE FIRST FAILURE FOUND IS THE ONE    *
053700*                  SHOWN.                                        *
053800*----------------------------------------------------------------*
053900 2300-EDIT-CARD.
054000     IF CTL-IS-COMMENT
054100         GO TO 2300-EXIT
054200     END-IF.
054300     IF CTL-IS-DEPT
054400         PERFORM 2400-EDIT-DEPT-CARD THRU 2400-EXIT
054500         GO TO 2300-EXIT
054600     END-IF.
054700     IF CTL-IS-STATUS
054800         PERFORM 2500-EDIT-STATUS-CARD THRU 2500-EXIT
054900         GO TO 2300-EXIT
055000     END-IF.
055100     IF CTL-IS-HIRE
055200         IF WS-HIRE-GIVEN
055300             MOVE 'HIRE CARD ALREADY GIVEN' TO
055400                 WS-CARD-MSG (WS-CARD-SUB)
055500             GO TO 2300-ERROR
055600         END-IF
055700         PERFORM 2600-EDIT-RANGE-CARD THRU 2600-EXIT
055800         IF NOT WS-CARD-IN-ERROR (WS-CARD-SUB)
055900             SET WS-HIRE-GIVEN TO TRUE
056000             MOVE WS-RANGE-FROM TO WS-HIRE-FROM
056100             MOVE WS-RANGE-TO TO WS-HIRE-TO
056200         END-IF
056300         GO TO 2300-EXIT
056400     END-IF.
056500     IF CTL-IS-TERM
056600         IF WS-TERM-GIVEN
056700             MOVE 'TERM CARD ALREADY GIVEN' TO
056800                 WS-CARD-MSG (WS-CARD-SUB)
056900             GO TO 2300-ERROR
057000         END-IF
057100         PERFORM 2600-EDIT-RANGE-CARD THRU 2600-EXIT
057200         IF NOT WS-CARD-IN-ERROR (WS-CARD-SUB)
057300             SET WS-TERM-GIVEN TO TRUE
057400             MOVE WS-RANGE-FROM TO WS-TERM-FROM
057500             MOVE WS-RANGE-TO TO WS-TERM-TO
057600         END-IF
057700         GO TO 2300-EXIT
057800     END-IF.
057900     IF CTL-IS-GRADE
058000         PERFORM 2700-EDIT-GRADE-CARD THRU 2700-EXIT
058100         GO TO 2300-EXIT
058200     END-IF.
058300     IF CTL-IS-REQUEST
058400         IF WS-REQUEST-GIVEN
058500             MOVE 'REQ CARD ALREADY GIVEN' TO
058600                 WS-CARD-MSG (WS-CARD-SUB)
058700             GO TO 2300-ERROR
058800         END-IF
058900         IF CTL-DATA = SPACES
059000             MOVE 'NO REQUESTER ON REQ CARD' TO
059100                 WS-CARD-MSG (WS-CARD-SUB)
059200             GO TO 2300-ERROR
059300         END-IF
059400         SET WS-REQUEST-GIVEN TO TRUE
059500         MOVE CTL-DATA TO WS-REQUEST-TEXT
059600         MOVE 'OK' TO WS-CARD-MSG (WS-CARD-SUB)
059700         GO TO 2300-EXIT
059800     END-IF.
059900     MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-MSG (WS-CARD-SUB).
060000 2300-ERROR.
060100     SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE.
060200 2300-EXIT.
060300     EXIT.

060400*----------------------------------------------------------------*
060500* 2400-EDIT-DEPT-CARD - ADD EACH CODE ON THE CARD TO THE         *
060600*                       DEPARTMENT LIST.  A CODE MUST BE ON      *
060700*                       DEPTMAST (ACTIVE OR NOT - A LIST OF WHO  *
060800*                       LEFT A CLOSED DEPARTMENT IS A FAIR       *
060900*                       QUESTION), SINCE A MISTYPED ONE WOULD    *
061000*                       QUIETLY SELECT NOBODY.  A CODE ALREADY   *
061100*                       LISTED IS IGNORED.                       *
061200*----------------------------------------------------------------*
061300 2400-EDIT-DEPT-CARD.
061400     IF CTL-DATA = SPACES
061500         MOVE 'NO DEPARTMENT CODES ON CARD' TO
061600             WS-CARD-MSG (WS-CARD-SUB)
061700         SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE
061800         GO TO 2400-EXIT
061900     END-IF.
062000     PERFORM 2410-EDIT-ONE-DEPT THRU 2410-EXIT
062100         VARYING WS-SLOT-SUB FROM 1 BY 1
062200         UNTIL WS-SLOT-SUB > 15
062300            OR WS-CARD-IN-ERROR (WS-CARD-SUB).
062400     IF WS-CARD-IN-ERROR (WS-CARD-SUB)
062500         GO TO 2400-EXIT
062600     END-IF.
062700     MOVE 'OK' TO WS-CARD-MSG (WS-CARD-SUB).
062800 2400-EXIT.
062900     EXIT.

063000*----------------------------------------------------------------*
063100* 2410-EDIT-ONE-DEPT - ONE FIVE-COLUMN SLOT OF A DEPT CARD.      *
063200*----------------------------------------------------------------*
063300 2410-EDIT-ONE-DEPT.
063400     IF CTL-DEPT-CODE (WS-SLOT-SUB) = SPACES
063500         GO TO 2410-EXIT
063600     END-IF.
063700     MOVE CTL-DEPT-CODE (WS-SLOT-SUB) TO DEPT-CODE.
063800     READ DEPARTMENT-MASTER
063900         INVALID KEY
064000             MOVE CTL-DEPT-CODE (WS-SLOT-SUB) TO WS-DEM-DEPT
064100             MOVE WS-DEPT-ERROR-MSG TO WS-CARD-MSG (WS-CARD-SUB)
064200             SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE
064300             GO TO 2410-EXIT
064400     END-READ.
064500     MOVE 'N' TO WS-DEPT-FOUND-SW.
064600     PERFORM 2420-CHECK-LISTED THRU 2420-EXIT
064700         VARYING WS-DEPT-SUB FROM 1 BY 1
064800         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
064900            OR WS-DEPT-FOUND.
065000     IF WS-DEPT-FOUND
065100         GO TO 2410-EXIT
065200     END-IF.
065300     IF WS-DEPT-COUNT NOT LESS THAN WS-DEPT-MAX
065400         MOVE 'MORE THAN 50 DEPARTMENTS' TO
065500             WS-CARD-MSG (WS-CARD-SUB)
065600         SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE
065700         GO TO 2410-EXIT
065800     END-IF.
065900     ADD 1 TO WS-DEPT-COUNT.
066000     MOVE CTL-DEPT-CODE (WS-SLOT-SUB) TO
066100         WS-SEL-DEPT (WS-DEPT-COUNT).
066200 2410-EXIT.
066300     EXIT.

066400*----------------------------------------------------------------*
066500* 2420-CHECK-LISTED - IS THE SLOT'S CODE ALREADY IN THE LIST?    *
066600*----------------------------------------------------------------*
066700 2420-CHECK-LISTED.
066800     IF WS-SEL-DEPT (WS-DEPT-SUB) = CTL-DEPT-CODE (WS-SLOT-SUB)
066900         SET WS-DEPT-FOUND TO TRUE
067000     END-IF.
067100 2420-EXIT.
067200     EXIT.

067300*----------------------------------------------------------------*
067400* 2500-EDIT-STATUS-CARD - STATUS CODES IN COLUMNS 6-20, EACH A,  *
067500*                         L, OR T, SPACED OR NOT.                *
067600*----------------------------------------------------------------*
067700 2500-EDIT-STATUS-CARD.
067800     IF WS-STATUS-GIVEN
067900         MOVE 'STAT CARD ALREADY GIVEN' TO
068000             WS-CARD-MSG (WS-CARD-SUB)
068100         SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE
068200         GO TO 2500-EXIT
068300     END-IF.
068400     IF CTL-STATUS-COLS = SPACES
068700         MOVE 'NO STATUS CODES IN COLUMNS 6-20' TO
068800             WS-CARD-MSG (WS-CARD-SUB)
068900         SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE
069000         GO TO 2500-EXIT
069100     END-IF.
069200     PERFORM 2510-EDIT-ONE-STATUS THRU 2510-EXIT
069300         VARYING WS-SLOT-SUB FROM 1 BY 1
069400         UNTIL WS-SLOT-SUB > 15
069500            OR WS-CARD-IN-ERROR (WS-CARD-SUB).
069600     IF WS-CARD-IN-ERROR (WS-CARD-SUB)
069700         MOVE 'N' TO WS-SEL-ACTIVE-SW
069800         MOVE 'N' TO WS-SEL-LEAVE-SW
069900         MOVE 'N' TO WS-SEL-TERM-SW
070000         GO TO 2500-EXIT
070100     END-IF.
070200     SET WS-STATUS-GIVEN TO TRUE.
070300     MOVE 'OK' TO WS-CARD-MSG (WS-CARD-SUB).
070400 2500-EXIT.
070500     EXIT.

070600*----------------------------------------------------------------*
070700* 2510-EDIT-ONE-STATUS - ONE STATUS COLUMN OF A STAT CARD.       *
070800*----------------------------------------------------------------*
070900 2510-EDIT-ONE-STATUS.
071000     IF CTL-STATUS-CODE (WS-SLOT-SUB) = SPACE
071100         GO TO 2510-EXIT
071200     END-IF.
071300     IF CTL-STATUS-CODE (WS-SLOT-SUB) = 'A'
071400         SET WS-SEL-ACTIVE TO TRUE
071500         GO TO 2510-EXIT
071600     END-IF.
071700     IF CTL-STATUS-CODE (WS-SLOT-SUB) = 'L'
071800         SET WS-SEL-LEAVE TO TRUE
071900         GO TO 2510-EXIT
072000     END-IF.
072100     IF CTL-STATUS-CODE (WS-SLOT-SUB) = 'T'
072200         SET WS-SEL-TERMINATED TO TRUE
072300         GO TO 2510-EXIT
072400     END-IF.
072500     MOVE 'STATUS MUST BE A, L, OR T' TO
072600         WS-CARD-MSG (WS-CARD-SUB).
072700     SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE.
072800 2510-EXIT.
072900     EXIT.

073000*----------------------------------------------------------------*
073100* 2600-EDIT-RANGE-CARD - A HIRE OR TERM CARD.  EACH DATE KEYED   *
073200*                        MUST BE A REAL CCYYMMDD CALENDAR DATE;  *
073300*                        ONE LEFT BLANK IS AN OPEN END.  AT      *
073400*                        LEAST ONE MUST BE KEYED, AND FROM MAY   *
073500*                        NOT FALL AFTER TO.  THE RESULT COMES    *
073600*                        BACK IN WS-RANGE-FROM AND WS-RANGE-TO.  *
073700*----------------------------------------------------------------*
073800 2600-EDIT-RANGE-CARD.
073900     MOVE ZERO TO WS-RANGE-FROM.
074000     MOVE 99999999 TO WS-RANGE-TO.
074100     IF CTL-FROM-DATE = SPACES AND CTL-TO-DATE = SPACES
074200         MOVE 'NO DATES IN COLUMNS 6-22' TO
074300             WS-CARD-MSG (WS-CARD-SUB)
074400         GO TO 2600-ERROR
074500     END-IF.
074600     IF CTL-FROM-DATE NOT = SPACES
074700         MOVE CTL-FROM-DATE TO WS-EDIT-DATE
074800         PERFORM 2800-EDIT-DATE THRU 2800-EXIT
074900         IF WS-DATE-INVALID
075000             MOVE 'FROM DATE NOT A VALID CCYYMMDD' TO
075100                 WS-CARD-MSG (WS-CARD-SUB)
075200             GO TO 2600-ERROR
075300         END-IF
075400         MOVE WS-EDIT-DATE-N TO WS-RANGE-FROM
075500     END-IF.
075600     IF CTL-TO-DATE NOT = SPACES
075700         MOVE CTL-TO-DATE TO WS-EDIT-DATE
075800         PERFORM 2800-EDIT-DATE THRU 2800-EXIT
075900         IF WS-DATE-INVALID
076000             MOVE 'TO DATE NOT A VALID CCYYMMDD' TO
076100                 WS-CARD-MSG (WS-CARD-SUB)
076200             GO TO 2600-ERROR
076300         END-IF
076400         MOVE WS-EDIT-DATE-N TO WS-RANGE-TO
076500     END-IF.
076600     IF WS-RANGE-FROM > WS-RANGE-TO
076700         MOVE 'FROM DATE IS AFTER TO DATE' TO
076800             WS-CARD-MSG (WS-CARD-SUB)
076900         GO TO 2600-ERROR
077000     END-IF.
077100     MOVE 'OK' TO WS-CARD-MSG (WS-CARD-SUB).
077200     GO TO 2600-EXIT.
077300 2600-ERROR.
077400     SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE.
077500 2600-EXIT.
077600     EXIT.

077700*----------------------------------------------------------------*
077800* 2700-EDIT-GRADE-CARD - LOW AND HIGH PAY GRADE.  EACH GRADE     *
077900*                        KEYED MUST BE ON GRADMAST (INACTIVE     *
078000*                        GRADES ARE ALLOWED - PEOPLE STILL HOLD  *
078100*                        THEM), AND THE RANGE IS TAKEN BY THE    *
078200*                        GRADE'S RANK, NOT ITS CODE, SO '07 OR   *
078300*                        ABOVE' MEANS WHAT HR MEANS BY IT.  ONE  *
078400*                        LEFT BLANK IS AN OPEN END.              *
078500*----------------------------------------------------------------*
078600 2700-EDIT-GRADE-CARD.
078700     IF WS-GRADE-GIVEN
078800         MOVE 'GRAD CARD ALREADY GIVEN' TO
078900             WS-CARD-MSG (WS-CARD-SUB)
079000         GO TO 2700-ERROR
079100     END-IF.
079200     IF CTL-LOW-GRADE = SPACES AND CTL-HIGH-GRADE = SPACES
079300         MOVE 'NO GRADES IN COLUMNS 6-10' TO
079400             WS-CARD-MSG (WS-CARD-SUB)
079500         GO TO 2700-ERROR
079600     END-IF.
079700     MOVE ZERO TO WS-GRADE-LOW-LEVEL.
079800     MOVE 99 TO WS-GRADE-HIGH-LEVEL.
079900     IF CTL-LOW-GRADE NOT = SPACES
080000         MOVE CTL-LOW-GRADE TO GRD-CODE
080100         READ GRADE-MASTER
080200             INVALID KEY
080300                 MOVE 'LOW GRADE NOT ON GRADMAST' TO
080400                     WS-CARD-MSG (WS-CARD-SUB)
080500                 GO TO 2700-ERROR
080600         END-READ
080700         MOVE GRD-LEVEL TO WS-GRADE-LOW-LEVEL
080800     END-IF.
080900     IF CTL-HIGH-GRADE NOT = SPACES
081000         MOVE CTL-HIGH-GRADE TO GRD-CODE
081100         READ GRADE-MASTER
081200             INVALID KEY
081300                 MOVE 'HIGH GRADE NOT ON GRADMAST' TO
081400                     WS-CARD-MSG (WS-CARD-SUB)
081500                 GO TO 2700-ERROR
081600         END-READ
081700         MOVE GRD-LEVEL TO WS-GRADE-HIGH-LEVEL
081800     END-IF.
081900     IF WS-GRADE-LOW-LEVEL > WS-GRADE-HIGH-LEVEL
082000         MOVE 'LOW GRADE RANKS ABOVE HIGH GRADE' TO
082100             WS-CARD-MSG (WS-CARD-SUB)
082200         GO TO 2700-ERROR
082300     END-IF.
082400     SET WS-GRADE-GIVEN TO TRUE.
082500     MOVE CTL-LOW-GRADE TO WS-GRADE-LOW.
082600     MOVE CTL-HIGH-GRADE TO WS-GRADE-HIGH.
082700     MOVE 'OK' TO WS-CARD-MSG (WS-CARD-SUB).
082800     GO TO 2700-EXIT.
082900 2700-ERROR.
083000     SET WS-CARD-IN-ERROR (WS-CARD-SUB) TO TRUE.
083100 2700-EXIT.
083200     EXIT.

083300*----------------------------------------------------------------*
083400* 2800-EDIT-DATE - WS-EDIT-DATE MUST BE A REAL, NONZERO CCYYMMDD *
083500*                  CALENDAR DATE.                                *
083600*----------------------------------------------------------------*
083700 2800-EDIT-DATE.
083800     SET WS-DATE-VALID TO TRUE.
083900     IF WS-EDIT-DATE IS NOT NUMERIC OR WS-EDIT-DATE-N = ZERO
084000         SET WS-DATE-INVALID TO TRUE
084100         GO TO 2800-EXIT
084200     END-IF.
084300     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
084400         SET WS-DATE-INVALID TO TRUE
084500         GO TO 2800-EXIT
084600     END-IF.
084700     MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MAX-DD.
084800     IF WS-EDIT-MM = 02
084900         PERFORM 2850-CHECK-LEAP-YEAR THRU 2850-EXIT
085000     END-IF.
085100     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
085200         SET WS-DATE-INVALID TO TRUE
085300     END-IF.
085400 2800-EXIT.
085500     EXIT.

085600*----------------------------------------------------------------*
085700* 2850-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
085800*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
085900*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
086000*                        400).                                   *
086100*----------------------------------------------------------------*
086200 2850-CHECK-LEAP-YEAR.
086300     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
086400         REMAINDER WS-LEAP-REM.
086500     IF WS-LEAP-REM NOT = ZERO
086600         GO TO 2850-EXIT
086700     END-IF.
086800     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
086900         REMAINDER WS-LEAP-REM.
087000     IF WS-LEAP-REM NOT = ZERO
087100         MOVE 29 TO WS-MAX-DD
087200         GO TO 2850-EXIT
087300     END-IF.
087400     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
087500         REMAINDER WS-LEAP-REM.
087600     IF WS-LEAP-REM = ZERO
087700         MOVE 29 TO WS-MAX-DD
087800     END-IF.
087900 2850-EXIT.
088000     EXIT.

088100*----------------------------------------------------------------*
088200* 3000-SELECT-EMPLOYEES - SORT INPUT PROCEDURE.  RELEASE EVERY   *
088300*                         MASTER RECORD THAT MEETS ALL THE       *
088400*                         CRITERIA GIVEN.                        *
088500*----------------------------------------------------------------*
088600 3000-SELECT-EMPLOYEES.
088700     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
088800     PERFORM 3200-SELECT-ONE THRU 3200-EXIT
088900         UNTIL WS-EOF-MASTER.
089000 3000-EXIT.
089100     EXIT.

089200*----------------------------------------------------------------*
089300* 3100-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.       *
089400*----------------------------------------------------------------*
089500 3100-READ-MASTER.
089600     READ EMPLOYEE-MASTER NEXT RECORD
089700         AT END
089800             SET WS-EOF-MASTER TO TRUE
089900         NOT AT END
090000             ADD 1 TO WS-READ-COUNT
090100     END-READ.
090200 3100-EXIT.
090300     EXIT.

090400*----------------------------------------------------------------*
090500* 3200-SELECT-ONE - TEST ONE EMPLOYEE AGAINST EACH CRITERION IN  *
090600*                   TURN.  THE FIRST ONE FAILED IS COUNTED ON    *
090700*                   THE SUMMARY, SO HR CAN SEE WHICH CRITERION   *
090800*                   NARROWED THE LIST.  A TERM RANGE NEVER       *
090900*                   MATCHES AN EMPLOYEE WITH NO TERMINATION      *
091000*                   DATE, AND A GRADE RANGE NEVER MATCHES A      *
091100*                   BLANK OR UNKNOWN GRADE.                      *
091200*----------------------------------------------------------------*
091300 3200-SELECT-ONE.
091400     IF WS-DEPT-COUNT > ZERO
091500         MOVE 'N' TO WS-DEPT-FOUND-SW
091600         PERFORM 3300-CHECK-DEPT THRU 3300-EXIT
091700             VARYING WS-DEPT-SUB FROM 1 BY 1
091800             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
091900                OR WS-DEPT-FOUND
092000         IF NOT WS-DEPT-FOUND
092100             ADD 1 TO WS-OUT-DEPT-COUNT
092200             GO TO 3200-READ-NEXT
092300         END-IF
092400     END-IF.
092500     IF WS-STATUS-GIVEN
092600         IF (EMP-STAT-ACTIVE AND WS-SEL-ACTIVE) OR
092700            (EMP-STAT-LEAVE AND WS-SEL-LEAVE) OR
092800            (EMP-STAT-TERMINATED AND WS-SEL-TERMINATED)
092900             CONTINUE
093000         ELSE
093100             ADD 1 TO WS-OUT-STATUS-COUNT
093200             GO TO 3200-READ-NEXT
093300         END-IF
093400     END-IF.
093500     IF WS-HIRE-GIVEN
093600         IF EMP-HIRE-DATE < WS-HIRE-FROM OR
093700            EMP-HIRE-DATE > WS-HIRE-TO
093800             ADD 1 TO WS-OUT-HIRE-COUNT
093900             GO TO 3200-READ-NEXT
094000         END-IF
094100     END-IF.
094200     IF WS-TERM-GIVEN
094300         IF EMP-TERM-DATE = ZERO OR
094400            EMP-TERM-DATE < WS-TERM-FROM OR
094500            EMP-TERM-DATE > WS-TERM-TO
094600             ADD 1 TO WS-OUT-TERM-COUNT
094700             GO TO 3200-READ-NEXT
094800         END-IF
094900     END-IF.
095000     IF WS-GRADE-GIVEN
095100         PERFORM 3400-CHECK-GRADE THRU 3400-EXIT
095200         IF NOT WS-GRADE-IN-RANGE
095300             ADD 1 TO WS-OUT-GRADE-COUNT
095400             GO TO 3200-READ-NEXT
095500         END-IF
095600     END-IF.
095700     MOVE EMP-DEPT TO SORT-DEPT.
095800     MOVE EMP-NAME TO SORT-NAME.
095900     MOVE EMP-ID TO SORT-ID.
096000     MOVE EMP-STATUS TO SORT-STATUS.
096100     MOVE EMP-HIRE-DATE TO SORT-HIRE-DATE.
096200     MOVE EMP-TERM-DATE TO SORT-TERM-DATE.
096300     MOVE EMP-PAY-GRADE TO SORT-PAY-GRADE.
096400     RELEASE SORT-RECORD.
096500     ADD 1 TO WS-SELECTED-COUNT.
096600 3200-READ-NEXT.
096700     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
096800 3200-EXIT.
096900     EXIT.

097000*----------------------------------------------------------------*
097100* 3300-CHECK-DEPT - IS THE EMPLOYEE'S DEPARTMENT IN THE LIST?    *
097200*----------------------------------------------------------------*
097300 3300-CHECK-DEPT.
097400     IF WS-SEL-DEPT (WS-DEPT-SUB) = EMP-DEPT
097500         SET WS-DEPT-FOUND TO TRUE
097600     END-IF.
097700 3300-EXIT.
097800     EXIT.

097900*----------------------------------------------------------------*
098000* 3400-CHECK-GRADE - DOES THE EMPLOYEE'S GRADE RANK FALL IN THE  *
098100*                    RANGE?                                      *
098200*----------------------------------------------------------------*
098300 3400-CHECK-GRADE.
098400     MOVE 'N' TO WS-GRADE-RANGE-SW.
098500     IF EMP-PAY-GRADE = SPACES
098600         GO TO 3400-EXIT
098700     END-IF.
098800     MOVE EMP-PAY-GRADE TO GRD-CODE.
098900     READ GRADE-MASTER
099000         INVALID KEY
099100             GO TO 3400-EXIT
099200     END-READ.
099300     IF GRD-LEVEL NOT LESS THAN WS-GRADE-LOW-LEVEL AND
099400        GRD-LEVEL NOT GREATER THAN WS-GRADE-HIGH-LEVEL
099500         SET WS-GRADE-IN-RANGE TO TRUE
099600     END-IF.
099700 3400-EXIT.
099800     EXIT.

099900*----------------------------------------------------------------*
100000* 4000-WRITE-EXTRACT - SORT OUTPUT PROCEDURE.  THE COLUMN-       *
100100*                      HEADING ROW, THEN ONE ROW PER SELECTED    *
100200*                      EMPLOYEE IN DEPARTMENT AND NAME ORDER.    *
100300*----------------------------------------------------------------*
100400 4000-WRITE-EXTRACT.
100500     PERFORM 4100-WRITE-HEADING-ROW THRU 4100-EXIT.
100600     PERFORM 4200-RETURN-ONE THRU 4200-EXIT.
100700     PERFORM 4300-WRITE-ONE THRU 4300-EXIT
100800         UNTIL WS-EOF-SORT.
100900 4000-EXIT.
101000     EXIT.

101100*----------------------------------------------------------------*
101200* 4100-WRITE-HEADING-ROW - THE COLUMN NAMES, UNQUOTED, IN THE    *
101300*                          ORDER 4300 WRITES THE COLUMNS.        *
101400*----------------------------------------------------------------*
101500 4100-WRITE-HEADING-ROW.
101600     MOVE 'N' TO WS-CSV-QUOTE-SW.
101700     MOVE 'EMPLOYEE ID' TO WS-CSV-FIELD.
101800     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
101900     MOVE 'EMPLOYEE NAME' TO WS-CSV-FIELD.
102000     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
102100     MOVE 'DEPARTMENT' TO WS-CSV-FIELD.
102200     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
102300     MOVE 'DEPARTMENT NAME' TO WS-CSV-FIELD.
102400     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
102500     MOVE 'STATUS' TO WS-CSV-FIELD.
102600     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
102700     MOVE 'HIRE DATE' TO WS-CSV-FIELD.
102800     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
102900     MOVE 'TERMINATION DATE' TO WS-CSV-FIELD.
103000     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
103100     MOVE 'PAY GRADE' TO WS-CSV-FIELD.
103200     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
103300     MOVE 'GRADE DESCRIPTION' TO WS-CSV-FIELD.
103400     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
103500     PERFORM 4700-WRITE-CSV-LINE THRU 4700-EXIT.
103600 4100-EXIT.
103700     EXIT.

103800*----------------------------------------------------------------*
103900* 4200-RETURN-ONE - TAKE THE NEXT SORTED EMPLOYEE.               *
104000*----------------------------------------------------------------*
104100 4200-RETURN-ONE.
104200     RETURN SORT-FILE
104300         AT END
104400             SET WS-EOF-SORT TO TRUE
104500     END-RETURN.
104600 4200-EXIT.
104700     EXIT.

104800*----------------------------------------------------------------*
104900* 4300-WRITE-ONE - ONE EXTRACT ROW.  CODES THE ANALYST WOULD     *
105000*                  OTHERWISE HAVE TO LOOK UP ARE SPELLED OUT:    *
105100*                  DEPARTMENT NAME, STATUS, GRADE DESCRIPTION.   *
105200*                  A ZERO DATE IS AN EMPTY COLUMN.               *
105300*----------------------------------------------------------------*
105400 4300-WRITE-ONE.
105500     IF SORT-DEPT NOT = WS-CURR-DEPT
105600         MOVE SORT-DEPT TO WS-CURR-DEPT
105700         PERFORM 4400-LOOKUP-DEPARTMENT THRU 4400-EXIT
105800     END-IF.
105900     MOVE 'N' TO WS-CSV-QUOTE-SW.
106000     MOVE SORT-ID TO WS-CSV-FIELD.
106100     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
106200     SET WS-CSV-QUOTED TO TRUE.
106300     MOVE SORT-NAME TO WS-CSV-FIELD.
106400     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
106500     MOVE SORT-DEPT TO WS-CSV-FIELD.
106600     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
106700     MOVE WS-CURR-DEPT-NAME TO WS-CSV-FIELD.
106800     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
106900     MOVE 'N' TO WS-CSV-QUOTE-SW.
107000     MOVE SORT-STATUS TO EMP-STATUS.
107100     IF EMP-STAT-ACTIVE
107200         MOVE 'ACTIVE' TO WS-CSV-FIELD
107300     ELSE
107400         IF EMP-STAT-LEAVE
107500             MOVE 'ON LEAVE' TO WS-CSV-FIELD
107600         ELSE
107700             IF EMP-STAT-TERMINATED
107800                 MOVE 'TERMINATED' TO WS-CSV-FIELD
107900             ELSE
108000                 MOVE SORT-STATUS TO WS-CSV-FIELD
108100             END-IF
108200         END-IF
108300     END-IF.
108400     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
108500     MOVE SORT-HIRE-DATE TO WS-FMT-DATE-IN-N.
108600     PERFORM 4800-FORMAT-DATE THRU 4800-EXIT.
108700     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
108800     MOVE SORT-TERM-DATE TO WS-FMT-DATE-IN-N.
108900     PERFORM 4800-FORMAT-DATE THRU 4800-EXIT.
109000     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
109100     SET WS-CSV-QUOTED TO TRUE.
109200     MOVE SORT-PAY-GRADE TO WS-CSV-FIELD.
109300     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
109400     PERFORM 4450-LOOKUP-GRADE THRU 4450-EXIT.
109500     MOVE WS-GRADE-DESC TO WS-CSV-FIELD.
109600     PERFORM 4500-ADD-FIELD THRU 4500-EXIT.
109700     PERFORM 4700-WRITE-CSV-LINE THRU 4700-EXIT.
109800     IF WS-SELOUT-OK
109900         ADD 1 TO WS-WRITTEN-COUNT
110000     END-IF.
110100     PERFORM 4200-RETURN-ONE THRU 4200-EXIT.
110200 4300-EXIT.
110300     EXIT.

110400*----------------------------------------------------------------*
110500* 4400-LOOKUP-DEPARTMENT - FETCH THE CURRENT DEPARTMENT'S NAME.  *
110600*                          A CODE WITH NO MASTER RECORD GETS A   *
110700*                          PLACEHOLDER INSTEAD OF FAILING THE    *
110800*                          RUN.                                  *
110900*----------------------------------------------------------------*
111000 4400-LOOKUP-DEPARTMENT.
111100     MOVE WS-CURR-DEPT TO DEPT-CODE.
111200     READ DEPARTMENT-MASTER
111300         INVALID KEY
111400             MOVE '*NOT ON DEPARTMENT MASTER*'
111500                 TO WS-CURR-DEPT-NAME
111600         NOT INVALID KEY
111700             MOVE DEPT-NAME TO WS-CURR-DEPT-NAME
111800     END-READ.
111900 4400-EXIT.
112000     EXIT.

112100*----------------------------------------------------------------*
112200* 4450-LOOKUP-GRADE - FETCH THE GRADE DESCRIPTION.  A BLANK      *
112300*                     GRADE HAS NONE; A CODE WITH NO MASTER      *
112400*                     RECORD GETS A PLACEHOLDER.                 *
112500*----------------------------------------------------------------*
112600 4450-LOOKUP-GRADE.
112700     MOVE SPACES TO WS-GRADE-DESC.
112800     IF SORT-PAY-GRADE = SPACES
112900         GO TO 4450-EXIT
113000     END-IF.
113100     MOVE SORT-PAY-GRADE TO GRD-CODE.
113200     READ GRADE-MASTER
113300         INVALID KEY
113400             MOVE '*NOT ON PAY GRADE MASTER*' TO WS-GRADE-DESC
113500         NOT INVALID KEY
113600             MOVE GRD-DESC TO WS-GRADE-DESC
113700     END-READ.
113800 4450-EXIT.
113900     EXIT.

114000*----------------------------------------------------------------*
114100* 4500-ADD-FIELD - APPEND WS-CSV-FIELD TO THE ROW, AFTER A COMMA *
114200*                  UNLESS IT IS THE FIRST COLUMN, TRIMMED OF     *
114300*                  TRAILING BLANKS, AND IN DOUBLE QUOTES WHEN    *
114400*                  WS-CSV-QUOTED IS SET.                         *
114500*----------------------------------------------------------------*
114600 4500-ADD-FIELD.
114700     IF WS-CSV-FIELD-COUNT > ZERO
114800         ADD 1 TO WS-CSV-LEN
114900         MOVE ',' TO WS-CSV-LINE (WS-CSV-LEN:1)
115000     END-IF.
115100     ADD 1 TO WS-CSV-FIELD-COUNT.
115200     PERFORM 4600-FIND-FIELD-LENGTH THRU 4600-EXIT.
115300     IF WS-CSV-QUOTED
115400         ADD 1 TO WS-CSV-LEN
115500         MOVE '"' TO WS-CSV-LINE (WS-CSV-LEN:1)
115600     END-IF.
115700     PERFORM 4550-COPY-ONE-CHAR THRU 4550-EXIT
115800         VARYING WS-CSV-SUB FROM 1 BY 1
115900         UNTIL WS-CSV-SUB > WS-CSV-FLEN.
116000     IF WS-CSV-QUOTED
116100         ADD 1 TO WS-CSV-LEN
116200         MOVE '"' TO WS-CSV-LINE (WS-CSV-LEN:1)
116300     END-IF.
116400 4500-EXIT.
116500     EXIT.

116600*----------------------------------------------------------------*
116700* 4550-COPY-ONE-CHAR - ONE CHARACTER OF THE FIELD TO THE ROW, A  *
116800*                      DOUBLE QUOTE BECOMING AN APOSTROPHE.      *
116900*----------------------------------------------------------------*
117000 4550-COPY-ONE-CHAR.
117100     ADD 1 TO WS-CSV-LEN.
117200     IF WS-CSV-FIELD (WS-CSV-SUB:1) = '"'
117300         MOVE '''' TO WS-CSV-LINE (WS-CSV-LEN:1)
117400     ELSE
117500         MOVE WS-CSV-FIELD (WS-CSV-SUB:1) TO
117600             WS-CSV-LINE (WS-CSV-LEN:1)
117700     END-IF.
117800 4550-EXIT.
117900     EXIT.

118000*----------------------------------------------------------------*
118100* 4600-FIND-FIELD-LENGTH - LENGTH OF WS-CSV-FIELD WITHOUT ITS    *
118200*                          TRAILING BLANKS, INTO WS-CSV-FLEN     *
118300*                          (ZERO FOR AN ALL-BLANK FIELD).        *
118400*----------------------------------------------------------------*
118500 4600-FIND-FIELD-LENGTH.
118600     MOVE 30 TO WS-CSV-FLEN.
118700     MOVE 'N' TO WS-TRIM-SW.
118800     PERFORM 4650-TRIM-ONE-CHAR THRU 4650-EXIT
118900         UNTIL WS-CSV-FLEN = ZERO OR WS-TRIM-DONE.
119000 4600-EXIT.
119100     EXIT.

119200*----------------------------------------------------------------*
119300* 4650-TRIM-ONE-CHAR - STEP BACK OVER ONE TRAILING BLANK, OR     *
119400*                      STOP AT THE LAST NON-BLANK.               *
119500*----------------------------------------------------------------*
119600 4650-TRIM-ONE-CHAR.
119700     IF WS-CSV-FIELD (WS-CSV-FLEN:1) = SPACE
119800         SUBTRACT 1 FROM WS-CSV-FLEN
119900     ELSE
120000         SET WS-TRIM-DONE TO TRUE
120100     END-IF.
120200 4650-EXIT.
120300     EXIT.

120400*----------------------------------------------------------------*
120500* 4700-WRITE-CSV-LINE - WRITE THE FINISHED ROW AT ITS OWN LENGTH *
120600*                       AND START THE NEXT.  A FAILED WRITE IS   *
120700*                       DISPLAYED AND COUNTED AND ENDS THE RUN   *
120800*                       RC=8 - A SHORT LIST IS NOT A LIST.       *
120900*----------------------------------------------------------------*
121000 4700-WRITE-CSV-LINE.
121100     WRITE CSV-RECORD FROM WS-CSV-LINE.
121200     IF NOT WS-SELOUT-OK
121300         DISPLAY 'SEL010 - EXTRACT WRITE FAILED, STATUS = '
121400             WS-SELOUT-STATUS
121500         ADD 1 TO WS-WRITEFAIL-COUNT
121600     END-IF.
121700     MOVE SPACES TO WS-CSV-LINE.
121800     MOVE ZERO TO WS-CSV-LEN.
121900     MOVE ZERO TO WS-CSV-FIELD-COUNT.
122000 4700-EXIT.
122100     EXIT.

122200*----------------------------------------------------------------*
122300* 4800-FORMAT-DATE - WS-FMT-DATE-IN AS MM/DD/CCYY IN             *
122400*                    WS-CSV-FIELD; A ZERO DATE IS LEFT BLANK.    *
122500*----------------------------------------------------------------*
122600 4800-FORMAT-DATE.
122700     MOVE SPACES TO WS-CSV-FIELD.
122800     IF WS-FMT-DATE-IN-N = ZERO
122900         GO TO 4800-EXIT
123000     END-IF.
123100     MOVE WS-FMT-MM TO WS-FMT-OUT-MM.
123200     MOVE WS-FMT-DD TO WS-FMT-OUT-DD.
123300     MOVE WS-FMT-YEAR TO WS-FMT-OUT-YEAR.
123400     MOVE WS-FMT-DATE-OUT TO WS-CSV-FIELD.
123500 4800-EXIT.
123600     EXIT.

123700*----------------------------------------------------------------*
123800* 7000-PRINT-SUMMARY - THE ONE-PAGE RECORD OF THE PULL: WHO      *
123900*                      ASKED, EVERY CARD AS KEYED WITH ITS EDIT  *
124000*                      RESULT, THE CRITERIA AS ACTUALLY APPLIED, *
124100*                      AND THE COUNTS.                           *
124200*----------------------------------------------------------------*
124300 7000-PRINT-SUMMARY.
124400     ADD 1 TO WS-PAGE-NBR.
124500     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
124600     MOVE WS-CURRENT-MM TO HDG-MM.
124700     MOVE WS-CURRENT-DD TO HDG-DD.
124800     MOVE WS-CURRENT-YY TO HDG-YY.
124900     MOVE WS-RUN-HH TO HDG-HH.
125000     MOVE WS-RUN-MI TO HDG-MI.
125100     WRITE REPORT-LINE FROM HDG-LINE-1
125200         AFTER ADVANCING 0 LINES.
125300     WRITE REPORT-LINE FROM HDG-LINE-2
125400         AFTER ADVANCING 1 LINE.
125500     WRITE REPORT-LINE FROM HDG-LINE-3
125600         AFTER ADVANCING 2 LINES.
125700     IF WS-REQUEST-GIVEN
125800         MOVE WS-REQUEST-TEXT TO REQ-TEXT
125900     ELSE
126000         MOVE '*** NOT GIVEN ***' TO REQ-TEXT
126100     END-IF.
126200     WRITE REPORT-LINE FROM REQUEST-LINE
126300         AFTER ADVANCING 2 LINES.
126400     MOVE 'CONTROL CARDS' TO SEC-TITLE.
126500     WRITE REPORT-LINE FROM SECTION-LINE
126600         AFTER ADVANCING 2 LINES.
126700     IF WS-CARD-COUNT = ZERO
126800         MOVE '    NO CONTROL CARDS READ' TO SEC-TITLE
126900         WRITE REPORT-LINE FROM SECTION-LINE
127000             AFTER ADVANCING 1 LINE
127100     ELSE
127200         WRITE REPORT-LINE FROM HDG-CARD-COLS
127300             AFTER ADVANCING 1 LINE
127400         PERFORM 7100-PRINT-CARD THRU 7100-EXIT
127500             VARYING WS-CARD-SUB FROM 1 BY 1
127600             UNTIL WS-CARD-SUB > WS-CARD-COUNT
127700     END-IF.
127800     IF NOT WS-RUN-HELD
127900         MOVE 'SELECTION APPLIED' TO SEC-TITLE
128000         WRITE REPORT-LINE FROM SECTION-LINE
128100             AFTER ADVANCING 2 LINES
128200         PERFORM 7200-PRINT-CRITERIA THRU 7200-EXIT
128300     END-IF.
128400     MOVE 'RECORD COUNTS' TO SEC-TITLE.
128500     WRITE REPORT-LINE FROM SECTION-LINE
128600         AFTER ADVANCING 2 LINES.
128700     PERFORM 7500-PRINT-COUNTS THRU 7500-EXIT.
128800     IF WS-RUN-HELD
128900         MOVE WS-HOLD-REASON TO HLD-REASON
129000         WRITE REPORT-LINE FROM HOLD-LINE
129100             AFTER ADVANCING 2 LINES
129200     END-IF.
129300 7000-EXIT.
129400     EXIT.

129500*----------------------------------------------------------------*
129600* 7100-PRINT-CARD - ONE CONTROL CARD AND ITS EDIT MESSAGE.       *
129700*----------------------------------------------------------------*
129800 7100-PRINT-CARD.
129900     MOVE WS-CARD-SUB TO CDL-NBR.
130000     MOVE WS-CARD-IMAGE (WS-CARD-SUB) TO CDL-IMAGE.
130100     MOVE WS-CARD-MSG (WS-CARD-SUB) TO CDL-MSG.
130200     WRITE REPORT-LINE FROM CARD-LINE
130300         AFTER ADVANCING 1 LINE.
130400 7100-EXIT.
130500     EXIT.

130600*----------------------------------------------------------------*
130700* 7200-PRINT-CRITERIA - EACH CRITERION IN WORDS, OR ANY / ALL    *
130800*                       WHEN NO CARD GAVE IT.                    *
130900*----------------------------------------------------------------*
131000 7200-PRINT-CRITERIA.
131100     MOVE 'DEPARTMENTS:' TO CRL-LABEL.
131200     IF WS-DEPT-COUNT = ZERO
131300         MOVE 'ALL' TO WS-CSV-FIELD
131400         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
131500     ELSE
131600         PERFORM 7250-ADD-CRIT-DEPT THRU 7250-EXIT
131700             VARYING WS-DEPT-SUB FROM 1 BY 1
131800             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
131900     END-IF.
132000     PERFORM 7690-WRITE-CRIT-LINE THRU 7690-EXIT.
132100     MOVE 'STATUS:' TO CRL-LABEL.
132200     IF NOT WS-STATUS-GIVEN
132300         MOVE 'ALL' TO WS-CSV-FIELD
132400         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
132500     END-IF.
132600     IF WS-SEL-ACTIVE
132700         MOVE 'ACTIVE (A)' TO WS-CSV-FIELD
132800         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
132900     END-IF.
133000     IF WS-SEL-LEAVE
133100         MOVE 'ON LEAVE (L)' TO WS-CSV-FIELD
133200         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
133300     END-IF.
133400     IF WS-SEL-TERMINATED
133500         MOVE 'TERMINATED (T)' TO WS-CSV-FIELD
133600         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
133700     END-IF.
133800     PERFORM 7690-WRITE-CRIT-LINE THRU 7690-EXIT.
133900     MOVE 'HIRE DATE:' TO CRL-LABEL.
134000     IF WS-HIRE-GIVEN
134100         MOVE WS-HIRE-FROM TO WS-RANGE-FROM
134200         MOVE WS-HIRE-TO TO WS-RANGE-TO
134300         PERFORM 7300-ADD-DATE-RANGE THRU 7300-EXIT
134400     ELSE
134500         MOVE 'ANY' TO WS-CSV-FIELD
134600         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
134700     END-IF.
134800     PERFORM 7690-WRITE-CRIT-LINE THRU 7690-EXIT.
134900     MOVE 'TERMINATION DATE:' TO CRL-LABEL.
135000     IF WS-TERM-GIVEN
135100         MOVE WS-TERM-FROM TO WS-RANGE-FROM
135200         MOVE WS-TERM-TO TO WS-RANGE-TO
135300         PERFORM 7300-ADD-DATE-RANGE THRU 7300-EXIT
135400         MOVE '- NO TERMINATION DATE EXCLUDED' TO WS-CSV-FIELD
135500         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
135600     ELSE
135700         MOVE 'ANY, OR NONE' TO WS-CSV-FIELD
135800         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
135900     END-IF.
136000     PERFORM 7690-WRITE-CRIT-LINE THRU 7690-EXIT.
136100     MOVE 'PAY GRADE:' TO CRL-LABEL.
136200     IF WS-GRADE-GIVEN
136300         PERFORM 7400-ADD-GRADE-RANGE THRU 7400-EXIT
136400     ELSE
136500         MOVE 'ANY' TO WS-CSV-FIELD
136600         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
136700     END-IF.
136800     PERFORM 7690-WRITE-CRIT-LINE THRU 7690-EXIT.
136900 7200-EXIT.
137000     EXIT.

137100*----------------------------------------------------------------*
137200* 7250-ADD-CRIT-DEPT - ONE LISTED DEPARTMENT CODE.               *
137300*----------------------------------------------------------------*
137400 7250-ADD-CRIT-DEPT.
137500     MOVE WS-SEL-DEPT (WS-DEPT-SUB) TO WS-CSV-FIELD.
137600     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
137700 7250-EXIT.
137800     EXIT.

137900*----------------------------------------------------------------*
138000* 7300-ADD-DATE-RANGE - WS-RANGE-FROM / WS-RANGE-TO IN WORDS,    *
138100*                       AN OPEN END LEFT UNSAID.                 *
138200*----------------------------------------------------------------*
138300 7300-ADD-DATE-RANGE.
138400     IF WS-RANGE-FROM = ZERO
138500         MOVE 'ON OR BEFORE' TO WS-CSV-FIELD
138600         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
138700         GO TO 7300-TO-DATE
138800     END-IF.
138900     IF WS-RANGE-TO = 99999999
139000         MOVE 'ON OR AFTER' TO WS-CSV-FIELD
139100     ELSE
139200         MOVE 'FROM' TO WS-CSV-FIELD
139300     END-IF.
139400     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
139500     MOVE WS-RANGE-FROM TO WS-FMT-DATE-IN-N.
139600     PERFORM 4800-FORMAT-DATE THRU 4800-EXIT.
139700     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
139800     IF WS-RANGE-TO = 99999999
139900         GO TO 7300-EXIT
140000     END-IF.
140100     MOVE 'THROUGH' TO WS-CSV-FIELD.
140200     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
140300 7300-TO-DATE.
140400     MOVE WS-RANGE-TO TO WS-FMT-DATE-IN-N.
140500     PERFORM 4800-FORMAT-DATE THRU 4800-EXIT.
140600     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
140700 7300-EXIT.
140800     EXIT.

140900*----------------------------------------------------------------*
141000* 7400-ADD-GRADE-RANGE - THE GRADE RANGE IN WORDS, AN OPEN END   *
141100*                        LEFT UNSAID.                            *
141200*----------------------------------------------------------------*
141300 7400-ADD-GRADE-RANGE.
141400     IF WS-GRADE-LOW = SPACES
141500         MOVE 'AT OR BELOW' TO WS-CSV-FIELD
141600         PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT
141700         GO TO 7400-HIGH-GRADE
141800     END-IF.
141900     IF WS-GRADE-HIGH = SPACES
142000         MOVE 'AT OR ABOVE' TO WS-CSV-FIELD
142100     ELSE
142200         MOVE 'FROM' TO WS-CSV-FIELD
142300     END-IF.
142400     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
142500     MOVE WS-GRADE-LOW TO WS-CSV-FIELD.
142600     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
142700     IF WS-GRADE-HIGH = SPACES
142800         GO TO 7400-RANK-NOTE
142900     END-IF.
143000     MOVE 'THROUGH' TO WS-CSV-FIELD.
143100     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
143200 7400-HIGH-GRADE.
143300     MOVE WS-GRADE-HIGH TO WS-CSV-FIELD.
143400     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
143500 7400-RANK-NOTE.
143600     MOVE '- BY GRADMAST RANK, BLANK OR' TO WS-CSV-FIELD.
143700     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
143800     MOVE 'UNKNOWN GRADE EXCLUDED' TO WS-CSV-FIELD.
143900     PERFORM 7600-ADD-CRIT-WORD THRU 7600-EXIT.
144000 7400-EXIT.
144100     EXIT.

144200*----------------------------------------------------------------*
144300* 7500-PRINT-COUNTS - CARD AND RECORD COUNTS.  EACH EMPLOYEE NOT *
144400*                     SELECTED IS COUNTED UNDER THE FIRST        *
144500*                     CRITERION THEY FAILED, SO READ = SELECTED  *
144600*                     PLUS THE FIVE EXCLUDED LINES.  THE ROWS    *
144700*                     WRITTEN DO NOT INCLUDE THE HEADING ROW.    *
144800*----------------------------------------------------------------*
144900 7500-PRINT-COUNTS.
145000     MOVE 'CONTROL CARDS READ:' TO CNT-LABEL.
145100     MOVE WS-CARD-READ-COUNT TO CNT-VALUE.
145200     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
145300     MOVE 'CONTROL CARDS IN ERROR:' TO CNT-LABEL.
145400     MOVE WS-CARD-ERROR-COUNT TO CNT-VALUE.
145500     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
145600     MOVE 'MASTER RECORDS READ:' TO CNT-LABEL.
145700     MOVE WS-READ-COUNT TO CNT-VALUE.
145800     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
145900     MOVE '  EXCLUDED BY DEPARTMENT:' TO CNT-LABEL.
146000     MOVE WS-OUT-DEPT-COUNT TO CNT-VALUE.
146100     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
146200     MOVE '  EXCLUDED BY STATUS:' TO CNT-LABEL.
146300     MOVE WS-OUT-STATUS-COUNT TO CNT-VALUE.
146400     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
146500     MOVE '  EXCLUDED BY HIRE DATE:' TO CNT-LABEL.
146600     MOVE WS-OUT-HIRE-COUNT TO CNT-VALUE.
146700     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
146800     MOVE '  EXCLUDED BY TERM DATE:' TO CNT-LABEL.
146900     MOVE WS-OUT-TERM-COUNT TO CNT-VALUE.
147000     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
147100     MOVE '  EXCLUDED BY PAY GRADE:' TO CNT-LABEL.
147200     MOVE WS-OUT-GRADE-COUNT TO CNT-VALUE.
147300     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
147400     MOVE 'EMPLOYEES SELECTED:' TO CNT-LABEL.
147500     MOVE WS-SELECTED-COUNT TO CNT-VALUE.
147600     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
147700     MOVE 'EXTRACT ROWS WRITTEN:' TO CNT-LABEL.
147800     MOVE WS-WRITTEN-COUNT TO CNT-VALUE.
147900     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
148000     MOVE 'EXTRACT WRITES FAILED:' TO CNT-LABEL.
148100     MOVE WS-WRITEFAIL-COUNT TO CNT-VALUE.
148200     PERFORM 7700-WRITE-COUNT THRU 7700-EXIT.
148300 7500-EXIT.
148400     EXIT.

148500*----------------------------------------------------------------*
148600* 7600-ADD-CRIT-WORD - APPEND WS-CSV-FIELD, TRIMMED, TO THE      *
148700*                      CRITERIA LINE AFTER A SPACE, PRINTING THE *
148800*                      LINE FIRST WHEN THE WORD WILL NOT FIT.    *
148900*----------------------------------------------------------------*
149000 7600-ADD-CRIT-WORD.
149100     PERFORM 4600-FIND-FIELD-LENGTH THRU 4600-EXIT.
149200     IF WS-CSV-FLEN = ZERO
149300         GO TO 7600-EXIT
149400     END-IF.
149500     IF WS-CRIT-LEN + WS-CSV-FLEN + 1 > WS-CRIT-LIMIT
149600         PERFORM 7690-WRITE-CRIT-LINE THRU 7690-EXIT
149700     END-IF.
149800     IF WS-CRIT-LEN > ZERO
149900         ADD 1 TO WS-CRIT-LEN
150000     END-IF.
150100     MOVE WS-CSV-FIELD (1:WS-CSV-FLEN) TO
150200         WS-CRIT-TEXT (WS-CRIT-LEN + 1:WS-CSV-FLEN).
150300     ADD WS-CSV-FLEN TO WS-CRIT-LEN.
150400 7600-EXIT.
150500     EXIT.

150600*----------------------------------------------------------------*
150700* 7690-WRITE-CRIT-LINE - PRINT THE CRITERIA LINE BUILT SO FAR    *
150800*                        AND START A CONTINUATION LINE WITH NO   *
150900*                        LABEL.                                  *
151000*----------------------------------------------------------------*
151100 7690-WRITE-CRIT-LINE.
151200     MOVE WS-CRIT-TEXT TO CRL-TEXT.
151300     WRITE REPORT-LINE FROM CRITERIA-LINE
151400         AFTER ADVANCING 1 LINE.
151500     MOVE SPACES TO CRL-LABEL.
151600     MOVE SPACES TO WS-CRIT-TEXT.
151700     MOVE ZERO TO WS-CRIT-LEN.
151800 7690-EXIT.
151900     EXIT.

152000*----------------------------------------------------------------*
152100* 7700-WRITE-COUNT - ONE LABELLED COUNT LINE.                    *
152200*----------------------------------------------------------------*
152300 7700-WRITE-COUNT.
152400     WRITE REPORT-LINE FROM COUNT-LINE
152500         AFTER ADVANCING 1 LINE.
152600 7700-EXIT.
152700     EXIT.

152800*----------------------------------------------------------------*
152900* 8000-TERMINATE - PRINT THE SUMMARY, CLOSE THE FILES, AND SET   *
153000*                  THE RETURN CODE - RC=8 ABEND, HELD, OR AN     *
153100*                  EXTRACT WRITE FAILED; RC=4 THE CRITERIA       *
153200*                  SELECTED NOBODY (WORTH A SECOND LOOK AT THE   *
153300*                  CARDS BEFORE TELLING HR THERE IS NO ONE);     *
153400*                  RC=0 CLEAN.                                   *
153500*----------------------------------------------------------------*
153600 8000-TERMINATE.
153700     IF WS-ABEND-OCCURRED
153800         DISPLAY 'SEL010 - RUN TERMINATED, FILES NOT AVAILABLE'
153900         SET WS-RC-ABEND TO TRUE
154000         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
154100         GO TO 8000-EXIT
154200     END-IF.
154300     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
154400     IF WS-RUN-HELD
154500         DISPLAY 'SEL010 - RUN HELD - ' WS-HOLD-REASON
154600     END-IF.
154700     DISPLAY 'CONTROL CARDS READ    : ' WS-CARD-READ-COUNT.
154800     DISPLAY 'CONTROL CARDS IN ERR  : ' WS-CARD-ERROR-COUNT.
154900     DISPLAY 'MASTER RECORDS READ   : ' WS-READ-COUNT.
155000     DISPLAY 'EMPLOYEES SELECTED    : ' WS-SELECTED-COUNT.
155100     DISPLAY 'EXTRACT ROWS WRITTEN  : ' WS-WRITTEN-COUNT.
155200     DISPLAY 'EXTRACT WRITES FAILED : ' WS-WRITEFAIL-COUNT.
155300     CLOSE EMPLOYEE-MASTER.
155400     CLOSE DEPARTMENT-MASTER.
155500     CLOSE GRADE-MASTER.
155600     CLOSE SELECT-EXTRACT.
155700     CLOSE SELECT-REPORT.
155800     IF WS-RUN-HELD OR WS-WRITEFAIL-COUNT > 0
155900         SET WS-RC-ABEND TO TRUE
156000         GO TO 8000-EXIT
156100     END-IF.
156200     IF WS-SELECTED-COUNT = ZERO
156300         SET WS-RC-EXCEPTIONS TO TRUE
156400     ELSE
156500         SET WS-RC-CLEAN TO TRUE
156600     END-IF.
156700 8000-EXIT.
156800     EXIT.

156900*----------------------------------------------------------------*
157000* 8100-CLOSE-OPENED-FILES - 1000-INITIALIZE BAILED OUT PARTWAY   *
157100*                           THROUGH OPENING ITS FILES.  CLOSE    *
157200*                           ONLY THE ONES THAT ACTUALLY OPENED.  *
157300*----------------------------------------------------------------*
157400 8100-CLOSE-OPENED-FILES.
157500     IF WS-EMPMAST-OK
157600         CLOSE EMPLOYEE-MASTER
157700     END-IF.
157800     IF WS-DEPTMAST-OK
157900         CLOSE DEPARTMENT-MASTER
158000     END-IF.
158100     IF WS-GRADMAST-OK
158200         CLOSE GRADE-MASTER
158300     END-IF.
158400     IF WS-SELOUT-OK
158500         CLOSE SELECT-EXTRACT
158600     END-IF.
158700     IF WS-RPTOUT-OK
158800         CLOSE SELECT-REPORT
158900     END-IF.
159000 8100-EXIT.
159100     EXIT.
