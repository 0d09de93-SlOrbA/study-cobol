000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUD010.
000300 AUTHOR. R. TANAKA.
000400 INSTALLATION. CORPORATE DATA CENTER.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE     INIT  DESCRIPTION
001100* 10/15/26 RLT   INITIAL VERSION - MONTHLY HEADCOUNT BUDGET
001200*                VARIANCE BY DEPARTMENT.  EVERY DEPARTMENT ON
001300*                DEPTMAST SHOWS FINANCE'S APPROVED HEADCOUNT
001400*                AND ITS EFFECTIVE DATE AGAINST TODAY'S ACTIVE
001500*                AND ON-LEAVE STAFF, THE VARIANCE, AND THE OPEN
001600*                POSITIONS, WITH A COMPANY TOTAL.  DEPARTMENTS
001700*                OVER BUDGET ARE FLAGGED ON THEIR LINE AND
001800*                LISTED AGAIN, WITH THE MANAGER, AFTER THE
001900*                TOTAL FOR THE MANAGERS' BUDGET REVIEW.
002000*================================================================

002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     C01 IS TOP-OF-PAGE.

002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS EMP-ID
003100         FILE STATUS IS WS-EMPMAST-STATUS.

003200     SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS DEPT-CODE
003600         FILE STATUS IS WS-DEPTMAST-STATUS.

003700     SELECT BUDGET-REPORT ASSIGN TO RPTOUT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RPTOUT-STATUS.

004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  EMPLOYEE-MASTER
004300     LABEL RECORDS ARE STANDARD.
004400     COPY EMPREC.

004500 FD  DEPARTMENT-MASTER
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DPTREC.

004800 FD  BUDGET-REPORT
004900     LABEL RECORDS ARE STANDARD
005000     RECORD CONTAINS 132 CHARACTERS.
005100 01  REPORT-LINE                 PIC X(132).

005200 WORKING-STORAGE SECTION.
005300 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
005400     88  WS-EMPMAST-OK                      VALUE '00'.
005500 77  WS-DEPTMAST-STATUS          PIC X(02)  VALUE SPACES.
005600     88  WS-DEPTMAST-OK                     VALUE '00'.
005700 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
005800     88  WS-RPTOUT-OK                       VALUE '00'.

005900 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
006000     88  WS-EOF-MASTER                      VALUE 'Y'.
006100 77  WS-DEPT-EOF-SW              PIC X(01)  VALUE 'N'.
006200     88  WS-EOF-DEPARTMENT                  VALUE 'Y'.

006300 77  WS-ABEND-SW                 PIC X(01)  VALUE 'N'.
006400     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

006500 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
006600     88  WS-RC-CLEAN                        VALUE 0.
006700     88  WS-RC-EXCEPTIONS                   VALUE 4.
006800     88  WS-RC-ABEND                        VALUE 8.

006900 77  WS-PAGE-NBR                 PIC 9(03)  VALUE ZERO COMP.
007000 77  WS-LINE-CTR                 PIC 9(02)  VALUE ZERO COMP.
007100 77  WS-LINES-PER-PAGE           PIC 9(02)  VALUE 20 COMP.

007200*----------------------------------------------------------------*
007300* WHICH PART OF THE REPORT IS PRINTING - THE HEADINGS REPEATED   *
007400* AT A PAGE BREAK FOLLOW IT.                                     *
007500*----------------------------------------------------------------*
007600 77  WS-SECTION-SW               PIC X(01)  VALUE 'D'.
007700     88  WS-PRINTING-DEPTS                  VALUE 'D'.
007800     88  WS-PRINTING-OVER                   VALUE 'O'.

007900 01  WS-MASTER-READ-COUNT        PIC 9(07)  VALUE ZERO COMP.
008000 01  WS-DEPT-READ-COUNT          PIC 9(07)  VALUE ZERO COMP.
008100 01  WS-IN-FORCE-COUNT           PIC 9(07)  VALUE ZERO COMP.
008200 01  WS-FUTURE-COUNT             PIC 9(07)  VALUE ZERO COMP.
008300 01  WS-NO-BUDGET-COUNT          PIC 9(07)  VALUE ZERO COMP.
008400 01  WS-OVER-COUNT               PIC 9(07)  VALUE ZERO COMP.
008500 01  WS-OPENINGS-COUNT           PIC 9(07)  VALUE ZERO COMP.
008600 01  WS-NOT-ON-FILE-STAFF        PIC 9(07)  VALUE ZERO COMP.

008700*----------------------------------------------------------------*
008800* DEPARTMENT TABLE, KEPT IN CODE ORDER AS ENTRIES ARE ADDED -    *
008900* EVERY DEPTMAST RECORD FIRST, SO A DEPARTMENT WITH NOBODY IN IT *
009000* STILL PRINTS, THEN ANY CODE FOUND ONLY ON AN EMPLOYEE.  ENTRY  *
009100* 100 IS HELD BACK FOR ANY DEPARTMENTS BEYOND THE FIRST 99 SO    *
009200* THE COMPANY TOTAL STILL FOOTS; IT PRINTS AS '****' WITH NO     *
009300* BUDGET.  THE BUDGET IS IN FORCE WHEN DEPTMAST CARRIES A        *
009400* NUMERIC COUNT AND AN EFFECTIVE DATE ON OR BEFORE TODAY; ONE    *
009500* DATED LATER IS NOT YET IN EFFECT AND IS SHOWN WITHOUT A        *
009600* VARIANCE.  HEADCOUNT IS ACTIVE PLUS ON LEAVE, AS ON RPT010.    *
009700*----------------------------------------------------------------*
009800 77  WS-DT-MAX                   PIC 9(03)  VALUE 99 COMP.
009900 77  WS-DT-OTHER                 PIC 9(03)  VALUE 100 COMP.
010000 01  WS-DT-COUNT                 PIC 9(03)  VALUE ZERO COMP.
010100 01  WS-DT-SUB                   PIC 9(03)  VALUE ZERO COMP.
010200 01  WS-DT-FOUND                 PIC 9(03)  VALUE ZERO COMP.
010300 01  WS-DT-INSERT                PIC 9(03)  VALUE ZERO COMP.
010400 01  WS-DT-SEARCH-DEPT           PIC X(04)  VALUE SPACES.
010500 77  WS-DT-OVERFLOW-SW           PIC X(01)  VALUE 'N'.
010600     88  WS-DT-OVERFLOWED                   VALUE 'Y'.
010700 01  WS-DT-TABLE.
010800     05  WS-DT-ENTRY OCCURS 100 TIMES.
010900         10  WS-DT-DEPT          PIC X(04).
011000         10  WS-DT-NAME          PIC X(30).
011100         10  WS-DT-MANAGER       PIC X(30).
011200         10  WS-DT-ON-FILE-SW    PIC X(01).
011300             88  WS-DT-ON-FILE              VALUE 'Y'.
011400         10  WS-DT-INACTIVE-SW   PIC X(01).
011500             88  WS-DT-INACTIVE             VALUE 'Y'.
011600         10  WS-DT-BUDGET-SW     PIC X(01).
011700             88  WS-DT-BUDGET-NONE          VALUE SPACE.
011800             88  WS-DT-BUDGET-IN-FORCE      VALUE 'Y'.
011900             88  WS-DT-BUDGET-FUTURE        VALUE 'F'.
012000         10  WS-DT-APPROVED      PIC 9(05).
012100         10  WS-DT-EFF-DATE      PIC 9(08).
012200         10  WS-DT-ACTIVE        PIC S9(07) COMP.
012300         10  WS-DT-LEAVE         PIC S9(07) COMP.

012400*----------------------------------------------------------------*
012500* ONE LINE'S FIGURES, AND THE COMPANY TOTALS.  THE COMPANY       *
012600* APPROVED, VARIANCE, AND OPEN POSITIONS COVER ONLY THE          *
012700* DEPARTMENTS WITH A BUDGET IN FORCE; ITS ACTIVE, ON-LEAVE, AND  *
012800* TOTAL COVER EVERYONE.                                          *
012900*----------------------------------------------------------------*
013000 01  WS-TOTAL                    PIC S9(07) VALUE ZERO COMP.
013100 01  WS-VARIANCE                 PIC S9(07) VALUE ZERO COMP.
013200 01  WS-OPEN                     PIC S9(07) VALUE ZERO COMP.
013300 01  WS-COMPANY-FIGURES.
013400     05  WS-CO-APPROVED          PIC S9(07) VALUE ZERO COMP.
013500     05  WS-CO-ACTIVE            PIC S9(07) VALUE ZERO COMP.
013600     05  WS-CO-LEAVE             PIC S9(07) VALUE ZERO COMP.
013700     05  WS-CO-TOTAL             PIC S9(07) VALUE ZERO COMP.
013800     05  WS-CO-VARIANCE          PIC S9(07) VALUE ZERO COMP.
013900     05  WS-CO-OPEN              PIC S9(07) VALUE ZERO COMP.

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

015000 01  WS-EDIT-DATE.
015100     05  WS-EDIT-YEAR            PIC 9(04).
015200     05  WS-EDIT-MM              PIC 9(02).
015300     05  WS-EDIT-DD              PIC 9(02).
015400 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
015500                                 PIC 9(08).

015600*----------------------------------------------------------------*
015700* A CCYYMMDD DATE LAID OUT MM/DD/CCYY FOR THE DETAIL LINE.       *
015800*----------------------------------------------------------------*
015900 01  WS-DATE-FMT.
016000     05  WS-DATE-FMT-MM          PIC 99.
016100     05  FILLER                  PIC X(01)  VALUE '/'.
016200     05  WS-DATE-FMT-DD          PIC 99.
016300     05  FILLER                  PIC X(01)  VALUE '/'.
016400     05  WS-DATE-FMT-YEAR        PIC 9999.

016500 01  HDG-LINE-1.
016600     05  FILLER                  PIC X(42)  VALUE SPACES.
016700     05  FILLER                  PIC X(36)
016800             VALUE 'HEADCOUNT BUDGET VARIANCE BY DEPT'.
016900     05  FILLER                  PIC X(46)  VALUE SPACES.
017000     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
017100     05  HDG-PAGE-NBR            PIC ZZ9.

017200 01  HDG-LINE-2.
017300     05  FILLER                  PIC X(05)  VALUE 'DATE:'.
017400     05  HDG-MM                  PIC 99.
017500     05  FILLER                  PIC X(01)  VALUE '/'.
017600     05  HDG-DD                  PIC 99.
017700     05  FILLER                  PIC X(01)  VALUE '/'.
017800     05  HDG-YY                  PIC 99.
017900     05  FILLER                  PIC X(50)
018000         VALUE '   ACTUAL IS ACTIVE PLUS ON LEAVE AS OF THE RUN'.
018100     05  FILLER                  PIC X(69)  VALUE SPACES.

018200 01  HDG-LINE-3.
018300     05  FILLER                  PIC X(06)  VALUE 'DEPT'.
018400     05  FILLER                  PIC X(32)
018500                 VALUE 'DEPARTMENT NAME'.
018600     05  FILLER                  PIC X(10)  VALUE 'APPROVED'.
018700     05  FILLER                  PIC X(12)  VALUE 'EFFECTIVE'.
018800     05  FILLER                  PIC X(10)  VALUE 'ACTIVE'.
018900     05  FILLER                  PIC X(10)  VALUE 'ON LEAVE'.
019000     05  FILLER                  PIC X(10)  VALUE 'TOTAL'.
019100     05  FILLER                  PIC X(10)  VALUE 'VARIANCE'.
019200     05  FILLER                  PIC X(10)  VALUE 'OPEN'.
019300     05  FILLER                  PIC X(22)  VALUE 'STATUS'.

019400 01  DETAIL-LINE.
019500     05  DET-DEPT                PIC X(04).
019600     05  FILLER                  PIC X(02)  VALUE SPACES.
019700     05  DET-NAME                PIC X(30).
019800     05  FILLER                  PIC X(02)  VALUE SPACES.
019900     05  DET-APPROVED            PIC ZZZZZZ9.
020000     05  DET-APPROVED-X REDEFINES DET-APPROVED
020100                                 PIC X(07).
020200     05  FILLER                  PIC X(03)  VALUE SPACES.
020300     05  DET-EFF-DATE            PIC X(10).
020400     05  FILLER                  PIC X(02)  VALUE SPACES.
020500     05  DET-ACTIVE              PIC ZZZZZZ9.
020600     05  FILLER                  PIC X(03)  VALUE SPACES.
020700     05  DET-LEAVE               PIC ZZZZZZ9.
020800     05  FILLER                  PIC X(03)  VALUE SPACES.
020900     05  DET-TOTAL               PIC ZZZZZZ9.
021000     05  FILLER                  PIC X(03)  VALUE SPACES.
021100     05  DET-VARIANCE            PIC -ZZZZZ9.
021200     05  DET-VARIANCE-X REDEFINES DET-VARIANCE
021300                                 PIC X(07).
021400     05  FILLER                  PIC X(03)  VALUE SPACES.
021500     05  DET-OPEN                PIC ZZZZZZ9.
021600     05  DET-OPEN-X REDEFINES DET-OPEN
021700                                 PIC X(07).
021800     05  FILLER                  PIC X(03)  VALUE SPACES.
021900     05  DET-STATUS              PIC X(20).
022000     05  FILLER                  PIC X(02)  VALUE SPACES.

022100 01  OVER-HDG-LINE-1.
022200     05  FILLER                  PIC X(40)
022300             VALUE 'DEPARTMENTS OVER APPROVED HEADCOUNT'.
022400     05  FILLER                  PIC X(92)  VALUE SPACES.

022500 01  OVER-HDG-LINE-2.
022600     05  FILLER                  PIC X(06)  VALUE 'DEPT'.
022700     05  FILLER                  PIC X(32)
022800                 VALUE 'DEPARTMENT NAME'.
022900     05  FILLER                  PIC X(32)  VALUE 'MANAGER'.
023000     05  FILLER                  PIC X(10)  VALUE 'APPROVED'.
023100     05  FILLER                  PIC X(10)  VALUE 'ACTUAL'.
023200     05  FILLER                  PIC X(42)  VALUE 'OVER BY'.

023300 01  OVER-LINE.
023400     05  OVR-DEPT                PIC X(04).
023500     05  FILLER                  PIC X(02)  VALUE SPACES.
023600     05  OVR-NAME                PIC X(30).
023700     05  FILLER                  PIC X(02)  VALUE SPACES.
023800     05  OVR-MANAGER             PIC X(30).
023900     05  FILLER                  PIC X(02)  VALUE SPACES.
024000     05  OVR-APPROVED            PIC ZZZZZZ9.
024100     05  FILLER                  PIC X(03)  VALUE SPACES.
024200     05  OVR-TOTAL               PIC ZZZZZZ9.
024300     05  FILLER                  PIC X(03)  VALUE SPACES.
024400     05  OVR-OVER-BY             PIC ZZZZZZ9.
024500     05  FILLER                  PIC X(35)  VALUE SPACES.

024600 01  OVER-NONE-LINE.
024700     05  FILLER                  PIC X(50)
024800             VALUE 'NO DEPARTMENT IS OVER ITS APPROVED HEADCOUNT'.
024900     05  FILLER                  PIC X(82)  VALUE SPACES.

025000 01  FOOTING-LINE-1.
025100     05  FILLER                  PIC X(28)
025200                     VALUE 'MASTER RECORDS READ:'.
025300     05  FTG-MASTER-READ         PIC ZZZZZZ9.
025400     05  FILLER                  PIC X(97)  VALUE SPACES.

025500 01  FOOTING-LINE-2.
025600     05  FILLER                  PIC X(28)
025700                     VALUE 'DEPARTMENT RECORDS READ:'.
025800     05  FTG-DEPT-READ           PIC ZZZZZZ9.
025900     05  FILLER                  PIC X(97)  VALUE SPACES.

026000 01  FOOTING-LINE-3.
026100     05  FILLER                  PIC X(28)
026200                     VALUE 'BUDGETS IN FORCE:'.
026300     05  FTG-IN-FORCE            PIC ZZZZZZ9.
026400     05  FILLER                  PIC X(97)  VALUE SPACES.

026500 01  FOOTING-LINE-4.
026600     05  FILLER                  PIC X(28)
026700                     VALUE 'BUDGETS NOT YET IN EFFECT:'.
026800     05  FTG-FUTURE              PIC ZZZZZZ9.
026900     05  FILLER                  PIC X(97)  VALUE SPACES.

027000 01  FOOTING-LINE-5.
027100     05  FILLER                  PIC X(28)
027200                     VALUE 'DEPARTMENTS WITH NO BUDGET:'.
027300     05  FTG-NO-BUDGET           PIC ZZZZZZ9.
027400     05  FILLER                  PIC X(97)  VALUE SPACES.

027500 01  FOOTING-LINE-6.
027600     05  FILLER                  PIC X(28)
027700                     VALUE 'DEPARTMENTS OVER BUDGET:'.
027800     05  FTG-OVER                PIC ZZZZZZ9.
027900     05  FILLER                  PIC X(97)  VALUE SPACES.

028000 01  FOOTING-LINE-7.
028100     05  FILLER                  PIC X(28)
028200                     VALUE 'DEPARTMENTS WITH OPENINGS:'.
028300     05  FTG-OPENINGS            PIC ZZZZZZ9.
028400     05  FILLER                  PIC X(97)  VALUE SPACES.

028500 01  FOOTING-LINE-8.
028600     05  FILLER                  PIC X(28)
028700                     VALUE 'STAFF IN DEPTS NOT ON FILE:'.
028800     05  FTG-NOT-ON-FILE         PIC ZZZZZZ9.
028900     05  FILLER                  PIC X(97)  VALUE SPACES.

029000*----------------------------------------------------------------*
029100* 0000-MAIN-PROCESS - MAINLINE.  EVERY DEPARTMENT AND ITS BUDGET *
029200*                     FROM DEPTMAST, TODAY'S HEADCOUNT FROM THE  *
029300*                     MASTER, THEN THE REPORT.                   *
029400*----------------------------------------------------------------*
029500 PROCEDURE DIVISION.
029600 0000-MAIN-PROCESS.
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029800     IF NOT WS-ABEND-OCCURRED
029900         PERFORM 2000-READ-DEPARTMENT THRU 2000-EXIT
030000         PERFORM 2100-LOAD-DEPARTMENT THRU 2100-EXIT
030100             UNTIL WS-EOF-DEPARTMENT
030200         PERFORM 3000-READ-MASTER THRU 3000-EXIT
030300         PERFORM 3100-COUNT-EMPLOYEE THRU 3100-EXIT
030400             UNTIL WS-EOF-MASTER
030500         PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
030600         PERFORM 6500-PRINT-OVER-BUDGET THRU 6500-EXIT
030700     END-IF.
030800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
030900     MOVE WS-RETURN-CODE TO RETURN-CODE.
031000     STOP RUN.

031100*----------------------------------------------------------------*
031200* 1000-INITIALIZE - OPEN THE FILES AND SET TODAY AS CCYYMMDD FOR *
031300*                   THE EFFECTIVE-DATE TEST.                     *
031400*----------------------------------------------------------------*
031500 1000-INITIALIZE.
031600     ACCEPT WS-CURRENT-DATE FROM DATE.
031700     ACCEPT WS-RUN-DATE FROM DATE.
031800     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
031900     OPEN INPUT EMPLOYEE-MASTER.
032000     IF NOT WS-EMPMAST-OK
032100         DISPLAY 'BUD010 - CANNOT OPEN EMPLOYEE-MASTER, STATUS = '
032200             WS-EMPMAST-STATUS
032300         SET WS-ABEND-OCCURRED TO TRUE
032400         GO TO 1000-EXIT
032500     END-IF.
032600     OPEN INPUT DEPARTMENT-MASTER.
032700     IF NOT WS-DEPTMAST-OK
032800         DISPLAY 'BUD010 - CANNOT OPEN DEPARTMENT-MASTER, '
032900             'STATUS = ' WS-DEPTMAST-STATUS
033000         SET WS-ABEND-OCCURRED TO TRUE
033100         GO TO 1000-EXIT
033200     END-IF.
033300     OPEN OUTPUT BUDGET-REPORT.
033400     IF NOT WS-RPTOUT-OK
033500         DISPLAY 'BUD010 - CANNOT OPEN BUDGET-REPORT, '
033600             'STATUS = ' WS-RPTOUT-STATUS
033700         SET WS-ABEND-OCCURRED TO TRUE
033800         GO TO 1000-EXIT
033900     END-IF.
034000 1000-EXIT.
034100     EXIT.

034200*----------------------------------------------------------------*
034300* 2000-READ-DEPARTMENT - READ THE NEXT DEPARTMENT-MASTER RECORD. *
034400*----------------------------------------------------------------*
034500 2000-READ-DEPARTMENT.
034600     READ DEPARTMENT-MASTER NEXT RECORD
034700         AT END
034800             SET WS-EOF-DEPARTMENT TO TRUE
034900         NOT AT END
035000             ADD 1 TO WS-DEPT-READ-COUNT
035100     END-READ.
035200 2000-EXIT.
035300     EXIT.

035400*----------------------------------------------------------------*
035500* 2100-LOAD-DEPARTMENT - ENTER ONE DEPARTMENT WITH ITS NAME,     *
035600*                        MANAGER, AND BUDGET.  A COUNT OR DATE   *
035700*                        THAT IS NOT NUMERIC (A RECORD LOADED    *
035800*                        BEFORE THE FIELDS EXISTED) OR A ZERO    *
035900*                        DATE IS NO BUDGET.                      *
036000*----------------------------------------------------------------*
036100 2100-LOAD-DEPARTMENT.
036200     MOVE DEPT-CODE TO WS-DT-SEARCH-DEPT.
036300     PERFORM 7000-FIND-DEPT THRU 7000-EXIT.
036400     IF WS-DT-FOUND = WS-DT-OTHER
036500         GO TO 2100-READ-NEXT
036600     END-IF.
036700     MOVE DEPT-NAME TO WS-DT-NAME (WS-DT-FOUND).
036800     MOVE DEPT-MANAGER TO WS-DT-MANAGER (WS-DT-FOUND).
036900     SET WS-DT-ON-FILE (WS-DT-FOUND) TO TRUE.
037000     IF DEPT-IS-INACTIVE
037100         SET WS-DT-INACTIVE (WS-DT-FOUND) TO TRUE
037200     END-IF.
037300     IF DEPT-APPROVED-HC IS NOT NUMERIC
037400        OR DEPT-HC-EFF-DATE IS NOT NUMERIC
037500         ADD 1 TO WS-NO-BUDGET-COUNT
037600         GO TO 2100-READ-NEXT
037700     END-IF.
037800     IF DEPT-HC-EFF-DATE = ZERO
037900         ADD 1 TO WS-NO-BUDGET-COUNT
038000         GO TO 2100-READ-NEXT
038100     END-IF.
038200     MOVE DEPT-APPROVED-HC TO WS-DT-APPROVED (WS-DT-FOUND).
038300     MOVE DEPT-HC-EFF-DATE TO WS-DT-EFF-DATE (WS-DT-FOUND).
038400     IF DEPT-HC-EFF-DATE > WS-TODAY-DATE-N
038500         SET WS-DT-BUDGET-FUTURE (WS-DT-FOUND) TO TRUE
038600         ADD 1 TO WS-FUTURE-COUNT
038700     ELSE
038800         SET WS-DT-BUDGET-IN-FORCE (WS-DT-FOUND) TO TRUE
038900         ADD 1 TO WS-IN-FORCE-COUNT
039000     END-IF.
039100 2100-READ-NEXT.
039200     PERFORM 2000-READ-DEPARTMENT THRU 2000-EXIT.
039300 2100-EXIT.
039400     EXIT.

039500*----------------------------------------------------------------*
039600* 3000-READ-MASTER - READ THE NEXT EMPLOYEE-MASTER RECORD.       *
039700*----------------------------------------------------------------*
039800 3000-READ-MASTER.
039900     READ EMPLOYEE-MASTER NEXT RECORD
040000         AT END
040100             SET WS-EOF-MASTER TO TRUE
040200         NOT AT END
040300             ADD 1 TO WS-MASTER-READ-COUNT
040400     END-READ.
040500 3000-EXIT.
040600     EXIT.

040700*----------------------------------------------------------------*
040800* 3100-COUNT-EMPLOYEE - ONE MORE ACTIVE OR ON LEAVE IN THE       *
040900*                       EMPLOYEE'S DEPARTMENT.  TERMINATED       *
041000*                       RECORDS DO NOT COUNT.  A CODE NOT ON     *
041100*                       DEPTMAST GETS ITS OWN LINE SO THE STAFF  *
041200*                       IN IT ARE NOT LOST FROM THE TOTAL.       *
041300*----------------------------------------------------------------*
041400 3100-COUNT-EMPLOYEE.
041500     IF NOT EMP-STAT-ACTIVE AND NOT EMP-STAT-LEAVE
041600         GO TO 3100-READ-NEXT
041700     END-IF.
041800     MOVE EMP-DEPT TO WS-DT-SEARCH-DEPT.
041900     PERFORM 7000-FIND-DEPT THRU 7000-EXIT.
042000     IF EMP-STAT-ACTIVE
042100         ADD 1 TO WS-DT-ACTIVE (WS-DT-FOUND)
042200     ELSE
042300         ADD 1 TO WS-DT-LEAVE (WS-DT-FOUND)
042400     END-IF.
042500     IF NOT WS-DT-ON-FILE (WS-DT-FOUND)
042600         ADD 1 TO WS-NOT-ON-FILE-STAFF
042700     END-IF.
042800 3100-READ-NEXT.
042900     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
043000 3100-EXIT.
043100     EXIT.

043200*----------------------------------------------------------------*
043300* 6000-PRINT-REPORT - ONE LINE PER DEPARTMENT IN CODE ORDER,     *
043400*                     THEN THE COMPANY TOTAL.                    *
043500*----------------------------------------------------------------*
043600 6000-PRINT-REPORT.
043700     PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT.
043800     PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
043900         VARYING WS-DT-SUB FROM 1 BY 1
044000         UNTIL WS-DT-SUB > WS-DT-COUNT.
044100     IF WS-DT-OVERFLOWED
044200         MOVE WS-DT-OTHER TO WS-DT-SUB
044300         PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
044400     END-IF.
044500     MOVE SPACES TO DET-DEPT.
044600     MOVE 'COMPANY TOTAL' TO DET-NAME.
044700     MOVE WS-CO-APPROVED TO DET-APPROVED.
044800     MOVE SPACES TO DET-EFF-DATE.
044900     MOVE WS-CO-ACTIVE TO DET-ACTIVE.
045000     MOVE WS-CO-LEAVE TO DET-LEAVE.
045100     MOVE WS-CO-TOTAL TO DET-TOTAL.
045200     MOVE WS-CO-VARIANCE TO DET-VARIANCE.
045300     MOVE WS-CO-OPEN TO DET-OPEN.
045400     MOVE SPACES TO DET-STATUS.
045500     WRITE REPORT-LINE FROM DETAIL-LINE
045600         AFTER ADVANCING 2 LINES.
045700     ADD 2 TO WS-LINE-CTR.
045800 6000-EXIT.
045900     EXIT.

046000*----------------------------------------------------------------*
046100* 6100-PRINT-ONE-DEPT - ONE DEPARTMENT'S LINE.  WITH A BUDGET IN *
046200*                       FORCE THE VARIANCE IS ACTUAL LESS        *
046300*                       APPROVED AND A SHORTFALL IS OPEN         *
046400*                       POSITIONS - EXCEPT IN AN INACTIVE        *
046500*                       DEPARTMENT, WHICH IS NOT HIRING.  A      *
046600*                       BUDGET NOT YET IN EFFECT SHOWS ITS COUNT *
046700*                       AND DATE ONLY.                           *
046800*----------------------------------------------------------------*
046900 6100-PRINT-ONE-DEPT.
047000     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
047100         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
047200     END-IF.
047300     MOVE WS-DT-DEPT (WS-DT-SUB) TO DET-DEPT.
047400     IF WS-DT-SUB = WS-DT-OTHER
047500         MOVE 'ALL OTHER DEPARTMENTS' TO DET-NAME
047600     ELSE
047700         IF WS-DT-ON-FILE (WS-DT-SUB)
047800             MOVE WS-DT-NAME (WS-DT-SUB) TO DET-NAME
047900         ELSE
048000             MOVE '** NOT ON DEPTMAST **' TO DET-NAME
048100         END-IF
048200     END-IF.
048300     COMPUTE WS-TOTAL = WS-DT-ACTIVE (WS-DT-SUB)
048400         + WS-DT-LEAVE (WS-DT-SUB).
048500     MOVE WS-DT-ACTIVE (WS-DT-SUB) TO DET-ACTIVE.
048600     MOVE WS-DT-LEAVE (WS-DT-SUB) TO DET-LEAVE.
048700     MOVE WS-TOTAL TO DET-TOTAL.
048800     ADD WS-DT-ACTIVE (WS-DT-SUB) TO WS-CO-ACTIVE.
048900     ADD WS-DT-LEAVE (WS-DT-SUB) TO WS-CO-LEAVE.
049000     ADD WS-TOTAL TO WS-CO-TOTAL.
049100     MOVE SPACES TO DET-APPROVED-X.
049200     MOVE SPACES TO DET-EFF-DATE.
049300     MOVE SPACES TO DET-VARIANCE-X.
049400     MOVE SPACES TO DET-OPEN-X.
049500     IF WS-DT-BUDGET-NONE (WS-DT-SUB)
049600         IF NOT WS-DT-ON-FILE (WS-DT-SUB)
049700            AND WS-DT-SUB NOT = WS-DT-OTHER
049800             MOVE 'NOT ON DEPT MASTER' TO DET-STATUS
049900         ELSE
050000             IF WS-DT-INACTIVE (WS-DT-SUB)
050100                 MOVE 'INACTIVE' TO DET-STATUS
050200             ELSE
050300                 MOVE 'NO BUDGET SET' TO DET-STATUS
050400             END-IF
050500         END-IF
050600         GO TO 6100-WRITE
050700     END-IF.
050800     MOVE WS-DT-APPROVED (WS-DT-SUB) TO DET-APPROVED.
050900     MOVE WS-DT-EFF-DATE (WS-DT-SUB) TO WS-EDIT-DATE-N.
051000     MOVE WS-EDIT-MM TO WS-DATE-FMT-MM.
051100     MOVE WS-EDIT-DD TO WS-DATE-FMT-DD.
051200     MOVE WS-EDIT-YEAR TO WS-DATE-FMT-YEAR.
051300     MOVE WS-DATE-FMT TO DET-EFF-DATE.
051400     IF WS-DT-BUDGET-FUTURE (WS-DT-SUB)
051500         MOVE 'NOT YET IN EFFECT' TO DET-STATUS
051600         GO TO 6100-WRITE
051700     END-IF.
051800     ADD WS-DT-APPROVED (WS-DT-SUB) TO WS-CO-APPROVED.
051900     COMPUTE WS-VARIANCE = WS-TOTAL - WS-DT-APPROVED (WS-DT-SUB).
052000     ADD WS-VARIANCE TO WS-CO-VARIANCE.
052100     MOVE WS-VARIANCE TO DET-VARIANCE.
052200     IF WS-VARIANCE > ZERO
052300         MOVE '*** OVER BUDGET ***' TO DET-STATUS
052400         ADD 1 TO WS-OVER-COUNT
052500         GO TO 6100-WRITE
052600     END-IF.
052700     IF WS-DT-INACTIVE (WS-DT-SUB)
052800         MOVE 'INACTIVE' TO DET-STATUS
052900         GO TO 6100-WRITE
053000     END-IF.
053100     COMPUTE WS-OPEN = ZERO - WS-VARIANCE.
053200     MOVE WS-OPEN TO DET-OPEN.
053300     ADD WS-OPEN TO WS-CO-OPEN.
053400     IF WS-OPEN > ZERO
053500         MOVE 'OPEN POSITIONS' TO DET-STATUS
053600         ADD 1 TO WS-OPENINGS-COUNT
053700     ELSE
053800         MOVE 'AT BUDGET' TO DET-STATUS
053900     END-IF.
054000 6100-WRITE.
054100     WRITE REPORT-LINE FROM DETAIL-LINE.
054200     ADD 1 TO WS-LINE-CTR.
054300 6100-EXIT.
054400     EXIT.

054500*----------------------------------------------------------------*
054600* 6500-PRINT-OVER-BUDGET - THE DEPARTMENTS OVER THEIR APPROVED   *
054700*                          HEADCOUNT, WITH THE MANAGER TO TALK   *
054800*                          TO, FOR THE BUDGET REVIEW.  EACH ONE  *
054900*                          IS ALSO DISPLAYED FOR THE OPERATOR.   *
055000*----------------------------------------------------------------*
055100 6500-PRINT-OVER-BUDGET.
055200     SET WS-PRINTING-OVER TO TRUE.
055300     IF WS-LINE-CTR + 5 > WS-LINES-PER-PAGE
055400         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
055500     ELSE
055600         WRITE REPORT-LINE FROM OVER-HDG-LINE-1
055700             AFTER ADVANCING 3 LINES
055800         WRITE REPORT-LINE FROM OVER-HDG-LINE-2
055900             AFTER ADVANCING 2 LINES
056000         ADD 5 TO WS-LINE-CTR
056100     END-IF.
056200     IF WS-OVER-COUNT = ZERO
056300         WRITE REPORT-LINE FROM OVER-NONE-LINE
056400         ADD 1 TO WS-LINE-CTR
056500         GO TO 6500-EXIT
056600     END-IF.
056700     PERFORM 6600-PRINT-ONE-OVER THRU 6600-EXIT
056800         VARYING WS-DT-SUB FROM 1 BY 1
056900         UNTIL WS-DT-SUB > WS-DT-COUNT.
057000 6500-EXIT.
057100     EXIT.

057200*----------------------------------------------------------------*
057300* 6600-PRINT-ONE-OVER - ONE DEPARTMENT, IF IT IS OVER BUDGET.    *
057400*----------------------------------------------------------------*
057500 6600-PRINT-ONE-OVER.
057600     IF NOT WS-DT-BUDGET-IN-FORCE (WS-DT-SUB)
057700         GO TO 6600-EXIT
057800     END-IF.
057900     COMPUTE WS-TOTAL = WS-DT-ACTIVE (WS-DT-SUB)
058000         + WS-DT-LEAVE (WS-DT-SUB).
058100     COMPUTE WS-VARIANCE = WS-TOTAL - WS-DT-APPROVED (WS-DT-SUB).
058200     IF WS-VARIANCE NOT > ZERO
058300         GO TO 6600-EXIT
058400     END-IF.
058500     IF WS-LINE-CTR NOT LESS THAN WS-LINES-PER-PAGE
058600         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
058700     END-IF.
058800     MOVE WS-DT-DEPT (WS-DT-SUB) TO OVR-DEPT.
058900     MOVE WS-DT-NAME (WS-DT-SUB) TO OVR-NAME.
059000     MOVE WS-DT-MANAGER (WS-DT-SUB) TO OVR-MANAGER.
059100     MOVE WS-DT-APPROVED (WS-DT-SUB) TO OVR-APPROVED.
059200     MOVE WS-TOTAL TO OVR-TOTAL.
059300     MOVE WS-VARIANCE TO OVR-OVER-BY.
059400     WRITE REPORT-LINE FROM OVER-LINE.
059500     ADD 1 TO WS-LINE-CTR.
059600     DISPLAY 'BUD010 - OVER BUDGET ' WS-DT-DEPT (WS-DT-SUB)
059700         ' APPROVED ' WS-DT-APPROVED (WS-DT-SUB)
059800         ' ACTUAL ' OVR-TOTAL.
059900 6600-EXIT.
060000     EXIT.

060100*----------------------------------------------------------------*
060200* 7000-FIND-DEPT - FIND WS-DT-SEARCH-DEPT ON THE TABLE, ADDING   *
060300*                  IT IN CODE ORDER WHEN NEW.  PAST 99           *
060400*                  DEPARTMENTS, NEW CODES SHARE THE LAST ENTRY.  *
060500*----------------------------------------------------------------*
060600 7000-FIND-DEPT.
060700     MOVE ZERO TO WS-DT-FOUND.
060800     MOVE ZERO TO WS-DT-INSERT.
060900     PERFORM 7100-CHECK-ONE-DEPT THRU 7100-EXIT
061000         VARYING WS-DT-SUB FROM 1 BY 1
061100         UNTIL WS-DT-SUB > WS-DT-COUNT OR WS-DT-FOUND > ZERO
061200            OR WS-DT-INSERT > ZERO.
061300     IF WS-DT-FOUND > ZERO
061400         GO TO 7000-EXIT
061500     END-IF.
061600     IF WS-DT-COUNT NOT LESS THAN WS-DT-MAX
061700         IF NOT WS-DT-OVERFLOWED
061800             SET WS-DT-OVERFLOWED TO TRUE
061900             INITIALIZE WS-DT-ENTRY (WS-DT-OTHER)
062000             MOVE '****' TO WS-DT-DEPT (WS-DT-OTHER)
062100             DISPLAY 'BUD010 - MORE THAN 99 DEPARTMENTS, THE '
062200                 'REST ARE TOTALED AS ****'
062300         END-IF
062400         MOVE WS-DT-OTHER TO WS-DT-FOUND
062500         GO TO 7000-EXIT
062600     END-IF.
062700     IF WS-DT-INSERT = ZERO
062800         COMPUTE WS-DT-INSERT = WS-DT-COUNT + 1
062900     ELSE
063000         PERFORM 7200-SHIFT-ONE-DEPT THRU 7200-EXIT
063100             VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
063200             UNTIL WS-DT-SUB < WS-DT-INSERT
063300     END-IF.
063400     ADD 1 TO WS-DT-COUNT.
063500     MOVE WS-DT-INSERT TO WS-DT-FOUND.
063600     INITIALIZE WS-DT-ENTRY (WS-DT-FOUND).
063700     MOVE WS-DT-SEARCH-DEPT TO WS-DT-DEPT (WS-DT-FOUND).
063800 7000-EXIT.
063900     EXIT.

064000*----------------------------------------------------------------*
064100* 7100-CHECK-ONE-DEPT - ENTRY WS-DT-SUB IS EITHER THE ONE, OR    *
064200*                       THE FIRST CODE PAST IT - WHERE A NEW     *
064300*                       ENTRY GOES.                              *
064400*----------------------------------------------------------------*
064500 7100-CHECK-ONE-DEPT.
064600     IF WS-DT-DEPT (WS-DT-SUB) = WS-DT-SEARCH-DEPT
064700         MOVE WS-DT-SUB TO WS-DT-FOUND
064800         GO TO 7100-EXIT
064900     END-IF.
065000     IF WS-DT-DEPT (WS-DT-SUB) > WS-DT-SEARCH-DEPT
065100         MOVE WS-DT-SUB TO WS-DT-INSERT
065200     END-IF.
065300 7100-EXIT.
065400     EXIT.

065500*----------------------------------------------------------------*
065600* 7200-SHIFT-ONE-DEPT - MOVE ENTRY WS-DT-SUB DOWN ONE SLOT TO    *
065700*                       OPEN A GAP AT WS-DT-INSERT.              *
065800*----------------------------------------------------------------*
065900 7200-SHIFT-ONE-DEPT.
066000     MOVE WS-DT-ENTRY (WS-DT-SUB) TO WS-DT-ENTRY (WS-DT-SUB + 1).
066100 7200-EXIT.
066200     EXIT.

066300*----------------------------------------------------------------*
066400* 7500-WRITE-HEADINGS - START A NEW PAGE, WITH THE COLUMN        *
066500*                       HEADINGS OF THE PART NOW PRINTING.       *
066600*----------------------------------------------------------------*
066700 7500-WRITE-HEADINGS.
066800     ADD 1 TO WS-PAGE-NBR.
066900     MOVE WS-PAGE-NBR TO HDG-PAGE-NBR.
067000     MOVE WS-CURRENT-MM TO HDG-MM.
067100     MOVE WS-CURRENT-DD TO HDG-DD.
067200     MOVE WS-CURRENT-YY TO HDG-YY.
067300     IF WS-PAGE-NBR > 1
067400         WRITE REPORT-LINE FROM HDG-LINE-1
067500             AFTER ADVANCING PAGE
067600     ELSE
067700         WRITE REPORT-LINE FROM HDG-LINE-1
067800             AFTER ADVANCING 0 LINES
067900     END-IF.
068000     WRITE REPORT-LINE FROM HDG-LINE-2
068100         AFTER ADVANCING 1 LINE.
068200     IF WS-PRINTING-OVER
068300         WRITE REPORT-LINE FROM OVER-HDG-LINE-1
068400             AFTER ADVANCING 2 LINES
068500         WRITE REPORT-LINE FROM OVER-HDG-LINE-2
068600             AFTER ADVANCING 2 LINES
068700     ELSE
068800         WRITE REPORT-LINE FROM HDG-LINE-3
068900             AFTER ADVANCING 2 LINES
069000     END-IF.
069100     MOVE ZERO TO WS-LINE-CTR.
069200 7500-EXIT.
069300     EXIT.

069400*----------------------------------------------------------------*
069500* 8000-TERMINATE - PRINT THE FOOTING TOTALS, CLOSE THE FILES,    *
069600*                  AND SET THE RETURN CODE - RC=8 A FILE WOULD   *
069700*                  NOT OPEN, RC=4 A DEPARTMENT IS OVER BUDGET,   *
069800*                  STAFF SIT IN A DEPARTMENT NOT ON DEPTMAST, OR *
069900*                  THE TABLE OVERFLOWED, RC=0 CLEAN.             *
070000*----------------------------------------------------------------*
070100 8000-TERMINATE.
070200     IF WS-ABEND-OCCURRED
070300         DISPLAY 'BUD010 - RUN TERMINATED, FILES NOT AVAILABLE'
070400         SET WS-RC-ABEND TO TRUE
070500         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
070600         GO TO 8000-EXIT
070700     END-IF.
070800     MOVE WS-MASTER-READ-COUNT TO FTG-MASTER-READ.
070900     WRITE REPORT-LINE FROM FOOTING-LINE-1
071000         AFTER ADVANCING 3 LINES.
071100     MOVE WS-DEPT-READ-COUNT TO FTG-DEPT-READ.
071200     WRITE REPORT-LINE FROM FOOTING-LINE-2
071300         AFTER ADVANCING 1 LINE.
071400     MOVE WS-IN-FORCE-COUNT TO FTG-IN-FORCE.
071500     WRITE REPORT-LINE FROM FOOTING-LINE-3
071600         AFTER ADVANCING 1 LINE.
071700     MOVE WS-FUTURE-COUNT TO FTG-FUTURE.
071800     WRITE REPORT-LINE FROM FOOTING-LINE-4
071900         AFTER ADVANCING 1 LINE.
072000     MOVE WS-NO-BUDGET-COUNT TO FTG-NO-BUDGET.
072100     WRITE REPORT-LINE FROM FOOTING-LINE-5
072200         AFTER ADVANCING 1 LINE.
072300     MOVE WS-OVER-COUNT TO FTG-OVER.
072400     WRITE REPORT-LINE FROM FOOTING-LINE-6
072500         AFTER ADVANCING 1 LINE.
072600     MOVE WS-OPENINGS-COUNT TO FTG-OPENINGS.
072700     WRITE REPORT-LINE FROM FOOTING-LINE-7
072800         AFTER ADVANCING 1 LINE.
072900     MOVE WS-NOT-ON-FILE-STAFF TO FTG-NOT-ON-FILE.
073000     WRITE REPORT-LINE FROM FOOTING-LINE-8
073100         AFTER ADVANCING 1 LINE.
073200     DISPLAY 'MASTER RECORDS READ   : ' WS-MASTER-READ-COUNT.
073300     DISPLAY 'DEPARTMENTS READ      : ' WS-DEPT-READ-COUNT.
073400     DISPLAY 'BUDGETS IN FORCE      : ' WS-IN-FORCE-COUNT.
073500     DISPLAY 'NOT YET IN EFFECT     : ' WS-FUTURE-COUNT.
073600     DISPLAY 'NO BUDGET SET         : ' WS-NO-BUDGET-COUNT.
073700     DISPLAY 'OVER BUDGET           : ' WS-OVER-COUNT.
073800     DISPLAY 'WITH OPEN POSITIONS   : ' WS-OPENINGS-COUNT.
073900     DISPLAY 'STAFF NOT ON DEPTMAST : ' WS-NOT-ON-FILE-STAFF.
074000     IF WS-OVER-COUNT > 0 OR WS-NOT-ON-FILE-STAFF > 0
074100        OR WS-DT-OVERFLOWED
074200         SET WS-RC-EXCEPTIONS TO TRUE
074300     END-IF.
074400     CLOSE EMPLOYEE-MASTER.
074500     CLOSE DEPARTMENT-MASTER.
074600     CLOSE BUDGET-REPORT.
074700 8000-EXIT.
074800     EXIT.

074900*----------------------------------------------------------------*
075000* 8100-CLOSE-OPENED-FILES - CLOSE ONLY THE FILES WHOSE OPEN      *
075100*                           ACTUALLY SUCCEEDED.                  *
075200*----------------------------------------------------------------*
075300 8100-CLOSE-OPENED-FILES.
075400     IF WS-EMPMAST-OK
075500         CLOSE EMPLOYEE-MASTER
075600     END-IF.
075700     IF WS-DEPTMAST-OK
075800         CLOSE DEPARTMENT-MASTER
075900     END-IF.
076000     IF WS-RPTOUT-OK
076100         CLOSE BUDGET-REPORT
076200     END-IF.
076300 8100-EXIT.
076400     EXIT.
