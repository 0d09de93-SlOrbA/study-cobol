001315*                INCLUDES THEM, WITH THE NEW TERMINATION DATE
001316*                COLUMN FILLED, WHEN THE RPTCTL CARD SHOWS 'Y'
001317*                IN COLUMN 1.  NO CARD MEANS EXCLUDE.
001318* 10/14/26 RLT   THE DETAIL LINE NOW PRINTS THE PAY GRADE'S
001319*                DESCRIPTION FROM THE NEW GRADMAST KSDS
001320*                (GRDREC.CPY) NEXT TO THE CODE.  A GRADE WITH NO
001321*                MASTER RECORD PRINTS A PLACEHOLDER.
001322*================================================================

001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
002792         ORGANIZATION IS SEQUENTIAL
002793         FILE STATUS IS WS-RPTCTL-STATUS.

002794     SELECT GRADE-MASTER ASSIGN TO GRADMAST
002795         ORGANIZATION IS INDEXED
002796         ACCESS MODE IS RANDOM
002797         RECORD KEY IS GRD-CODE
002798         FILE STATUS IS WS-GRADMAST-STATUS.

002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  EMPLOYEE-MASTER
003617     05  CTL-INCL-TERM           PIC X(01).
003618     05  FILLER                  PIC X(79).

003619 FD  GRADE-MASTER
003620     LABEL RECORDS ARE STANDARD.
003621*    PAY GRADE MASTER LAYOUT SHARED WITH HELLO AND GRDMNT -
003622*    SEE GRDREC.CPY.
003623     COPY GRDREC.

003625 SD  SORT-FILE.
003627 01  SORT-RECORD.
003630     05  SORT-DEPT               PIC X(04).
003640     05  SORT-NAME               PIC X(30).
003650     05  SORT-ID                 PIC 9(05).
004223     88  WS-DEPTMAST-NOTFND                 VALUE '23'.
004224 77  WS-RPTCTL-STATUS            PIC X(02)  VALUE SPACES.
004225     88  WS-RPTCTL-OK                       VALUE '00'.
004226 77  WS-GRADMAST-STATUS          PIC X(02)  VALUE SPACES.
004227     88  WS-GRADMAST-OK                     VALUE '00'.

004228 77  WS-INCL-TERM-SW             PIC X(01)  VALUE 'N'.
004229     88  WS-INCLUDE-TERMINATED              VALUE 'Y'.
004230 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.

004300 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.

004820 01  WS-CURR-DEPT                PIC X(04)  VALUE LOW-VALUES.
004821 01  WS-CURR-DEPT-NAME           PIC X(30)  VALUE SPACES.
004822 01  WS-LAST-GRADE               PIC X(02)  VALUE LOW-VALUES.
004823 01  WS-LAST-GRADE-DESC          PIC X(30)  VALUE SPACES.

004830*----------------------------------------------------------------*
004831* RECAP TABLE - ONE ENTRY PER DEPARTMENT SEEN ON THE FILE, IN   *
007000     05  FILLER                  PIC X(32)  VALUE 'EMPLOYEE NAME'.
007020     05  FILLER                  PIC X(12)  VALUE 'HIRE DATE'.
007030     05  FILLER                  PIC X(08)  VALUE 'STATUS'.
007040     05  FILLER                  PIC X(03)  VALUE 'GRD'.
007041     05  FILLER                  PIC X(32)
007042                     VALUE 'GRADE DESCRIPTION'.
007060     05  FILLER                  PIC X(12)  VALUE 'TERM DATE'.
007100     05  FILLER                  PIC X(23)  VALUE SPACES.

007200 01  DETAIL-LINE.
007300     05  DET-ID                  PIC ZZZZ9.
007591     05  DET-STATUS              PIC X(01).
007592     05  FILLER                  PIC X(07)  VALUE SPACES.
007593     05  DET-GRADE               PIC X(02).
007594     05  FILLER                  PIC X(01)  VALUE SPACES.
007595     05  DET-GRADE-DESC          PIC X(30).
007596     05  FILLER                  PIC X(02)  VALUE SPACES.
007598     05  DET-TERM-DATE           PIC X(10).
007600     05  FILLER                  PIC X(25)  VALUE SPACES.

007700 01  DEPT-TOTAL-LINE.
007800     05  FILLER                  PIC X(21)
011950         SET WS-ABEND-OCCURRED TO TRUE
011960         GO TO 1000-EXIT
011970     END-IF.
011971     OPEN INPUT GRADE-MASTER.
011972     IF NOT WS-GRADMAST-OK
011973         DISPLAY 'RPT010 - CANNOT OPEN GRADE-MASTER, '
011974             'STATUS = ' WS-GRADMAST-STATUS
011975         SET WS-ABEND-OCCURRED TO TRUE
011976         GO TO 1000-EXIT
011977     END-IF.
011980     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
012000 1000-EXIT.
012100     EXIT.
020100     MOVE WS-HIRE-YEAR TO DET-HIRE-YEAR.
020200     MOVE SORT-STATUS TO DET-STATUS.
020300     MOVE SORT-PAY-GRADE TO DET-GRADE.
020301     IF SORT-PAY-GRADE NOT = WS-LAST-GRADE
020302         PERFORM 3600-LOOKUP-GRADE-DESC THRU 3600-EXIT
020303     END-IF.
020304     MOVE WS-LAST-GRADE-DESC TO DET-GRADE-DESC.
020310     IF SORT-TERM-DATE = ZERO
020320         MOVE SPACES TO DET-TERM-DATE
020330     ELSE
023299 3500-EXIT.
023300     EXIT.

023301*----------------------------------------------------------------*
023302* 3600-LOOKUP-GRADE-DESC - FETCH THE PAY GRADE'S DESCRIPTION     *
023303*                          FROM GRADMAST FOR THE DETAIL LINE.    *
023304*                          THE LAST GRADE LOOKED UP IS KEPT SO   *
023305*                          A RUN OF THE SAME GRADE COSTS ONE     *
023306*                          READ.  A BLANK GRADE PRINTS NO        *
023307*                          DESCRIPTION (DQR010 LISTS THOSE); A   *
023308*                          GRADE WITH NO MASTER RECORD PRINTS A  *
023309*                          PLACEHOLDER INSTEAD OF FAILING THE    *
023310*                          RUN.                                  *
023311*----------------------------------------------------------------*
023312 3600-LOOKUP-GRADE-DESC.
023313     MOVE SORT-PAY-GRADE TO WS-LAST-GRADE.
023314     IF SORT-PAY-GRADE = SPACES
023315         MOVE SPACES TO WS-LAST-GRADE-DESC
023316         GO TO 3600-EXIT
023317     END-IF.
023318     MOVE SORT-PAY-GRADE TO GRD-CODE.
023319     READ GRADE-MASTER
023320         INVALID KEY
023321             MOVE '*NOT ON PAY GRADE MASTER*'
023322                 TO WS-LAST-GRADE-DESC
023323         NOT INVALID KEY
023324             MOVE GRD-DESC TO WS-LAST-GRADE-DESC
023325     END-READ.
023326 3600-EXIT.
023327     EXIT.

023363*----------------------------------------------------------------*
023400* 3400-PRINT-DEPT-TOTAL - CLOSE OUT A DEPARTMENT WITH ITS OWN    *
023500*                         EMPLOYEE COUNT.                        *
023600*----------------------------------------------------------------*
031800     CLOSE EMPLOYEE-MASTER.
031900     CLOSE ROSTER-REPORT.
031905     CLOSE DEPARTMENT-MASTER.
031906     CLOSE GRADE-MASTER.
031910     PERFORM 8200-WRITE-RUN-STATS THRU 8200-EXIT.
032000 8000-EXIT.
032100     EXIT.
033210     IF WS-DEPTMAST-OK
033220         CLOSE DEPARTMENT-MASTER
033230     END-IF.
033231     IF WS-GRADMAST-OK
033232         CLOSE GRADE-MASTER
033233     END-IF.
033300 8100-EXIT.
033400     EXIT.
