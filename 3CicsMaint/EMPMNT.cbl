001352*                THAN FOUR HOURS (ALLOWING FOR ONE MIDNIGHT
001353*                ROLLOVER) IS TREATED AS THE DEBRIS OF AN
001354*                ABENDED LOAD AND IGNORED.
001356* 10/14/26 RLT   TERMINATIONS AND PAY-GRADE CHANGES NOW NEED A
001357*                SECOND OPERATOR'S SIGN-OFF.  A CHANGE THAT
001358*                MOVES THE STATUS ONTO TERMINATED OR KEYS A
001359*                DIFFERENT PAY GRADE NO LONGER TOUCHES THAT
001360*                FIELD ON THE MASTER - IT IS WRITTEN TO THE
001361*                APPRQUE QUEUE (APRREC.CPY) FOR RELEASE ON THE
001362*                EMPAPR SCREEN, AND ANY OTHER FIELDS KEYED ON
001363*                THE SAME CHANGE ARE APPLIED AS BEFORE.  A
001364*                SECOND ITEM OF THE SAME KIND FOR THE SAME
001365*                EMPLOYEE IS REFUSED WHILE ONE IS WAITING.
001366*                EVERY JOURNAL ENTRY NOW CARRIES THE KEYING
001367*                OPERATOR'S USER ID (AUDREC 160 BYTES).
001368* 10/14/26 RLT   PAY GRADE IS NOW EDITED AGAINST THE GRADMAST KSDS
001369*                (GRDREC.CPY, MAINTAINED ON GRDMNT) - REQUIRED ON
001370*                AN ADD, AND A GRADE KEYED ON AN ADD OR CHANGE
001371*                MUST BE ON FILE AND ACTIVE, THE SAME EDIT HELLO
001372*                MAKES.
001373* 10/14/26 RLT   LEAVE OF ABSENCE IS MAINTAINED FROM THE SCREEN -
001374*                EMPMAP1 GREW LEAVE START, EXPECTED/ACTUAL RETURN,
001375*                AND LEAVE TYPE.  PUTTING SOMEONE ON LEAVE NEEDS A
001376*                VALID EXPECTED RETURN NOT BEFORE THE START AND A
001377*                TYPE OF M, F, S, OR U; A BLANK START IS TODAY.
001378*                MOVING AN ON-LEAVE EMPLOYEE BACK TO ACTIVE
001379*                RECORDS THE ACTUAL RETURN (KEYED, ELSE TODAY) AND
001380*                IS JOURNALED AS 'R'.  INQUIRY SHOWS THE LEAVE
001381*                FIELDS AND CALLS OUT AN EMPLOYEE ON LEAVE.  THE
001382*                SAME RULES AS THE BATCH LOAD.  THE STATUS IS NOW
001383*                SET BEFORE AN ADD DRAWS ITS ID SO A REFUSED
001384*                LEAVE DOES NOT BURN A NUMBER.
001385* 10/14/26 RLT   A REHIRE, A REINSTATEMENT, OR A DEPARTMENT
001386*                TRANSFER KEYED HERE IS QUEUED ON THE NEW SECQUE
001387*                FILE (SECREC.CPY) FOR THE SECURITY / IT FEED THE
001388*                SAME DAY.  A QUEUE FAILURE LEAVES THE CHANGE IN
001389*                PLACE AND SAYS SO ON THE MESSAGE LINE.
001390* 10/14/26 RLT   AN ADD THAT LOOKS LIKE SOMEONE ALREADY ON FILE -
001391*                THE SAME NAME ONCE PUNCTUATION AND WORD ORDER ARE
001392*                SET ASIDE, WITH A HIRE DATE WITHIN 30 DAYS OR A
001393*                TERMINATED RECORD IN THE SAME DEPARTMENT - IS
001394*                HELD WITH A WARNING NAMING THE ID ON FILE, AND A
001395*                TERMINATED MATCH SUGGESTS A REHIRE OF THAT ID.
001396*                KEYING Y IN THE NEW OVERRIDE FIELD ON EMPMAP1
001397*                LETS THE ADD THROUGH.  THE LOOKUP READS THE
001398*                EMPNAME INDEX ONCE PER WORD OF THE NAME, BEFORE
001399*                AN ID IS DRAWN.
001400* 10/15/26 RLT   AN ADD, REHIRE, REINSTATEMENT, OR TRANSFER IN
001401*                THAT TAKES A DEPARTMENT PAST ITS APPROVED
001402*                HEADCOUNT ON DEPTMAST IS STILL APPLIED, BUT THE
001403*                MESSAGE LINE LEADS WITH AN OVER BUDGET WARNING
001404*                GIVING THE NEW COUNT AND THE APPROVED ONE.  THE
001405*                COUNT IS ACTIVE PLUS ON-LEAVE STAFF, READ ON THE
001406*                EMPDEPT INDEX.  THE DUPLICATE CHECK'S SAVE AREA
001407*                NOW MATCHES THE 75-BYTE EMPLOYEE RECORD.
001438*================================================================

001469 ENVIRONMENT DIVISION.

001500 DATA DIVISION.
001600 WORKING-STORAGE SECTION.
002500 01  WS-MAP-NAME                 PIC X(08)  VALUE 'EMPMAP1'.
002600 01  WS-FILE-NAME                PIC X(08)  VALUE 'EMPMAST'.
002610 01  WS-AUDIT-FILE-NAME          PIC X(08)  VALUE 'AUDITJNL'.
002611 01  WS-DEPT-FILE-NAME           PIC X(08)  VALUE 'DEPTMAST'.
002612 01  WS-GRADE-FILE-NAME          PIC X(08)  VALUE 'GRADMAST'.
002613 01  WS-CTL-FILE-NAME            PIC X(08)  VALUE 'SYSCTL'.
002614 01  WS-APPR-FILE-NAME           PIC X(08)  VALUE 'APPRQUE'.
002615 01  WS-SEC-FILE-NAME            PIC X(08)  VALUE 'SECQUE'.
002616 01  WS-USERID                   PIC X(08)  VALUE SPACES.
002617 01  WS-CTL-KEY                  PIC X(02)  VALUE SPACES.

002618 77  WS-ASSIGN-SW                PIC X(01)  VALUE 'N'.
002654     05  WS-OLD-STATUS           PIC X(01).
002655     05  WS-OLD-PAY-GRADE        PIC X(02).
002656     05  WS-OLD-TERM-DATE        PIC 9(08).
002657     05  WS-OLD-LEAVE-START      PIC 9(08).
002658     05  WS-OLD-LEAVE-RETURN     PIC 9(08).
002659     05  WS-OLD-LEAVE-TYPE       PIC X(01).

002662*----------------------------------------------------------------*
002665* TODAY AS CCYYMMDD FOR THE TERMINATION-DATE STAMP - SAME       *
002668* FIXED-20 CENTURY CONVENTION AS THE BATCH LOAD.                *
002671*----------------------------------------------------------------*
002672 01  WS-TODAY-DATE.
002673     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
002674     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
002675 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
002676                                 PIC 9(08).
002677*----------------------------------------------------------------*
002678* SIGN-OFF ROUTING FOR A CHANGE - WHAT GOES TO THE APPROVAL      *
002679* QUEUE INSTEAD OF THE MASTER, AND WHETHER ANYTHING ELSE WAS     *
002680* KEYED THAT IS APPLIED NOW.                                     *
002681*----------------------------------------------------------------*
002682 77  WS-QUEUE-TERM-SW            PIC X(01)  VALUE 'N'.
002683     88  WS-QUEUE-TERM                      VALUE 'Y'.
002684 77  WS-QUEUE-GRADE-SW           PIC X(01)  VALUE 'N'.
002685     88  WS-QUEUE-GRADE                     VALUE 'Y'.
002686 77  WS-OTHER-CHANGE-SW          PIC X(01)  VALUE 'N'.
002687     88  WS-OTHER-CHANGE                    VALUE 'Y'.
002688 77  WS-PENDING-SW               PIC X(01)  VALUE 'N'.
002689     88  WS-ITEM-PENDING                    VALUE 'Y'.
002690*----------------------------------------------------------------*
002691* LEAVE OF ABSENCE - 5700-APPLY-LEAVE'S VERDICT, AND WHETHER THE *
002692* CHANGE BROUGHT THE EMPLOYEE BACK FROM LEAVE (JOURNALED 'R').   *
002693*----------------------------------------------------------------*
002694 77  WS-LEAVE-SW                 PIC X(01)  VALUE 'Y'.
002695     88  WS-LEAVE-VALID                     VALUE 'Y'.
002696     88  WS-LEAVE-INVALID                   VALUE 'N'.
002697 77  WS-RETURN-SW                PIC X(01)  VALUE 'N'.
002698     88  WS-LEAVE-ENDED                     VALUE 'Y'.
002699*----------------------------------------------------------------*
002700* SECURITY / IT FEED - THE EVENT 6100-QUEUE-SECURITY-EVENT IS    *
002701* TO QUEUE ON SECQUE, AND WHETHER IT GOT THERE.                  *
002702*----------------------------------------------------------------*
002703 77  WS-SECURITY-ACTION          PIC X(01)  VALUE SPACES.
002704 77  WS-SECURITY-SW              PIC X(01)  VALUE 'Y'.
002705     88  WS-SECURITY-QUEUED                 VALUE 'Y'.
002706     88  WS-SECURITY-FAILED                 VALUE 'N'.
002707*----------------------------------------------------------------*
002708* POSSIBLE-DUPLICATE CHECK ON AN ADD - THE KEYED NAME IS LOOKED *
002709* UP ON THE EMP-NAME INDEX ONCE PER WORD OF THE NAME, SO "SMITH, *
002710* JOHN" FINDS "JOHN SMITH".  A MATCH IS THE SAME NAME ONCE      *
002711* PUNCTUATION AND WORD ORDER ARE SET ASIDE, WITH A HIRE DATE    *
002712* WITHIN WS-DUP-CLOSE-DAYS OR A TERMINATED RECORD IN THE SAME   *
002713* DEPARTMENT - THE SAME RULE AS THE NIGHTLY DUP010 REPORT.      *
002714* WS-DUP-READ-MAX CAPS THE READS FOR ONE WORD SO A COMMON NAME  *
002715* CANNOT HOLD THE SCREEN.                                        *
002716*----------------------------------------------------------------*
002717 01  WS-NAME-PATH-NAME           PIC X(08)  VALUE 'EMPNAME'.
002718 01  WS-ALT-NAME                 PIC X(30)  VALUE SPACES.
002719 01  WS-DUP-SAVE-RECORD          PIC X(75)  VALUE SPACES.
002720 77  WS-DUP-CLOSE-DAYS           PIC 9(03)  VALUE 30   COMP.
002721 77  WS-DUP-READ-MAX             PIC 9(03)  VALUE 50   COMP.
002722 77  WS-DUP-READ-CNT             PIC 9(03)  VALUE ZERO COMP.
002723 77  WS-DUP-KEY-SUB              PIC 9(02)  VALUE ZERO COMP.
002724 77  WS-DUP-KEY-COUNT            PIC 9(02)  VALUE ZERO COMP.
002725 77  WS-DUP-KEY-LENGTH           PIC 9(02)  VALUE ZERO COMP.
002726 77  WS-DUP-OWN-ID               PIC 9(05)  VALUE ZERO.
002727 77  WS-DUP-TERM-ID              PIC 9(05)  VALUE ZERO.
002728 77  WS-DUP-OTHER-ID             PIC 9(05)  VALUE ZERO.
002729 77  WS-DUP-ADD-SERIAL           PIC S9(09) VALUE ZERO COMP.
002730 77  WS-DUP-GAP                  PIC S9(09) VALUE ZERO COMP.
002731 77  WS-DUP-SW                   PIC X(01)  VALUE 'N'.
002732     88  WS-DUP-FOUND                       VALUE 'Y'.
002733 77  WS-BROWSE-SW                PIC X(01)  VALUE 'N'.
002734     88  WS-BROWSE-END                      VALUE 'Y'.
002735 01  WS-DUP-ADD-NORM             PIC X(30)  VALUE SPACES.
002736*----------------------------------------------------------------*
002737* HEADCOUNT BUDGET WARNING - A DEPARTMENT THAT GAINS SOMEONE IS  *
002738* COUNTED ON THE EMP-DEPT INDEX (ACTIVE PLUS ON-LEAVE STAFF) AND *
002739* COMPARED WITH THE APPROVED HEADCOUNT IN FORCE ON DEPTMAST.     *
002740* OVER BUDGET IS WARNED AHEAD OF WHATEVER THE MESSAGE LINE       *
002741* ALREADY SAYS - IT NEVER STOPS THE UPDATE.                      *
002742*----------------------------------------------------------------*
002743 01  WS-DEPT-PATH-NAME           PIC X(08)  VALUE 'EMPDEPT'.
002744 01  WS-ALT-DEPT                 PIC X(04)  VALUE SPACES.
002745 77  WS-BUDGET-DEPT              PIC X(04)  VALUE SPACES.
002746 77  WS-BUDGET-OWN-ID            PIC 9(05)  VALUE ZERO.
002747 77  WS-BUDGET-APPROVED          PIC 9(05)  VALUE ZERO.
002748 77  WS-BUDGET-COUNT             PIC 9(05)  VALUE ZERO COMP.
002749 01  WS-BUDGET-MSG.
002750     05  FILLER                  PIC X(12)  VALUE 'OVER BUDGET '.
002751     05  WS-BUDGET-MSG-DEPT      PIC X(04).
002752     05  FILLER                  PIC X(01)  VALUE SPACE.
002753     05  WS-BUDGET-MSG-COUNT     PIC ZZZZ9.
002754     05  FILLER                  PIC X(04)  VALUE ' OF '.
002755     05  WS-BUDGET-MSG-APPROVED  PIC ZZZZ9.
002756     05  FILLER                  PIC X(03)  VALUE ' - '.
002757     05  WS-BUDGET-MSG-TEXT      PIC X(45).
002767 01  WS-DUP-KEY-TABLE.
002777     05  WS-DUP-KEY-ENTRY OCCURS 15 TIMES.
002787         10  WS-DUP-KEY          PIC X(30).
002797         10  WS-DUP-KEY-LEN      PIC 9(02) COMP.
002807 01  WS-REHIRE-MSG.
002817     05  FILLER                  PIC X(22)
002827                     VALUE 'POSSIBLE REHIRE OF ID '.
002837     05  WS-REHIRE-MSG-ID        PIC 9(05).
002847     05  FILLER                  PIC X(41)
002857         VALUE ' - KEY A WITH THAT ID, OR Y TO ADD ANYWAY'.
002867 01  WS-DUPLICATE-MSG.
002877     05  FILLER                  PIC X(25)
002887                     VALUE 'POSSIBLE DUPLICATE OF ID '.
002897     05  WS-DUPLICATE-MSG-ID     PIC 9(05).
002907     05  FILLER                  PIC X(40)
002917         VALUE ' - CHECK THAT ID, OR KEY Y TO ADD ANYWAY'.
002927*----------------------------------------------------------------*
002937* NAME NORMALIZING - 5940-NORMALIZE-NAME TURNS WS-NRM-IN INTO    *
002947* WS-NRM-OUT: LETTERS FOLDED TO UPPER CASE, APOSTROPHES DROPPED  *
002957* (O'NEIL = ONEIL), EVERY OTHER NON-ALPHANUMERIC A WORD BREAK,   *
002967* AND THE WORDS SORTED AND SET ONE SPACE APART.  THE SAME RULE AS*
002977* DUP010.                                                        *
002987*----------------------------------------------------------------*
002997 01  WS-NRM-IN                   PIC X(30)  VALUE SPACES.
003007 01  WS-NRM-OUT                  PIC X(30)  VALUE SPACES.
003017 01  WS-NRM-CHAR                 PIC X(01)  VALUE SPACE.
003027 01  WS-NRM-K                    PIC 9(02)  VALUE ZERO COMP.
003037 01  WS-NRM-LOWER                PIC X(26)
003047                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
003057 01  WS-NRM-UPPER                PIC X(26)
003067                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003077 01  WS-NRM-CUR                  PIC X(30)  VALUE SPACES.
003087 01  WS-NRM-CUR-LEN              PIC 9(02)  VALUE ZERO COMP.
003097 01  WS-NRM-OUT-LEN              PIC 9(02)  VALUE ZERO COMP.
003107 01  WS-NRM-SUB                  PIC 9(02)  VALUE ZERO COMP.
003117 01  WS-NRM-I                    PIC 9(02)  VALUE ZERO COMP.
003127 01  WS-NRM-J                    PIC 9(02)  VALUE ZERO COMP.
003137 01  WS-NRM-LIMIT                PIC 9(02)  VALUE ZERO COMP.
003147 01  WS-NRM-WORD-COUNT           PIC 9(02)  VALUE ZERO COMP.
003157 01  WS-NRM-SWAP-WORD            PIC X(30)  VALUE SPACES.
003167 01  WS-NRM-SWAP-LEN             PIC 9(02)  VALUE ZERO COMP.
003177 01  WS-NRM-WORD-TABLE.
003187     05  WS-NRM-WORD-ENTRY OCCURS 15 TIMES.
003197         10  WS-NRM-WORD         PIC X(30).
003207         10  WS-NRM-WORD-LEN     PIC 9(02) COMP.
003217*----------------------------------------------------------------*
003227* CUMULATIVE DAYS BEFORE EACH MONTH, FOR THE DAY-SERIAL          *
003237* ARITHMETIC BEHIND THE HIRE-DATE GAP.                           *
003247*----------------------------------------------------------------*
003257 01  WS-CUM-DAYS-DATA.
003267     05  FILLER                  PIC X(36)
003277             VALUE '000031059090120151181212243273304334'.
003287 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
003297     05  WS-CUM-DAYS OCCURS 12 TIMES
003307                                 PIC 9(03).
003317 01  WS-DTD-DATE.
003327     05  WS-DTD-YEAR             PIC 9(04).
003337     05  WS-DTD-MM               PIC 9(02).
003347     05  WS-DTD-DD               PIC 9(02).
003357 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
003367                                 PIC 9(08).
003377 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
003387 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.
003397 77  WS-DEPT-SW                  PIC X(01)  VALUE 'Y'.
003407     88  WS-DEPT-VALID                      VALUE 'Y'.
003417     88  WS-DEPT-NOT-ON-FILE                VALUE 'N'.
003427     88  WS-DEPT-INACTIVE                   VALUE 'I'.
003437     88  WS-DEPT-INVALID                    VALUES 'N' 'I'.
003439 01  WS-EDIT-DEPT                PIC X(04)  VALUE SPACES.
003441 77  WS-GRADE-SW                 PIC X(01)  VALUE 'Y'.
003443     88  WS-GRADE-VALID                     VALUE 'Y'.
003445     88  WS-GRADE-NOT-ON-FILE               VALUE 'N'.
003447     88  WS-GRADE-INACTIVE                  VALUE 'I'.
003449     88  WS-GRADE-INVALID                   VALUES 'N' 'I'.
003451 01  WS-EDIT-GRADE               PIC X(02)  VALUE SPACES.
003453 77  WS-DATE-SW                  PIC X(01)  VALUE 'Y'.
003455     88  WS-DATE-VALID                      VALUE 'Y'.
003457     88  WS-DATE-INVALID                    VALUE 'N'.
003459 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
003461 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
003463 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
003465 01  WS-EDIT-DATE.
003467     05  WS-EDIT-YEAR            PIC 9(04).
003469     05  WS-EDIT-MM              PIC 9(02).
003471     05  WS-EDIT-DD              PIC 9(02).
003473 01  WS-MONTH-DAYS-DATA.
003475     05  FILLER                  PIC X(24)
003477                     VALUE '312831303130313130313031'.
003479 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
003481     05  WS-MONTH-DAYS OCCURS 12 TIMES
003483                                 PIC 9(02).

003485*----------------------------------------------------------------*
003487* COPY OF THE EMPLOYEE-MASTER RECORD LAYOUT - SAME COPYBOOK USED *
003489* BY EVERY BATCH PROGRAM THAT TOUCHES THIS FILE.                 *
003491*----------------------------------------------------------------*
003493 COPY EMPREC.

003495*----------------------------------------------------------------*
003497* COPY OF THE AUDIT JOURNAL RECORD LAYOUT - SAME COPYBOOK USED   *
003499* BY HELLO (THE BATCH LOAD PROGRAM) TO LOG ITS ADDS.             *
003501*----------------------------------------------------------------*
003503 COPY AUDREC.

003505*----------------------------------------------------------------*
003507* DEPARTMENT MASTER RECORD LAYOUT - SHARED WITH HELLO (THE       *
003509* BATCH LOAD PROGRAM) AND DPTMNT SO THE SCREEN AND THE NIGHTLY   *
003511* RUN ACCEPT EXACTLY THE SAME DEPARTMENTS.                       *
003513*----------------------------------------------------------------*
003515 COPY DPTREC.

003517*----------------------------------------------------------------*
003519* PAY GRADE MASTER RECORD LAYOUT - SHARED WITH HELLO AND GRDMNT  *
003521* SO THE SCREEN AND THE NIGHTLY RUN ACCEPT THE SAME GRADES.      *
003523*----------------------------------------------------------------*
003525 COPY GRDREC.

003527*----------------------------------------------------------------*
003529* SYSTEM CONTROL RECORDS (NEXT EMPLOYEE ID) - SHARED WITH HELLO  *
003531* SO BATCH AND ONLINE DRAW FROM THE SAME NUMBER SERIES.          *
003533*----------------------------------------------------------------*
003535 COPY CTLREC.

003537*----------------------------------------------------------------*
003539* PENDING-APPROVAL QUEUE RECORD - RELEASED ON THE EMPAPR SCREEN. *
003541*----------------------------------------------------------------*
003543 COPY APRREC.

003545*----------------------------------------------------------------*
003547* SECURITY-EVENT QUEUE RECORD - SENT TO SECURITY / IT BY SEC010. *
003549*----------------------------------------------------------------*
003551 COPY SECREC.

003553*----------------------------------------------------------------*
003555* SYMBOLIC MAP FOR THE EMPLOYEE MAINTENANCE SCREEN.              *
003557*----------------------------------------------------------------*
003559 COPY EMPMAP1.

003600 PROCEDURE DIVISION.
003700 0000-MAIN-PROCESS.
004600         MAPSET  (WS-MAPSET-NAME)
004700         INTO    (EMPMAP1I)
004800     END-EXEC.
004810     EXEC CICS ASSIGN
004820         USERID  (WS-USERID)
004830     END-EXEC.
004900     PERFORM 2000-EDIT-SCREEN THRU 2000-EXIT.
005000     PERFORM 3000-PROCESS-FUNCTION THRU 3000-EXIT.
005100     PERFORM 4000-SEND-MAP THRU 4000-EXIT.
009620         PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT
009630     END-IF.
009700 2000-EXIT.
009702     EXIT.

009704*----------------------------------------------------------------*
009706* 2100-EDIT-FIELDS - EDIT THE DEPARTMENT, PAY GRADE, HIRE DATE,  *
009708*                    STATUS, AND LEAVE FIELDS KEYED FOR AN ADD   *
009710*                    OR CHANGE.  ON A CHANGE A BLANK FIELD MEANS *
009712*                    "KEEP WHAT IS ON FILE" AND IS NOT EDITED.   *
009714*                    THE LEAVE DATES ARE ONLY EDITED AS DATES    *
009716*                    HERE - 5700-APPLY-LEAVE CHECKS THEM AGAINST *
009718*                    THE RECORD.                                 *
009720*----------------------------------------------------------------*
009722 2100-EDIT-FIELDS.
009724     IF WS-FUNC-ADD AND DEPTI = SPACES
009726         MOVE 'DEPARTMENT IS REQUIRED ON AN ADD' TO MSGO
009728         PERFORM 4000-SEND-MAP THRU 4000-EXIT
009730         EXEC CICS RETURN
009732             TRANSID  (WS-TRANSID)
009734         END-EXEC
009736     END-IF.
009738     IF DEPTI NOT = SPACES
009740         MOVE DEPTI TO WS-EDIT-DEPT
009742         PERFORM 2200-VALIDATE-DEPT THRU 2200-EXIT
009744         IF WS-DEPT-INVALID
009746             IF WS-DEPT-INACTIVE
009748                 MOVE 'DEPARTMENT IS INACTIVE' TO MSGO
009750             ELSE
009752                 MOVE 'DEPARTMENT NOT ON DEPARTMENT MASTER'
009754                     TO MSGO
009756             END-IF
009758             PERFORM 4000-SEND-MAP THRU 4000-EXIT
009760             EXEC CICS RETURN
009762                 TRANSID  (WS-TRANSID)
009764             END-EXEC
009766         END-IF
009768     END-IF.
009770     IF WS-FUNC-ADD AND GRDI = SPACES
009772         MOVE 'PAY GRADE IS REQUIRED ON AN ADD' TO MSGO
009774         PERFORM 4000-SEND-MAP THRU 4000-EXIT
009776         EXEC CICS RETURN
009778             TRANSID  (WS-TRANSID)
009780         END-EXEC
009782     END-IF.
009784     IF GRDI NOT = SPACES
009786         MOVE GRDI TO WS-EDIT-GRADE
009788         PERFORM 2250-VALIDATE-GRADE THRU 2250-EXIT
009790         IF WS-GRADE-INVALID
009792             IF WS-GRADE-INACTIVE
009794                 MOVE 'PAY GRADE IS INACTIVE' TO MSGO
009796             ELSE
009798                 MOVE 'PAY GRADE NOT ON PAY GRADE MASTER' TO MSGO
009800             END-IF
009802             PERFORM 4000-SEND-MAP THRU 4000-EXIT
009804             EXEC CICS RETURN
009806                 TRANSID  (WS-TRANSID)
009808             END-EXEC
009810         END-IF
009812     END-IF.
009835     IF WS-FUNC-ADD OR
009836        (WS-FUNC-CHANGE AND HIREI NOT = SPACES AND
009837         HIREI NOT = '00000000')
009865             TRANSID  (WS-TRANSID)
009866         END-EXEC
009867     END-IF.
009868     IF LVSTARTI NOT = SPACES AND LVSTARTI NOT = '00000000'
009869         MOVE LVSTARTI TO WS-EDIT-DATE
009870         IF WS-EDIT-DATE IS NUMERIC
009871             PERFORM 2300-VALIDATE-HIRE-DATE THRU 2300-EXIT
009872         ELSE
009873             SET WS-DATE-INVALID TO TRUE
009874         END-IF
009875         IF WS-DATE-INVALID
009876             MOVE 'LEAVE START IS NOT A VALID DATE' TO MSGO
009877             PERFORM 4000-SEND-MAP THRU 4000-EXIT
009878             EXEC CICS RETURN
009879                 TRANSID  (WS-TRANSID)
009880             END-EXEC
009881         END-IF
009882     END-IF.
009883     IF LVRETNI NOT = SPACES AND LVRETNI NOT = '00000000'
009884         MOVE LVRETNI TO WS-EDIT-DATE
009885         IF WS-EDIT-DATE IS NUMERIC
009886             PERFORM 2300-VALIDATE-HIRE-DATE THRU 2300-EXIT
009887         ELSE
009888             SET WS-DATE-INVALID TO TRUE
009889         END-IF
009890         IF WS-DATE-INVALID
009891             MOVE 'RETURN DATE IS NOT A VALID DATE' TO MSGO
009892             PERFORM 4000-SEND-MAP THRU 4000-EXIT
009893             EXEC CICS RETURN
009894                 TRANSID  (WS-TRANSID)
009895             END-EXEC
009896         END-IF
009897     END-IF.
009898     IF LVTYPEI NOT = SPACES AND LVTYPEI NOT = 'M' AND
009899        LVTYPEI NOT = 'F' AND LVTYPEI NOT = 'S' AND
009900        LVTYPEI NOT = 'U'
009901         MOVE 'LEAVE TYPE MUST BE M, F, S, OR U' TO MSGO
009902         PERFORM 4000-SEND-MAP THRU 4000-EXIT
009903         EXEC CICS RETURN
009904             TRANSID  (WS-TRANSID)
009905         END-EXEC
009906     END-IF.
009907 2100-EXIT.
009908     EXIT.

009909*----------------------------------------------------------------*
009910* 2200-VALIDATE-DEPT - WS-EDIT-DEPT MUST BE ON THE DEPARTMENT    *
009911*                      MASTER FILE AND FLAGGED ACTIVE - THE SAME *
009912*                      EDIT THE BATCH LOAD APPLIES.              *
009913*----------------------------------------------------------------*
009914 2200-VALIDATE-DEPT.
009915     SET WS-DEPT-VALID TO TRUE.
009916     EXEC CICS READ
009917         FILE      (WS-DEPT-FILE-NAME)
009918         INTO      (DEPT-RECORD)
009919         RIDFLD    (WS-EDIT-DEPT)
009920         RESP      (WS-RESP)
009921     END-EXEC.
009922     IF WS-RESP NOT = DFHRESP(NORMAL)
009923         SET WS-DEPT-NOT-ON-FILE TO TRUE
009924         GO TO 2200-EXIT
009925     END-IF.
009926     IF NOT DEPT-IS-ACTIVE
009927         SET WS-DEPT-INACTIVE TO TRUE
009928     END-IF.
009929 2200-EXIT.
009930     EXIT.

009931*----------------------------------------------------------------*
009932* 2250-VALIDATE-GRADE - WS-EDIT-GRADE MUST BE ON THE PAY GRADE   *
009933*                       MASTER FILE AND FLAGGED ACTIVE - THE     *
009934*                       SAME EDIT THE BATCH LOAD APPLIES.        *
009935*----------------------------------------------------------------*
009936 2250-VALIDATE-GRADE.
009937     SET WS-GRADE-VALID TO TRUE.
009938     EXEC CICS READ
009939         FILE      (WS-GRADE-FILE-NAME)
009940         INTO      (GRADE-RECORD)
009941         RIDFLD    (WS-EDIT-GRADE)
009942         RESP      (WS-RESP)
009943     END-EXEC.
009944     IF WS-RESP NOT = DFHRESP(NORMAL)
009945         SET WS-GRADE-NOT-ON-FILE TO TRUE
009946         GO TO 2250-EXIT
009947     END-IF.
009948     IF NOT GRD-IS-ACTIVE
009949         SET WS-GRADE-INACTIVE TO TRUE
009950     END-IF.
009951 2250-EXIT.
009952     EXIT.

009953*----------------------------------------------------------------*
010000* 3000-PROCESS-FUNCTION - DISPATCH ON THE REQUESTED FUNCTION.    *
010100*----------------------------------------------------------------*
010200 3000-PROCESS-FUNCTION.
011400*----------------------------------------------------------------*
011500* 5000-ADD-EMPLOYEE - WRITE A NEW RECORD TO EMPLOYEE-MASTER.     *
011600*----------------------------------------------------------------*
011604 5000-ADD-EMPLOYEE.
011608*    THE LEAVE FIELDS ARE SETTLED BEFORE AN ID IS DRAWN SO A
011612*    REFUSED ADD DOES NOT BURN A NUMBER.
011616     INITIALIZE WS-OLD-FIELDS.
011620     IF STATI = SPACES
011624         SET EMP-STAT-ACTIVE TO TRUE
011628     ELSE
011632         MOVE STATI TO EMP-STATUS
011636     END-IF.
011640     MOVE ZEROS TO EMP-LEAVE-START.
011644     MOVE ZEROS TO EMP-LEAVE-RETURN.
011648     MOVE SPACES TO EMP-LEAVE-TYPE.
011652     PERFORM 5700-APPLY-LEAVE THRU 5700-EXIT.
011656     IF WS-LEAVE-INVALID
011660         GO TO 5000-EXIT
011664     END-IF.
011668*    AN ADD THAT LOOKS LIKE SOMEONE ALREADY ON FILE IS HELD UNTIL
011672*    THE OPERATOR KEYS Y IN THE OVERRIDE FIELD - ALSO BEFORE AN
011676*    ID IS DRAWN.  THE OVERRIDE COVERS THIS ONE ADD ONLY.
011680     IF DUPOKI NOT = 'Y'
011684         PERFORM 5900-CHECK-DUPLICATE THRU 5900-EXIT
011688         IF WS-DUP-FOUND
011692             GO TO 5000-EXIT
011696         END-IF
011700     END-IF.
011704     MOVE SPACES TO DUPOKO.
011710     IF WS-ASSIGN-NEEDED
011720         PERFORM 5400-ASSIGN-EMPLOYEE-ID THRU 5400-EXIT
011730         IF WS-ASSIGN-NEEDED
011800     MOVE EMPNAMI TO EMP-NAME.
011810     MOVE DEPTI TO EMP-DEPT.
011820     MOVE HIREI TO EMP-HIRE-DATE.
011880     MOVE GRDI TO EMP-PAY-GRADE.
011890     MOVE ZEROS TO EMP-TERM-DATE.
011900     EXEC CICS WRITE
012300         RESP      (WS-RESP)
012400     END-EXEC.
012500     IF WS-RESP = DFHRESP(NORMAL)
012520         SET AUD-ACTION-ADD TO TRUE
012530         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
012540         IF WS-RESP = DFHRESP(NORMAL)
012560         ELSE
012570             MOVE 'EMPLOYEE ADDED, AUDIT LOG FAILED' TO MSGO
012580         END-IF
012581         PERFORM 6200-CHECK-DEPT-BUDGET THRU 6200-EXIT
012700     ELSE
012800         IF WS-RESP = DFHRESP(DUPREC) OR WS-RESP = DFHRESP(DUPKEY)
012810*            AN ADD FOR AN ID ALREADY ON FILE IS A REHIRE WHEN
013770     MOVE EMP-STATUS TO WS-OLD-STATUS.
013780     MOVE EMP-PAY-GRADE TO WS-OLD-PAY-GRADE.
013790     MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE.
013791     MOVE EMP-LEAVE-START TO WS-OLD-LEAVE-START.
013792     MOVE EMP-LEAVE-RETURN TO WS-OLD-LEAVE-RETURN.
013793     MOVE EMP-LEAVE-TYPE TO WS-OLD-LEAVE-TYPE.
013800     MOVE EMPNAMI TO EMP-NAME.
013810     MOVE DEPTI TO EMP-DEPT.
013820     MOVE HIREI TO EMP-HIRE-DATE.
013870     END-IF.
013880     MOVE GRDI TO EMP-PAY-GRADE.
013890     MOVE ZEROS TO EMP-TERM-DATE.
013891*    A REHIRE STARTS WITH NO LEAVE HISTORY, THE SAME AS AN ADD.
013892     MOVE ZEROS TO EMP-LEAVE-START.
013893     MOVE ZEROS TO EMP-LEAVE-RETURN.
013894     MOVE SPACES TO EMP-LEAVE-TYPE.
013895     PERFORM 5700-APPLY-LEAVE THRU 5700-EXIT.
013896     IF WS-LEAVE-INVALID
013897         EXEC CICS UNLOCK
013898             FILE      (WS-FILE-NAME)
013899         END-EXEC
013900         GO TO 5300-EXIT
013901     END-IF.
013905     EXEC CICS REWRITE
013910         FILE      (WS-FILE-NAME)
013920         FROM      (EMPLOYEE-RECORD)
013930         RESP      (WS-RESP)
014000         ELSE
014010             MOVE 'EMPLOYEE REHIRED, AUDIT LOG FAILED' TO MSGO
014020         END-IF
014021         MOVE 'R' TO WS-SECURITY-ACTION
014022         PERFORM 6100-QUEUE-SECURITY-EVENT THRU 6100-EXIT
014023         IF WS-SECURITY-FAILED
014024             MOVE 'EMPLOYEE REHIRED, SECURITY FEED FAILED' TO MSGO
014025         END-IF
014026         PERFORM 6200-CHECK-DEPT-BUDGET THRU 6200-EXIT
014030     ELSE
014040         MOVE 'ADD FAILED - SEE SYSTEM PROGRAMMER' TO MSGO
014050     END-IF.
015153     MOVE EMP-STATUS TO WS-OLD-STATUS.
015154     MOVE EMP-PAY-GRADE TO WS-OLD-PAY-GRADE.
015155     MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE.
015156     MOVE EMP-LEAVE-START TO WS-OLD-LEAVE-START.
015157     MOVE EMP-LEAVE-RETURN TO WS-OLD-LEAVE-RETURN.
015158     MOVE EMP-LEAVE-TYPE TO WS-OLD-LEAVE-TYPE.
015159*    A TERMINATION OR A PAY-GRADE CHANGE WAITS ON THE APPROVAL
015160*    QUEUE FOR A SECOND OPERATOR - ONLY THE REST OF THE CHANGE
015161*    IS APPLIED HERE.
015162     MOVE 'N' TO WS-QUEUE-TERM-SW.
015163     MOVE 'N' TO WS-QUEUE-GRADE-SW.
015164     MOVE 'N' TO WS-OTHER-CHANGE-SW.
015165     IF STATI = 'T' AND WS-OLD-STATUS NOT = 'T'
015166         SET WS-QUEUE-TERM TO TRUE
015167     END-IF.
015168     IF GRDI NOT = SPACES AND GRDI NOT = EMP-PAY-GRADE
015169         SET WS-QUEUE-GRADE TO TRUE
015170     END-IF.
015171     IF WS-QUEUE-TERM OR WS-QUEUE-GRADE
015172         PERFORM 5500-CHECK-PENDING THRU 5500-EXIT
015173         IF WS-ITEM-PENDING
015174             EXEC CICS UNLOCK
015175                 FILE      (WS-FILE-NAME)
015176             END-EXEC
015177             GO TO 5100-EXIT
015178         END-IF
015179     END-IF.
015200     IF EMPNAMI NOT = SPACES
015210         MOVE EMPNAMI TO EMP-NAME
015215         SET WS-OTHER-CHANGE TO TRUE
015220     END-IF.
015230     IF DEPTI NOT = SPACES
015240         MOVE DEPTI TO EMP-DEPT
015245         SET WS-OTHER-CHANGE TO TRUE
015250     END-IF.
015260     IF HIREI NOT = SPACES AND HIREI NOT = '00000000'
015261         MOVE HIREI TO EMP-HIRE-DATE
015262         SET WS-OTHER-CHANGE TO TRUE
015263     END-IF.
015264     IF STATI NOT = SPACES AND NOT WS-QUEUE-TERM
015265         MOVE STATI TO EMP-STATUS
015266         SET WS-OTHER-CHANGE TO TRUE
015267     END-IF.
015268     IF GRDI NOT = SPACES AND NOT WS-QUEUE-GRADE
015269         MOVE GRDI TO EMP-PAY-GRADE
015270         SET WS-OTHER-CHANGE TO TRUE
015271     END-IF.
015272     PERFORM 5700-APPLY-LEAVE THRU 5700-EXIT.
015273     IF WS-LEAVE-INVALID
015274         EXEC CICS UNLOCK
015275             FILE      (WS-FILE-NAME)
015276         END-EXEC
015277         GO TO 5100-EXIT
015278     END-IF.
015287*    A STATUS MOVE ONTO OR OFF OF TERMINATED KEEPS THE TERM
015288*    DATE HONEST - SAME RULE AS THE BATCH LOAD.
015289     IF EMP-STAT-TERMINATED AND WS-OLD-STATUS NOT = 'T'
015294     IF NOT EMP-STAT-TERMINATED AND WS-OLD-STATUS = 'T'
015295         MOVE ZEROS TO EMP-TERM-DATE
015296     END-IF.
015297*    NOTHING BUT QUEUED ITEMS KEYED - THE MASTER IS LEFT ALONE.
015298     IF (WS-QUEUE-TERM OR WS-QUEUE-GRADE) AND NOT WS-OTHER-CHANGE
015299         EXEC CICS UNLOCK
015301             FILE      (WS-FILE-NAME)
015302         END-EXEC
015303         PERFORM 5600-QUEUE-FOR-APPROVAL THRU 5600-EXIT
015304         GO TO 5100-EXIT
015305     END-IF.
015352     EXEC CICS REWRITE
015400         FILE      (WS-FILE-NAME)
015500         FROM      (EMPLOYEE-RECORD)
015600         RESP      (WS-RESP)
015700     END-EXEC.
015800     IF WS-RESP = DFHRESP(NORMAL)
015801*        BACK FROM LEAVE IS JOURNALED AS ITS OWN EVENT - THE
015802*        SAME RULE AS THE BATCH LOAD.
015803         IF WS-LEAVE-ENDED
015804             SET AUD-ACTION-RETURN TO TRUE
015805         ELSE
015806             SET AUD-ACTION-CHANGE TO TRUE
015807         END-IF
015820         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
015830         IF WS-RESP = DFHRESP(NORMAL)
015840             MOVE 'EMPLOYEE UPDATED' TO MSGO
015845             IF WS-QUEUE-TERM OR WS-QUEUE-GRADE
015846                 PERFORM 5600-QUEUE-FOR-APPROVAL THRU 5600-EXIT
015847             END-IF
015850         ELSE
015855             MOVE 'EMPLOYEE UPDATED, AUDIT LOG FAILED' TO MSGO
015856             IF WS-QUEUE-TERM OR WS-QUEUE-GRADE
015857                 PERFORM 5600-QUEUE-FOR-APPROVAL THRU 5600-EXIT
015860             END-IF
015870         END-IF
015871         PERFORM 5800-SECURITY-FOR-CHANGE THRU 5800-EXIT
015872         PERFORM 6200-CHECK-DEPT-BUDGET THRU 6200-EXIT
016000     ELSE
016100         MOVE 'UPDATE FAILED - SEE SYSTEM PROGRAMMER' TO MSGO
016200     END-IF.
016300 5100-EXIT.
016400     EXIT.

016410*----------------------------------------------------------------*
016420* 5500-CHECK-PENDING - REFUSE THE CHANGE IF AN ITEM OF THE SAME  *
016430*                      KIND IS ALREADY WAITING FOR THIS EMPLOYEE *
016440*                      - THE FIRST ONE MUST BE APPROVED OR       *
016450*                      REJECTED ON EMPAPR BEFORE ANOTHER IS      *
016460*                      KEYED.                                    *
016470*----------------------------------------------------------------*
016480 5500-CHECK-PENDING.
016490     MOVE 'N' TO WS-PENDING-SW.
016500     MOVE EMP-ID TO APR-EMP-ID.
016510     IF WS-QUEUE-TERM
016520         SET APR-TYPE-TERMINATE TO TRUE
016530         EXEC CICS READ
016540             FILE      (WS-APPR-FILE-NAME)
016550             INTO      (APPROVAL-RECORD)
016560             RIDFLD    (APR-KEY)
016570             RESP      (WS-RESP)
016580         END-EXEC
016590         IF WS-RESP = DFHRESP(NORMAL)
016591             MOVE 'A TERMINATION IS ALREADY AWAITING APPROVAL'
016592                 TO MSGO
016593             SET WS-ITEM-PENDING TO TRUE
016594             GO TO 5500-EXIT
016595         END-IF
016596     END-IF.
016597     IF WS-QUEUE-GRADE
016598         MOVE EMP-ID TO APR-EMP-ID
016599         SET APR-TYPE-GRADE TO TRUE
016600         EXEC CICS READ
016601             FILE      (WS-APPR-FILE-NAME)
016602             INTO      (APPROVAL-RECORD)
016603             RIDFLD    (APR-KEY)
016604             RESP      (WS-RESP)
016605         END-EXEC
016606         IF WS-RESP = DFHRESP(NORMAL)
016607             MOVE 'A GRADE CHANGE IS ALREADY AWAITING APPROVAL'
016608                 TO MSGO
016609             SET WS-ITEM-PENDING TO TRUE
016610         END-IF
016611     END-IF.
016612 5500-EXIT.
016613     EXIT.

016614*----------------------------------------------------------------*
016615* 5600-QUEUE-FOR-APPROVAL - WRITE THE TERMINATION AND/OR GRADE   *
016616*                           ITEM TO APPRQUE WITH THE KEYING      *
016617*                           OPERATOR AND WHAT THE MASTER SHOWED  *
016618*                           AT THE TIME.  A TERMINATION CARRIES  *
016619*                           TODAY AS ITS TERM DATE, SO A SLOW    *
016620*                           SIGN-OFF DOES NOT MOVE IT.           *
016621*----------------------------------------------------------------*
016622 5600-QUEUE-FOR-APPROVAL.
016623     ACCEPT WS-RUN-DATE FROM DATE.
016624     ACCEPT WS-RUN-TIME FROM TIME.
016625     INITIALIZE APPROVAL-RECORD.
016626     MOVE EMP-ID TO APR-EMP-ID.
016627     MOVE WS-USERID TO APR-KEY-OPERATOR.
016628     MOVE WS-RUN-DATE TO APR-KEY-DATE.
016629     MOVE WS-RUN-TIME TO APR-KEY-TIME.
016630     MOVE EMP-NAME TO APR-EMP-NAME.
016631     MOVE EMP-DEPT TO APR-EMP-DEPT.
016632     MOVE WS-OLD-STATUS TO APR-OLD-STATUS.
016633     MOVE WS-OLD-PAY-GRADE TO APR-OLD-PAY-GRADE.
016634     MOVE WS-OLD-PAY-GRADE TO APR-NEW-PAY-GRADE.
016635     IF WS-QUEUE-TERM
016636         SET APR-TYPE-TERMINATE TO TRUE
016637         MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD
016638         MOVE WS-TODAY-DATE-N TO APR-TERM-DATE
016639         EXEC CICS WRITE
016640             FILE      (WS-APPR-FILE-NAME)
016641             FROM      (APPROVAL-RECORD)
016642             RIDFLD    (APR-KEY)
016643             RESP      (WS-RESP)
016644         END-EXEC
016645         IF WS-RESP NOT = DFHRESP(NORMAL)
016646             MOVE 'APPROVAL QUEUE FAILED - SEE SYSTEM PROGRAMMER'
016647                 TO MSGO
016648             GO TO 5600-EXIT
016649         END-IF
016650     END-IF.
016651     IF WS-QUEUE-GRADE
016652         SET APR-TYPE-GRADE TO TRUE
016653         MOVE GRDI TO APR-NEW-PAY-GRADE
016654         MOVE ZEROS TO APR-TERM-DATE
016655         EXEC CICS WRITE
016656             FILE      (WS-APPR-FILE-NAME)
016657             FROM      (APPROVAL-RECORD)
016658             RIDFLD    (APR-KEY)
016659             RESP      (WS-RESP)
016660         END-EXEC
016661         IF WS-RESP NOT = DFHRESP(NORMAL)
016662             MOVE 'APPROVAL QUEUE FAILED - SEE SYSTEM PROGRAMMER'
016663                 TO MSGO
016664             GO TO 5600-EXIT
016665         END-IF
016666     END-IF.
016667     IF WS-OTHER-CHANGE
016668         IF WS-QUEUE-TERM AND WS-QUEUE-GRADE
016669             MOVE 'UPDATED - TERM AND GRADE SENT FOR APPROVAL'
016670                 TO MSGO
016671         ELSE
016672             IF WS-QUEUE-TERM
016673                 MOVE 'UPDATED - TERMINATION SENT FOR APPROVAL'
016674                     TO MSGO
016675             ELSE
016676                 MOVE 'UPDATED - GRADE CHANGE SENT FOR APPROVAL'
016677                     TO MSGO
016678             END-IF
016679         END-IF
016680     ELSE
016681         IF WS-QUEUE-TERM AND WS-QUEUE-GRADE
016682             MOVE 'TERMINATION AND GRADE CHANGE SENT FOR APPROVAL'
016683                 TO MSGO
016684         ELSE
016685             IF WS-QUEUE-TERM
016686                 MOVE 'TERMINATION SENT FOR APPROVAL' TO MSGO
016687             ELSE
016688                 MOVE 'GRADE CHANGE SENT FOR APPROVAL' TO MSGO
016689             END-IF
016690         END-IF
016691     END-IF.
016692 5600-EXIT.
016693     EXIT.

016694*----------------------------------------------------------------*
016695* 5800-SECURITY-FOR-CHANGE - A CHANGE JUST REWRITTEN THAT        *
016696*                            REINSTATED A TERMINATED EMPLOYEE OR *
016697*                            MOVED SOMEONE TO ANOTHER DEPARTMENT *
016698*                            GOES TO SECURITY / IT - A           *
016699*                            REINSTATEMENT THAT ALSO MOVED GOES  *
016700*                            AS THE ONE EVENT.  A TERMINATION    *
016701*                            NEVER REACHES HERE; IT IS QUEUED    *
016702*                            WHEN EMPAPR APPLIES IT.             *
016703*----------------------------------------------------------------*
016704 5800-SECURITY-FOR-CHANGE.
016705     MOVE SPACES TO WS-SECURITY-ACTION.
016706     IF NOT EMP-STAT-TERMINATED AND WS-OLD-STATUS = 'T'
016707         MOVE 'R' TO WS-SECURITY-ACTION
016708     END-IF.
016709     IF WS-SECURITY-ACTION = SPACES AND
016710        NOT EMP-STAT-TERMINATED AND EMP-DEPT NOT = WS-OLD-DEPT
016711         MOVE 'X' TO WS-SECURITY-ACTION
016712     END-IF.
016713     IF WS-SECURITY-ACTION = SPACES
016714         GO TO 5800-EXIT
016715     END-IF.
016716     PERFORM 6100-QUEUE-SECURITY-EVENT THRU 6100-EXIT.
016717     IF WS-SECURITY-FAILED
016718         MOVE 'EMPLOYEE UPDATED, SECURITY FEED FAILED' TO MSGO
016719     END-IF.
016720 5800-EXIT.
016721     EXIT.

016722*----------------------------------------------------------------*
016723* 5700-APPLY-LEAVE - SETTLE THE LEAVE FIELDS ONCE EMP-STATUS     *
016724*                    HOLDS THE NEW STATUS AND WS-OLD-STATUS THE  *
016725*                    OLD ONE (SPACES ON AN ADD).  GOING ON LEAVE *
016726*                    NEEDS AN EXPECTED RETURN AND A LEAVE TYPE;  *
016727*                    A BLANK START DEFAULTS TO TODAY.  ALREADY   *
016728*                    ON LEAVE, ONLY THE FIELDS KEYED ARE         *
016729*                    REPLACED.  BACK FROM LEAVE TO ACTIVE, THE   *
016730*                    RETURN DATE BECOMES THE ACTUAL RETURN       *
016731*                    (KEYED, ELSE TODAY) AND WS-LEAVE-ENDED IS   *
016732*                    SET.  ANY OTHER STATUS LEAVES THE FIELDS    *
016733*                    ALONE.  THE SAME RULES AS THE BATCH LOAD.   *
016734*                    A REFUSAL SETS MSGO AND WS-LEAVE-INVALID.   *
016735*----------------------------------------------------------------*
016736 5700-APPLY-LEAVE.
016737     SET WS-LEAVE-VALID TO TRUE.
016738     MOVE 'N' TO WS-RETURN-SW.
016739     ACCEPT WS-RUN-DATE FROM DATE.
016740     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
016741     IF EMP-STAT-ACTIVE AND WS-OLD-STATUS = 'L'
016742         GO TO 5700-RETURN
016743     END-IF.
016744     IF NOT EMP-STAT-LEAVE
016745         GO TO 5700-EXIT
016746     END-IF.
016747     IF WS-OLD-STATUS NOT = 'L'
016748         MOVE WS-TODAY-DATE-N TO EMP-LEAVE-START
016749         MOVE ZEROS TO EMP-LEAVE-RETURN
016750         MOVE SPACES TO EMP-LEAVE-TYPE
016751     END-IF.
016752     IF LVSTARTI NOT = SPACES AND LVSTARTI NOT = '00000000'
016753         MOVE LVSTARTI TO EMP-LEAVE-START
016754         SET WS-OTHER-CHANGE TO TRUE
016755     END-IF.
016756     IF LVRETNI NOT = SPACES AND LVRETNI NOT = '00000000'
016757         MOVE LVRETNI TO EMP-LEAVE-RETURN
016758         SET WS-OTHER-CHANGE TO TRUE
016759     END-IF.
016760     IF LVTYPEI NOT = SPACES
016761         MOVE LVTYPEI TO EMP-LEAVE-TYPE
016762         SET WS-OTHER-CHANGE TO TRUE
016763     END-IF.
016764     IF WS-OLD-STATUS NOT = 'L' AND EMP-LEAVE-RETURN = ZEROS
016765         MOVE 'EXPECTED RETURN DATE IS REQUIRED FOR LEAVE'
016766             TO MSGO
016767         SET WS-LEAVE-INVALID TO TRUE
016768         GO TO 5700-EXIT
016769     END-IF.
016770     IF WS-OLD-STATUS NOT = 'L' AND EMP-LEAVE-TYPE = SPACES
016771         MOVE 'LEAVE TYPE IS REQUIRED FOR LEAVE' TO MSGO
016772         SET WS-LEAVE-INVALID TO TRUE
016773         GO TO 5700-EXIT
016774     END-IF.
016775     IF EMP-LEAVE-RETURN NOT = ZEROS AND
016776        EMP-LEAVE-RETURN < EMP-LEAVE-START
016777         MOVE 'EXPECTED RETURN IS BEFORE LEAVE START' TO MSGO
016778         SET WS-LEAVE-INVALID TO TRUE
016779     END-IF.
016780     GO TO 5700-EXIT.
016781 5700-RETURN.
016782     SET WS-LEAVE-ENDED TO TRUE.
016783     IF LVRETNI NOT = SPACES AND LVRETNI NOT = '00000000'
016784         MOVE LVRETNI TO EMP-LEAVE-RETURN
016785     ELSE
016786         MOVE WS-TODAY-DATE-N TO EMP-LEAVE-RETURN
016787     END-IF.
016788     IF EMP-LEAVE-RETURN < EMP-LEAVE-START
016789         MOVE 'RETURN DATE IS BEFORE LEAVE START' TO MSGO
016790         SET WS-LEAVE-INVALID TO TRUE
016791     END-IF.
016792 5700-EXIT.
016793     EXIT.

016794*----------------------------------------------------------------*
016795* 5900-CHECK-DUPLICATE - LOOK FOR AN EMPLOYEE ON FILE WHO MAY BE *
016796*                        THE PERSON BEING ADDED.  A TERMINATED   *
016797*                        MATCH WINS - THE OPERATOR IS TOLD TO    *
016798*                        REHIRE THAT ID (AN ADD UNDER THE OLD ID *
016799*                        GOES THROUGH 5300-REHIRE-EMPLOYEE).     *
016800*                        OTHERWISE THE FIRST ACTIVE OR ON-LEAVE  *
016801*                        MATCH IS NAMED.  EITHER WAY MSGO IS SET *
016802*                        AND WS-DUP-FOUND HOLDS THE ADD.  AN ADD *
016803*                        KEYED UNDER AN ID IS NOT MATCHED TO     *
016804*                        THAT ID'S OWN RECORD.  EMPLOYEE-RECORD  *
016805*                        IS PUT BACK AS IT WAS FOUND.            *
016806*----------------------------------------------------------------*
016807 5900-CHECK-DUPLICATE.
016808     MOVE 'N' TO WS-DUP-SW.
016809     MOVE ZEROS TO WS-DUP-TERM-ID.
016810     MOVE ZEROS TO WS-DUP-OTHER-ID.
016811     MOVE EMPLOYEE-RECORD TO WS-DUP-SAVE-RECORD.
016812     MOVE ZEROS TO WS-DUP-OWN-ID.
016813     IF NOT WS-ASSIGN-NEEDED
016814         MOVE EMP-ID TO WS-DUP-OWN-ID
016815     END-IF.
016816     MOVE EMPNAMI TO WS-NRM-IN.
016817     PERFORM 5940-NORMALIZE-NAME THRU 5940-EXIT.
016818     MOVE WS-NRM-OUT TO WS-DUP-ADD-NORM.
016819     MOVE WS-NRM-WORD-TABLE TO WS-DUP-KEY-TABLE.
016820     MOVE WS-NRM-WORD-COUNT TO WS-DUP-KEY-COUNT.
016821     MOVE HIREI TO WS-DTD-DATE.
016822     PERFORM 5950-DATE-TO-DAYS THRU 5950-EXIT.
016823     MOVE WS-DTD-SERIAL TO WS-DUP-ADD-SERIAL.
016824     PERFORM 5910-BROWSE-ONE-WORD THRU 5910-EXIT
016825         VARYING WS-DUP-KEY-SUB FROM 1 BY 1
016826         UNTIL WS-DUP-KEY-SUB > WS-DUP-KEY-COUNT
016827            OR WS-DUP-TERM-ID NOT = ZEROS.
016828     MOVE WS-DUP-SAVE-RECORD TO EMPLOYEE-RECORD.
016829     IF WS-DUP-TERM-ID NOT = ZEROS
016830         SET WS-DUP-FOUND TO TRUE
016831         MOVE WS-DUP-TERM-ID TO WS-REHIRE-MSG-ID
016832         MOVE WS-REHIRE-MSG TO MSGO
016833         GO TO 5900-EXIT
016834     END-IF.
016835     IF WS-DUP-OTHER-ID NOT = ZEROS
016836         SET WS-DUP-FOUND TO TRUE
016837         MOVE WS-DUP-OTHER-ID TO WS-DUPLICATE-MSG-ID
016838         MOVE WS-DUPLICATE-MSG TO MSGO
016839     END-IF.
016840 5900-EXIT.
016841     EXIT.

016842*----------------------------------------------------------------*
016843* 5910-BROWSE-ONE-WORD - READ THE EMP-NAME INDEX FROM WORD       *
016844*                        WS-DUP-KEY-SUB OF THE KEYED NAME FOR AS *
016845*                        LONG AS THE NAMES ON FILE START WITH    *
016846*                        THAT WORD.                              *
016847*----------------------------------------------------------------*
016848 5910-BROWSE-ONE-WORD.
016849     MOVE SPACES TO WS-ALT-NAME.
016850     MOVE WS-DUP-KEY (WS-DUP-KEY-SUB) TO WS-ALT-NAME.
016851     MOVE WS-DUP-KEY-LEN (WS-DUP-KEY-SUB) TO WS-DUP-KEY-LENGTH.
016852     MOVE ZERO TO WS-DUP-READ-CNT.
016853     MOVE 'N' TO WS-BROWSE-SW.
016854     EXEC CICS STARTBR
016855         FILE      (WS-NAME-PATH-NAME)
016856         RIDFLD    (WS-ALT-NAME)
016857         GTEQ
016858         RESP      (WS-RESP)
016859     END-EXEC.
016860     IF WS-RESP NOT = DFHRESP(NORMAL)
016861         GO TO 5910-EXIT
016862     END-IF.
016863     PERFORM 5920-READ-NAME-NEXT THRU 5920-EXIT
016864         UNTIL WS-BROWSE-END.
016865     EXEC CICS ENDBR
016866         FILE      (WS-NAME-PATH-NAME)
016867     END-EXEC.
016868 5910-EXIT.
016869     EXIT.

016870*----------------------------------------------------------------*
016871* 5920-READ-NAME-NEXT - READ FORWARD ON THE EMP-NAME INDEX.  THE *
016872*                       BROWSE ENDS WHEN THE NAMES NO LONGER     *
016873*                       START WITH THE WORD, AT WS-DUP-READ-MAX  *
016874*                       READS, OR ON A TERMINATED MATCH.  DUPKEY *
016875*                       IS THE NORMAL ANSWER ON A NON-UNIQUE     *
016876*                       INDEX.                                   *
016877*----------------------------------------------------------------*
016878 5920-READ-NAME-NEXT.
016879     IF WS-DUP-READ-CNT NOT LESS THAN WS-DUP-READ-MAX
016880         SET WS-BROWSE-END TO TRUE
016881         GO TO 5920-EXIT
016882     END-IF.
016883     EXEC CICS READNEXT
016884         FILE      (WS-NAME-PATH-NAME)
016885         INTO      (EMPLOYEE-RECORD)
016886         RIDFLD    (WS-ALT-NAME)
016887         RESP      (WS-RESP)
016888     END-EXEC.
016889     IF WS-RESP NOT = DFHRESP(NORMAL) AND
016890        WS-RESP NOT = DFHRESP(DUPKEY)
016891         SET WS-BROWSE-END TO TRUE
016892         GO TO 5920-EXIT
016893     END-IF.
016894     ADD 1 TO WS-DUP-READ-CNT.
016895     IF EMP-NAME (1:WS-DUP-KEY-LENGTH) NOT =
016896        WS-DUP-KEY (WS-DUP-KEY-SUB) (1:WS-DUP-KEY-LENGTH)
016897         SET WS-BROWSE-END TO TRUE
016898         GO TO 5920-EXIT
016899     END-IF.
016900     PERFORM 5930-CHECK-CANDIDATE THRU 5930-EXIT.
016901     IF WS-DUP-TERM-ID NOT = ZEROS
016902         SET WS-BROWSE-END TO TRUE
016903     END-IF.
016904 5920-EXIT.
016905     EXIT.

016906*----------------------------------------------------------------*
016907* 5930-CHECK-CANDIDATE - THE EMPLOYEE JUST READ MATCHES WHEN THE *
016908*                        NORMALIZED NAMES ARE EQUAL AND EITHER   *
016909*                        IT IS TERMINATED OUT OF THE ADD'S       *
016910*                        DEPARTMENT OR THE HIRE DATES ARE WITHIN *
016911*                        WS-DUP-CLOSE-DAYS OF EACH OTHER.        *
016912*----------------------------------------------------------------*
016913 5930-CHECK-CANDIDATE.
016914     IF EMP-ID = WS-DUP-OWN-ID
016915         GO TO 5930-EXIT
016916     END-IF.
016917     MOVE EMP-NAME TO WS-NRM-IN.
016918     PERFORM 5940-NORMALIZE-NAME THRU 5940-EXIT.
016919     IF WS-NRM-OUT NOT = WS-DUP-ADD-NORM
016920         GO TO 5930-EXIT
016921     END-IF.
016922     IF EMP-STAT-TERMINATED AND EMP-DEPT = DEPTI
016923         MOVE EMP-ID TO WS-DUP-TERM-ID
016924         GO TO 5930-EXIT
016925     END-IF.
016926     MOVE EMP-HIRE-DATE TO WS-DTD-DATE.
016927     PERFORM 5950-DATE-TO-DAYS THRU 5950-EXIT.
016928     IF WS-DTD-SERIAL = ZERO OR WS-DUP-ADD-SERIAL = ZERO
016929         GO TO 5930-EXIT
016930     END-IF.
016931     COMPUTE WS-DUP-GAP = WS-DTD-SERIAL - WS-DUP-ADD-SERIAL.
016932     IF WS-DUP-GAP < ZERO
016933         COMPUTE WS-DUP-GAP = ZERO - WS-DUP-GAP
016934     END-IF.
016935     IF WS-DUP-GAP > WS-DUP-CLOSE-DAYS
016936         GO TO 5930-EXIT
016937     END-IF.
016938     IF EMP-STAT-TERMINATED
016939         MOVE EMP-ID TO WS-DUP-TERM-ID
016940     ELSE
016941         IF WS-DUP-OTHER-ID = ZEROS
016942             MOVE EMP-ID TO WS-DUP-OTHER-ID
016943         END-IF
016944     END-IF.
016945 5930-EXIT.
016946     EXIT.

016947*----------------------------------------------------------------*
016948* 5940-NORMALIZE-NAME - WS-NRM-IN TO WS-NRM-OUT: SPLIT INTO      *
016949*                       WORDS, SORT THE WORDS, AND SET THEM      *
016950*                       BACK ONE SPACE APART.                    *
016951*----------------------------------------------------------------*
016952 5940-NORMALIZE-NAME.
016953     MOVE SPACES TO WS-NRM-OUT.
016954     MOVE SPACES TO WS-NRM-CUR.
016955     MOVE ZERO TO WS-NRM-CUR-LEN.
016956     MOVE ZERO TO WS-NRM-OUT-LEN.
016957     MOVE ZERO TO WS-NRM-WORD-COUNT.
016958     PERFORM 5941-SCAN-ONE-CHAR THRU 5941-EXIT
016959         VARYING WS-NRM-SUB FROM 1 BY 1
016960         UNTIL WS-NRM-SUB > 30.
016961     PERFORM 5942-END-WORD THRU 5942-EXIT.
016962     PERFORM 5943-SORT-PASS THRU 5943-EXIT
016963         VARYING WS-NRM-I FROM 1 BY 1
016964         UNTIL WS-NRM-I NOT LESS THAN WS-NRM-WORD-COUNT.
016965     PERFORM 5945-APPEND-WORD THRU 5945-EXIT
016966         VARYING WS-NRM-I FROM 1 BY 1
016967         UNTIL WS-NRM-I > WS-NRM-WORD-COUNT.
016968 5940-EXIT.
016969     EXIT.

016970*----------------------------------------------------------------*
016971* 5941-SCAN-ONE-CHAR - A LETTER (FOLDED TO UPPER CASE) OR        *
016972*                      DIGIT EXTENDS THE CURRENT WORD, AN        *
016973*                      APOSTROPHE IS DROPPED, ANYTHING ELSE ENDS *
016974*                      THE WORD.                                 *
016975*----------------------------------------------------------------*
016976 5941-SCAN-ONE-CHAR.
016977     MOVE WS-NRM-IN (WS-NRM-SUB:1) TO WS-NRM-CHAR.
016978     IF WS-NRM-CHAR = ''''
016979         GO TO 5941-EXIT
016980     END-IF.
016981     IF WS-NRM-CHAR IS ALPHABETIC-LOWER AND
016982        WS-NRM-CHAR NOT = SPACE
016983         PERFORM 5946-FOLD-CASE THRU 5946-EXIT
016984             VARYING WS-NRM-K FROM 1 BY 1
016985             UNTIL WS-NRM-K > 26 OR
016986                   WS-NRM-CHAR IS ALPHABETIC-UPPER
016987     END-IF.
016988     IF (WS-NRM-CHAR IS ALPHABETIC-UPPER AND
016989         WS-NRM-CHAR NOT = SPACE) OR
016990        WS-NRM-CHAR IS NUMERIC
016991         ADD 1 TO WS-NRM-CUR-LEN
016992         MOVE WS-NRM-CHAR TO WS-NRM-CUR (WS-NRM-CUR-LEN:1)
016993     ELSE
016994         PERFORM 5942-END-WORD THRU 5942-EXIT
016995     END-IF.
016996 5941-EXIT.
016997     EXIT.

016998*----------------------------------------------------------------*
016999* 5942-END-WORD - FILE THE CURRENT WORD, IF ANY, IN THE WORD     *
017000*                 TABLE AND START A NEW ONE.                     *
017001*----------------------------------------------------------------*
017002 5942-END-WORD.
017003     IF WS-NRM-CUR-LEN > ZERO
017004         ADD 1 TO WS-NRM-WORD-COUNT
017005         MOVE WS-NRM-CUR TO WS-NRM-WORD (WS-NRM-WORD-COUNT)
017006         MOVE WS-NRM-CUR-LEN
017007             TO WS-NRM-WORD-LEN (WS-NRM-WORD-COUNT)
017008     END-IF.
017009     MOVE SPACES TO WS-NRM-CUR.
017010     MOVE ZERO TO WS-NRM-CUR-LEN.
017011 5942-EXIT.
017012     EXIT.

017013*----------------------------------------------------------------*
017014* 5943-SORT-PASS - ONE BUBBLE PASS OVER THE WORDS NOT YET IN     *
017015*                  PLACE.  A NAME HAS ONLY A HANDFUL OF WORDS.   *
017016*----------------------------------------------------------------*
017017 5943-SORT-PASS.
017018     COMPUTE WS-NRM-LIMIT = WS-NRM-WORD-COUNT - WS-NRM-I.
017019     PERFORM 5944-SORT-COMPARE THRU 5944-EXIT
017020         VARYING WS-NRM-J FROM 1 BY 1
017021         UNTIL WS-NRM-J > WS-NRM-LIMIT.
017022 5943-EXIT.
017023     EXIT.

017024*----------------------------------------------------------------*
017025* 5944-SORT-COMPARE - SWAP WORDS WS-NRM-J AND WS-NRM-J + 1 WHEN  *
017026*                     THEY ARE OUT OF ORDER.                     *
017027*----------------------------------------------------------------*
017028 5944-SORT-COMPARE.
017029     IF WS-NRM-WORD (WS-NRM-J) > WS-NRM-WORD (WS-NRM-J + 1)
017030         MOVE WS-NRM-WORD (WS-NRM-J) TO WS-NRM-SWAP-WORD
017031         MOVE WS-NRM-WORD-LEN (WS-NRM-J) TO WS-NRM-SWAP-LEN
017032         MOVE WS-NRM-WORD (WS-NRM-J + 1)
017033             TO WS-NRM-WORD (WS-NRM-J)
017034         MOVE WS-NRM-WORD-LEN (WS-NRM-J + 1)
017035             TO WS-NRM-WORD-LEN (WS-NRM-J)
017036         MOVE WS-NRM-SWAP-WORD TO WS-NRM-WORD (WS-NRM-J + 1)
017037         MOVE WS-NRM-SWAP-LEN TO WS-NRM-WORD-LEN (WS-NRM-J + 1)
017038     END-IF.
017039 5944-EXIT.
017040     EXIT.

017041*----------------------------------------------------------------*
017042* 5945-APPEND-WORD - ADD WORD WS-NRM-I TO WS-NRM-OUT, ONE SPACE  *
017043*                    AFTER THE WORD BEFORE IT.                   *
017044*----------------------------------------------------------------*
017045 5945-APPEND-WORD.
017046     IF WS-NRM-OUT-LEN > ZERO
017047         ADD 1 TO WS-NRM-OUT-LEN
017048     END-IF.
017049     MOVE WS-NRM-WORD (WS-NRM-I)
017050         TO WS-NRM-OUT (WS-NRM-OUT-LEN + 1:
017051                        WS-NRM-WORD-LEN (WS-NRM-I)).
017052     ADD WS-NRM-WORD-LEN (WS-NRM-I) TO WS-NRM-OUT-LEN.
017053 5945-EXIT.
017054     EXIT.

017055*----------------------------------------------------------------*
017056* 5946-FOLD-CASE - IS WS-NRM-CHAR LOWER-CASE LETTER WS-NRM-K?    *
017057*                  IF SO, MAKE IT THE UPPER-CASE ONE.            *
017058*----------------------------------------------------------------*
017059 5946-FOLD-CASE.
017060     IF WS-NRM-CHAR = WS-NRM-LOWER (WS-NRM-K:1)
017061         MOVE WS-NRM-UPPER (WS-NRM-K:1) TO WS-NRM-CHAR
017062     END-IF.
017063 5946-EXIT.
017064     EXIT.

017065*----------------------------------------------------------------*
017066* 5950-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
017067*                     IN WS-DTD-SERIAL.  A ZERO OR UNREADABLE    *
017068*                     DATE GIVES ZERO, WHICH NEVER COUNTS AS     *
017069*                     CLOSE TO ANYTHING.  THE LEAP-YEAR TEST IS  *
017070*                     2350-CHECK-LEAP-YEAR'S.                    *
017071*----------------------------------------------------------------*
017072 5950-DATE-TO-DAYS.
017073     MOVE ZERO TO WS-DTD-SERIAL.
017074     IF WS-DTD-DATE IS NOT NUMERIC OR WS-DTD-DATE-N = ZERO
017075         GO TO 5950-EXIT
017076     END-IF.
017077     IF WS-DTD-MM < 1 OR WS-DTD-MM > 12
017078         GO TO 5950-EXIT
017079     END-IF.
017080     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
017081     COMPUTE WS-DTD-SERIAL =
017082         (WS-DTD-PRIOR-YEAR * 365)
017083         + (WS-DTD-PRIOR-YEAR / 4)
017084         - (WS-DTD-PRIOR-YEAR / 100)
017085         + (WS-DTD-PRIOR-YEAR / 400).
017086     ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL.
017087     IF WS-DTD-MM > 2
017088         MOVE 28 TO WS-MAX-DD
017089         MOVE WS-DTD-YEAR TO WS-EDIT-YEAR
017090         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
017091         IF WS-MAX-DD = 29
017092             ADD 1 TO WS-DTD-SERIAL
017093         END-IF
017094     END-IF.
017095     ADD WS-DTD-DD TO WS-DTD-SERIAL.
017096 5950-EXIT.
017097     EXIT.

017100*----------------------------------------------------------------*
017200* 5200-INQUIRE-EMPLOYEE - READ-ONLY LOOKUP, DISPLAY THE NAME ON  *
017300*                         FILE FOR THIS EMPLOYEE ID.             *
018320         MOVE EMP-HIRE-DATE TO HIREO
018330         MOVE EMP-STATUS TO STATO
018340         MOVE EMP-PAY-GRADE TO GRDO
018341         MOVE EMP-LEAVE-START TO LVSTARTO
018342         MOVE EMP-LEAVE-RETURN TO LVRETNO
018343         MOVE EMP-LEAVE-TYPE TO LVTYPEO
018400         IF EMP-STAT-TERMINATED
018410             MOVE 'EMPLOYEE FOUND - TERMINATED' TO MSGO
018420         ELSE
018421             IF EMP-STAT-LEAVE
018422                 MOVE 'EMPLOYEE FOUND - ON LEAVE' TO MSGO
018423             ELSE
018430                 MOVE 'EMPLOYEE FOUND' TO MSGO
018431             END-IF
018440         END-IF
018500     ELSE
018600         MOVE 'EMPLOYEE NOT FOUND' TO MSGO
019643     MOVE WS-OLD-STATUS TO AUD-OLD-STATUS.
019644     MOVE WS-OLD-PAY-GRADE TO AUD-OLD-PAY-GRADE.
019645     MOVE WS-OLD-TERM-DATE TO AUD-OLD-TERM-DATE.
019646     MOVE WS-OLD-LEAVE-START TO AUD-OLD-LEAVE-START.
019647     MOVE WS-OLD-LEAVE-RETURN TO AUD-OLD-LEAVE-RETURN.
019648     MOVE WS-OLD-LEAVE-TYPE TO AUD-OLD-LEAVE-TYPE.
019650     MOVE EMP-NAME    TO AUD-NEW-NAME.
019651     MOVE EMP-DEPT    TO AUD-NEW-DEPT.
019652     MOVE EMP-HIRE-DATE TO AUD-NEW-HIRE-DATE.
019653     MOVE EMP-STATUS  TO AUD-NEW-STATUS.
019654     MOVE EMP-PAY-GRADE TO AUD-NEW-PAY-GRADE.
019655     MOVE EMP-TERM-DATE TO AUD-NEW-TERM-DATE.
019656     MOVE EMP-LEAVE-START TO AUD-NEW-LEAVE-START.
019657     MOVE EMP-LEAVE-RETURN TO AUD-NEW-LEAVE-RETURN.
019658     MOVE EMP-LEAVE-TYPE TO AUD-NEW-LEAVE-TYPE.
019660     MOVE WS-RUN-ID   TO AUD-RUN-ID.
019665     MOVE WS-USERID   TO AUD-KEY-OPERATOR.
019670     EXEC CICS WRITE
019680         FILE      (WS-AUDIT-FILE-NAME)
019690         FROM      (WS-AUDIT-RECORD)
019720 6000-EXIT.
019730     EXIT.

019731*----------------------------------------------------------------*
019732* 6100-QUEUE-SECURITY-EVENT - QUEUE WS-SECURITY-ACTION FOR THIS  *
019733*                             EMPLOYEE ON SECQUE FOR THE NEXT    *
019734*                             SEC010 SEND TO SECURITY / IT.      *
019735*                             SAME RECORD HELLO QUEUES.  TWO     *
019736*                             EVENTS IN ONE CLOCK TICK TAKE THE  *
019737*                             NEXT TICK.  A FAILURE LEAVES THE   *
019738*                             CHANGE STANDING AND SETS           *
019739*                             WS-SECURITY-FAILED FOR THE CALLER'S*
019740*                             MESSAGE.                           *
019741*----------------------------------------------------------------*
019742 6100-QUEUE-SECURITY-EVENT.
019743     SET WS-SECURITY-QUEUED TO TRUE.
019744     ACCEPT WS-RUN-DATE FROM DATE.
019745     ACCEPT WS-RUN-TIME FROM TIME.
019746     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
019747     INITIALIZE SECURITY-EVENT-RECORD.
019748     MOVE WS-TODAY-DATE-N TO SEC-EVENT-DATE.
019749     MOVE WS-RUN-TIME TO SEC-EVENT-TIME.
019750     MOVE EMP-ID TO SEC-EMP-ID.
019751     MOVE WS-SECURITY-ACTION TO SEC-ACTION.
019752     MOVE EMP-NAME TO SEC-EMP-NAME.
019753     MOVE WS-OLD-DEPT TO SEC-OLD-DEPT.
019754     MOVE EMP-DEPT TO SEC-NEW-DEPT.
019755     MOVE WS-TODAY-DATE-N TO SEC-EFF-DATE.
019756     MOVE WS-RUN-ID TO SEC-RUN-ID.
019757     MOVE WS-USERID TO SEC-OPERATOR.
019758     SET SEC-STATE-PENDING TO TRUE.
019759     MOVE ZEROS TO SEC-SENT-DATE.
019760     MOVE ZEROS TO SEC-CONFIRM-DATE.
019761     EXEC CICS WRITE
019762         FILE      (WS-SEC-FILE-NAME)
019763         FROM      (SECURITY-EVENT-RECORD)
019764         RIDFLD    (SEC-KEY)
019765         RESP      (WS-RESP)
019766     END-EXEC.
019767     IF WS-RESP = DFHRESP(DUPREC)
019768         ADD 1 TO SEC-EVENT-TIME
019769         EXEC CICS WRITE
019770             FILE      (WS-SEC-FILE-NAME)
019771             FROM      (SECURITY-EVENT-RECORD)
019772             RIDFLD    (SEC-KEY)
019773             RESP      (WS-RESP)
019774         END-EXEC
019775     END-IF.
019776     IF WS-RESP NOT = DFHRESP(NORMAL)
019777         SET WS-SECURITY-FAILED TO TRUE
019778     END-IF.
019779 6100-EXIT.
019780     EXIT.

019781*----------------------------------------------------------------*
019782* 6200-CHECK-DEPT-BUDGET - AFTER AN ADD, REHIRE, OR CHANGE HAS   *
019783*                          APPLIED: WHEN THE EMPLOYEE IS NOW     *
019784*                          ACTIVE OR ON LEAVE AND WAS NOT BEFORE *
019785*                          OR HAS MOVED DEPARTMENTS, COUNT THE   *
019786*                          NEW DEPARTMENT AND WARN WHEN IT IS    *
019787*                          OVER ITS APPROVED HEADCOUNT.  ONLY A  *
019788*                          COUNT IN FORCE TODAY IS USED - AN     *
019789*                          EFFECTIVE DATE ON FILE THAT IS NOT IN *
019790*                          THE FUTURE.  EMPLOYEE-RECORD IS PUT   *
019791*                          BACK AS IT WAS FOUND.                 *
019792*----------------------------------------------------------------*
019793 6200-CHECK-DEPT-BUDGET.
019794     IF NOT EMP-STAT-ACTIVE AND NOT EMP-STAT-LEAVE
019795         GO TO 6200-EXIT
019796     END-IF.
019797     IF (WS-OLD-STATUS = 'A' OR WS-OLD-STATUS = 'L') AND
019798        WS-OLD-DEPT = EMP-DEPT
019799         GO TO 6200-EXIT
019800     END-IF.
019801     MOVE EMP-DEPT TO WS-BUDGET-DEPT.
019802     EXEC CICS READ
019803         FILE      (WS-DEPT-FILE-NAME)
019804         INTO      (DEPT-RECORD)
019805         RIDFLD    (WS-BUDGET-DEPT)
019806         RESP      (WS-RESP)
019807     END-EXEC.
019808     IF WS-RESP NOT = DFHRESP(NORMAL)
019809         GO TO 6200-EXIT
019810     END-IF.
019811     IF DEPT-APPROVED-HC IS NOT NUMERIC OR
019812        DEPT-HC-EFF-DATE IS NOT NUMERIC
019813         GO TO 6200-EXIT
019814     END-IF.
019815     ACCEPT WS-RUN-DATE FROM DATE.
019816     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
019817     IF DEPT-HC-EFF-DATE = ZERO OR
019818        DEPT-HC-EFF-DATE > WS-TODAY-DATE-N
019819         GO TO 6200-EXIT
019820     END-IF.
019821     MOVE DEPT-APPROVED-HC TO WS-BUDGET-APPROVED.
019822*    THE EMPLOYEE JUST UPDATED IS COUNTED ONCE HERE AND SKIPPED
019823*    ON THE INDEX, SO THE COUNT IS RIGHT WHETHER OR NOT THE
019824*    INDEX HAS CAUGHT UP WITH THE UPDATE.
019825     MOVE 1 TO WS-BUDGET-COUNT.
019826     MOVE EMP-ID TO WS-BUDGET-OWN-ID.
019827     MOVE EMPLOYEE-RECORD TO WS-DUP-SAVE-RECORD.
019828     MOVE WS-BUDGET-DEPT TO WS-ALT-DEPT.
019829     MOVE 'N' TO WS-BROWSE-SW.
019830     EXEC CICS STARTBR
019831         FILE      (WS-DEPT-PATH-NAME)
019832         RIDFLD    (WS-ALT-DEPT)
019833         EQUAL
019834         RESP      (WS-RESP)
019835     END-EXEC.
019836     IF WS-RESP = DFHRESP(NORMAL)
019837         PERFORM 6210-COUNT-DEPT-NEXT THRU 6210-EXIT
019838             UNTIL WS-BROWSE-END
019839         EXEC CICS ENDBR
019840             FILE      (WS-DEPT-PATH-NAME)
019841         END-EXEC
019842     END-IF.
019843     MOVE WS-DUP-SAVE-RECORD TO EMPLOYEE-RECORD.
019844     IF WS-BUDGET-COUNT NOT > WS-BUDGET-APPROVED
019845         GO TO 6200-EXIT
019846     END-IF.
019847     MOVE MSGO TO WS-BUDGET-MSG-TEXT.
019848     MOVE WS-BUDGET-DEPT TO WS-BUDGET-MSG-DEPT.
019849     MOVE WS-BUDGET-COUNT TO WS-BUDGET-MSG-COUNT.
019850     MOVE WS-BUDGET-APPROVED TO WS-BUDGET-MSG-APPROVED.
019851     MOVE WS-BUDGET-MSG TO MSGO.
019852 6200-EXIT.
019856     EXIT.

019860*----------------------------------------------------------------*
019864* 6210-COUNT-DEPT-NEXT - READ FORWARD ON THE EMP-DEPT INDEX,     *
019868*                        COUNTING ACTIVE AND ON-LEAVE STAFF,     *
019872*                        UNTIL THE DEPARTMENT CHANGES.  DUPKEY   *
019876*                        IS THE NORMAL ANSWER ON A NON-UNIQUE    *
019880*                        INDEX.                                  *
019884*----------------------------------------------------------------*
019888 6210-COUNT-DEPT-NEXT.
019892     EXEC CICS READNEXT
019896         FILE      (WS-DEPT-PATH-NAME)
019900         INTO      (EMPLOYEE-RECORD)
019904         RIDFLD    (WS-ALT-DEPT)
019908         RESP      (WS-RESP)
019912     END-EXEC.
019916     IF WS-RESP NOT = DFHRESP(NORMAL) AND
019920        WS-RESP NOT = DFHRESP(DUPKEY)
019924         SET WS-BROWSE-END TO TRUE
019928         GO TO 6210-EXIT
019932     END-IF.
019936     IF EMP-DEPT NOT = WS-BUDGET-DEPT
019940         SET WS-BROWSE-END TO TRUE
019944         GO TO 6210-EXIT
019948     END-IF.
019952     IF EMP-ID = WS-BUDGET-OWN-ID
019956         GO TO 6210-EXIT
019960     END-IF.
019964     IF EMP-STAT-ACTIVE OR EMP-STAT-LEAVE
019968         ADD 1 TO WS-BUDGET-COUNT
019972     END-IF.
019976 6210-EXIT.
019980     EXIT.

019984*----------------------------------------------------------------*
019988* 4000-SEND-MAP - REDISPLAY THE SCREEN WITH CURRENT DATA AND     *
019992*                 THE RESULT MESSAGE FOR THE OPERATOR.           *
019996*----------------------------------------------------------------*
020000 4000-SEND-MAP.
020100     MOVE FUNCI TO FUNCO.
020200     MOVE EMPIDI TO EMPIDO.
