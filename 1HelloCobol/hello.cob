002987*                IMPOSSIBLE EFFECTIVE DATE DODGED THE R11 EDIT
002988*                AND STAMPED THE BAD DATE INTO EMP-TERM-DATE
002989*                (OR PARKED ON A NONSENSE MATURITY).
002990* 10/14/26 RLT   AUDREC GREW TO 160 BYTES (KEYING AND APPROVING
002991*                OPERATOR IDS FOR THE EMPAPR SIGN-OFF) - AUDJRNL
002992*                FD RESIZED TO MATCH.  BATCH ENTRIES LEAVE BOTH
002993*                OPERATOR FIELDS BLANK.
002994* 10/14/26 RLT   PAY GRADE IS NOW EDITED AGAINST THE GRADMAST KSDS
002995*                (GRDREC.CPY, MAINTAINED ON GRDMNT).  AN ADD, OR A
002996*                CHANGE THAT SUPPLIES A GRADE, IS REJECTED R31
002997*                WHEN THE GRADE IS NOT ON FILE (A BLANK GRADE
002998*                INCLUDED) AND R32 WHEN IT IS FLAGGED INACTIVE.
002999* 10/14/26 RLT   LEAVE OF ABSENCE IS NOW TRACKED ON THE MASTER -
003000*                EMPREC GREW LEAVE START, LEAVE RETURN, AND LEAVE
003001*                TYPE, AND EMPLOYEE-TRANS CARRIES THEM.  A
003002*                TRANSACTION PUTTING SOMEONE ON LEAVE MUST SHOW A
003003*                REAL EXPECTED RETURN DATE NOT BEFORE THE LEAVE
003004*                START (R15) AND A LEAVE TYPE OF M, F, S, OR U
003005*                (R16); THE START DEFAULTS TO THE EFFECTIVE DATE
003006*                OR TONIGHT, AND A BAD ONE REJECTS R14.  A CHANGE
003007*                BACK TO ACTIVE IS A RETURN FROM LEAVE: THE
003008*                RETURN DATE BECOMES THE ACTUAL DAY BACK AND THE
003009*                JOURNAL ENTRY IS ACTION 'R'.  AUDREC GREW TO 196
003010*                BYTES; THE PAYROLL EXTRACT NOW CARRIES THE LEAVE
003011*                FIELDS.
003012* 10/14/26 RLT   EVERY TERMINATION, REHIRE, REINSTATEMENT, AND
003013*                DEPARTMENT TRANSFER APPLIED TONIGHT IS ALSO
003014*                QUEUED ON THE NEW SECQUE KSDS (SECREC.CPY) FOR
003015*                SEC010 TO SEND TO THE SECURITY / IT IDENTITY
003016*                SYSTEM, SO A LEAVER'S BADGE AND LOGINS ARE NOT
003017*                WAITING ON AN E-MAIL FROM HR.  A FAILED QUEUE
003018*                WRITE IS COUNTED AND ENDS THE RUN RC=4.
003019* 10/15/26 RLT   HEADCOUNT BUDGET WARNING.  ACTIVE PLUS ON-LEAVE
003020*                STAFF ARE COUNTED BY DEPARTMENT FROM THE MASTER
003021*                AT START-UP AND KEPT CURRENT AS TRANSACTIONS
003022*                APPLY; AN ADD, REHIRE, REINSTATEMENT, OR
003023*                TRANSFER THAT TAKES A DEPARTMENT PAST ITS
003024*                APPROVED HEADCOUNT ON DEPTMAST IS STILL APPLIED
003025*                BUT WRITES AN 'OVER BUDGET' LINE (NO REASON
003026*                CODE) TO THE ERROR REPORT.  WARNINGS ARE COUNTED
003027*                AND DO NOT CHANGE THE RETURN CODE.
003028*================================================================

003052 ENVIRONMENT DIVISION.
003076 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
003300         ORGANIZATION IS INDEXED
004618         RECORD KEY IS SYSCTL-KEY
004619         FILE STATUS IS WS-SYSCTL-STATUS.

004620     SELECT GRADE-MASTER ASSIGN TO GRADMAST
004621         ORGANIZATION IS INDEXED
004622         ACCESS MODE IS RANDOM
004623         RECORD KEY IS GRD-CODE
004624         FILE STATUS IS WS-GRADMAST-STATUS.

004625     SELECT SECURITY-QUEUE ASSIGN TO SECQUE
004626         ORGANIZATION IS INDEXED
004627         ACCESS MODE IS RANDOM
004628         RECORD KEY IS SEC-KEY
004629         FILE STATUS IS WS-SECQUE-STATUS.

004664 DATA DIVISION.
004700 FILE SECTION.
004800 FD  EMPLOYEE-MASTER
004900     LABEL RECORDS ARE STANDARD.

006000 FD  AUDIT-JOURNAL
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 196 CHARACTERS.
006300 01  AUDIT-LINE                  PIC X(196).

006350 FD  CHECKPOINT-FILE
006360     LABEL RECORDS ARE STANDARD
006419*    EMPMNT - SEE CTLREC.CPY.
006420     COPY CTLREC.

006421 FD  GRADE-MASTER
006422     LABEL RECORDS ARE STANDARD.
006423*    PAY GRADE MASTER LAYOUT SHARED WITH GRDMNT (THE ONLINE
006424*    MAINTENANCE SCREEN), EMPMNT, AND RPT010 - SEE GRDREC.CPY.
006425     COPY GRDREC.

006426 FD  SECURITY-QUEUE
006427     LABEL RECORDS ARE STANDARD.
006428*    SECURITY-EVENT QUEUE SHARED WITH EMPMNT, EMPAPR, REA010,
006429*    AND THE SEC010 / SEC020 FEED RUNS - SEE SECREC.CPY.
006430     COPY SECREC.

006465 WORKING-STORAGE SECTION.
006500 77  WS-EMPMAST-STATUS           PIC X(02)  VALUE SPACES.
006600     88  WS-EMPMAST-OK                      VALUE '00'.
006700     88  WS-EMPMAST-EOF                     VALUE '10'.
007602 77  WS-SYSCTL-STATUS            PIC X(02)  VALUE SPACES.
007603     88  WS-SYSCTL-OK                       VALUE '00'.
007604     88  WS-SYSCTL-NOTFND                   VALUE '23'.
007605 77  WS-GRADMAST-STATUS          PIC X(02)  VALUE SPACES.
007606     88  WS-GRADMAST-OK                     VALUE '00'.
007607 77  WS-SECQUE-STATUS            PIC X(02)  VALUE SPACES.
007608     88  WS-SECQUE-OK                       VALUE '00'.
007609     88  WS-SECQUE-DUPKEY                   VALUE '22'.

007654 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
007700     88  WS-EOF-TRANS                       VALUE 'Y'.

007720 77  WS-RESTART-SW               PIC X(01)  VALUE 'N'.
008020     88  WS-ABEND-OCCURRED                  VALUE 'Y'.

008030 77  WS-RETURN-CODE              PIC 9(03)  VALUE ZERO COMP.
008031     88  WS-RC-CLEAN                        VALUE 0.
008032     88  WS-RC-REJECTS                      VALUE 4.
008033     88  WS-RC-ABEND                        VALUE 8.

008034 01  WS-OLD-FIELDS.
008035     05  WS-OLD-NAME             PIC X(30).
008036     05  WS-OLD-DEPT             PIC X(04).
008037     05  WS-OLD-HIRE-DATE        PIC 9(08).
008038     05  WS-OLD-STATUS           PIC X(01).
008039     05  WS-OLD-PAY-GRADE        PIC X(02).
008040     05  WS-OLD-TERM-DATE        PIC 9(08).
008041     05  WS-OLD-LEAVE-START      PIC 9(08).
008042     05  WS-OLD-LEAVE-RETURN     PIC 9(08).
008043     05  WS-OLD-LEAVE-TYPE       PIC X(01).
008044 01  WS-NEW-FIELDS.
008045     05  WS-NEW-NAME             PIC X(30).
008046     05  WS-NEW-DEPT             PIC X(04).
008047     05  WS-NEW-HIRE-DATE        PIC 9(08).
008048     05  WS-NEW-STATUS           PIC X(01).
008049     05  WS-NEW-PAY-GRADE        PIC X(02).
008050     05  WS-NEW-TERM-DATE        PIC 9(08).
008051     05  WS-NEW-LEAVE-START      PIC 9(08).
008052     05  WS-NEW-LEAVE-RETURN     PIC 9(08).
008053     05  WS-NEW-LEAVE-TYPE       PIC X(01).

008054*----------------------------------------------------------------*
008055* LEAVE FIELDS AS THEY WILL STAND AFTER THE TRANSACTION -       *
008056* WORKED OUT BY 4600-VALIDATE-LEAVE (DEFAULTS FILLED IN, KEYED  *
008057* VALUES EDITED) AND LAID ONTO THE MASTER BY 3800-APPLY-LEAVE.  *
008058*----------------------------------------------------------------*
008059 01  WS-LEAVE-FIELDS.
008060     05  WS-LEAVE-START          PIC 9(08).
008061     05  WS-LEAVE-RETURN         PIC 9(08).
008062     05  WS-LEAVE-TYPE           PIC X(01).
008063 77  WS-EDIT-STATUS              PIC X(01)  VALUE SPACES.
008064 77  WS-NEW-LEAVE-SW             PIC X(01)  VALUE 'N'.
008065     88  WS-NEW-LEAVE                       VALUE 'Y'.

008066 77  WS-DATE-SW                  PIC X(01)  VALUE 'Y'.
008067     88  WS-DATE-VALID                      VALUE 'Y'.
008068     88  WS-DATE-INVALID                    VALUE 'N'.
008069 77  WS-DEPT-SW                  PIC X(01)  VALUE 'Y'.
008070     88  WS-DEPT-VALID                      VALUE 'Y'.
008071     88  WS-DEPT-NOT-ON-FILE                VALUE 'N'.
008072     88  WS-DEPT-INACTIVE                   VALUE 'I'.
008073     88  WS-DEPT-INVALID                    VALUES 'N' 'I'.
008074 77  WS-GRADE-SW                 PIC X(01)  VALUE 'Y'.
008075     88  WS-GRADE-VALID                     VALUE 'Y'.
008076     88  WS-GRADE-NOT-ON-FILE               VALUE 'N'.
008077     88  WS-GRADE-INACTIVE                  VALUE 'I'.
008078     88  WS-GRADE-INVALID                   VALUES 'N' 'I'.
008087 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
008088 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
008089 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
008093     05  WS-EDIT-MM              PIC 9(02).
008094     05  WS-EDIT-DD              PIC 9(02).
008095 01  WS-EDIT-DEPT                PIC X(04)  VALUE SPACES.
008096 01  WS-EDIT-GRADE               PIC X(02)  VALUE SPACES.
008097 01  WS-MONTH-DAYS-DATA.
008098     05  FILLER                  PIC X(24)
008099                     VALUE '312831303130313130313031'.
008100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
008101     05  WS-MONTH-DAYS OCCURS 12 TIMES
008102                                 PIC 9(02).
008110 01  WS-RUN-ID                   PIC X(08)  VALUE 'HELLO'.
008200 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
008300 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
008305 01  WS-SEC-TIME                 PIC 9(08)  VALUE ZERO.

008310*----------------------------------------------------------------*
008320* TONIGHT'S DATE AS CCYYMMDD FOR THE EFFECTIVE-DATE COMPARE.    *
008658 77  WS-EXTRACT-ACTION           PIC X(01)  VALUE SPACES.
008660 01  WS-SKIP-COUNT               PIC 9(07)  VALUE ZERO COMP.
008670 01  WS-AUDITFAIL-COUNT          PIC 9(07)  VALUE ZERO COMP.
008671 01  WS-SECURITY-COUNT           PIC 9(07)  VALUE ZERO COMP.
008672 01  WS-SECFAIL-COUNT            PIC 9(07)  VALUE ZERO COMP.
008673 77  WS-SECURITY-ACTION          PIC X(01)  VALUE SPACES.
008674 01  WS-BUDGET-WARN-COUNT        PIC 9(07)  VALUE ZERO COMP.
008680 01  WS-CONTROL-COUNT            PIC 9(07)  VALUE ZERO COMP.
008690 01  WS-HEADER-DATE              PIC 9(08)  VALUE ZERO.

008691*----------------------------------------------------------------*
008692* HEADCOUNT BY DEPARTMENT - ACTIVE PLUS ON-LEAVE STAFF, THE SAME *
008693* COUNT RPT010'S RECAP SHOWS.  LOADED FROM THE MASTER BY         *
008694* 1300-LOAD-HEADCOUNTS AND KEPT CURRENT BY 4700-ADJUST-HEADCOUNT *
008695* SO AN OVER-BUDGET ADD OR TRANSFER CAN BE CAUGHT AS IT APPLIES. *
008696* A DEPARTMENT THAT DOES NOT FIT IN THE TABLE IS NOT CHECKED.    *
008697*----------------------------------------------------------------*
008698 01  WS-HC-TABLE.
008699     05  WS-HC-ENTRY OCCURS 100 TIMES.
008700         10  WS-HC-ENT-DEPT      PIC X(04).
008701         10  WS-HC-ENT-COUNT     PIC 9(05)  COMP.
008702 77  WS-HC-MAX                   PIC 9(04)  VALUE 100  COMP.
008703 77  WS-HC-USED                  PIC 9(04)  VALUE ZERO COMP.
008704 77  WS-HC-SUB                   PIC 9(04)  VALUE ZERO COMP.
008705 77  WS-HC-FOUND-SUB             PIC 9(04)  VALUE ZERO COMP.
008706 77  WS-HC-DEPT                  PIC X(04)  VALUE SPACES.
008707 77  WS-HC-LOAD-SW               PIC X(01)  VALUE 'N'.
008708     88  WS-HC-LOAD-DONE                    VALUE 'Y'.
008709 77  WS-HC-FULL-SW               PIC X(01)  VALUE 'N'.
008710     88  WS-HC-TABLE-FULL                   VALUE 'Y'.
008711 01  WS-BUDGET-REASON.
008712     05  FILLER                  PIC X(12)  VALUE 'OVER BUDGET '.
008713     05  WS-BUDGET-DEPT          PIC X(04).
008714     05  FILLER                  PIC X(03)  VALUE ' - '.
008715     05  WS-BUDGET-COUNT         PIC ZZZZ9.
008716     05  FILLER                  PIC X(04)  VALUE ' OF '.
008717     05  WS-BUDGET-APPROVED      PIC ZZZZ9.
008718     05  FILLER                  PIC X(02)  VALUE SPACES.

008721*----------------------------------------------------------------*
008724* COPY OF THE AUDIT JOURNAL RECORD LAYOUT - SAME COPYBOOK USED  *
008727* BY EMPMNT (THE ONLINE MAINTENANCE PROGRAM) TO LOG CHANGES.    *
008730*----------------------------------------------------------------*
008740 COPY AUDREC.

010260*   R03 ID IS ZERO                    R04 ID NOT ON MASTER      *
010270*   R05 DUPLICATE ID ON MASTER        R06 DEPT NOT ON MASTER    *
010280*   R07 DEPT INACTIVE                 R08 BAD HIRE DATE         *
010282*   R09 BAD STATUS                    R10 TRANS TYPE BAD        *
010284*   R11 BAD EFFECTIVE DATE            R12 ALREADY TERMINATED    *
010286*   R13 ID ASSIGNMENT FAILED          R14 BAD LEAVE START       *
010288*   R15 BAD EXPECTED/ACTUAL RETURN    R16 BAD LEAVE TYPE        *
010293*   R20 MASTER WRITE FAILED           R21 MASTER REWRITE FAILED *
010294*   R22 TERMINATE REWRITE FAILED                                *
010295*   R30 PENDING FILE WRITE FAILED                               *
010296*   R31 GRADE NOT ON MASTER           R32 GRADE INACTIVE         *
010297*----------------------------------------------------------------*
010298 77  WS-REJECT-CODE              PIC X(03)  VALUE SPACES.

010300 01  WS-REJECT-LINE.
010400     05  WS-REJECT-ID            PIC 9(05).
015213         SET WS-ABEND-OCCURRED TO TRUE
015214         GO TO 1000-EXIT
015215     END-IF.
015216     OPEN INPUT GRADE-MASTER.
015217     IF NOT WS-GRADMAST-OK
015218         DISPLAY 'CANNOT OPEN GRADE-MASTER, STATUS = '
015219             WS-GRADMAST-STATUS
015220         SET WS-ABEND-OCCURRED TO TRUE
015221         GO TO 1000-EXIT
015222     END-IF.
015223     OPEN I-O SECURITY-QUEUE.
015224     IF NOT WS-SECQUE-OK
015225         DISPLAY 'CANNOT OPEN SECURITY-QUEUE, STATUS = '
015226             WS-SECQUE-STATUS
015227         SET WS-ABEND-OCCURRED TO TRUE
015228         GO TO 1000-EXIT
015229     END-IF.
015230     PERFORM 1300-LOAD-HEADCOUNTS THRU 1300-EXIT.
015265     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
015300 1000-EXIT.
015400     EXIT.

015674 1200-EXIT.
015675     EXIT.

015676*----------------------------------------------------------------*
015677* 1300-LOAD-HEADCOUNTS - ONE PASS OF THE EMPLOYEE MASTER IN KEY  *
015678*                        ORDER, COUNTING ACTIVE AND ON-LEAVE     *
015679*                        STAFF BY DEPARTMENT INTO WS-HC-TABLE.   *
015680*                        AN EMPTY MASTER LEAVES THE TABLE EMPTY. *
015681*----------------------------------------------------------------*
015682 1300-LOAD-HEADCOUNTS.
015683     MOVE ZEROS TO EMP-ID.
015684     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
015685         INVALID KEY
015686             GO TO 1300-EXIT
015687     END-START.
015688     MOVE 'N' TO WS-HC-LOAD-SW.
015689     PERFORM 1310-COUNT-EMPLOYEE THRU 1310-EXIT
015690         UNTIL WS-HC-LOAD-DONE.
015691 1300-EXIT.
015701     EXIT.

015711*----------------------------------------------------------------*
015721* 1310-COUNT-EMPLOYEE - READ THE NEXT MASTER RECORD AND COUNT IT *
015731*                       WHEN IT IS ACTIVE OR ON LEAVE.           *
015741*----------------------------------------------------------------*
015751 1310-COUNT-EMPLOYEE.
015761     READ EMPLOYEE-MASTER NEXT RECORD
015771         AT END
015781             SET WS-HC-LOAD-DONE TO TRUE
015791             GO TO 1310-EXIT
015801     END-READ.
015811     IF NOT WS-EMPMAST-OK
015821         DISPLAY 'HELLO - HEADCOUNT LOAD READ FAILED, STATUS = '
015831             WS-EMPMAST-STATUS
015841         SET WS-HC-LOAD-DONE TO TRUE
015851         GO TO 1310-EXIT
015861     END-IF.
015871     IF EMP-STAT-ACTIVE OR EMP-STAT-LEAVE
015881         MOVE EMP-DEPT TO WS-HC-DEPT
015891         PERFORM 4710-FIND-HC-DEPT THRU 4710-EXIT
015901         IF WS-HC-FOUND-SUB > ZERO
015911             ADD 1 TO WS-HC-ENT-COUNT (WS-HC-FOUND-SUB)
015921         END-IF
015931     END-IF.
015941 1310-EXIT.
015951     EXIT.

015500*----------------------------------------------------------------*
015600* 2000-READ-TRANS - READ THE NEXT EMPLOYEE TRANSACTION.          *
015700*----------------------------------------------------------------*
018772         SET EMP-STAT-ACTIVE TO TRUE
018774     ELSE
018776         MOVE TRANS-STATUS TO EMP-STATUS
018777     END-IF.
018778     MOVE TRANS-PAY-GRADE TO EMP-PAY-GRADE.
018779     MOVE ZEROS TO EMP-TERM-DATE.
018780     MOVE ZEROS TO EMP-LEAVE-START.
018781     MOVE ZEROS TO EMP-LEAVE-RETURN.
018782     MOVE SPACES TO EMP-LEAVE-TYPE.
018783     PERFORM 3800-APPLY-LEAVE THRU 3800-EXIT.
018784     PERFORM 3500-SAVE-NEW-FIELDS THRU 3500-EXIT.
018785     IF WS-REHIRE-ACTIVE
018786         PERFORM 3150-REWRITE-REHIRE THRU 3150-EXIT
018932     ADD 1 TO WS-ADD-COUNT.
018935     MOVE 'A' TO WS-EXTRACT-ACTION.
018940     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
018941     IF WS-REHIRE-ACTIVE
018942         MOVE 'R' TO WS-SECURITY-ACTION
018943         PERFORM 7100-QUEUE-SECURITY-EVENT THRU 7100-EXIT
018944     END-IF.
018945     PERFORM 4700-ADJUST-HEADCOUNT THRU 4700-EXIT.
018950     PERFORM 6000-CHECK-CHECKPOINT THRU 6000-EXIT.
018960     DISPLAY 'MY NAME IS : ' EMP-NAME.
018970     DISPLAY 'MY ID IS   : ' EMP-ID.
019257     IF NOT EMP-STAT-TERMINATED AND WS-OLD-STATUS = 'T'
019258         MOVE ZEROS TO EMP-TERM-DATE
019259     END-IF.
019260     PERFORM 3800-APPLY-LEAVE THRU 3800-EXIT.
019261     PERFORM 3500-SAVE-NEW-FIELDS THRU 3500-EXIT.
019262     REWRITE EMPLOYEE-RECORD
019270         INVALID KEY
019362     IF NOT EMP-STAT-TERMINATED AND WS-OLD-STATUS = 'T'
019364         ADD 1 TO WS-ADD-COUNT
019366     END-IF.
019367*    BACK FROM LEAVE TO ACTIVE IS JOURNALED AS ITS OWN EVENT;
019368*    PAYROLL STILL SEES AN ORDINARY CHANGE.
019369     IF EMP-STAT-ACTIVE AND WS-OLD-STATUS = 'L'
019370         SET AUD-ACTION-RETURN TO TRUE
019371     ELSE
019374         SET AUD-ACTION-CHANGE TO TRUE
019377     END-IF.
019380     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
019390     ADD 1 TO WS-ACCEPT-COUNT.
019392     MOVE 'C' TO WS-EXTRACT-ACTION.
019394     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
019395*    SECURITY HEARS OF A TERMINATION, A REINSTATEMENT, OR A
019396*    TRANSFER - A TERMINATION OR REINSTATEMENT THAT ALSO MOVED
019397*    DEPARTMENTS GOES AS THE ONE EVENT, CARRYING BOTH DEPTS.
019398     MOVE SPACES TO WS-SECURITY-ACTION.
019399     IF EMP-STAT-TERMINATED AND WS-OLD-STATUS NOT = 'T'
019400         MOVE 'T' TO WS-SECURITY-ACTION
019401     END-IF.
019402     IF NOT EMP-STAT-TERMINATED AND WS-OLD-STATUS = 'T'
019403         MOVE 'R' TO WS-SECURITY-ACTION
019404     END-IF.
019405     IF WS-SECURITY-ACTION = SPACES AND
019406        NOT EMP-STAT-TERMINATED AND EMP-DEPT NOT = WS-OLD-DEPT
019407         MOVE 'X' TO WS-SECURITY-ACTION
019408     END-IF.
019409     IF WS-SECURITY-ACTION NOT = SPACES
019410         PERFORM 7100-QUEUE-SECURITY-EVENT THRU 7100-EXIT
019411     END-IF.
019412     PERFORM 4700-ADJUST-HEADCOUNT THRU 4700-EXIT.
019414     PERFORM 6000-CHECK-CHECKPOINT THRU 6000-EXIT.
019416 3200-EXIT.
019420     EXIT.

019430*----------------------------------------------------------------*
019651     ADD 1 TO WS-TERM-COUNT.
019652     MOVE 'T' TO WS-EXTRACT-ACTION.
019654     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
019655     MOVE 'T' TO WS-SECURITY-ACTION.
019656     PERFORM 7100-QUEUE-SECURITY-EVENT THRU 7100-EXIT.
019657     PERFORM 4700-ADJUST-HEADCOUNT THRU 4700-EXIT.
019660     PERFORM 6000-CHECK-CHECKPOINT THRU 6000-EXIT.
019670 3300-EXIT.
019680     EXIT.
019780     MOVE EMP-STATUS TO WS-OLD-STATUS.
019790     MOVE EMP-PAY-GRADE TO WS-OLD-PAY-GRADE.
019795     MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE.
019796     MOVE EMP-LEAVE-START TO WS-OLD-LEAVE-START.
019797     MOVE EMP-LEAVE-RETURN TO WS-OLD-LEAVE-RETURN.
019798     MOVE EMP-LEAVE-TYPE TO WS-OLD-LEAVE-TYPE.
019800 3400-EXIT.
019810     EXIT.

019900     MOVE EMP-STATUS TO WS-NEW-STATUS.
019910     MOVE EMP-PAY-GRADE TO WS-NEW-PAY-GRADE.
019915     MOVE EMP-TERM-DATE TO WS-NEW-TERM-DATE.
019916     MOVE EMP-LEAVE-START TO WS-NEW-LEAVE-START.
019917     MOVE EMP-LEAVE-RETURN TO WS-NEW-LEAVE-RETURN.
019918     MOVE EMP-LEAVE-TYPE TO WS-NEW-LEAVE-TYPE.
019920 3500-EXIT.
019930     EXIT.

019982 3700-EXIT.
019983     EXIT.

019984*----------------------------------------------------------------*
019985* 3800-APPLY-LEAVE - LAY THE LEAVE FIELDS 4600-VALIDATE-LEAVE    *
019986*                    WORKED OUT ONTO THE MASTER RECORD.  ON     *
019987*                    LEAVE, ALL THREE ARE REPLACED; BACK FROM   *
019988*                    LEAVE TO ACTIVE, THE RETURN DATE BECOMES   *
019989*                    THE ACTUAL DAY BACK AND THE START AND TYPE *
019990*                    STAY AS THE RECORD OF THE LEAVE TAKEN.     *
019991*                    ANY OTHER STATUS LEAVES THEM ALONE.        *
019992*----------------------------------------------------------------*
019993 3800-APPLY-LEAVE.
019994     IF EMP-STAT-LEAVE OR
019995        (EMP-STAT-ACTIVE AND WS-OLD-STATUS = 'L')
019996         MOVE WS-LEAVE-START TO EMP-LEAVE-START
019997         MOVE WS-LEAVE-RETURN TO EMP-LEAVE-RETURN
019998         MOVE WS-LEAVE-TYPE TO EMP-LEAVE-TYPE
019999     END-IF.
020000 3800-EXIT.
020001     EXIT.

020002*----------------------------------------------------------------*
020003* 4000-VALIDATE-TRANS-ID - THE TYPE CODE MUST BE A, C, OR T, AND *
020004*                          THE ID NUMERIC AND NON-ZERO.  AN ADD  *
020005*                          MUST NOT ALREADY BE ON EMPLOYEE-      *
020006*                          MASTER; A CHANGE OR TERMINATE MUST    *
020007*                          BE.  THE ON-FILE READ LEAVES THE      *
020008*                          CURRENT MASTER RECORD IN EMPLOYEE-    *
020009*                          RECORD FOR THE APPLY PARAGRAPHS.  AN  *
020010*                          ADD (OR A CHANGE SUPPLYING THE FIELD) *
020011*                          MUST ALSO SHOW AN ACTIVE DEPARTMENT   *
020012*                          ON DEPTMAST, AN ACTIVE PAY GRADE ON   *
020013*                          GRADMAST, AND A REAL CALENDAR         *
020014*                          HIRE DATE, AND A STATUS, IF KEYED,    *
020015*                          MUST BE A, L, OR T.  A TRANSACTION    *
020016*                          LEAVING THE EMPLOYEE ON LEAVE, OR     *
020017*                          BRINGING ONE BACK, GETS THE LEAVE     *
020018*                          EDITS IN 4600.  THE EFFECTIVE         *
020019*                          DATE, IF SENT, MUST BE A REAL         *
020020*                          CALENDAR DATE ON EVERY TYPE -         *
020021*                          TERMINATES SKIP THE OTHER FIELD       *
020022*                          EDITS, ONLY THE ID MATTERS.  ANY      *
020023*                          FAILURE IS WRITTEN TO THE ERROR       *
020024*                          REPORT INSTEAD OF BEING ACCEPTED.     *
020025*----------------------------------------------------------------*
020026 4000-VALIDATE-TRANS-ID.
020027     SET WS-TRANS-VALID TO TRUE.
020028     MOVE 'N' TO WS-REHIRE-SW.
020029     MOVE TRANS-ID TO WS-REJECT-ID.
020030     MOVE TRANS-NAME TO WS-REJECT-NAME.

020031     IF NOT TRANS-TYPE-VALID
020032         SET WS-TRANS-INVALID TO TRUE
020033         MOVE 'TRANSACTION TYPE NOT A, C, OR T'
020034             TO WS-REJECT-REASON
020035         MOVE 'R10' TO WS-REJECT-CODE
020036         GO TO 4000-REJECT
020037     END-IF.

020038     IF TRANS-ID IS NOT NUMERIC
020039         SET WS-TRANS-INVALID TO TRUE
020040         MOVE 'EMPLOYEE ID IS NOT NUMERIC' TO WS-REJECT-REASON
020050         MOVE 'R02' TO WS-REJECT-CODE
020100         GO TO 4000-REJECT
020200     END-IF.
021654         GO TO 4000-EXIT
021655     END-IF.

021656     IF TRANS-ADD OR TRANS-DEPT NOT = SPACES
021657         MOVE TRANS-DEPT TO WS-EDIT-DEPT
021658         PERFORM 4200-VALIDATE-DEPT THRU 4200-EXIT
021659         IF WS-DEPT-INVALID
021660             SET WS-TRANS-INVALID TO TRUE
021661             IF WS-DEPT-INACTIVE
021662                 MOVE 'DEPARTMENT IS INACTIVE'
021663                     TO WS-REJECT-REASON
021664                 MOVE 'R07' TO WS-REJECT-CODE
021665             ELSE
021666                 MOVE 'DEPARTMENT NOT ON DEPARTMENT MASTER'
021667                     TO WS-REJECT-REASON
021668                 MOVE 'R06' TO WS-REJECT-CODE
021669             END-IF
021670             GO TO 4000-REJECT
021671         END-IF
021672     END-IF.

021673     IF TRANS-ADD OR TRANS-PAY-GRADE NOT = SPACES
021674         MOVE TRANS-PAY-GRADE TO WS-EDIT-GRADE
021675         PERFORM 4250-VALIDATE-GRADE THRU 4250-EXIT
021676         IF WS-GRADE-INVALID
021677             SET WS-TRANS-INVALID TO TRUE
021678             IF WS-GRADE-INACTIVE
021679                 MOVE 'PAY GRADE IS INACTIVE'
021680                     TO WS-REJECT-REASON
021681                 MOVE 'R32' TO WS-REJECT-CODE
021682             ELSE
021683                 MOVE 'PAY GRADE NOT ON PAY GRADE MASTER'
021684                     TO WS-REJECT-REASON
021685                 MOVE 'R31' TO WS-REJECT-CODE
021686             END-IF
021687             GO TO 4000-REJECT
021688         END-IF
021689     END-IF.

021698     IF TRANS-ADD OR
021699        (TRANS-HIRE-DATE-X NOT = SPACES AND
021715         GO TO 4000-REJECT
021716     END-IF.

021717*    THE STATUS THE EMPLOYEE WILL HAVE AFTER THIS TRANSACTION -
021718*    KEYED, ELSE ACTIVE FOR AN ADD, ELSE WHATEVER IS ON FILE.
021719     IF TRANS-STATUS NOT = SPACES
021720         MOVE TRANS-STATUS TO WS-EDIT-STATUS
021721     ELSE
021722         IF TRANS-ADD
021723             MOVE 'A' TO WS-EDIT-STATUS
021724         ELSE
021725             MOVE EMP-STATUS TO WS-EDIT-STATUS
021726         END-IF
021727     END-IF.
021728     IF WS-EDIT-STATUS = 'L' OR
021729        (WS-EDIT-STATUS = 'A' AND TRANS-CHANGE AND EMP-STAT-LEAVE)
021730         PERFORM 4600-VALIDATE-LEAVE THRU 4600-EXIT
021731         IF WS-TRANS-INVALID
021732             GO TO 4000-REJECT
021733         END-IF
021734     END-IF.

021800     IF WS-TRANS-VALID
021866         GO TO 4000-EXIT
021932     END-IF.

022000 4000-REJECT.
022050     MOVE WS-REJECT-CODE TO WS-REJECT-LINE-CODE.
022110     PERFORM 4500-WRITE-REJECT-TRANS THRU 4500-EXIT.

022200 4000-EXIT.
022202     EXIT.

022204*----------------------------------------------------------------*
022206* 4100-VALIDATE-HIRE-DATE - TRANS-HIRE-DATE MUST BE A REAL       *
022208*                           CCYYMMDD CALENDAR DATE - NUMERIC,    *
022210*                           MONTH 01-12, DAY WITHIN THE MONTH,   *
022212*                           WITH FEBRUARY 29 ALLOWED ONLY IN A   *
022214*                           LEAP YEAR.                           *
022216*----------------------------------------------------------------*
022218 4100-VALIDATE-HIRE-DATE.
022220     SET WS-DATE-VALID TO TRUE.
022222     IF TRANS-HIRE-DATE IS NOT NUMERIC
022224         SET WS-DATE-INVALID TO TRUE
022226         GO TO 4100-EXIT
022228     END-IF.
022230     MOVE TRANS-HIRE-DATE TO WS-EDIT-DATE.
022232     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
022234         SET WS-DATE-INVALID TO TRUE
022236         GO TO 4100-EXIT
022238     END-IF.
022240     MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MAX-DD.
022242     IF WS-EDIT-MM = 02
022244         PERFORM 4150-CHECK-LEAP-YEAR THRU 4150-EXIT
022246     END-IF.
022248     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
022250         SET WS-DATE-INVALID TO TRUE
022252     END-IF.
022254 4100-EXIT.
022256     EXIT.

022258*----------------------------------------------------------------*
022260* 4150-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
022262*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
022264*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
022266*                        400).                                   *
022268*----------------------------------------------------------------*
022270 4150-CHECK-LEAP-YEAR.
022272     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
022274         REMAINDER WS-LEAP-REM.
022276     IF WS-LEAP-REM NOT = ZERO
022278         GO TO 4150-EXIT
022280     END-IF.
022282     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
022284         REMAINDER WS-LEAP-REM.
022286     IF WS-LEAP-REM NOT = ZERO
022288         MOVE 29 TO WS-MAX-DD
022290         GO TO 4150-EXIT
022292     END-IF.
022294     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
022296         REMAINDER WS-LEAP-REM.
022298     IF WS-LEAP-REM = ZERO
022300         MOVE 29 TO WS-MAX-DD
022302     END-IF.
022304 4150-EXIT.
022306     EXIT.

022308*----------------------------------------------------------------*
022310* 4200-VALIDATE-DEPT - WS-EDIT-DEPT MUST BE ON THE DEPARTMENT    *
022312*                      MASTER FILE AND FLAGGED ACTIVE.  AN        *
022314*                      INACTIVE DEPARTMENT IS REFUSED WITH ITS    *
022316*                      OWN REASON SO HR CAN TELL A CLOSED COST    *
022318*                      CENTER FROM A TYPO.                        *
022320*----------------------------------------------------------------*
022322 4200-VALIDATE-DEPT.
022324     SET WS-DEPT-VALID TO TRUE.
022326     MOVE WS-EDIT-DEPT TO DEPT-CODE.
022328     READ DEPARTMENT-MASTER
022330         INVALID KEY
022332             SET WS-DEPT-NOT-ON-FILE TO TRUE
022334         NOT INVALID KEY
022336             IF NOT DEPT-IS-ACTIVE
022338                 SET WS-DEPT-INACTIVE TO TRUE
022340             END-IF
022342     END-READ.
022344 4200-EXIT.
022346     EXIT.

022348*----------------------------------------------------------------*
022350* 4250-VALIDATE-GRADE - WS-EDIT-GRADE MUST BE ON THE PAY GRADE   *
022352*                       MASTER FILE AND FLAGGED ACTIVE.  A BLANK *
022354*                       GRADE IS NOT ON FILE, SO AN ADD MUST     *
022356*                       CARRY A REAL ONE.  AN INACTIVE GRADE     *
022358*                       GETS ITS OWN REASON, AS A DEPARTMENT     *
022360*                       DOES.                                    *
022362*----------------------------------------------------------------*
022364 4250-VALIDATE-GRADE.
022366     SET WS-GRADE-VALID TO TRUE.
022368     MOVE WS-EDIT-GRADE TO GRD-CODE.
022370     READ GRADE-MASTER
022372         INVALID KEY
022374             SET WS-GRADE-NOT-ON-FILE TO TRUE
022376         NOT INVALID KEY
022378             IF NOT GRD-IS-ACTIVE
022380                 SET WS-GRADE-INACTIVE TO TRUE
022382             END-IF
022384     END-READ.
022386 4250-EXIT.
022388     EXIT.

022390*----------------------------------------------------------------*
022391* 4300-VALIDATE-EFF-DATE - TRANS-EFF-DATE, WHEN SUPPLIED, MUST   *
022471 4500-EXIT.
022472     EXIT.

022473*----------------------------------------------------------------*
022474* 4600-VALIDATE-LEAVE - WORK OUT AND EDIT THE LEAVE FIELDS FOR A *
022475*                       TRANSACTION THAT LEAVES THE EMPLOYEE ON  *
022476*                       LEAVE OR BRINGS ONE BACK TO ACTIVE.      *
022477*                       GOING ON LEAVE (AN ADD, A REHIRE, OR A   *
022478*                       CHANGE ONTO STATUS L) NEEDS A REAL       *
022479*                       EXPECTED RETURN DATE NOT BEFORE THE      *
022480*                       LEAVE START AND A LEAVE TYPE; THE START  *
022481*                       DEFAULTS TO THE EFFECTIVE DATE, OR       *
022482*                       TONIGHT, AS A TERMINATION DATE DOES.     *
022483*                       ALREADY ON LEAVE, ONLY THE FIELDS KEYED  *
022484*                       ARE EDITED AND REPLACED, SO A NAME       *
022485*                       CORRECTION STILL LOADS FOR SOMEONE       *
022486*                       WHOSE LEAVE PREDATES THESE FIELDS.  ON A *
022487*                       RETURN, THE RETURN DATE BECOMES THE      *
022488*                       ACTUAL DAY BACK: THE ONE KEYED, ELSE THE *
022489*                       EFFECTIVE DATE, ELSE TONIGHT.            *
022490*----------------------------------------------------------------*
022491 4600-VALIDATE-LEAVE.
022492     MOVE 'N' TO WS-NEW-LEAVE-SW.
022493     IF WS-EDIT-STATUS NOT = 'L'
022494         GO TO 4600-RETURN
022495     END-IF.
022496     IF TRANS-ADD OR NOT EMP-STAT-LEAVE
022497         SET WS-NEW-LEAVE TO TRUE
022498         PERFORM 4680-DEFAULT-LEAVE-DATE THRU 4680-EXIT
022499         MOVE WS-EDIT-DATE TO WS-LEAVE-START
022500         MOVE ZEROS TO WS-LEAVE-RETURN
022501         MOVE SPACES TO WS-LEAVE-TYPE
022502     ELSE
022503         MOVE EMP-LEAVE-START TO WS-LEAVE-START
022504         MOVE EMP-LEAVE-RETURN TO WS-LEAVE-RETURN
022505         MOVE EMP-LEAVE-TYPE TO WS-LEAVE-TYPE
022506     END-IF.
022507     IF TRANS-LEAVE-START-X NOT = SPACES AND
022508        TRANS-LEAVE-START-X NOT = '00000000'
022509         MOVE TRANS-LEAVE-START-X TO WS-EDIT-DATE
022510         PERFORM 4650-VALIDATE-LEAVE-DATE THRU 4650-EXIT
022511         IF WS-DATE-INVALID
022512             SET WS-TRANS-INVALID TO TRUE
022513             MOVE 'LEAVE START DATE NOT A VALID DATE'
022514                 TO WS-REJECT-REASON
022515             MOVE 'R14' TO WS-REJECT-CODE
022516             GO TO 4600-EXIT
022517         END-IF
022518         MOVE TRANS-LEAVE-START TO WS-LEAVE-START
022519     END-IF.
022520     IF TRANS-LEAVE-RETURN-X NOT = SPACES AND
022521        TRANS-LEAVE-RETURN-X NOT = '00000000'
022522         MOVE TRANS-LEAVE-RETURN-X TO WS-EDIT-DATE
022523         PERFORM 4650-VALIDATE-LEAVE-DATE THRU 4650-EXIT
022524         IF WS-DATE-INVALID
022525             SET WS-TRANS-INVALID TO TRUE
022526             MOVE 'EXPECTED RETURN NOT A VALID DATE'
022527                 TO WS-REJECT-REASON
022528             MOVE 'R15' TO WS-REJECT-CODE
022529             GO TO 4600-EXIT
022530         END-IF
022531         MOVE TRANS-LEAVE-RETURN TO WS-LEAVE-RETURN
022532     END-IF.
022533     IF WS-NEW-LEAVE AND WS-LEAVE-RETURN = ZERO
022534         SET WS-TRANS-INVALID TO TRUE
022535         MOVE 'EXPECTED RETURN DATE IS REQUIRED'
022536             TO WS-REJECT-REASON
022537         MOVE 'R15' TO WS-REJECT-CODE
022538         GO TO 4600-EXIT
022539     END-IF.
022540     IF WS-LEAVE-RETURN NOT = ZERO AND
022541        WS-LEAVE-RETURN < WS-LEAVE-START
022542         SET WS-TRANS-INVALID TO TRUE
022543         MOVE 'EXPECTED RETURN BEFORE LEAVE START'
022544             TO WS-REJECT-REASON
022545         MOVE 'R15' TO WS-REJECT-CODE
022546         GO TO 4600-EXIT
022547     END-IF.
022548     IF TRANS-LEAVE-TYPE NOT = SPACES
022549         IF NOT TRANS-LEAVE-TYPE-VALID
022550             SET WS-TRANS-INVALID TO TRUE
022551             MOVE 'LEAVE TYPE NOT M, F, S, OR U'
022552                 TO WS-REJECT-REASON
022553             MOVE 'R16' TO WS-REJECT-CODE
022554             GO TO 4600-EXIT
022555         END-IF
022556         MOVE TRANS-LEAVE-TYPE TO WS-LEAVE-TYPE
022557     END-IF.
022558     IF WS-NEW-LEAVE AND WS-LEAVE-TYPE = SPACES
022559         SET WS-TRANS-INVALID TO TRUE
022560         MOVE 'LEAVE TYPE IS REQUIRED' TO WS-REJECT-REASON
022561         MOVE 'R16' TO WS-REJECT-CODE
022562     END-IF.
022563     GO TO 4600-EXIT.
022564 4600-RETURN.
022565     MOVE EMP-LEAVE-START TO WS-LEAVE-START.
022566     MOVE EMP-LEAVE-TYPE TO WS-LEAVE-TYPE.
022567     PERFORM 4680-DEFAULT-LEAVE-DATE THRU 4680-EXIT.
022568     MOVE WS-EDIT-DATE TO WS-LEAVE-RETURN.
022569     IF TRANS-LEAVE-RETURN-X NOT = SPACES AND
022570        TRANS-LEAVE-RETURN-X NOT = '00000000'
022571         MOVE TRANS-LEAVE-RETURN-X TO WS-EDIT-DATE
022572         PERFORM 4650-VALIDATE-LEAVE-DATE THRU 4650-EXIT
022573         IF WS-DATE-INVALID
022574             SET WS-TRANS-INVALID TO TRUE
022575             MOVE 'RETURN DATE NOT A VALID DATE'
022576                 TO WS-REJECT-REASON
022577             MOVE 'R15' TO WS-REJECT-CODE
022578             GO TO 4600-EXIT
022579         END-IF
022580         MOVE TRANS-LEAVE-RETURN TO WS-LEAVE-RETURN
022581     END-IF.
022582     IF WS-LEAVE-RETURN < WS-LEAVE-START
022583         SET WS-TRANS-INVALID TO TRUE
022584         MOVE 'RETURN DATE BEFORE LEAVE START'
022585             TO WS-REJECT-REASON
022586         MOVE 'R15' TO WS-REJECT-CODE
022587     END-IF.
022588 4600-EXIT.
022589     EXIT.

022590*----------------------------------------------------------------*
022591* 4650-VALIDATE-LEAVE-DATE - THE CALLER HAS MOVED A KEYED LEAVE  *
022592*                            DATE INTO WS-EDIT-DATE; IT MUST BE  *
022593*                            A REAL CCYYMMDD CALENDAR DATE - THE *
022594*                            SAME EDIT THE HIRE DATE GETS.       *
022595*----------------------------------------------------------------*
022596 4650-VALIDATE-LEAVE-DATE.
022597     SET WS-DATE-VALID TO TRUE.
022598     IF WS-EDIT-DATE IS NOT NUMERIC
022599         SET WS-DATE-INVALID TO TRUE
022600         GO TO 4650-EXIT
022601     END-IF.
022602     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
022603         SET WS-DATE-INVALID TO TRUE
022604         GO TO 4650-EXIT
022605     END-IF.
022606     MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MAX-DD.
022607     IF WS-EDIT-MM = 02
022608         PERFORM 4150-CHECK-LEAP-YEAR THRU 4150-EXIT
022609     END-IF.
022610     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
022611         SET WS-DATE-INVALID TO TRUE
022612     END-IF.
022613 4650-EXIT.
022614     EXIT.

022615*----------------------------------------------------------------*
022616* 4680-DEFAULT-LEAVE-DATE - THE DATE A LEAVE STARTS OR ENDS WHEN *
022617*                           HR DID NOT KEY ONE: THE              *
022618*                           TRANSACTION'S EFFECTIVE DATE WHEN    *
022619*                           SENT, OTHERWISE TONIGHT - LEFT IN    *
022620*                           WS-EDIT-DATE.                        *
022621*----------------------------------------------------------------*
022622 4680-DEFAULT-LEAVE-DATE.
022623     IF TRANS-EFF-DATE IS NUMERIC AND TRANS-EFF-DATE > ZERO
022624         MOVE TRANS-EFF-DATE TO WS-EDIT-DATE
022625     ELSE
022626         MOVE WS-TODAY-DATE-N TO WS-EDIT-DATE
022627     END-IF.
022628 4680-EXIT.
022629     EXIT.

022630*----------------------------------------------------------------*
022631* 4700-ADJUST-HEADCOUNT - AFTER AN ADD, CHANGE, OR TERMINATE HAS *
022632*                         APPLIED, MOVE THE EMPLOYEE OUT OF THE  *
022633*                         OLD DEPARTMENT'S COUNT (WHEN THEY WERE *
022634*                         ACTIVE OR ON LEAVE) AND INTO THE NEW   *
022635*                         ONE'S (WHEN THEY NOW ARE).  A          *
022636*                         DEPARTMENT THAT GAINED SOMEONE - A NEW *
022637*                         HIRE, REHIRE, REINSTATEMENT, OR        *
022638*                         TRANSFER IN - IS CHECKED AGAINST ITS   *
022639*                         APPROVED HEADCOUNT.                    *
022640*----------------------------------------------------------------*
022641 4700-ADJUST-HEADCOUNT.
022642     IF WS-OLD-STATUS = 'A' OR WS-OLD-STATUS = 'L'
022643         MOVE WS-OLD-DEPT TO WS-HC-DEPT
022644         PERFORM 4710-FIND-HC-DEPT THRU 4710-EXIT
022645         IF WS-HC-FOUND-SUB > ZERO
022646             IF WS-HC-ENT-COUNT (WS-HC-FOUND-SUB) > ZERO
022647                 SUBTRACT 1 FROM WS-HC-ENT-COUNT (WS-HC-FOUND-SUB)
022648             END-IF
022649         END-IF
022650     END-IF.
022651     IF NOT EMP-STAT-ACTIVE AND NOT EMP-STAT-LEAVE
022652         GO TO 4700-EXIT
022653     END-IF.
022654     MOVE EMP-DEPT TO WS-HC-DEPT.
022655     PERFORM 4710-FIND-HC-DEPT THRU 4710-EXIT.
022656     IF WS-HC-FOUND-SUB = ZERO
022657         GO TO 4700-EXIT
022658     END-IF.
022659     ADD 1 TO WS-HC-ENT-COUNT (WS-HC-FOUND-SUB).
022660     IF (WS-OLD-STATUS = 'A' OR WS-OLD-STATUS = 'L') AND
022661        WS-OLD-DEPT = EMP-DEPT
022662         GO TO 4700-EXIT
022663     END-IF.
022664     PERFORM 4750-CHECK-DEPT-BUDGET THRU 4750-EXIT.
022665 4700-EXIT.
022666     EXIT.

022667*----------------------------------------------------------------*
022668* 4710-FIND-HC-DEPT - LOCATE WS-HC-DEPT IN WS-HC-TABLE, ADDING   *
022669*                     IT WITH A ZERO COUNT WHEN IT IS NEW.       *
022670*                     WS-HC-FOUND-SUB IS ITS ENTRY, OR ZERO WHEN *
022671*                     THE TABLE IS FULL - SAID ONCE ON THE LOG.  *
022672*----------------------------------------------------------------*
022673 4710-FIND-HC-DEPT.
022674     MOVE ZERO TO WS-HC-FOUND-SUB.
022675     PERFORM 4720-SCAN-HC-ENTRY THRU 4720-EXIT
022676         VARYING WS-HC-SUB FROM 1 BY 1
022677         UNTIL WS-HC-SUB > WS-HC-USED
022678            OR WS-HC-FOUND-SUB > ZERO.
022679     IF WS-HC-FOUND-SUB > ZERO
022680         GO TO 4710-EXIT
022681     END-IF.
022682     IF WS-HC-USED < WS-HC-MAX
022683         ADD 1 TO WS-HC-USED
022684         MOVE WS-HC-USED TO WS-HC-FOUND-SUB
022685         MOVE WS-HC-DEPT TO WS-HC-ENT-DEPT (WS-HC-FOUND-SUB)
022686         MOVE ZERO TO WS-HC-ENT-COUNT (WS-HC-FOUND-SUB)
022687         GO TO 4710-EXIT
022688     END-IF.
022689     IF NOT WS-HC-TABLE-FULL
022690         SET WS-HC-TABLE-FULL TO TRUE
022691         DISPLAY 'HELLO - HEADCOUNT TABLE FULL AT ' WS-HC-MAX
022692             ' DEPARTMENTS, ' WS-HC-DEPT ' AND LATER NOT CHECKED'
022693     END-IF.
022694 4710-EXIT.
022695     EXIT.

022696*----------------------------------------------------------------*
022697* 4720-SCAN-HC-ENTRY - IS TABLE ENTRY WS-HC-SUB THE DEPARTMENT   *
022698*                      IN WS-HC-DEPT?                            *
022699*----------------------------------------------------------------*
022700 4720-SCAN-HC-ENTRY.
022701     IF WS-HC-ENT-DEPT (WS-HC-SUB) = WS-HC-DEPT
022702         MOVE WS-HC-SUB TO WS-HC-FOUND-SUB
022703     END-IF.
022704 4720-EXIT.
022705     EXIT.

022706*----------------------------------------------------------------*
022707* 4750-CHECK-DEPT-BUDGET - COMPARE THE DEPARTMENT'S NEW COUNT    *
022708*                          WITH ITS APPROVED HEADCOUNT.  ONLY A  *
022709*                          COUNT IN FORCE TONIGHT IS USED - ONE  *
022710*                          WITH AN EFFECTIVE DATE ON FILE THAT   *
022711*                          IS NOT IN THE FUTURE.  OVER BUDGET IS *
022712*                          A WARNING LINE ON THE ERROR REPORT,   *
022713*                          NOT A REJECT - THE TRANSACTION HAS    *
022714*                          ALREADY APPLIED.                      *
022715*----------------------------------------------------------------*
022716 4750-CHECK-DEPT-BUDGET.
022717     MOVE EMP-DEPT TO DEPT-CODE.
022718     READ DEPARTMENT-MASTER
022719         INVALID KEY
022720             GO TO 4750-EXIT
022721     END-READ.
022722     IF DEPT-APPROVED-HC IS NOT NUMERIC OR
022723        DEPT-HC-EFF-DATE IS NOT NUMERIC
022724         GO TO 4750-EXIT
022725     END-IF.
022726     IF DEPT-HC-EFF-DATE = ZERO OR
022727        DEPT-HC-EFF-DATE > WS-TODAY-DATE-N
022728         GO TO 4750-EXIT
022729     END-IF.
022730     IF WS-HC-ENT-COUNT (WS-HC-FOUND-SUB) NOT > DEPT-APPROVED-HC
022731         GO TO 4750-EXIT
022732     END-IF.
022733     MOVE EMP-DEPT TO WS-BUDGET-DEPT.
022734     MOVE WS-HC-ENT-COUNT (WS-HC-FOUND-SUB) TO WS-BUDGET-COUNT.
022735     MOVE DEPT-APPROVED-HC TO WS-BUDGET-APPROVED.
022736     MOVE EMP-ID TO WS-REJECT-ID.
022737     MOVE EMP-NAME TO WS-REJECT-NAME.
022738     MOVE WS-BUDGET-REASON TO WS-REJECT-REASON.
022739     MOVE SPACES TO WS-REJECT-LINE-CODE.
022740     WRITE ERROR-LINE FROM WS-REJECT-LINE.
022741     ADD 1 TO WS-BUDGET-WARN-COUNT.
022742     DISPLAY 'DEPARTMENT ' EMP-DEPT ' OVER APPROVED HEADCOUNT - '
022743         WS-BUDGET-COUNT ' OF ' WS-BUDGET-APPROVED.
022744 4750-EXIT.
022745     EXIT.

022746*----------------------------------------------------------------*
022747* 5000-WRITE-AUDIT-RECORD - LOG AN ADD, CHANGE, RETURN FROM      *
022748*                           LEAVE, OR TERMINATE TO               *
022749*                           THE AUDIT JOURNAL SO WE CAN ANSWER   *
022750*                           "WHO CHANGED THIS EMPLOYEE AND WHEN" *
022751*                           LATER.  THE CALLER SETS THE ACTION   *
022752*                           CODE AND THE OLD/NEW VALUES BEFORE   *
022753*                           PERFORMING THIS.  A FAILED AUDIT     *
022754*                           WRITE DOES NOT UNDO THE MASTER       *
022755*                           UPDATE - IT IS ALREADY APPLIED -     *
022756*                           BUT IT IS FLAGGED ON THE             *
022757*                           ERROR REPORT SO IT DOESN'T PASS      *
022758*                           SILENTLY AS A CLEAN RUN.             *
022800*----------------------------------------------------------------*
022900 5000-WRITE-AUDIT-RECORD.
023000     MOVE WS-RUN-DATE TO AUD-DATE.
023530     MOVE WS-NEW-STATUS TO AUD-NEW-STATUS.
023540     MOVE WS-NEW-PAY-GRADE TO AUD-NEW-PAY-GRADE.
023545     MOVE WS-NEW-TERM-DATE TO AUD-NEW-TERM-DATE.
023546     MOVE WS-OLD-LEAVE-START TO AUD-OLD-LEAVE-START.
023547     MOVE WS-OLD-LEAVE-RETURN TO AUD-OLD-LEAVE-RETURN.
023548     MOVE WS-OLD-LEAVE-TYPE TO AUD-OLD-LEAVE-TYPE.
023549     MOVE WS-NEW-LEAVE-START TO AUD-NEW-LEAVE-START.
023550     MOVE WS-NEW-LEAVE-RETURN TO AUD-NEW-LEAVE-RETURN.
023551     MOVE WS-NEW-LEAVE-TYPE TO AUD-NEW-LEAVE-TYPE.
023600     MOVE WS-RUN-ID TO AUD-RUN-ID.
023700     WRITE AUDIT-LINE FROM WS-AUDIT-RECORD.
023710     IF NOT WS-AUDJRNL-OK
024147     MOVE EMP-STATUS TO PAYEXT-EMP-STATUS.
024148     MOVE EMP-PAY-GRADE TO PAYEXT-EMP-PAY-GRADE.
024149     MOVE EMP-TERM-DATE TO PAYEXT-EMP-TERM-DATE.
024150     MOVE EMP-LEAVE-START TO PAYEXT-EMP-LEAVE-START.
024151     MOVE EMP-LEAVE-RETURN TO PAYEXT-EMP-LEAVE-RETURN.
024152     MOVE EMP-LEAVE-TYPE TO PAYEXT-EMP-LEAVE-TYPE.
024155     WRITE PAYEXT-DETAIL-RECORD.
024158     ADD 1 TO WS-EXTRACT-COUNT.
024161 7000-EXIT.
024164     EXIT.

024167*----------------------------------------------------------------*
024170* 7100-QUEUE-SECURITY-EVENT - QUEUE A TERMINATION, REHIRE, OR    *
024173*                             TRANSFER FOR THE SECURITY / IT     *
024176*                             FEED (SECQUE, SEE SECREC.CPY).     *
024179*                             THE CALLER SETS WS-SECURITY-       *
024182*                             ACTION; THE FIELDS COME FROM THE   *
024185*                             MASTER RECORD AS JUST APPLIED.     *
024188*                             TWO EVENTS FOR THE SAME EMPLOYEE   *
024191*                             AND ACTION IN ONE CLOCK TICK TAKE  *
024194*                             THE NEXT TICK.  A FAILED WRITE     *
024197*                             DOES NOT UNDO THE CHANGE - IT IS   *
024200*                             DISPLAYED AND COUNTED, AND THE RUN *
024203*                             ENDS RC=4 SO SECURITY IS TOLD BY   *
024206*                             HAND.                              *
024209*----------------------------------------------------------------*
024212 7100-QUEUE-SECURITY-EVENT.
024215     INITIALIZE SECURITY-EVENT-RECORD.
024218     MOVE WS-TODAY-DATE-N TO SEC-EVENT-DATE.
024221     ACCEPT WS-SEC-TIME FROM TIME.
024224     MOVE WS-SEC-TIME TO SEC-EVENT-TIME.
024227     MOVE EMP-ID TO SEC-EMP-ID.
024230     MOVE WS-SECURITY-ACTION TO SEC-ACTION.
024233     MOVE EMP-NAME TO SEC-EMP-NAME.
024236     MOVE WS-OLD-DEPT TO SEC-OLD-DEPT.
024239     MOVE EMP-DEPT TO SEC-NEW-DEPT.
024242     IF SEC-ACT-TERMINATE
024245         MOVE EMP-TERM-DATE TO SEC-EFF-DATE
024248     ELSE
024251         IF TRANS-EFF-DATE IS NUMERIC AND TRANS-EFF-DATE > ZERO
024254             MOVE TRANS-EFF-DATE TO SEC-EFF-DATE
024257         ELSE
024260             MOVE WS-TODAY-DATE-N TO SEC-EFF-DATE
024263         END-IF
024266     END-IF.
024269     MOVE WS-RUN-ID TO SEC-RUN-ID.
024272     MOVE SPACES TO SEC-OPERATOR.
024275     SET SEC-STATE-PENDING TO TRUE.
024278     MOVE ZEROS TO SEC-SENT-DATE.
024281     MOVE ZEROS TO SEC-CONFIRM-DATE.
024284     WRITE SECURITY-EVENT-RECORD.
024287     IF WS-SECQUE-DUPKEY
024290         ADD 1 TO SEC-EVENT-TIME
024293         WRITE SECURITY-EVENT-RECORD
024296     END-IF.
024299     IF NOT WS-SECQUE-OK
024302         DISPLAY 'HELLO - SECURITY QUEUE WRITE FAILED, ID = '
024305             EMP-ID ' ACTION = ' WS-SECURITY-ACTION
024308             ' STATUS = ' WS-SECQUE-STATUS
024311         ADD 1 TO WS-SECFAIL-COUNT
024314         GO TO 7100-EXIT
024317     END-IF.
024320     ADD 1 TO WS-SECURITY-COUNT.
024323 7100-EXIT.
024326     EXIT.

024329*----------------------------------------------------------------*
024332* 8000-TERMINATE - WRITE THE EXTRACT TRAILER, CLOSE ALL FILES,   *
024335*                  AND SHOW THE RUN'S CONTROL TOTALS.  A CLEAN   *
024338*                  FINISH CLEARS THE CHECKPOINT FILE SO THE      *
024341*                  NEXT RUN STARTS FROM THE TOP.                 *
024344*----------------------------------------------------------------*
024400 8000-TERMINATE.
024401     IF WS-ABEND-OCCURRED
024402         DISPLAY 'HELLO - RUN TERMINATED, FILES NOT AVAILABLE'
024700     DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
024705     DISPLAY 'AUDIT JOURNAL WRITES FAILED : ' WS-AUDITFAIL-COUNT.
024710     DISPLAY 'RECORDS TO PAYROLL EXTRACT : ' WS-EXTRACT-COUNT.
024711     DISPLAY 'EVENTS TO SECURITY QUEUE   : ' WS-SECURITY-COUNT.
024712     DISPLAY 'SECURITY QUEUE WRITES FAILED : ' WS-SECFAIL-COUNT.
024713     DISPLAY 'HEADCOUNT BUDGET WARNINGS  : ' WS-BUDGET-WARN-COUNT.
024750     OPEN OUTPUT CHECKPOINT-FILE.
024760     CLOSE CHECKPOINT-FILE.
024800     CLOSE EMPLOYEE-MASTER.
025100     CLOSE AUDIT-JOURNAL.
025110     CLOSE PAYROLL-EXTRACT.
025115     CLOSE DEPARTMENT-MASTER.
025116     CLOSE GRADE-MASTER.
025117     CLOSE REJECT-FILE.
025118     CLOSE PENDING-FILE.
025119     CLOSE SYSTEM-CONTROL.
025120     CLOSE SECURITY-QUEUE.
025123     IF WS-REJECT-COUNT > 0 OR WS-AUDITFAIL-COUNT > 0 OR
025126        WS-SECFAIL-COUNT > 0
025130         SET WS-RC-REJECTS TO TRUE
025140     ELSE
025150         SET WS-RC-CLEAN TO TRUE
025550     END-IF.
025560     IF WS-PAYEXTR-OK
025570         CLOSE PAYROLL-EXTRACT
025571     END-IF.
025572     IF WS-DEPTMAST-OK
025573         CLOSE DEPARTMENT-MASTER
025574     END-IF.
025575     IF WS-GRADMAST-OK
025576         CLOSE GRADE-MASTER
025577     END-IF.
025584     IF WS-REJTRAN-OK
025585         CLOSE REJECT-FILE
025586     END-IF.
025587     IF WS-PENDFILE-OK
025588         CLOSE PENDING-FILE
025589     END-IF.
025590     IF WS-SECQUE-OK
025591         CLOSE SECURITY-QUEUE
025592     END-IF.
025602     IF WS-SYSCTL-OK
025612*        EVEN A RUN THAT BAILED OUT CLEARS THE INTERLOCK - THE
025622*        SCREENS MUST NOT SIT READ-ONLY BEHIND A DEAD LOAD.
025632         PERFORM 8400-CLEAR-LOAD-FLAG THRU 8400-EXIT
025642         CLOSE SYSTEM-CONTROL
025652     END-IF.
025590 8100-EXIT.
025600     EXIT.
