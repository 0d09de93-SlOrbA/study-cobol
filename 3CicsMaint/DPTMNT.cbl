001900*                ADDS AND TRANSFERS INTO IT ARE REFUSED.
002000*                STRUCTURE MIRRORS EMPMNT, THE EMPLOYEE
002100*                MAINTENANCE SCREEN.
002101* 10/15/26 RLT   APPROVED HEADCOUNT AND ITS EFFECTIVE DATE ARE
002102*                MAINTAINED HERE (DHC / DHCEF ON DPTMAP1).  A
002103*                COUNT KEYED WITHOUT A DATE TAKES EFFECT TODAY;
002104*                A DATE ALONE RE-DATES THE COUNT ON FILE AND IS
002105*                REFUSED WHEN THERE IS NONE.  HELLO AND EMPMNT
002106*                WARN AGAINST THE COUNT AND BUD010 REPORTS
002107*                ACTUAL HEADCOUNT AGAINST IT EACH MONTH.
002200*================================================================

002300 ENVIRONMENT DIVISION.
003400 01  WS-MAP-NAME                 PIC X(08)  VALUE 'DPTMAP1'.
003500 01  WS-FILE-NAME                PIC X(08)  VALUE 'DEPTMAST'.

003501*----------------------------------------------------------------*
003502* APPROVED HEADCOUNT AND EFFECTIVE DATE AS KEYED - THE MAP       *
003503* FIELDS ARE CHARACTER, SO THEY ARE EDITED HERE BEFORE THEY GO   *
003504* INTO THE RECORD.  A BLANK DATE DEFAULTS TO TODAY, CENTURY      *
003505* FIXED AT 20 AS IN EMPMNT.                                      *
003506*----------------------------------------------------------------*
003507 01  WS-HC-X                     PIC X(05)  VALUE SPACES.
003508 01  WS-HC-N REDEFINES WS-HC-X
003509                                 PIC 9(05).
003510 77  WS-HC-KEYED-SW              PIC X(01)  VALUE 'N'.
003511     88  WS-HC-KEYED                        VALUE 'Y'.
003512 77  WS-HC-DATE-KEYED-SW         PIC X(01)  VALUE 'N'.
003513     88  WS-HC-DATE-KEYED                   VALUE 'Y'.
003514 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
003515 01  WS-TODAY-DATE.
003516     05  WS-TODAY-CC             PIC 9(02)  VALUE 20.
003517     05  WS-TODAY-YYMMDD         PIC 9(06)  VALUE ZERO.
003518 01  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE
003519                                 PIC 9(08).
003520 77  WS-DATE-SW                  PIC X(01)  VALUE 'Y'.
003521     88  WS-DATE-VALID                      VALUE 'Y'.
003522     88  WS-DATE-INVALID                    VALUE 'N'.
003523 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
003524 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
003525 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
003526 01  WS-EDIT-DATE.
003527     05  WS-EDIT-YEAR            PIC 9(04).
003528     05  WS-EDIT-MM              PIC 9(02).
003529     05  WS-EDIT-DD              PIC 9(02).
003530 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
003531                                 PIC 9(08).
003532 01  WS-MONTH-DAYS-DATA.
003533     05  FILLER                  PIC X(24)
003534                     VALUE '312831303130313130313031'.
003535 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
003536     05  WS-MONTH-DAYS OCCURS 12 TIMES
003537                                 PIC 9(02).

003600*----------------------------------------------------------------*
003700* COPY OF THE DEPARTMENT MASTER RECORD LAYOUT - SAME COPYBOOK    *
003800* USED BY HELLO, EMPMNT, AND RPT010.                             *
008200* 2000-EDIT-SCREEN - VALIDATE THE FUNCTION CODE AND THE FIELDS   *
008300*                    KEYED BY THE OPERATOR.  ON A CHANGE A BLANK *
008400*                    FIELD MEANS "KEEP WHAT IS ON FILE", THE     *
008401*                    SAME CONVENTION AS EMPMNT.  THE APPROVED    *
008402*                    HEADCOUNT MUST BE NUMERIC AND ITS           *
008403*                    EFFECTIVE DATE A REAL CALENDAR DATE.        *
008600*----------------------------------------------------------------*
008700 2000-EDIT-SCREEN.
008800     MOVE SPACES TO MSGDO.
011700             TRANSID  (WS-TRANSID)
011800         END-EXEC
011900     END-IF.
011901     MOVE 'N' TO WS-HC-KEYED-SW.
011902     MOVE 'N' TO WS-HC-DATE-KEYED-SW.
011903     IF DHCI NOT = SPACES AND DHCI NOT = LOW-VALUES
011904         MOVE DHCI TO WS-HC-X
011905         IF WS-HC-X IS NOT NUMERIC
011906             MOVE 'APPROVED HEADCOUNT MUST BE NUMERIC' TO MSGDO
011907             PERFORM 4000-SEND-MAP THRU 4000-EXIT
011908             EXEC CICS RETURN
011909                 TRANSID  (WS-TRANSID)
011910             END-EXEC
011911         END-IF
011912         SET WS-HC-KEYED TO TRUE
011913     END-IF.
011914     IF DHCEFI NOT = SPACES AND DHCEFI NOT = LOW-VALUES
011915         MOVE DHCEFI TO WS-EDIT-DATE
011916         IF WS-EDIT-DATE IS NUMERIC
011917             PERFORM 2300-VALIDATE-EFF-DATE THRU 2300-EXIT
011918         ELSE
011919             SET WS-DATE-INVALID TO TRUE
011920         END-IF
011921         IF WS-DATE-INVALID
011922             MOVE 'HEADCOUNT EFFECTIVE DATE IS NOT A VALID DATE'
011923                 TO MSGDO
011924             PERFORM 4000-SEND-MAP THRU 4000-EXIT
011925             EXEC CICS RETURN
011926                 TRANSID  (WS-TRANSID)
011927             END-EXEC
011928         END-IF
011929         SET WS-HC-DATE-KEYED TO TRUE
011930     END-IF.
011931     IF WS-FUNC-ADD AND WS-HC-DATE-KEYED AND NOT WS-HC-KEYED
011932         MOVE 'APPROVED HEADCOUNT IS REQUIRED WITH A DATE'
011933             TO MSGDO
011934         PERFORM 4000-SEND-MAP THRU 4000-EXIT
011935         EXEC CICS RETURN
011936             TRANSID  (WS-TRANSID)
011937         END-EXEC
011938     END-IF.
012000 2000-EXIT.
012100     EXIT.

012101*----------------------------------------------------------------*
012102* 2300-VALIDATE-EFF-DATE - WS-EDIT-DATE MUST BE A REAL CCYYMMDD  *
012103*                          CALENDAR DATE - MONTH 01-12, DAY      *
012104*                          WITHIN THE MONTH, FEBRUARY 29 ONLY IN *
012105*                          A LEAP YEAR.  SAME EDIT AS EMPMNT'S   *
012106*                          HIRE DATE.                            *
012107*----------------------------------------------------------------*
012108 2300-VALIDATE-EFF-DATE.
012109     SET WS-DATE-VALID TO TRUE.
012110     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
012111         SET WS-DATE-INVALID TO TRUE
012112         GO TO 2300-EXIT
012113     END-IF.
012114     MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MAX-DD.
012115     IF WS-EDIT-MM = 02
012116         PERFORM 2350-CHECK-LEAP-YEAR THRU 2350-EXIT
012117     END-IF.
012118     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
012119         SET WS-DATE-INVALID TO TRUE
012120     END-IF.
012121 2300-EXIT.
012122     EXIT.

012123*----------------------------------------------------------------*
012124* 2350-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-EDIT-YEAR *
012125*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
012126*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
012127*                        400).                                   *
012128*----------------------------------------------------------------*
012129 2350-CHECK-LEAP-YEAR.
012130     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOT
012131         REMAINDER WS-LEAP-REM.
012132     IF WS-LEAP-REM NOT = ZERO
012133         GO TO 2350-EXIT
012134     END-IF.
012135     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOT
012136         REMAINDER WS-LEAP-REM.
012137     IF WS-LEAP-REM NOT = ZERO
012138         MOVE 29 TO WS-MAX-DD
012139         GO TO 2350-EXIT
012140     END-IF.
012141     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOT
012142         REMAINDER WS-LEAP-REM.
012143     IF WS-LEAP-REM = ZERO
012144         MOVE 29 TO WS-MAX-DD
012145     END-IF.
012146 2350-EXIT.
012147     EXIT.

012200*----------------------------------------------------------------*
012300* 3000-PROCESS-FUNCTION - DISPATCH ON THE REQUESTED FUNCTION.    *
012400*----------------------------------------------------------------*
013700*----------------------------------------------------------------*
013800* 5000-ADD-DEPARTMENT - WRITE A NEW RECORD TO THE DEPARTMENT     *
013900*                       MASTER.  A BLANK ACTIVE FLAG DEFAULTS A  *
013901*                       NEW DEPARTMENT TO ACTIVE.  WITH NO       *
013902*                       APPROVED HEADCOUNT KEYED THE DEPARTMENT  *
013903*                       STARTS WITH NO BUDGET (BOTH FIELDS       *
013904*                       ZERO).                                   *
014100*----------------------------------------------------------------*
014200 5000-ADD-DEPARTMENT.
014300     MOVE DNAMI TO DEPT-NAME.
014700     ELSE
014800         MOVE DACTI TO DEPT-ACTIVE-FLAG
014900     END-IF.
014901     MOVE ZEROS TO DEPT-APPROVED-HC.
014902     MOVE ZEROS TO DEPT-HC-EFF-DATE.
014903     IF WS-HC-KEYED
014904         PERFORM 5300-SET-BUDGET THRU 5300-EXIT
014905     END-IF.
015000     EXEC CICS WRITE
015100         FILE      (WS-FILE-NAME)
015200         FROM      (DEPT-RECORD)
017100*                          VALUE ON FILE.  FLAGGING A            *
017200*                          DEPARTMENT INACTIVE HERE IS HOW A     *
017300*                          COST CENTER IS CLOSED - IT IS NEVER   *
017301*                          DELETED.  AN EFFECTIVE DATE KEYED     *
017302*                          WITHOUT A COUNT RE-DATES THE COUNT    *
017303*                          ON FILE, SO THERE MUST BE ONE.        *
017500*----------------------------------------------------------------*
017600 5100-CHANGE-DEPARTMENT.
017700     EXEC CICS READ
019400     IF DACTI NOT = SPACES
019500         MOVE DACTI TO DEPT-ACTIVE-FLAG
019600     END-IF.
019601*    A RECORD LOADED BEFORE THE BUDGET FIELDS EXISTED CARRIES
019602*    SPACES IN THEM - IT IS WRITTEN BACK AS "NO BUDGET".
019603     IF DEPT-APPROVED-HC IS NOT NUMERIC OR
019604        DEPT-HC-EFF-DATE IS NOT NUMERIC
019605         MOVE ZEROS TO DEPT-APPROVED-HC
019606         MOVE ZEROS TO DEPT-HC-EFF-DATE
019607     END-IF.
019608     IF WS-HC-KEYED
019609         PERFORM 5300-SET-BUDGET THRU 5300-EXIT
019610     ELSE
019611         IF WS-HC-DATE-KEYED
019612             IF DEPT-HC-EFF-DATE = ZERO
019613                 EXEC CICS UNLOCK
019614                     FILE      (WS-FILE-NAME)
019615                 END-EXEC
019616                 MOVE 'NO APPROVED HEADCOUNT ON FILE TO RE-DATE'
019617                     TO MSGDO
019618                 GO TO 5100-EXIT
019619             END-IF
019620             MOVE WS-EDIT-DATE-N TO DEPT-HC-EFF-DATE
019621         END-IF
019622     END-IF.
019700     EXEC CICS REWRITE
019800         FILE      (WS-FILE-NAME)
019900         FROM      (DEPT-RECORD)
022100         MOVE DEPT-NAME TO DNAMO
022200         MOVE DEPT-MANAGER TO DMGRO
022300         MOVE DEPT-ACTIVE-FLAG TO DACTO
022301         IF DEPT-HC-EFF-DATE IS NUMERIC AND
022302            DEPT-HC-EFF-DATE > ZERO AND
022303            DEPT-APPROVED-HC IS NUMERIC
022304             MOVE DEPT-APPROVED-HC TO DHCO
022305             MOVE DEPT-HC-EFF-DATE TO DHCEFO
022306         ELSE
022307             MOVE SPACES TO DHCO
022308             MOVE SPACES TO DHCEFO
022309         END-IF
022400         MOVE 'DEPARTMENT FOUND' TO MSGDO
022500     ELSE
022600         MOVE 'DEPARTMENT NOT FOUND' TO MSGDO
022800 5200-EXIT.
022900     EXIT.

022901*----------------------------------------------------------------*
022902* 5300-SET-BUDGET - LAY THE KEYED APPROVED HEADCOUNT ON THE      *
022903*                   RECORD WITH ITS EFFECTIVE DATE - THE DATE    *
022904*                   KEYED, OR TODAY WHEN NONE WAS.  THE DATE     *
022905*                   USED IS SHOWN BACK ON THE SCREEN.            *
022906*----------------------------------------------------------------*
022907 5300-SET-BUDGET.
022908     MOVE WS-HC-N TO DEPT-APPROVED-HC.
022909     IF WS-HC-DATE-KEYED
022910         MOVE WS-EDIT-DATE-N TO DEPT-HC-EFF-DATE
022911     ELSE
022912         ACCEPT WS-RUN-DATE FROM DATE
022913         MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD
022914         MOVE WS-TODAY-DATE-N TO DEPT-HC-EFF-DATE
022915     END-IF.
022916     MOVE DEPT-HC-EFF-DATE TO DHCEFO.
022917 5300-EXIT.
022918     EXIT.

023000*----------------------------------------------------------------*
023100* 4000-SEND-MAP - REDISPLAY THE SCREEN WITH CURRENT DATA AND     *
023200*                 THE RESULT MESSAGE FOR THE OPERATOR.           *
