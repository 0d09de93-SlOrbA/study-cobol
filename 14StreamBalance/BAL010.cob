003340*                REFLECTS BOTH THE RELRUN PASS AND THE NIGHTLY
003350*                PASS, SO A NIGHT THE PENDING RELEASE APPLIED
003360*                AN ADD OR TERMINATION BALANCED WRONG.
003361* 10/14/26 RLT   A MISSING NIGHTLY RUN (EDT010/HELLO, RPT010) NOW
003362*                ONLY FAILS THE NIGHT ON A BUSINESS DAY.  THE
003363*                BALANCE DATE IS JUDGED AGAINST THE NEW COMPANY
003364*                CALENDAR FILE (CALREC.CPY) - ON A WEEKEND,
003365*                HOLIDAY, OR SHUTDOWN DAY THE ABSENCE IS NOTED
003366*                WITHOUT RC=4, AND THE HEADING SAYS WHICH KIND OF
003367*                DAY IT WAS.  RUNS THAT DID RUN STILL BALANCE.
003400*================================================================

003500 ENVIRONMENT DIVISION.
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPTOUT-STATUS.

004901     SELECT BUSINESS-CALENDAR ASSIGN TO CALENDAR
004902         ORGANIZATION IS SEQUENTIAL
004903         FILE STATUS IS WS-CALENDAR-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RUN-STATS
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  REPORT-LINE                 PIC X(132).

006701 FD  BUSINESS-CALENDAR
006702     LABEL RECORDS ARE STANDARD
006703     RECORD CONTAINS 80 CHARACTERS.
006704*    COMPANY BUSINESS-DAY CALENDAR SHARED WITH EDT010 AND
006705*    REL010 - SEE CALREC.CPY.
006706     COPY CALREC.

006800 WORKING-STORAGE SECTION.
006900 77  WS-RUNSTATS-STATUS          PIC X(02)  VALUE SPACES.
007000     88  WS-RUNSTATS-OK                     VALUE '00'.
007300     88  WS-BALCTL-OK                       VALUE '00'.
007400 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
007500     88  WS-RPTOUT-OK                       VALUE '00'.
007501 77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
007502     88  WS-CALENDAR-OK                     VALUE '00'.
007503     88  WS-CALENDAR-EOF                    VALUE '10'.

007600 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
007700     88  WS-EOF-STATS                       VALUE 'Y'.

008600 01  WS-BAL-DATE                 PIC 9(06)  VALUE ZERO.

008601*----------------------------------------------------------------*
008602* THE BALANCE DATE AS CCYYMMDD FOR THE CALENDAR - SAME FIXED-20  *
008603* CENTURY CONVENTION AS REL010.  A NIGHTLY RUN IS ONLY MISSING   *
008604* ON A BUSINESS DAY.                                             *
008605*----------------------------------------------------------------*
008606 01  WS-BAL-FULL-DATE.
008607     05  WS-BAL-CC               PIC 9(02)  VALUE 20.
008608     05  WS-BAL-YYMMDD           PIC 9(06)  VALUE ZERO.
008609 01  WS-BAL-FULL-DATE-N REDEFINES WS-BAL-FULL-DATE
008610                                 PIC 9(08).

008611*----------------------------------------------------------------*
008612* BUSINESS-DAY CALENDAR - THE HOLIDAYS AND SHUTDOWN DAYS FROM    *
008613* THE CALENDAR FILE (CALREC.CPY) AND THE YEARS IT COVERS.        *
008614* SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS AND ARE NOT        *
008615* LISTED.  A WEEKDAY IN A YEAR THE FILE DOES NOT COVER IS TAKEN  *
008616* AS A BUSINESS DAY, AND SAID SO ON SYSOUT.                      *
008617*----------------------------------------------------------------*
008618 77  WS-CAL-MAX                  PIC 9(03)  VALUE 300 COMP.
008619 01  WS-CAL-COUNT                PIC 9(03)  VALUE ZERO COMP.
008620 01  WS-CAL-SUB                  PIC 9(03)  VALUE ZERO COMP.
008621 01  WS-CAL-TABLE.
008622     05  WS-CAL-ENTRY OCCURS 300 TIMES.
008623         10  WS-CAL-DATE         PIC 9(08).
008624         10  WS-CAL-TYPE         PIC X(01).
008625 77  WS-CY-MAX                   PIC 9(02)  VALUE 20 COMP.
008626 01  WS-CY-COUNT                 PIC 9(02)  VALUE ZERO COMP.
008627 01  WS-CY-SUB                   PIC 9(02)  VALUE ZERO COMP.
008628 01  WS-CY-TABLE.
008629     05  WS-CY-YEAR OCCURS 20 TIMES
008630                                 PIC 9(04).
008631 01  WS-CY-WARNED-YEAR           PIC 9(04)  VALUE ZERO.
008632 77  WS-CY-FOUND-SW              PIC X(01)  VALUE 'N'.
008633     88  WS-CY-FOUND                        VALUE 'Y'.
008634 77  WS-CY-MISSING-SW            PIC X(01)  VALUE 'N'.
008635     88  WS-CY-MISSING                      VALUE 'Y'.
008636 77  WS-BUSDAY-SW                PIC X(01)  VALUE 'Y'.
008637     88  WS-BUSINESS-DAY                    VALUE 'Y'.
008638     88  WS-NON-BUSINESS-DAY                VALUE 'N'.
008639 01  WS-DAY-DESC                 PIC X(12)  VALUE SPACES.
008640 01  WS-DOW                      PIC 9(01)  VALUE ZERO COMP.
008641 01  WS-DOW-QUOT                 PIC S9(09) VALUE ZERO COMP.

008642*----------------------------------------------------------------*
008643* DAY-SERIAL ARITHMETIC FOR THE WEEKDAY TEST.                    *
008645*----------------------------------------------------------------*
008646 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
008647 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
008648 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
008655 01  WS-CUM-DAYS-DATA.
008656     05  FILLER                  PIC X(36)
008657             VALUE '000031059090120151181212243273304334'.
008658 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
008659     05  WS-CUM-DAYS OCCURS 12 TIMES
008660                                 PIC 9(03).
008661 01  WS-DTD-DATE.
008662     05  WS-DTD-YEAR             PIC 9(04).
008663     05  WS-DTD-MM               PIC 9(02).
008664     05  WS-DTD-DD               PIC 9(02).
008665 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
008666                                 PIC 9(08).
008667 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
008668 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

008700 01  WS-CURRENT-DATE.
008800     05  WS-CURRENT-YY           PIC 9(02).
008900     05  WS-CURRENT-MM           PIC 9(02).
014100                     VALUE 'BALANCE DATE (YYMMDD'.
014200     05  FILLER                  PIC X(03)  VALUE '): '.
014300     05  HDG-BAL-DATE            PIC 9(06).
014301     05  FILLER                  PIC X(03)  VALUE SPACES.
014302     05  HDG-DAY-KIND            PIC X(32).
014303     05  FILLER                  PIC X(68)  VALUE SPACES.

014500 01  HDG-LINE-3.
014600     05  FILLER                  PIC X(46)  VALUE 'LINK'.
020100         GO TO 1000-EXIT
020200     END-IF.
020300     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
020301     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
020302     IF WS-ABEND-OCCURRED
020303         GO TO 1000-EXIT
020304     END-IF.
020305     MOVE WS-BAL-DATE TO WS-BAL-YYMMDD.
020306     MOVE WS-BAL-FULL-DATE-N TO WS-DTD-DATE-N.
020307     PERFORM 6700-CHECK-BUSINESS-DAY THRU 6700-EXIT.
020400     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
020500 1000-EXIT.
020600     EXIT.
022800 1100-EXIT.
022900     EXIT.

022901*----------------------------------------------------------------*
022902* 1200-LOAD-CALENDAR - LOAD THE HOLIDAYS, SHUTDOWN DAYS, AND     *
022903*                      COVERED YEARS FROM THE CALENDAR FILE.     *
022904*                      WITHOUT IT NO DAY CAN BE JUDGED, SO A     *
022905*                      FAILED OPEN ENDS THE RUN.                 *
022906*----------------------------------------------------------------*
022907 1200-LOAD-CALENDAR.
022908     OPEN INPUT BUSINESS-CALENDAR.
022909     IF NOT WS-CALENDAR-OK
022910         DISPLAY 'BAL010 - CANNOT OPEN BUSINESS-CALENDAR, '
022911             'STATUS = ' WS-CALENDAR-STATUS
022912         SET WS-ABEND-OCCURRED TO TRUE
022913         GO TO 1200-EXIT
022914     END-IF.
022915     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
022916         UNTIL WS-CALENDAR-EOF.
022917     CLOSE BUSINESS-CALENDAR.
022918     IF WS-CY-COUNT = ZERO
022919         DISPLAY 'BAL010 - CALENDAR FILE COVERS NO YEARS'
022920     END-IF.
022921 1200-EXIT.
022922     EXIT.

022923*----------------------------------------------------------------*
022924* 1210-LOAD-ONE-ENTRY - ONE CALENDAR RECORD INTO ITS TABLE.  A   *
022925*                       COMMENT LINE IS SKIPPED; A BAD DATE OR   *
022926*                       A FULL TABLE IS SHOWN ON SYSOUT.         *
022927*----------------------------------------------------------------*
022928 1210-LOAD-ONE-ENTRY.
022929     READ BUSINESS-CALENDAR.
022930     IF WS-CALENDAR-EOF
022931         GO TO 1210-EXIT
022932     END-IF.
022933     IF NOT WS-CALENDAR-OK
022934         DISPLAY 'BAL010 - CALENDAR READ FAILED, STATUS = '
022935             WS-CALENDAR-STATUS
022936         SET WS-CALENDAR-EOF TO TRUE
022937         GO TO 1210-EXIT
022938     END-IF.
022939     IF CAL-IS-YEAR
022940         IF CAL-YEAR IS NOT NUMERIC
022941             DISPLAY 'BAL010 - CALENDAR YEAR NOT NUMERIC, '
022942                 'IGNORED: ' CAL-DATE-X
022943             GO TO 1210-EXIT
022944         END-IF
022945         IF WS-CY-COUNT NOT LESS THAN WS-CY-MAX
022946             DISPLAY 'BAL010 - CALENDAR YEAR TABLE FULL, '
022947                 CAL-YEAR ' IGNORED'
022948             GO TO 1210-EXIT
022949         END-IF
022950         ADD 1 TO WS-CY-COUNT
022951         MOVE CAL-YEAR TO WS-CY-YEAR (WS-CY-COUNT)
022952         GO TO 1210-EXIT
022953     END-IF.
022954     IF NOT CAL-IS-CLOSED-DAY
022955         GO TO 1210-EXIT
022956     END-IF.
022957     IF CAL-DATE IS NOT NUMERIC
022958         DISPLAY 'BAL010 - CALENDAR DATE NOT NUMERIC, IGNORED: '
022959             CAL-DATE-X
022960         GO TO 1210-EXIT
022961     END-IF.
022962     IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
022963         DISPLAY 'BAL010 - CALENDAR TABLE FULL, '
022964             CAL-DATE ' IGNORED'
022965         GO TO 1210-EXIT
022966     END-IF.
022967     ADD 1 TO WS-CAL-COUNT.
022968     MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT).
022969     MOVE CAL-REC-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT).
022970 1210-EXIT.
022971     EXIT.

023000*----------------------------------------------------------------*
023100* 2000-READ-STATS - READ THE NEXT RUN-STATS HISTORY RECORD.     *
023200*----------------------------------------------------------------*

031400*----------------------------------------------------------------*
031500* 5000-CROSS-FOOT - THE THREE LINKS, ONE LINE EACH.  A MISSING  *
031600*                   NIGHTLY RUN FAILS ITS LINK ON A BUSINESS    *
031601*                   DAY - ON A WEEKEND, HOLIDAY, OR SHUTDOWN    *
031602*                   DAY NO FILE IS SENT AND ITS ABSENCE IS      *
031603*                   ONLY NOTED.  RCN010 ONLY RUNS ONCE PAYROLL  *
031604*                   RETURNS THE ACK, SO ITS ABSENCE IS NOTED,   *
031605*                   NOT FAILED, ON ANY DAY.                     *
031900*----------------------------------------------------------------*
032000 5000-CROSS-FOOT.
032001     IF WS-CY-MISSING
032002         MOVE 'CALENDAR DOES NOT COVER THE BALANCE YEAR - TAKEN '
032003             TO NOTE-TEXT
032004         MOVE 'AS A BUSINESS DAY' TO NOTE-TEXT (50:)
032005         PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
032006     END-IF.
032100     IF WS-EDT-FOUND AND WS-HELLO-FOUND
032200         COMPUTE WS-EXPECTED = WS-HELLO-ACCEPT + WS-HELLO-REJECT
032300             + WS-HELLO-PEND + WS-HELLO-SKIP
033100             PERFORM 6100-PRINT-MISTIE THRU 6100-EXIT
033200         END-IF
033300     ELSE
033301         IF WS-NON-BUSINESS-DAY
033302             MOVE 'EDT010/HELLO DID NOT RUN - NOT A BUSINESS DAY'
033303                 TO NOTE-TEXT
033304             PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
033305         ELSE
033400             MOVE 'EDT010 OR HELLO DID NOT RUN - CHAIN BROKEN'
033500                 TO NOTE-TEXT
033600             PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
033700             ADD 1 TO WS-FAIL-COUNT
033701         END-IF
033800     END-IF.
033900     IF WS-HELLO-FOUND AND WS-RCN-FOUND
034000         MOVE 'HELLO EXTRACT RECORDS = RCN010 DETAILS READ'
036400             PERFORM 6100-PRINT-MISTIE THRU 6100-EXIT
036500         END-IF
036600     ELSE
036700         IF NOT WS-RPT-FOUND AND WS-NON-BUSINESS-DAY
036701             MOVE 'RPT010 DID NOT RUN - NOT A BUSINESS DAY'
036702                 TO NOTE-TEXT
036703             PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
036704             GO TO 5000-EXIT
036705         END-IF
036706         IF NOT WS-RPT-FOUND
036800             MOVE 'RPT010 DID NOT RUN - HEADCOUNT LINK BROKEN'
036900                 TO NOTE-TEXT
037000             PERFORM 6200-PRINT-NOTE THRU 6200-EXIT
040700 6200-EXIT.
040800     EXIT.

040801*----------------------------------------------------------------*
040802* 6500-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
040803*                     IN WS-DTD-SERIAL: WHOLE YEARS BEFORE THIS  *
040804*                     ONE (WITH THEIR LEAP DAYS), THE DAYS       *
040805*                     BEFORE THIS MONTH, THIS YEAR'S OWN LEAP    *
040806*                     DAY WHEN PAST FEBRUARY, PLUS THE DAY.      *
040807*----------------------------------------------------------------*
040808 6500-DATE-TO-DAYS.
040809     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
040810     COMPUTE WS-DTD-SERIAL =
040811         (WS-DTD-PRIOR-YEAR * 365)
040812         + (WS-DTD-PRIOR-YEAR / 4)
040813         - (WS-DTD-PRIOR-YEAR / 100)
040814         + (WS-DTD-PRIOR-YEAR / 400).
040815     IF WS-DTD-MM >= 1 AND WS-DTD-MM <= 12
040816         ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL
040817     END-IF.
040818     IF WS-DTD-MM > 2
040819         MOVE 28 TO WS-MAX-DD
040820         PERFORM 6510-CHECK-LEAP-YEAR THRU 6510-EXIT
040821         IF WS-MAX-DD = 29
040822             ADD 1 TO WS-DTD-SERIAL
040823         END-IF
040824     END-IF.
040825     ADD WS-DTD-DD TO WS-DTD-SERIAL.
040826 6500-EXIT.
040827     EXIT.

040828*----------------------------------------------------------------*
040829* 6510-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-DTD-YEAR  *
040830*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
040831*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
040832*                        400).                                   *
040833*----------------------------------------------------------------*
040834 6510-CHECK-LEAP-YEAR.
040835     DIVIDE WS-DTD-YEAR BY 4 GIVING WS-LEAP-QUOT
040836         REMAINDER WS-LEAP-REM.
040837     IF WS-LEAP-REM NOT = ZERO
040838         GO TO 6510-EXIT
040839     END-IF.
040840     DIVIDE WS-DTD-YEAR BY 100 GIVING WS-LEAP-QUOT
040841         REMAINDER WS-LEAP-REM.
040842     IF WS-LEAP-REM NOT = ZERO
040843         MOVE 29 TO WS-MAX-DD
040844         GO TO 6510-EXIT
040845     END-IF.
040846     DIVIDE WS-DTD-YEAR BY 400 GIVING WS-LEAP-QUOT
040847         REMAINDER WS-LEAP-REM.
040848     IF WS-LEAP-REM = ZERO
040849         MOVE 29 TO WS-MAX-DD
040850     END-IF.
040851 6510-EXIT.
040852     EXIT.

040883*----------------------------------------------------------------*
040884* 6700-CHECK-BUSINESS-DAY - IS WS-DTD-DATE A BUSINESS DAY?  DAY  *
040885*                           SERIAL 1 (01/01/0001) FELL ON A      *
040886*                           MONDAY, SO THE SERIAL MOD 7 IS THE   *
040887*                           WEEKDAY - 6 SATURDAY, 0 SUNDAY.  A   *
040888*                           WEEKDAY IS A BUSINESS DAY UNLESS THE *
040889*                           CALENDAR LISTS IT AS A HOLIDAY OR    *
040890*                           SHUTDOWN DAY.  WS-DAY-DESC SAYS WHY  *
040891*                           A DAY IS NOT ONE.                    *
040892*----------------------------------------------------------------*
040893 6700-CHECK-BUSINESS-DAY.
040894     SET WS-BUSINESS-DAY TO TRUE.
040895     MOVE SPACES TO WS-DAY-DESC.
040896     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT.
040897     DIVIDE WS-DTD-SERIAL BY 7 GIVING WS-DOW-QUOT
040898         REMAINDER WS-DOW.
040899     IF WS-DOW = 0 OR WS-DOW = 6
040900         SET WS-NON-BUSINESS-DAY TO TRUE
040901         MOVE 'WEEKEND' TO WS-DAY-DESC
040902         GO TO 6700-EXIT
040903     END-IF.
040904     PERFORM 6710-CHECK-ONE-CLOSED-DAY THRU 6710-EXIT
040905         VARYING WS-CAL-SUB FROM 1 BY 1
040906         UNTIL WS-CAL-SUB > WS-CAL-COUNT OR WS-NON-BUSINESS-DAY.
040907     IF WS-NON-BUSINESS-DAY
040908         GO TO 6700-EXIT
040909     END-IF.
040910     MOVE 'N' TO WS-CY-FOUND-SW.
040911     PERFORM 6720-CHECK-ONE-YEAR THRU 6720-EXIT
040912         VARYING WS-CY-SUB FROM 1 BY 1
040913         UNTIL WS-CY-SUB > WS-CY-COUNT OR WS-CY-FOUND.
040914     IF WS-CY-FOUND
040915         GO TO 6700-EXIT
040916     END-IF.
040917     SET WS-CY-MISSING TO TRUE.
040918     IF WS-DTD-YEAR NOT = WS-CY-WARNED-YEAR
040919         MOVE WS-DTD-YEAR TO WS-CY-WARNED-YEAR
040920         DISPLAY 'BAL010 - CALENDAR DOES NOT COVER ' WS-DTD-YEAR
040921             ' - WEEKDAYS TAKEN AS BUSINESS DAYS'
040922     END-IF.
040923 6700-EXIT.
040924     EXIT.

040925*----------------------------------------------------------------*
040926* 6710-CHECK-ONE-CLOSED-DAY - IS CALENDAR ENTRY WS-CAL-SUB THE   *
040927*                             DAY BEING CHECKED?                 *
040928*----------------------------------------------------------------*
040929 6710-CHECK-ONE-CLOSED-DAY.
040930     IF WS-CAL-DATE (WS-CAL-SUB) = WS-DTD-DATE-N
040931         SET WS-NON-BUSINESS-DAY TO TRUE
040932         IF WS-CAL-TYPE (WS-CAL-SUB) = 'S'
040933             MOVE 'SHUTDOWN DAY' TO WS-DAY-DESC
040934         ELSE
040935             MOVE 'HOLIDAY' TO WS-DAY-DESC
040936         END-IF
040937     END-IF.
040938 6710-EXIT.
040939     EXIT.

040940*----------------------------------------------------------------*
040941* 6720-CHECK-ONE-YEAR - IS COVERED YEAR WS-CY-SUB THE YEAR OF    *
040942*                       THE DAY BEING CHECKED?                   *
040943*----------------------------------------------------------------*
040944 6720-CHECK-ONE-YEAR.
040945     IF WS-CY-YEAR (WS-CY-SUB) = WS-DTD-YEAR
040946         SET WS-CY-FOUND TO TRUE
040947     END-IF.
040948 6720-EXIT.
040949     EXIT.

040974*----------------------------------------------------------------*
041000* 7000-WRITE-HEADINGS - THE SINGLE GO/NO-GO PAGE'S HEADING.     *
041100*----------------------------------------------------------------*
041200 7000-WRITE-HEADINGS.
041300     MOVE 1 TO HDG-PAGE-NBR.
041400     MOVE WS-BAL-DATE TO HDG-BAL-DATE.
041401     IF WS-BUSINESS-DAY
041402         MOVE 'BUSINESS DAY' TO HDG-DAY-KIND
041403     ELSE
041404         MOVE 'NOT A BUSINESS DAY -' TO HDG-DAY-KIND
041405         MOVE WS-DAY-DESC TO HDG-DAY-KIND (22:)
041406     END-IF.
041500     WRITE REPORT-LINE FROM HDG-LINE-1
041600         AFTER ADVANCING 0 LINES.
041700     WRITE REPORT-LINE FROM HDG-LINE-2
