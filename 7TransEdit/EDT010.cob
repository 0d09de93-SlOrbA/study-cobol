002403*                RIDES IN RST-ACCEPT-COUNT SO BAL010 CAN TIE
002404*                IT TO WHAT THE LOAD ACCEPTED, REJECTED, AND
002405*                PENDED WITHOUT A PERSON AND THREE SYSOUTS.
002406* 10/14/26 RLT   THE EDIT NOW HOLDS THE LOAD WHEN A BUSINESS DAY'S
002407*                FILE WAS SKIPPED - EVERY BUSINESS DAY BETWEEN THE
002408*                LAST FILE LOADED AND THIS HEADER DATE (WEEKENDS
002409*                AND THE HOLIDAYS/SHUTDOWN DAYS ON THE NEW COMPANY
002410*                CALENDAR FILE, CALREC.CPY, EXCLUDED) IS LISTED
002411*                AND THE FILE FAILS.  AN EDTCTL CARD CARRYING THIS
002412*                FILE'S HEADER DATE SAYS THE GAP IS EXPECTED AND
002413*                LETS IT LOAD.  A CORRECTION FILE IS NOT CHECKED.
002414* 10/15/26 RLT   A RUN THAT STOPS ON THE CALENDAR NOW CLOSES
002415*                EMPLOYEE-TRANS, WHICH IS ALREADY OPEN BY THEN.
002420*================================================================

002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS WS-RUNSTATS-STATUS.

003331     SELECT BUSINESS-CALENDAR ASSIGN TO CALENDAR
003332         ORGANIZATION IS SEQUENTIAL
003333         FILE STATUS IS WS-CALENDAR-STATUS.

003334     SELECT CONTROL-CARD ASSIGN TO EDTCTL
003335         ORGANIZATION IS SEQUENTIAL
003336         FILE STATUS IS WS-EDTCTL-STATUS.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  EMPLOYEE-TRANS
004550*    RCN010, STA010, AND BAL010 - SEE RSTREC.CPY.
004560     COPY RSTREC.

004561 FD  BUSINESS-CALENDAR
004562     LABEL RECORDS ARE STANDARD
004563     RECORD CONTAINS 80 CHARACTERS.
004564*    COMPANY BUSINESS-DAY CALENDAR SHARED WITH REL010 AND
004565*    BAL010 - SEE CALREC.CPY.
004566     COPY CALREC.

004567*    OVERRIDE CARD - COLS 1-8 THE HEADER DATE (CCYYMMDD) OF THE
004568*    FILE WHOSE MISSED BUSINESS DAYS ARE EXPECTED.  IT ONLY
004569*    EVER RELEASES THAT ONE FILE, SO A CARD LEFT IN THE JCL
004570*    CANNOT HIDE THE NEXT GAP.
004571 FD  CONTROL-CARD
004572     LABEL RECORDS ARE STANDARD
004573     RECORD CONTAINS 80 CHARACTERS.
004574 01  CTL-RECORD.
004575     05  CTL-GAP-FILE-DATE       PIC 9(08).
004576     05  FILLER                  PIC X(72).

004600 WORKING-STORAGE SECTION.
004700 77  WS-EMPTRAN-STATUS           PIC X(02)  VALUE SPACES.
004800     88  WS-EMPTRAN-OK                      VALUE '00'.
005100     88  WS-TRANDATE-OK                     VALUE '00'.
005110 77  WS-RUNSTATS-STATUS          PIC X(02)  VALUE SPACES.
005120     88  WS-RUNSTATS-OK                     VALUE '00'.
005121 77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
005122     88  WS-CALENDAR-OK                     VALUE '00'.
005123     88  WS-CALENDAR-EOF                    VALUE '10'.
005124 77  WS-EDTCTL-STATUS            PIC X(02)  VALUE SPACES.
005125     88  WS-EDTCTL-OK                       VALUE '00'.

005200 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
005300     88  WS-EOF-TRANS                       VALUE 'Y'.
006810 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.
006820 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.

006821*----------------------------------------------------------------*
006822* MISSED-FILE CHECK - BUSINESS DAYS BETWEEN THE LAST FILE LOADED *
006823* AND THIS ONE THAT NEVER HAD A FILE OF THEIR OWN, AND THE       *
006824* HEADER DATE THE EDTCTL OVERRIDE CARD RELEASES (IF ANY).        *
006825*----------------------------------------------------------------*
006826 01  WS-MISSED-COUNT             PIC 9(05)  VALUE ZERO COMP.
006827 01  WS-OVERRIDE-DATE            PIC 9(08)  VALUE ZERO.

006828*----------------------------------------------------------------*
006829* BUSINESS-DAY CALENDAR - THE HOLIDAYS AND SHUTDOWN DAYS FROM    *
006830* THE CALENDAR FILE (CALREC.CPY) AND THE YEARS IT COVERS.        *
006831* SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS AND ARE NOT        *
006832* LISTED.  A WEEKDAY IN A YEAR THE FILE DOES NOT COVER IS TAKEN  *
006833* AS A BUSINESS DAY, AND SAID SO ON SYSOUT.                      *
006834*----------------------------------------------------------------*
006835 77  WS-CAL-MAX                  PIC 9(03)  VALUE 300 COMP.
006836 01  WS-CAL-COUNT                PIC 9(03)  VALUE ZERO COMP.
006837 01  WS-CAL-SUB                  PIC 9(03)  VALUE ZERO COMP.
006838 01  WS-CAL-TABLE.
006839     05  WS-CAL-ENTRY OCCURS 300 TIMES.
006840         10  WS-CAL-DATE         PIC 9(08).
006841         10  WS-CAL-TYPE         PIC X(01).
006842 77  WS-CY-MAX                   PIC 9(02)  VALUE 20 COMP.
006843 01  WS-CY-COUNT                 PIC 9(02)  VALUE ZERO COMP.
006844 01  WS-CY-SUB                   PIC 9(02)  VALUE ZERO COMP.
006845 01  WS-CY-TABLE.
006846     05  WS-CY-YEAR OCCURS 20 TIMES
006847                                 PIC 9(04).
006848 01  WS-CY-WARNED-YEAR           PIC 9(04)  VALUE ZERO.
006849 77  WS-CY-FOUND-SW              PIC X(01)  VALUE 'N'.
006850     88  WS-CY-FOUND                        VALUE 'Y'.
006853 77  WS-BUSDAY-SW                PIC X(01)  VALUE 'Y'.
006854     88  WS-BUSINESS-DAY                    VALUE 'Y'.
006855     88  WS-NON-BUSINESS-DAY                VALUE 'N'.
006857 01  WS-DOW                      PIC 9(01)  VALUE ZERO COMP.
006858 01  WS-DOW-QUOT                 PIC S9(09) VALUE ZERO COMP.

006859*----------------------------------------------------------------*
006860* DAY-SERIAL ARITHMETIC FOR THE WEEKDAY TEST, AND THE MONTH      *
006861* LENGTHS FOR STEPPING A DATE FORWARD ONE DAY AT A TIME.         *
006862*----------------------------------------------------------------*
006863 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
006864 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
006865 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
006866 01  WS-MONTH-DAYS-DATA.
006867     05  FILLER                  PIC X(24)
006868                     VALUE '312831303130313130313031'.
006869 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
006870     05  WS-MONTH-DAYS OCCURS 12 TIMES
006871                                 PIC 9(02).
006872 01  WS-CUM-DAYS-DATA.
006873     05  FILLER                  PIC X(36)
006874             VALUE '000031059090120151181212243273304334'.
006875 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
006876     05  WS-CUM-DAYS OCCURS 12 TIMES
006877                                 PIC 9(03).
006878 01  WS-DTD-DATE.
006879     05  WS-DTD-YEAR             PIC 9(04).
006880     05  WS-DTD-MM               PIC 9(02).
006881     05  WS-DTD-DD               PIC 9(02).
006882 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
006883                                 PIC 9(08).
006884 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
006885 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

006900*----------------------------------------------------------------*
007000* 0000-MAIN-PROCESS - MAINLINE.  EDIT THE FILE FRONT TO BACK,    *
007100*                     THEN BALANCE AND SET THE RETURN CODE.      *
012500 1100-EXIT.
012600     EXIT.

012601*----------------------------------------------------------------*
012602* 1200-LOAD-CALENDAR - LOAD THE HOLIDAYS, SHUTDOWN DAYS, AND     *
012603*                      COVERED YEARS FROM THE CALENDAR FILE.     *
012604*                      WITHOUT IT NO DAY CAN BE JUDGED, SO A     *
012605*                      FAILED OPEN ENDS THE RUN.                 *
012606*----------------------------------------------------------------*
012607 1200-LOAD-CALENDAR.
012608     OPEN INPUT BUSINESS-CALENDAR.
012609     IF NOT WS-CALENDAR-OK
012610         DISPLAY 'EDT010 - CANNOT OPEN BUSINESS-CALENDAR, '
012611             'STATUS = ' WS-CALENDAR-STATUS
012612         SET WS-ABEND-OCCURRED TO TRUE
012613         GO TO 1200-EXIT
012614     END-IF.
012615     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
012616         UNTIL WS-CALENDAR-EOF.
012617     CLOSE BUSINESS-CALENDAR.
012618     IF WS-CY-COUNT = ZERO
012619         DISPLAY 'EDT010 - CALENDAR FILE COVERS NO YEARS'
012620     END-IF.
012621 1200-EXIT.
012622     EXIT.

012623*----------------------------------------------------------------*
012624* 1210-LOAD-ONE-ENTRY - ONE CALENDAR RECORD INTO ITS TABLE.  A   *
012625*                       COMMENT LINE IS SKIPPED; A BAD DATE OR   *
012626*                       A FULL TABLE IS SHOWN ON SYSOUT.         *
012627*----------------------------------------------------------------*
012628 1210-LOAD-ONE-ENTRY.
012629     READ BUSINESS-CALENDAR.
012630     IF WS-CALENDAR-EOF
012631         GO TO 1210-EXIT
012632     END-IF.
012633     IF NOT WS-CALENDAR-OK
012634         DISPLAY 'EDT010 - CALENDAR READ FAILED, STATUS = '
012635             WS-CALENDAR-STATUS
012636         SET WS-CALENDAR-EOF TO TRUE
012637         GO TO 1210-EXIT
012638     END-IF.
012639     IF CAL-IS-YEAR
012640         IF CAL-YEAR IS NOT NUMERIC
012641             DISPLAY 'EDT010 - CALENDAR YEAR NOT NUMERIC, '
012642                 'IGNORED: ' CAL-DATE-X
012643             GO TO 1210-EXIT
012644         END-IF
012645         IF WS-CY-COUNT NOT LESS THAN WS-CY-MAX
012646             DISPLAY 'EDT010 - CALENDAR YEAR TABLE FULL, '
012647                 CAL-YEAR ' IGNORED'
012648             GO TO 1210-EXIT
012649         END-IF
012650         ADD 1 TO WS-CY-COUNT
012651         MOVE CAL-YEAR TO WS-CY-YEAR (WS-CY-COUNT)
012652         GO TO 1210-EXIT
012653     END-IF.
012654     IF NOT CAL-IS-CLOSED-DAY
012655         GO TO 1210-EXIT
012656     END-IF.
012657     IF CAL-DATE IS NOT NUMERIC
012658         DISPLAY 'EDT010 - CALENDAR DATE NOT NUMERIC, IGNORED: '
012659             CAL-DATE-X
012660         GO TO 1210-EXIT
012661     END-IF.
012662     IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
012663         DISPLAY 'EDT010 - CALENDAR TABLE FULL, '
012664             CAL-DATE ' IGNORED'
012665         GO TO 1210-EXIT
012666     END-IF.
012667     ADD 1 TO WS-CAL-COUNT.
012668     MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT).
012669     MOVE CAL-REC-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT).
012670 1210-EXIT.
012671     EXIT.

012672*----------------------------------------------------------------*
012673* 1300-READ-OVERRIDE-CARD - THE HEADER DATE WHOSE MISSED DAYS    *
012674*                           ARE EXPECTED.  NO CARD (DD DUMMY,    *
012675*                           THE NORMAL NIGHT) LEAVES IT ZERO,    *
012676*                           WHICH NO HEADER DATE MATCHES.        *
012677*----------------------------------------------------------------*
012678 1300-READ-OVERRIDE-CARD.
012679     OPEN INPUT CONTROL-CARD.
012680     IF WS-EDTCTL-OK
012681         READ CONTROL-CARD
012682             AT END
012683                 CONTINUE
012684             NOT AT END
012685                 IF CTL-GAP-FILE-DATE IS NUMERIC
012686                     MOVE CTL-GAP-FILE-DATE TO WS-OVERRIDE-DATE
012687                 END-IF
012688         END-READ
012689         CLOSE CONTROL-CARD
012690     END-IF.
012691 1300-EXIT.
012692     EXIT.

012700*----------------------------------------------------------------*
012800* 2000-CHECK-HEADER - THE FIRST RECORD MUST BE A HEADER WITH A   *
012900*                     NUMERIC FILE DATE LATER THAN THE LAST ONE  *
015200             ' NOT LATER THAN LAST FILE LOADED ' WS-LAST-DATE
015300         DISPLAY 'EDT010 - FILE ALREADY LOADED OR OUT OF ORDER'
015400         SET WS-FILE-FAILED TO TRUE
015401         GO TO 2000-EXIT
015500     END-IF.
015501     IF WS-LAST-DATE > ZERO
015502         PERFORM 2100-CHECK-MISSED-DAYS THRU 2100-EXIT
015503     END-IF.
015600 2000-EXIT.
015700     EXIT.

015701*----------------------------------------------------------------*
015702* 2100-CHECK-MISSED-DAYS - EVERY BUSINESS DAY AFTER THE LAST     *
015703*                          FILE LOADED AND BEFORE THIS ONE       *
015704*                          SHOULD HAVE HAD A FILE OF ITS OWN.    *
015705*                          IF ANY DID NOT, ITS HIRES AND CHANGES *
015706*                          NEVER REACHED THE MASTER - HOLD THE   *
015707*                          LOAD, UNLESS THE EDTCTL OVERRIDE CARD *
015708*                          NAMES THIS FILE'S HEADER DATE (HR HAS *
015709*                          CONFIRMED NO FILE WAS EVER SENT).     *
015710*----------------------------------------------------------------*
015711 2100-CHECK-MISSED-DAYS.
015712     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
015713     IF WS-ABEND-OCCURRED
015714         GO TO 2100-EXIT
015715     END-IF.
015716     MOVE WS-LAST-DATE TO WS-DTD-DATE-N.
015717     PERFORM 6600-NEXT-DAY THRU 6600-EXIT.
015718     PERFORM 2110-CHECK-ONE-DAY THRU 2110-EXIT
015719         UNTIL WS-DTD-DATE-N NOT LESS THAN WS-HEADER-DATE.
015720     IF WS-MISSED-COUNT = ZERO
015721         GO TO 2100-EXIT
015722     END-IF.
015723     PERFORM 1300-READ-OVERRIDE-CARD THRU 1300-EXIT.
015724     IF WS-OVERRIDE-DATE = WS-HEADER-DATE
015725         DISPLAY 'EDT010 - MISSED BUSINESS DAYS ACCEPTED BY THE '
015726             'EDTCTL OVERRIDE CARD'
015727         GO TO 2100-EXIT
015728     END-IF.
015729     DISPLAY 'EDT010 - ' WS-MISSED-COUNT
015730         ' BUSINESS DAY(S) SINCE ' WS-LAST-DATE
015731         ' HAD NO FILE LOADED'.
015732     DISPLAY 'EDT010 - IF HR CONFIRMS NO FILE WAS SENT, RERUN '
015733         'WITH AN EDTCTL CARD OF ' WS-HEADER-DATE.
015734     SET WS-FILE-FAILED TO TRUE.
015735 2100-EXIT.
015736     EXIT.

015737*----------------------------------------------------------------*
015738* 2110-CHECK-ONE-DAY - ONE DAY OF THE GAP.  A BUSINESS DAY IN    *
015739*                      THE GAP IS A MISSED FILE.                 *
015740*----------------------------------------------------------------*
015741 2110-CHECK-ONE-DAY.
015742     PERFORM 6700-CHECK-BUSINESS-DAY THRU 6700-EXIT.
015743     IF WS-BUSINESS-DAY
015744         ADD 1 TO WS-MISSED-COUNT
015745         DISPLAY 'EDT010 - NO FILE LOADED FOR BUSINESS DAY '
015746             WS-DTD-DATE-N
015747     END-IF.
015748     PERFORM 6600-NEXT-DAY THRU 6600-EXIT.
015749 2110-EXIT.
015750     EXIT.

015800*----------------------------------------------------------------*
015900* 3000-READ-TRANS - READ THE NEXT TRANSACTION FILE RECORD.       *
016000*----------------------------------------------------------------*
021900 5000-EXIT.
022000     EXIT.

022001*----------------------------------------------------------------*
022002* 6500-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
022003*                     IN WS-DTD-SERIAL: WHOLE YEARS BEFORE THIS  *
022004*                     ONE (WITH THEIR LEAP DAYS), THE DAYS       *
022005*                     BEFORE THIS MONTH, THIS YEAR'S OWN LEAP    *
022006*                     DAY WHEN PAST FEBRUARY, PLUS THE DAY.      *
022007*----------------------------------------------------------------*
022008 6500-DATE-TO-DAYS.
022009     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
022010     COMPUTE WS-DTD-SERIAL =
022011         (WS-DTD-PRIOR-YEAR * 365)
022012         + (WS-DTD-PRIOR-YEAR / 4)
022013         - (WS-DTD-PRIOR-YEAR / 100)
022014         + (WS-DTD-PRIOR-YEAR / 400).
022015     IF WS-DTD-MM >= 1 AND WS-DTD-MM <= 12
022016         ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL
022017     END-IF.
022018     IF WS-DTD-MM > 2
022019         MOVE 28 TO WS-MAX-DD
022020         PERFORM 6510-CHECK-LEAP-YEAR THRU 6510-EXIT
022021         IF WS-MAX-DD = 29
022022             ADD 1 TO WS-DTD-SERIAL
022023         END-IF
022024     END-IF.
022025     ADD WS-DTD-DD TO WS-DTD-SERIAL.
022026 6500-EXIT.
022027     EXIT.

022028*----------------------------------------------------------------*
022029* 6510-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-DTD-YEAR  *
022030*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
022031*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
022032*                        400).                                   *
022033*----------------------------------------------------------------*
022034 6510-CHECK-LEAP-YEAR.
022035     DIVIDE WS-DTD-YEAR BY 4 GIVING WS-LEAP-QUOT
022036         REMAINDER WS-LEAP-REM.
022037     IF WS-LEAP-REM NOT = ZERO
022038         GO TO 6510-EXIT
022039     END-IF.
022040     DIVIDE WS-DTD-YEAR BY 100 GIVING WS-LEAP-QUOT
022041         REMAINDER WS-LEAP-REM.
022042     IF WS-LEAP-REM NOT = ZERO
022043         MOVE 29 TO WS-MAX-DD
022044         GO TO 6510-EXIT
022045     END-IF.
022046     DIVIDE WS-DTD-YEAR BY 400 GIVING WS-LEAP-QUOT
022047         REMAINDER WS-LEAP-REM.
022048     IF WS-LEAP-REM = ZERO
022049         MOVE 29 TO WS-MAX-DD
022050     END-IF.
022051 6510-EXIT.
022052     EXIT.

022053*----------------------------------------------------------------*
022054* 6600-NEXT-DAY - STEP WS-DTD-DATE FORWARD ONE CALENDAR DAY.  A  *
022055*                 MONTH OUTSIDE 01-12 GOES TO JANUARY 1 OF THE   *
022056*                 NEXT YEAR, SO A LOOP OVER A BAD DATE STILL     *
022057*                 ENDS.                                          *
022058*----------------------------------------------------------------*
022059 6600-NEXT-DAY.
022060     IF WS-DTD-MM < 1 OR WS-DTD-MM > 12
022061         ADD 1 TO WS-DTD-YEAR
022062         MOVE 1 TO WS-DTD-MM
022063         MOVE 1 TO WS-DTD-DD
022064         GO TO 6600-EXIT
022065     END-IF.
022066     MOVE WS-MONTH-DAYS (WS-DTD-MM) TO WS-MAX-DD.
022067     IF WS-DTD-MM = 2
022068         PERFORM 6510-CHECK-LEAP-YEAR THRU 6510-EXIT
022069     END-IF.
022070     IF WS-DTD-DD < WS-MAX-DD
022071         ADD 1 TO WS-DTD-DD
022072         GO TO 6600-EXIT
022073     END-IF.
022074     MOVE 1 TO WS-DTD-DD.
022075     IF WS-DTD-MM < 12
022076         ADD 1 TO WS-DTD-MM
022077     ELSE
022078         MOVE 1 TO WS-DTD-MM
022079         ADD 1 TO WS-DTD-YEAR
022080     END-IF.
022081 6600-EXIT.
022082     EXIT.

022083*----------------------------------------------------------------*
022084* 6700-CHECK-BUSINESS-DAY - IS WS-DTD-DATE A BUSINESS DAY?  DAY  *
022085*                           SERIAL 1 (01/01/0001) FELL ON A      *
022086*                           MONDAY, SO THE SERIAL MOD 7 IS THE   *
022087*                           WEEKDAY - 6 SATURDAY, 0 SUNDAY.  A   *
022088*                           WEEKDAY IS A BUSINESS DAY UNLESS THE *
022089*                           CALENDAR LISTS IT AS A HOLIDAY OR    *
022090*                           SHUTDOWN DAY.                        *
022092*----------------------------------------------------------------*
022093 6700-CHECK-BUSINESS-DAY.
022094     SET WS-BUSINESS-DAY TO TRUE.
022096     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT.
022097     DIVIDE WS-DTD-SERIAL BY 7 GIVING WS-DOW-QUOT
022098         REMAINDER WS-DOW.
022099     IF WS-DOW = 0 OR WS-DOW = 6
022100         SET WS-NON-BUSINESS-DAY TO TRUE
022102         GO TO 6700-EXIT
022103     END-IF.
022104     PERFORM 6710-CHECK-ONE-CLOSED-DAY THRU 6710-EXIT
022105         VARYING WS-CAL-SUB FROM 1 BY 1
022106         UNTIL WS-CAL-SUB > WS-CAL-COUNT OR WS-NON-BUSINESS-DAY.
022107     IF WS-NON-BUSINESS-DAY
022108         GO TO 6700-EXIT
022109     END-IF.
022110     MOVE 'N' TO WS-CY-FOUND-SW.
022111     PERFORM 6720-CHECK-ONE-YEAR THRU 6720-EXIT
022112         VARYING WS-CY-SUB FROM 1 BY 1
022113         UNTIL WS-CY-SUB > WS-CY-COUNT OR WS-CY-FOUND.
022114     IF WS-CY-FOUND
022115         GO TO 6700-EXIT
022116     END-IF.
022118     IF WS-DTD-YEAR NOT = WS-CY-WARNED-YEAR
022119         MOVE WS-DTD-YEAR TO WS-CY-WARNED-YEAR
022120         DISPLAY 'EDT010 - CALENDAR DOES NOT COVER ' WS-DTD-YEAR
022121             ' - WEEKDAYS TAKEN AS BUSINESS DAYS'
022122     END-IF.
022123 6700-EXIT.
022124     EXIT.

022125*----------------------------------------------------------------*
022126* 6710-CHECK-ONE-CLOSED-DAY - IS CALENDAR ENTRY WS-CAL-SUB THE   *
022127*                             DAY BEING CHECKED?                 *
022128*----------------------------------------------------------------*
022129 6710-CHECK-ONE-CLOSED-DAY.
022130     IF WS-CAL-DATE (WS-CAL-SUB) = WS-DTD-DATE-N
022131         SET WS-NON-BUSINESS-DAY TO TRUE
022137     END-IF.
022138 6710-EXIT.
022139     EXIT.

022140*----------------------------------------------------------------*
022141* 6720-CHECK-ONE-YEAR - IS COVERED YEAR WS-CY-SUB THE YEAR OF    *
022142*                       THE DAY BEING CHECKED?                   *
022143*----------------------------------------------------------------*
022144 6720-CHECK-ONE-YEAR.
022145     IF WS-CY-YEAR (WS-CY-SUB) = WS-DTD-YEAR
022146         SET WS-CY-FOUND TO TRUE
022147     END-IF.
022148 6720-EXIT.
022149     EXIT.

023800*----------------------------------------------------------------*
023900* 8000-TERMINATE - SHOW THE EDIT TOTALS AND SET THE RETURN CODE. *
024000*----------------------------------------------------------------*
024200     IF WS-ABEND-OCCURRED
024300         DISPLAY 'EDT010 - RUN TERMINATED, FILE NOT AVAILABLE'
024400         SET WS-RC-FAILED TO TRUE
024420         PERFORM 8100-CLOSE-OPENED-FILES THRU 8100-EXIT
024450         PERFORM 8200-WRITE-RUN-STATS THRU 8200-EXIT
024500         GO TO 8000-EXIT
024600     END-IF.
024900     DISPLAY 'TRAILER COUNT         : ' WS-TRAILER-COUNT.
025000     DISPLAY 'HEADER FILE DATE      : ' WS-HEADER-DATE.
025100     DISPLAY 'LAST FILE LOADED      : ' WS-LAST-DATE.
025101     DISPLAY 'MISSED BUSINESS DAYS  : ' WS-MISSED-COUNT.
025200     CLOSE EMPLOYEE-TRANS.
025300     IF WS-FILE-CLEAN
025400         DISPLAY 'EDT010 - FILE BALANCES - CLEAR TO LOAD'
026000 8000-EXIT.
026100     EXIT.

026110*----------------------------------------------------------------*
026120* 8100-CLOSE-OPENED-FILES - A RUN THAT STOPS ON THE CALENDAR     *
026130*                           HAS EMPLOYEE-TRANS OPEN ALREADY.     *
026140*                           CLOSE IT ONLY IF ITS OPEN SUCCEEDED. *
026150*----------------------------------------------------------------*
026160 8100-CLOSE-OPENED-FILES.
026170     IF WS-EMPTRAN-OK OR WS-EMPTRAN-EOF
026180         CLOSE EMPLOYEE-TRANS
026190     END-IF.
026192 8100-EXIT.
026194     EXIT.

026200*----------------------------------------------------------------*
026300* 8200-WRITE-RUN-STATS - APPEND THE EDIT'S TOTALS TO THE         *
026400*                        RUN-STATS HISTORY FILE.  THE DETAIL     *
