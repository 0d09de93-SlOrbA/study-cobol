002900*                READ MUST EQUAL RELEASED PLUS CARRIED (RC=8
003000*                OTHERWISE, AND THE OLD PENDING FILE MUST NOT
003100*                BE REPLACED).
003101* 10/14/26 RLT   A MATURED ITEM DATED ON A WEEKEND, HOLIDAY, OR
003102*                SHUTDOWN DAY (THE NEW COMPANY CALENDAR FILE,
003103*                CALREC.CPY) NOW WAITS FOR THE NEXT BUSINESS DAY
003104*                AFTER IT - ON A NON-BUSINESS NIGHT IT IS CARRIED
003105*                FORWARD AS HELD.  A DATE IN A YEAR THE CALENDAR
003106*                DOES NOT COVER IS JUDGED ON WEEKDAY ALONE AND
003107*                FLAGGED RC=4.  RC=8 IF THE CALENDAR CANNOT BE
003108*                OPENED.
003200*================================================================

003300 ENVIRONMENT DIVISION.
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPTOUT-STATUS.

005001     SELECT BUSINESS-CALENDAR ASSIGN TO CALENDAR
005002         ORGANIZATION IS SEQUENTIAL
005003         FILE STATUS IS WS-CALENDAR-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PENDING-IN
006700     RECORD CONTAINS 132 CHARACTERS.
006800 01  REPORT-LINE                 PIC X(132).

006801 FD  BUSINESS-CALENDAR
006802     LABEL RECORDS ARE STANDARD
006803     RECORD CONTAINS 80 CHARACTERS.
006804*    COMPANY BUSINESS-DAY CALENDAR SHARED WITH EDT010 AND
006805*    BAL010 - SEE CALREC.CPY.
006806     COPY CALREC.

006900 WORKING-STORAGE SECTION.
007000 77  WS-PENDIN-STATUS            PIC X(02)  VALUE SPACES.
007100     88  WS-PENDIN-OK                       VALUE '00'.
007600     88  WS-PENDOUT-OK                      VALUE '00'.
007700 77  WS-RPTOUT-STATUS            PIC X(02)  VALUE SPACES.
007800     88  WS-RPTOUT-OK                       VALUE '00'.
007801 77  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.
007802     88  WS-CALENDAR-OK                     VALUE '00'.
007803     88  WS-CALENDAR-EOF                    VALUE '10'.

007900 77  WS-EOF-SW                   PIC X(01)  VALUE 'N'.
008000     88  WS-EOF-PENDING                     VALUE 'Y'.
009200 01  WS-CARRIED-COUNT            PIC 9(07)  VALUE ZERO COMP.
009300 01  WS-BADDATE-COUNT            PIC 9(07)  VALUE ZERO COMP.
009400 01  WS-BALANCE-COUNT            PIC 9(07)  VALUE ZERO COMP.
009401 01  WS-HELD-COUNT               PIC 9(07)  VALUE ZERO COMP.

009402*----------------------------------------------------------------*
009403* THE DAY A MATURED ITEM IS DUE OUT - ITS EFFECTIVE DATE, OR THE *
009404* NEXT BUSINESS DAY AFTER IT WHEN IT FALLS ON A NON-BUSINESS     *
009405* DAY.                                                           *
009406*----------------------------------------------------------------*
009407 01  WS-RELEASE-DATE             PIC 9(08)  VALUE ZERO.

009408*----------------------------------------------------------------*
009409* BUSINESS-DAY CALENDAR - THE HOLIDAYS AND SHUTDOWN DAYS FROM    *
009410* THE CALENDAR FILE (CALREC.CPY) AND THE YEARS IT COVERS.        *
009411* SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS AND ARE NOT        *
009412* LISTED.  A WEEKDAY IN A YEAR THE FILE DOES NOT COVER IS TAKEN  *
009413* AS A BUSINESS DAY, AND SAID SO ON SYSOUT.                      *
009414*----------------------------------------------------------------*
009415 77  WS-CAL-MAX                  PIC 9(03)  VALUE 300 COMP.
009416 01  WS-CAL-COUNT                PIC 9(03)  VALUE ZERO COMP.
009417 01  WS-CAL-SUB                  PIC 9(03)  VALUE ZERO COMP.
009418 01  WS-CAL-TABLE.
009419     05  WS-CAL-ENTRY OCCURS 300 TIMES.
009420         10  WS-CAL-DATE         PIC 9(08).
009421         10  WS-CAL-TYPE         PIC X(01).
009422 77  WS-CY-MAX                   PIC 9(02)  VALUE 20 COMP.
009423 01  WS-CY-COUNT                 PIC 9(02)  VALUE ZERO COMP.
009424 01  WS-CY-SUB                   PIC 9(02)  VALUE ZERO COMP.
009425 01  WS-CY-TABLE.
009426     05  WS-CY-YEAR OCCURS 20 TIMES
009427                                 PIC 9(04).
009428 01  WS-CY-WARNED-YEAR           PIC 9(04)  VALUE ZERO.
009429 77  WS-CY-FOUND-SW              PIC X(01)  VALUE 'N'.
009430     88  WS-CY-FOUND                        VALUE 'Y'.
009431 77  WS-CY-MISSING-SW            PIC X(01)  VALUE 'N'.
009432     88  WS-CY-MISSING                      VALUE 'Y'.
009433 77  WS-BUSDAY-SW                PIC X(01)  VALUE 'Y'.
009434     88  WS-BUSINESS-DAY                    VALUE 'Y'.
009435     88  WS-NON-BUSINESS-DAY                VALUE 'N'.
009437 01  WS-DOW                      PIC 9(01)  VALUE ZERO COMP.
009438 01  WS-DOW-QUOT                 PIC S9(09) VALUE ZERO COMP.

009439*----------------------------------------------------------------*
009440* DAY-SERIAL ARITHMETIC FOR THE WEEKDAY TEST, AND THE MONTH      *
009441* LENGTHS FOR STEPPING A DATE FORWARD ONE DAY AT A TIME.         *
009442*----------------------------------------------------------------*
009443 77  WS-MAX-DD                   PIC 9(02)  VALUE ZERO COMP.
009444 77  WS-LEAP-QUOT                PIC 9(04)  VALUE ZERO COMP.
009445 77  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO COMP.
009446 01  WS-MONTH-DAYS-DATA.
009447     05  FILLER                  PIC X(24)
009448                     VALUE '312831303130313130313031'.
009449 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
009450     05  WS-MONTH-DAYS OCCURS 12 TIMES
009451                                 PIC 9(02).
009452 01  WS-CUM-DAYS-DATA.
009453     05  FILLER                  PIC X(36)
009454             VALUE '000031059090120151181212243273304334'.
009455 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
009456     05  WS-CUM-DAYS OCCURS 12 TIMES
009457                                 PIC 9(03).
009458 01  WS-DTD-DATE.
009459     05  WS-DTD-YEAR             PIC 9(04).
009460     05  WS-DTD-MM               PIC 9(02).
009461     05  WS-DTD-DD               PIC 9(02).
009462 01  WS-DTD-DATE-N REDEFINES WS-DTD-DATE
009463                                 PIC 9(08).
009464 01  WS-DTD-SERIAL               PIC S9(09) VALUE ZERO COMP.
009465 01  WS-DTD-PRIOR-YEAR           PIC S9(05) VALUE ZERO COMP.

009500 01  WS-RUN-DATE                 PIC 9(06)  VALUE ZERO.

015700     05  FTG-CARRIED             PIC ZZZZZZ9.
015800     05  FILLER                  PIC X(101) VALUE SPACES.

015801 01  FOOTING-LINE-4.
015802     05  FILLER                  PIC X(24)
015803                     VALUE 'HELD TO A BUSINESS DAY:'.
015804     05  FTG-HELD                PIC ZZZZZZ9.
015805     05  FILLER                  PIC X(101) VALUE SPACES.

015900*----------------------------------------------------------------*
016000* 0000-MAIN-PROCESS - MAINLINE.  SPLIT THE PENDING FILE BY      *
016100*                     TONIGHT'S DATE AND PROVE THE COUNTS.      *
021000         SET WS-ABEND-OCCURRED TO TRUE
021100         GO TO 1000-EXIT
021200     END-IF.
021201     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
021202     IF WS-ABEND-OCCURRED
021203         GO TO 1000-EXIT
021204     END-IF.
021300     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
021400     INITIALIZE TRANS-HEADER-RECORD.
021500     MOVE 'H' TO HDR-REC-TYPE.
021900 1000-EXIT.
022000     EXIT.

022001*----------------------------------------------------------------*
022002* 1200-LOAD-CALENDAR - LOAD THE HOLIDAYS, SHUTDOWN DAYS, AND     *
022003*                      COVERED YEARS FROM THE CALENDAR FILE.     *
022004*                      WITHOUT IT NO DAY CAN BE JUDGED, SO A     *
022005*                      FAILED OPEN ENDS THE RUN.                 *
022006*----------------------------------------------------------------*
022007 1200-LOAD-CALENDAR.
022008     OPEN INPUT BUSINESS-CALENDAR.
022009     IF NOT WS-CALENDAR-OK
022010         DISPLAY 'REL010 - CANNOT OPEN BUSINESS-CALENDAR, '
022011             'STATUS = ' WS-CALENDAR-STATUS
022012         SET WS-ABEND-OCCURRED TO TRUE
022013         GO TO 1200-EXIT
022014     END-IF.
022015     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
022016         UNTIL WS-CALENDAR-EOF.
022017     CLOSE BUSINESS-CALENDAR.
022018     IF WS-CY-COUNT = ZERO
022019         DISPLAY 'REL010 - CALENDAR FILE COVERS NO YEARS'
022020     END-IF.
022021 1200-EXIT.
022022     EXIT.

022023*----------------------------------------------------------------*
022024* 1210-LOAD-ONE-ENTRY - ONE CALENDAR RECORD INTO ITS TABLE.  A   *
022025*                       COMMENT LINE IS SKIPPED; A BAD DATE OR   *
022026*                       A FULL TABLE IS SHOWN ON SYSOUT.         *
022027*----------------------------------------------------------------*
022028 1210-LOAD-ONE-ENTRY.
022029     READ BUSINESS-CALENDAR.
022030     IF WS-CALENDAR-EOF
022031         GO TO 1210-EXIT
022032     END-IF.
022033     IF NOT WS-CALENDAR-OK
022034         DISPLAY 'REL010 - CALENDAR READ FAILED, STATUS = '
022035             WS-CALENDAR-STATUS
022036         SET WS-CALENDAR-EOF TO TRUE
022037         GO TO 1210-EXIT
022038     END-IF.
022039     IF CAL-IS-YEAR
022040         IF CAL-YEAR IS NOT NUMERIC
022041             DISPLAY 'REL010 - CALENDAR YEAR NOT NUMERIC, '
022042                 'IGNORED: ' CAL-DATE-X
022043             GO TO 1210-EXIT
022044         END-IF
022045         IF WS-CY-COUNT NOT LESS THAN WS-CY-MAX
022046             DISPLAY 'REL010 - CALENDAR YEAR TABLE FULL, '
022047                 CAL-YEAR ' IGNORED'
022048             GO TO 1210-EXIT
022049         END-IF
022050         ADD 1 TO WS-CY-COUNT
022051         MOVE CAL-YEAR TO WS-CY-YEAR (WS-CY-COUNT)
022052         GO TO 1210-EXIT
022053     END-IF.
022054     IF NOT CAL-IS-CLOSED-DAY
022055         GO TO 1210-EXIT
022056     END-IF.
022057     IF CAL-DATE IS NOT NUMERIC
022058         DISPLAY 'REL010 - CALENDAR DATE NOT NUMERIC, IGNORED: '
022059             CAL-DATE-X
022060         GO TO 1210-EXIT
022061     END-IF.
022062     IF WS-CAL-COUNT NOT LESS THAN WS-CAL-MAX
022063         DISPLAY 'REL010 - CALENDAR TABLE FULL, '
022064             CAL-DATE ' IGNORED'
022065         GO TO 1210-EXIT
022066     END-IF.
022067     ADD 1 TO WS-CAL-COUNT.
022068     MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT).
022069     MOVE CAL-REC-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT).
022070 1210-EXIT.
022071     EXIT.

022100*----------------------------------------------------------------*
022200* 2000-READ-PENDING - READ THE NEXT PARKED TRANSACTION.         *
022300*----------------------------------------------------------------*
023300*----------------------------------------------------------------*
023400* 3000-SPLIT-ONE-RECORD - MATURED (EFFECTIVE TODAY OR EARLIER)  *
023500*                         GOES OUT ON THE RELEASE FILE, STILL   *
023600*                         FUTURE IS CARRIED FORWARD.  AN ITEM   *
023601*                         DATED ON A WEEKEND, HOLIDAY, OR       *
023602*                         SHUTDOWN DAY IS HELD UNTIL THE NEXT   *
023603*                         BUSINESS DAY AFTER IT.  AN            *
023700*                         UNREADABLE EFFECTIVE DATE IS RELEASED *
023800*                         AT ONCE AND FLAGGED FOR REVIEW - THE  *
023900*                         LOAD'S EDITS DECIDE ITS FATE.         *
025300     IF TRANS-EFF-DATE > WS-TODAY-DATE-N
025400         MOVE 'PENDING' TO DET-DISPOSITION
025500         PERFORM 5000-WRITE-CARRIED THRU 5000-EXIT
025501         GO TO 3000-PRINT-NEXT
025502     END-IF.
025503     PERFORM 3100-FIND-RELEASE-DATE THRU 3100-EXIT.
025504     IF WS-RELEASE-DATE > WS-TODAY-DATE-N
025505         ADD 1 TO WS-HELD-COUNT
025506         MOVE 'HELD TO NEXT BUSINESS DAY' TO DET-DISPOSITION
025507         PERFORM 5000-WRITE-CARRIED THRU 5000-EXIT
025600     ELSE
025700         MOVE 'RELEASED' TO DET-DISPOSITION
025800         PERFORM 4000-WRITE-RELEASE THRU 4000-EXIT
026300 3000-EXIT.
026400     EXIT.

026401*----------------------------------------------------------------*
026402* 3100-FIND-RELEASE-DATE - THE FIRST BUSINESS DAY ON OR AFTER    *
026403*                          THE EFFECTIVE DATE.  THE SEARCH STOPS *
026404*                          ONCE IT PASSES TODAY - ALL THAT       *
026405*                          MATTERS THEN IS THAT THE ITEM IS NOT  *
026406*                          DUE OUT TONIGHT.  A ZERO (IMMEDIATE)  *
026407*                          DATE IS DUE AT ONCE.                  *
026408*----------------------------------------------------------------*
026409 3100-FIND-RELEASE-DATE.
026410     IF TRANS-EFF-DATE = ZERO
026411         MOVE ZERO TO WS-RELEASE-DATE
026412         GO TO 3100-EXIT
026413     END-IF.
026414     MOVE TRANS-EFF-DATE TO WS-DTD-DATE-N.
026415     PERFORM 6700-CHECK-BUSINESS-DAY THRU 6700-EXIT.
026416     PERFORM 3110-TRY-NEXT-DAY THRU 3110-EXIT
026417         UNTIL WS-BUSINESS-DAY
026418            OR WS-DTD-DATE-N > WS-TODAY-DATE-N.
026419     MOVE WS-DTD-DATE-N TO WS-RELEASE-DATE.
026420 3100-EXIT.
026421     EXIT.

026422*----------------------------------------------------------------*
026423* 3110-TRY-NEXT-DAY - STEP ONE DAY FORWARD AND JUDGE IT.         *
026424*----------------------------------------------------------------*
026425 3110-TRY-NEXT-DAY.
026426     PERFORM 6600-NEXT-DAY THRU 6600-EXIT.
026427     PERFORM 6700-CHECK-BUSINESS-DAY THRU 6700-EXIT.
026428 3110-EXIT.
026429     EXIT.

026500*----------------------------------------------------------------*
026600* 4000-WRITE-RELEASE - ONE MATURED TRANSACTION TO THE RELEASE   *
026700*                      FILE, READY FOR EDT010 AND THE LOAD.     *
030800 6000-EXIT.
030900     EXIT.

030901*----------------------------------------------------------------*
030902* 6500-DATE-TO-DAYS - CCYYMMDD IN WS-DTD-DATE TO A DAY SERIAL    *
030903*                     IN WS-DTD-SERIAL: WHOLE YEARS BEFORE THIS  *
030904*                     ONE (WITH THEIR LEAP DAYS), THE DAYS       *
030905*                     BEFORE THIS MONTH, THIS YEAR'S OWN LEAP    *
030906*                     DAY WHEN PAST FEBRUARY, PLUS THE DAY.      *
030907*----------------------------------------------------------------*
030908 6500-DATE-TO-DAYS.
030909     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-YEAR - 1.
030910     COMPUTE WS-DTD-SERIAL =
030911         (WS-DTD-PRIOR-YEAR * 365)
030912         + (WS-DTD-PRIOR-YEAR / 4)
030913         - (WS-DTD-PRIOR-YEAR / 100)
030914         + (WS-DTD-PRIOR-YEAR / 400).
030915     IF WS-DTD-MM >= 1 AND WS-DTD-MM <= 12
030916         ADD WS-CUM-DAYS (WS-DTD-MM) TO WS-DTD-SERIAL
030917     END-IF.
030918     IF WS-DTD-MM > 2
030919         MOVE 28 TO WS-MAX-DD
030920         PERFORM 6510-CHECK-LEAP-YEAR THRU 6510-EXIT
030921         IF WS-MAX-DD = 29
030922             ADD 1 TO WS-DTD-SERIAL
030923         END-IF
030924     END-IF.
030925     ADD WS-DTD-DD TO WS-DTD-SERIAL.
030926 6500-EXIT.
030927     EXIT.

030928*----------------------------------------------------------------*
030929* 6510-CHECK-LEAP-YEAR - RAISE WS-MAX-DD TO 29 WHEN WS-DTD-YEAR  *
030930*                        IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT  *
030931*                        CENTURIES, WHICH MUST BE DIVISIBLE BY   *
030932*                        400).                                   *
030933*----------------------------------------------------------------*
030934 6510-CHECK-LEAP-YEAR.
030935     DIVIDE WS-DTD-YEAR BY 4 GIVING WS-LEAP-QUOT
030936         REMAINDER WS-LEAP-REM.
030937     IF WS-LEAP-REM NOT = ZERO
030938         GO TO 6510-EXIT
030939     END-IF.
030940     DIVIDE WS-DTD-YEAR BY 100 GIVING WS-LEAP-QUOT
030941         REMAINDER WS-LEAP-REM.
030942     IF WS-LEAP-REM NOT = ZERO
030943         MOVE 29 TO WS-MAX-DD
030944         GO TO 6510-EXIT
030945     END-IF.
030946     DIVIDE WS-DTD-YEAR BY 400 GIVING WS-LEAP-QUOT
030947         REMAINDER WS-LEAP-REM.
030948     IF WS-LEAP-REM = ZERO
030949         MOVE 29 TO WS-MAX-DD
030950     END-IF.
030951 6510-EXIT.
030952     EXIT.

030953*----------------------------------------------------------------*
030954* 6600-NEXT-DAY - STEP WS-DTD-DATE FORWARD ONE CALENDAR DAY.  A  *
030955*                 MONTH OUTSIDE 01-12 GOES TO JANUARY 1 OF THE   *
030956*                 NEXT YEAR, SO A LOOP OVER A BAD DATE STILL     *
030957*                 ENDS.                                          *
030958*----------------------------------------------------------------*
030959 6600-NEXT-DAY.
030960     IF WS-DTD-MM < 1 OR WS-DTD-MM > 12
030961         ADD 1 TO WS-DTD-YEAR
030962         MOVE 1 TO WS-DTD-MM
030963         MOVE 1 TO WS-DTD-DD
030964         GO TO 6600-EXIT
030965     END-IF.
030966     MOVE WS-MONTH-DAYS (WS-DTD-MM) TO WS-MAX-DD.
030967     IF WS-DTD-MM = 2
030968         PERFORM 6510-CHECK-LEAP-YEAR THRU 6510-EXIT
030969     END-IF.
030970     IF WS-DTD-DD < WS-MAX-DD
030971         ADD 1 TO WS-DTD-DD
030972         GO TO 6600-EXIT
030973     END-IF.
030974     MOVE 1 TO WS-DTD-DD.
030975     IF WS-DTD-MM < 12
030976         ADD 1 TO WS-DTD-MM
030977     ELSE
030978         MOVE 1 TO WS-DTD-MM
030979         ADD 1 TO WS-DTD-YEAR
030980     END-IF.
030981 6600-EXIT.
030982     EXIT.

030983*----------------------------------------------------------------*
030984* 6700-CHECK-BUSINESS-DAY - IS WS-DTD-DATE A BUSINESS DAY?  DAY  *
030985*                           SERIAL 1 (01/01/0001) FELL ON A      *
030986*                           MONDAY, SO THE SERIAL MOD 7 IS THE   *
030987*                           WEEKDAY - 6 SATURDAY, 0 SUNDAY.  A   *
030988*                           WEEKDAY IS A BUSINESS DAY UNLESS THE *
030989*                           CALENDAR LISTS IT AS A HOLIDAY OR    *
030990*                           SHUTDOWN DAY.                        *
030992*----------------------------------------------------------------*
030993 6700-CHECK-BUSINESS-DAY.
030994     SET WS-BUSINESS-DAY TO TRUE.
030996     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT.
030997     DIVIDE WS-DTD-SERIAL BY 7 GIVING WS-DOW-QUOT
030998         REMAINDER WS-DOW.
030999     IF WS-DOW = 0 OR WS-DOW = 6
031000         SET WS-NON-BUSINESS-DAY TO TRUE
031002         GO TO 6700-EXIT
031003     END-IF.
031004     PERFORM 6710-CHECK-ONE-CLOSED-DAY THRU 6710-EXIT
031005         VARYING WS-CAL-SUB FROM 1 BY 1
031006         UNTIL WS-CAL-SUB > WS-CAL-COUNT OR WS-NON-BUSINESS-DAY.
031007     IF WS-NON-BUSINESS-DAY
031008         GO TO 6700-EXIT
031009     END-IF.
031010     MOVE 'N' TO WS-CY-FOUND-SW.
031011     PERFORM 6720-CHECK-ONE-YEAR THRU 6720-EXIT
031012         VARYING WS-CY-SUB FROM 1 BY 1
031013         UNTIL WS-CY-SUB > WS-CY-COUNT OR WS-CY-FOUND.
031014     IF WS-CY-FOUND
031015         GO TO 6700-EXIT
031016     END-IF.
031017     SET WS-CY-MISSING TO TRUE.
031018     IF WS-DTD-YEAR NOT = WS-CY-WARNED-YEAR
031019         MOVE WS-DTD-YEAR TO WS-CY-WARNED-YEAR
031020         DISPLAY 'REL010 - CALENDAR DOES NOT COVER ' WS-DTD-YEAR
031021             ' - WEEKDAYS TAKEN AS BUSINESS DAYS'
031022     END-IF.
031023 6700-EXIT.
031024     EXIT.

031025*----------------------------------------------------------------*
031026* 6710-CHECK-ONE-CLOSED-DAY - IS CALENDAR ENTRY WS-CAL-SUB THE   *
031027*                             DAY BEING CHECKED?                 *
031028*----------------------------------------------------------------*
031029 6710-CHECK-ONE-CLOSED-DAY.
031030     IF WS-CAL-DATE (WS-CAL-SUB) = WS-DTD-DATE-N
031031         SET WS-NON-BUSINESS-DAY TO TRUE
031037     END-IF.
031038 6710-EXIT.
031039     EXIT.

031040*----------------------------------------------------------------*
031041* 6720-CHECK-ONE-YEAR - IS COVERED YEAR WS-CY-SUB THE YEAR OF    *
031042*                       THE DAY BEING CHECKED?                   *
031043*----------------------------------------------------------------*
031044 6720-CHECK-ONE-YEAR.
031045     IF WS-CY-YEAR (WS-CY-SUB) = WS-DTD-YEAR
031046         SET WS-CY-FOUND TO TRUE
031047     END-IF.
031048 6720-EXIT.
031049     EXIT.

031074*----------------------------------------------------------------*
031100* 7000-WRITE-HEADINGS - START A NEW PAGE.                       *
031200*----------------------------------------------------------------*
031300 7000-WRITE-HEADINGS.
035700     MOVE WS-CARRIED-COUNT TO FTG-CARRIED.
035800     WRITE REPORT-LINE FROM FOOTING-LINE-3
035900         AFTER ADVANCING 1 LINE.
035901     MOVE WS-HELD-COUNT TO FTG-HELD.
035902     WRITE REPORT-LINE FROM FOOTING-LINE-4
035903         AFTER ADVANCING 1 LINE.
036000     DISPLAY 'PENDING RECORDS READ : ' WS-READ-COUNT.
036100     DISPLAY 'RELEASED TO LOAD     : ' WS-RELEASED-COUNT.
036200     DISPLAY 'CARRIED FORWARD      : ' WS-CARRIED-COUNT.
036201     DISPLAY 'HELD FOR BUSINESS DAY: ' WS-HELD-COUNT.
036300     DISPLAY 'UNREADABLE EFF DATES : ' WS-BADDATE-COUNT.
036400     CLOSE PENDING-IN.
036500     CLOSE RELEASE-OUT.
037400         GO TO 8000-EXIT
037500     END-IF.
037600     DISPLAY 'REL010 - COUNTS BALANCE'.
037700     IF WS-BADDATE-COUNT > 0 OR WS-CY-MISSING
037800         SET WS-RC-REVIEW TO TRUE
037900     ELSE
038000         SET WS-RC-CLEAN TO TRUE
