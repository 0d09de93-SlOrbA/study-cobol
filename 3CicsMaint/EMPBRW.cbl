002298*                INQUIRY AND STAY AVAILABLE).  A FLAG OLDER
002299*                THAN FOUR HOURS IS AN ABENDED LOAD'S DEBRIS
002301*                AND IS IGNORED - SAME RULE AS EMPMNT.
002302* 10/14/26 RLT   THE NAME SEARCH NO LONGER READS THE MASTER IN
002303*                ID ORDER LOOKING FOR A MATCH - IT STARTS ON THE
002304*                NEW EMP-NAME ALTERNATE INDEX (PATH EMPNAME) AND
002305*                PF7/PF8 THEN PAGE IN NAME ORDER.  A DEPARTMENT
002306*                CODE IN THE NEW DPTSRCH FIELD LISTS THAT
002307*                DEPARTMENT'S STAFF IN NAME ORDER THROUGH THE
002308*                EMP-DEPT INDEX (PATH EMPDEPT), FROM THE PARTIAL
002309*                NAME IF ONE IS KEYED.  WITH NEITHER KEYED THE
002310*                BROWSE IS IN ID ORDER AS BEFORE.  TOPID/BOTID
002311*                STILL CARRY EMPLOYEE IDS; THE NAME AT EACH
002312*                ANCHOR IS RE-READ FROM THE MASTER, SO THE MAP
002313*                NEEDS NO NEW DARK FIELDS.
002314*================================================================

002400 ENVIRONMENT DIVISION.

003200 01  WS-MAINT-MAP-NAME           PIC X(08)  VALUE 'EMPMAP1'.
003210 01  WS-HIST-MAP-NAME            PIC X(08)  VALUE 'EMPMAP3'.
003300 01  WS-FILE-NAME                PIC X(08)  VALUE 'EMPMAST'.
003301 01  WS-NAME-PATH-NAME           PIC X(08)  VALUE 'EMPNAME'.
003302 01  WS-DEPT-PATH-NAME           PIC X(08)  VALUE 'EMPDEPT'.
003310 01  WS-CTL-FILE-NAME            PIC X(08)  VALUE 'SYSCTL'.
003320 01  WS-CTL-KEY                  PIC X(02)  VALUE SPACES.

004300     88  WS-BROWSE-END                      VALUE 'Y'.
004400 77  WS-SKIP-SW                  PIC X(01)  VALUE 'N'.
004500     88  WS-SKIP-FIRST                      VALUE 'Y'.

005000 01  WS-BRW-ID                   PIC 9(05)  VALUE ZEROS.
005100 01  WS-FIRST-ID                 PIC 9(05)  VALUE ZEROS.
005300 01  WS-SELECTED-ID              PIC X(05)  VALUE SPACES.
005400 01  WS-SAVE-TOP                 PIC X(05)  VALUE SPACES.
005500 01  WS-SAVE-BOT                 PIC X(05)  VALUE SPACES.
005502 01  WS-SAVE-SEARCH              PIC X(20)  VALUE SPACES.
005504 77  WS-SAVE-SHOW                PIC X(01)  VALUE 'N'.
005506     88  WS-SHOW-TERMINATED                 VALUES 'Y' 'y'.
005508 01  WS-SAVE-DEPT                PIC X(04)  VALUE SPACES.

005510*----------------------------------------------------------------*
005512* LIST ORDER - ID ORDER ON THE BASE CLUSTER, NAME ORDER ON THE   *
005514* EMP-NAME ALTERNATE INDEX WHEN A PARTIAL NAME IS KEYED, OR ONE  *
005516* DEPARTMENT IN NAME ORDER ON THE EMP-DEPT ALTERNATE INDEX WHEN  *
005518* A DEPARTMENT IS KEYED.  BOTH INDEXES ALLOW DUPLICATE KEYS, SO  *
005520* A PAGE IN NAME ORDER IS COLLECTED IN WS-ORD-TABLE, KEPT SORTED *
005522* ON NAME PLUS ID - THE TWELVE NEAREST ENTRIES AFTER (PF8) OR    *
005524* BEFORE (PF7) THE ANCHOR ROW.  THE THIRTEENTH SLOT TAKES THE    *
005526* INSERT BEFORE THE ENTRY FURTHEST FROM THE ANCHOR IS DROPPED.   *
005528*----------------------------------------------------------------*
005530 77  WS-ORDER-SW                 PIC X(01)  VALUE 'I'.
005532     88  WS-ORDER-ID                        VALUE 'I'.
005534     88  WS-ORDER-NAME                      VALUE 'N'.
005536     88  WS-ORDER-DEPT                      VALUE 'D'.
005538 77  WS-DIR-SW                   PIC X(01)  VALUE 'F'.
005540     88  WS-DIR-FORWARD                     VALUE 'F'.
005542     88  WS-DIR-BACKWARD                    VALUE 'B'.
005544 77  WS-INCL-SW                  PIC X(01)  VALUE 'N'.
005546     88  WS-ANCHOR-INCLUDED                 VALUE 'Y'.
005548 77  WS-ANCHOR-SW                PIC X(01)  VALUE 'N'.
005550     88  WS-ANCHOR-FOUND                    VALUE 'Y'.
005552 77  WS-INS-SW                   PIC X(01)  VALUE 'N'.
005554     88  WS-INS-DONE                        VALUE 'Y'.
005556 77  WS-ORD-MAX                  PIC 9(02)  VALUE 12   COMP.
005558 77  WS-ORD-CNT                  PIC 9(02)  VALUE ZERO COMP.
005560 77  WS-INS-SUB                  PIC 9(02)  VALUE ZERO COMP.
005562 01  WS-ALT-NAME                 PIC X(30)  VALUE SPACES.
005564 01  WS-ALT-DEPT                 PIC X(04)  VALUE SPACES.
005566 01  WS-ANCHOR-KEY.
005568     05  WS-ANCHOR-NAME          PIC X(30)  VALUE SPACES.
005570     05  WS-ANCHOR-ID            PIC 9(05)  VALUE ZEROS.
005572 01  WS-CAND-KEY.
005574     05  WS-CAND-NAME            PIC X(30)  VALUE SPACES.
005576     05  WS-CAND-ID              PIC 9(05)  VALUE ZEROS.
005578 01  WS-ORD-TABLE.
005580     05  WS-ORD-ENTRY OCCURS 13 TIMES.
005582         10  WS-ORD-KEY.
005584             15  WS-ORD-NAME     PIC X(30).
005586             15  WS-ORD-ID       PIC 9(05).

005630*----------------------------------------------------------------*
005631* BATCH/ONLINE INTERLOCK - THE 'LD' SYSCTL RECORD SAYS WHETHER  *
009700     MOVE BOTIDI TO WS-SAVE-BOT.
009800     MOVE NAMSRCHI TO WS-SAVE-SEARCH.
009810     MOVE SHOWTRMI TO WS-SAVE-SHOW.
009811     MOVE DPTSRCHI TO WS-SAVE-DEPT.
009812     PERFORM 2400-SET-ORDER THRU 2400-EXIT.
009820     PERFORM 2300-CHECK-LOAD-STATE THRU 2300-EXIT.
009900     IF EIBAID = DFHPF8
010000         PERFORM 3000-PAGE-FORWARD THRU 3000-EXIT
011800     MOVE SPACES TO WS-SAVE-BOT.
011900     MOVE SPACES TO WS-SAVE-SEARCH.
011910     MOVE 'N' TO WS-SAVE-SHOW.
011911     MOVE SPACES TO WS-SAVE-DEPT.
011912     SET WS-ORDER-ID TO TRUE.
012000     PERFORM 4100-INIT-SCREEN THRU 4100-EXIT.
012100     MOVE ZEROS TO WS-BRW-ID.
012200     MOVE 'N' TO WS-SKIP-SW.
013620         PERFORM 5500-PASS-TO-HISTORY THRU 5500-EXIT
013630     END-IF.
013700     PERFORM 4100-INIT-SCREEN THRU 4100-EXIT.
013800     IF NOT WS-ORDER-ID
014000         PERFORM 2200-NAME-SEARCH THRU 2200-EXIT
014100         GO TO 2000-EXIT
014200     END-IF.
017500     EXIT.

017600*----------------------------------------------------------------*
017700* 2200-NAME-SEARCH - START A NAME-ORDER LIST AT THE FIRST        *
017800*                    EMPLOYEE WHOSE NAME IS AT OR AFTER THE      *
017900*                    KEYED PARTIAL NAME, ON THE EMP-NAME INDEX - *
017901*                    OR, WITH A DEPARTMENT KEYED, THAT           *
017902*                    DEPARTMENT'S STAFF FROM THE PARTIAL NAME    *
017903*                    (FROM THE TOP WHEN NO NAME IS KEYED).       *
018100*----------------------------------------------------------------*
018200 2200-NAME-SEARCH.
018300     MOVE ZERO TO WS-SRCH-LEN.
018400     PERFORM 2210-SIZE-SEARCH-ARG THRU 2210-EXIT
018500         VARYING WS-SRCH-SUB FROM 1 BY 1
018600         UNTIL WS-SRCH-SUB > 20.
018601     MOVE SPACES TO WS-ANCHOR-NAME.
018602     IF WS-SRCH-LEN > ZERO
018603         MOVE WS-SAVE-SEARCH (1:WS-SRCH-LEN) TO WS-ANCHOR-NAME
018692         PERFORM 2220-CLEAR-ANCHOR-CHAR THRU 2220-EXIT
018781             VARYING WS-SRCH-SUB FROM 1 BY 1
018870             UNTIL WS-SRCH-SUB > WS-SRCH-LEN
018959     END-IF.
019048     MOVE ZEROS TO WS-ANCHOR-ID.
019137     SET WS-DIR-FORWARD TO TRUE.
019226     SET WS-ANCHOR-INCLUDED TO TRUE.
019315     PERFORM 6200-BUILD-ORDERED-PAGE THRU 6200-EXIT.
019404     IF WS-FILL-CNT = ZERO
019493         IF WS-ORDER-DEPT
019582             IF WS-SRCH-LEN > ZERO
019671                 MOVE 'NO MATCHING NAME IN THAT DEPARTMENT'
019760                     TO MSG2O
019849             ELSE
019938                 MOVE 'NO EMPLOYEES IN THAT DEPARTMENT' TO MSG2O
020027             END-IF
020116         ELSE
020205             MOVE 'NO MATCHING NAME - END OF NAME INDEX' TO MSG2O
020294         END-IF
020383         GO TO 2200-EXIT
020472     END-IF.
020561     IF WS-SRCH-LEN > ZERO
020650         IF WS-ORD-NAME (1) (1:WS-SRCH-LEN) NOT =
020739            WS-SAVE-SEARCH (1:WS-SRCH-LEN)
020828             MOVE 'NO EXACT MATCH - LISTING FROM NEXT NAME'
020917                 TO MSG2O
021006         END-IF
021095     END-IF.
021200 2200-EXIT.
021300     EXIT.

022400 2210-EXIT.
022500     EXIT.

022667*----------------------------------------------------------------*
022834* 2220-CLEAR-ANCHOR-CHAR - A LOW-VALUE INSIDE THE KEYED PARTIAL  *
023001*                          NAME BECOMES A SPACE, SO THE NAME     *
023168*                          INDEX IS STARTED ON REAL CHARACTERS.  *
023335*----------------------------------------------------------------*
023502 2220-CLEAR-ANCHOR-CHAR.
023669     IF WS-ANCHOR-NAME (WS-SRCH-SUB:1) = LOW-VALUE
023836         MOVE SPACE TO WS-ANCHOR-NAME (WS-SRCH-SUB:1)
024003     END-IF.
024170 2220-EXIT.
024337     EXIT.

024510*----------------------------------------------------------------*
024511* 2300-CHECK-LOAD-STATE - IS THE NIGHTLY LOAD RUNNING?  THE 'LD' *
024615 2370-EXIT.
024616     EXIT.

024617*----------------------------------------------------------------*
024618* 2400-SET-ORDER - A KEYED DEPARTMENT MEANS A DEPARTMENT LIST, A *
024619*                  KEYED PARTIAL NAME ALONE MEANS NAME ORDER,    *
024620*                  NEITHER MEANS ID ORDER.  BOTH ARGUMENTS RIDE  *
024621*                  THE SCREEN, SO THE ORDER HOLDS ACROSS PAGING. *
024622*----------------------------------------------------------------*
024623 2400-SET-ORDER.
024625     PERFORM 2410-CLEAR-DEPT-CHAR THRU 2410-EXIT
024627         VARYING WS-SRCH-SUB FROM 1 BY 1
024629         UNTIL WS-SRCH-SUB > 4.
024631     IF WS-SAVE-DEPT NOT = SPACES
024633         SET WS-ORDER-DEPT TO TRUE
024635         GO TO 2400-EXIT
024637     END-IF.
024639     IF WS-SAVE-SEARCH NOT = SPACES AND
024641        WS-SAVE-SEARCH NOT = LOW-VALUES
024643         SET WS-ORDER-NAME TO TRUE
024645     ELSE
024647         SET WS-ORDER-ID TO TRUE
024649     END-IF.
024651 2400-EXIT.
024653     EXIT.

024655*----------------------------------------------------------------*
024657* 2410-CLEAR-DEPT-CHAR - A LOW-VALUE IN THE KEYED DEPARTMENT     *
024659*                        BECOMES A SPACE.                        *
024661*----------------------------------------------------------------*
024663 2410-CLEAR-DEPT-CHAR.
024665     IF WS-SAVE-DEPT (WS-SRCH-SUB:1) = LOW-VALUE
024667         MOVE SPACE TO WS-SAVE-DEPT (WS-SRCH-SUB:1)
024669     END-IF.
024671 2410-EXIT.
024673     EXIT.

024675*----------------------------------------------------------------*
024700* 3000-PAGE-FORWARD - LIST THE TWELVE EMPLOYEES AFTER THE LAST   *
024800*                     ONE SHOWN.  AT THE END OF THE FILE THE     *
024900*                     CURRENT PAGE IS REDISPLAYED WITH A         *
025100*----------------------------------------------------------------*
025200 3000-PAGE-FORWARD.
025300     PERFORM 4100-INIT-SCREEN THRU 4100-EXIT.
025301     IF NOT WS-ORDER-ID
025302         PERFORM 3200-FORWARD-ORDERED THRU 3200-EXIT
025303         GO TO 3000-EXIT
025304     END-IF.
025400     IF WS-SAVE-BOT IS NUMERIC
025500         MOVE WS-SAVE-BOT TO WS-BRW-ID
025600         SET WS-SKIP-FIRST TO TRUE
028000*----------------------------------------------------------------*
028100 3100-PAGE-BACKWARD.
028200     PERFORM 4100-INIT-SCREEN THRU 4100-EXIT.
028201     IF NOT WS-ORDER-ID
028202         PERFORM 3300-BACKWARD-ORDERED THRU 3300-EXIT
028203         GO TO 3100-EXIT
028204     END-IF.
028300     MOVE ZERO TO WS-PREV-CNT.
028400     IF WS-SAVE-TOP IS NUMERIC
028500         MOVE WS-SAVE-TOP TO WS-BRW-ID
037100 3130-EXIT.
037200     EXIT.

037201*----------------------------------------------------------------*
037202* 3200-FORWARD-ORDERED - PF8 IN NAME OR DEPARTMENT ORDER - THE   *
037203*                        TWELVE AFTER THE BOTTOM ROW SHOWN.  AT  *
037204*                        THE END THE CURRENT PAGE IS REDISPLAYED *
037205*                        WITH A MESSAGE.  AN ANCHOR NO LONGER ON *
037206*                        THE MASTER RESTARTS FROM THE SEARCH     *
037207*                        ARGUMENTS.                              *
037208*----------------------------------------------------------------*
037209 3200-FORWARD-ORDERED.
037210     MOVE WS-SAVE-BOT TO WS-SELECTED-ID.
037211     PERFORM 6600-LOAD-ANCHOR THRU 6600-EXIT.
037212     IF NOT WS-ANCHOR-FOUND
037213         PERFORM 2200-NAME-SEARCH THRU 2200-EXIT
037214         GO TO 3200-EXIT
037215     END-IF.
037216     SET WS-DIR-FORWARD TO TRUE.
037217     MOVE 'N' TO WS-INCL-SW.
037218     PERFORM 6200-BUILD-ORDERED-PAGE THRU 6200-EXIT.
037219     IF WS-FILL-CNT > ZERO
037220         GO TO 3200-EXIT
037221     END-IF.
037222     PERFORM 3400-REDISPLAY-ORDERED THRU 3400-EXIT.
037223     IF WS-ORDER-DEPT
037224         MOVE 'END OF DEPARTMENT LIST' TO MSG2O
037225     ELSE
037226         MOVE 'END OF EMPLOYEE FILE' TO MSG2O
037227     END-IF.
037228 3200-EXIT.
037229     EXIT.

037230*----------------------------------------------------------------*
037231* 3300-BACKWARD-ORDERED - PF7 IN NAME OR DEPARTMENT ORDER - THE  *
037232*                         TWELVE BEFORE THE TOP ROW SHOWN.  AT   *
037233*                         THE TOP THE CURRENT PAGE IS            *
037234*                         REDISPLAYED WITH A MESSAGE.            *
037235*----------------------------------------------------------------*
037236 3300-BACKWARD-ORDERED.
037237     MOVE WS-SAVE-TOP TO WS-SELECTED-ID.
037238     PERFORM 6600-LOAD-ANCHOR THRU 6600-EXIT.
037239     IF NOT WS-ANCHOR-FOUND
037240         PERFORM 2200-NAME-SEARCH THRU 2200-EXIT
037241         GO TO 3300-EXIT
037242     END-IF.
037243     SET WS-DIR-BACKWARD TO TRUE.
037244     MOVE 'N' TO WS-INCL-SW.
037245     PERFORM 6200-BUILD-ORDERED-PAGE THRU 6200-EXIT.
037246     IF WS-FILL-CNT > ZERO
037247         GO TO 3300-EXIT
037248     END-IF.
037249     PERFORM 3400-REDISPLAY-ORDERED THRU 3400-EXIT.
037250     IF WS-ORDER-DEPT
037251         MOVE 'TOP OF DEPARTMENT LIST' TO MSG2O
037252     ELSE
037253         MOVE 'TOP OF EMPLOYEE FILE' TO MSG2O
037254     END-IF.
037255 3300-EXIT.
037256     EXIT.

037257*----------------------------------------------------------------*
037258* 3400-REDISPLAY-ORDERED - SHOW THE CURRENT PAGE AGAIN, FROM ITS *
037259*                          TOP ROW INCLUSIVE.                    *
037260*----------------------------------------------------------------*
037261 3400-REDISPLAY-ORDERED.
037262     MOVE WS-SAVE-TOP TO WS-SELECTED-ID.
037263     PERFORM 6600-LOAD-ANCHOR THRU 6600-EXIT.
037264     IF NOT WS-ANCHOR-FOUND
037265         PERFORM 2200-NAME-SEARCH THRU 2200-EXIT
037266         GO TO 3400-EXIT
037267     END-IF.
037268     SET WS-DIR-FORWARD TO TRUE.
037269     SET WS-ANCHOR-INCLUDED TO TRUE.
037270     PERFORM 6200-BUILD-ORDERED-PAGE THRU 6200-EXIT.
037271 3400-EXIT.
037272     EXIT.

037300*----------------------------------------------------------------*
037400* 4000-SEND-SCREEN - SEND THE BROWSE MAP AND WAIT FOR THE NEXT   *
037500*                    OPERATOR ACTION.                            *
039400     MOVE LOW-VALUES TO EMPMAP2O.
039500     MOVE WS-SAVE-SEARCH TO NAMSRCHO.
039510     MOVE WS-SAVE-SHOW TO SHOWTRMO.
039511     MOVE WS-SAVE-DEPT TO DPTSRCHO.
039600 4100-EXIT.
039700     EXIT.

039777 6100-EXIT.
039778     EXIT.

039779*----------------------------------------------------------------*
039780* 6200-BUILD-ORDERED-PAGE - FILL THE SCREEN WITH THE TWELVE      *
039781*                           EMPLOYEES NEAREST THE ANCHOR (NAME   *
039782*                           PLUS ID) IN THE DIRECTION ASKED FOR. *
039783*                           A DEPARTMENT LIST READS EVERY ONE OF *
039784*                           THE DEPARTMENT'S ENTRIES ON THE      *
039785*                           EMP-DEPT INDEX; NAME ORDER READS THE *
039786*                           EMP-NAME INDEX OUTWARD FROM THE      *
039787*                           ANCHOR NAME ONLY AS FAR AS A FULL    *
039788*                           PAGE NEEDS.                          *
039789*----------------------------------------------------------------*
039790 6200-BUILD-ORDERED-PAGE.
039791     MOVE ZERO TO WS-ORD-CNT.
039792     MOVE ZERO TO WS-FILL-CNT.
039793     MOVE 'N' TO WS-BRWEND-SW.
039794     IF WS-ORDER-DEPT
039795         MOVE WS-SAVE-DEPT TO WS-ALT-DEPT
039796         EXEC CICS STARTBR
039797             FILE      (WS-DEPT-PATH-NAME)
039798             RIDFLD    (WS-ALT-DEPT)
039799             GTEQ
039800             RESP      (WS-RESP)
039801         END-EXEC
039802         IF WS-RESP NOT = DFHRESP(NORMAL)
039803             GO TO 6200-EXIT
039804         END-IF
039805         PERFORM 6210-READ-DEPT-PATH THRU 6210-EXIT
039806             UNTIL WS-BROWSE-END
039807         EXEC CICS ENDBR
039808             FILE      (WS-DEPT-PATH-NAME)
039809         END-EXEC
039810         PERFORM 6500-SHOW-ORDERED THRU 6500-EXIT
039811         GO TO 6200-EXIT
039812     END-IF.
039813     MOVE WS-ANCHOR-NAME TO WS-ALT-NAME.
039814     EXEC CICS STARTBR
039815         FILE      (WS-NAME-PATH-NAME)
039816         RIDFLD    (WS-ALT-NAME)
039817         GTEQ
039818         RESP      (WS-RESP)
039819     END-EXEC.
039820     IF WS-RESP NOT = DFHRESP(NORMAL)
039821         GO TO 6200-EXIT
039822     END-IF.
039823     IF WS-DIR-FORWARD
039824         PERFORM 6220-READ-NAME-NEXT THRU 6220-EXIT
039825             UNTIL WS-BROWSE-END
039826     ELSE
039827         PERFORM 6230-READ-NAME-PREV THRU 6230-EXIT
039828             UNTIL WS-BROWSE-END
039829     END-IF.
039830     EXEC CICS ENDBR
039831         FILE      (WS-NAME-PATH-NAME)
039832     END-EXEC.
039833     PERFORM 6500-SHOW-ORDERED THRU 6500-EXIT.
039834 6200-EXIT.
039835     EXIT.

039836*----------------------------------------------------------------*
039837* 6210-READ-DEPT-PATH - READ THE NEXT ENTRY ON THE EMP-DEPT      *
039838*                       INDEX.  THE LIST ENDS WHEN THE           *
039839*                       DEPARTMENT CHANGES.  DUPKEY IS THE       *
039840*                       NORMAL ANSWER ON A NON-UNIQUE INDEX.     *
039841*----------------------------------------------------------------*
039842 6210-READ-DEPT-PATH.
039843     EXEC CICS READNEXT
039844         FILE      (WS-DEPT-PATH-NAME)
039845         INTO      (EMPLOYEE-RECORD)
039846         RIDFLD    (WS-ALT-DEPT)
039847         RESP      (WS-RESP)
039848     END-EXEC.
039849     IF WS-RESP NOT = DFHRESP(NORMAL) AND
039850        WS-RESP NOT = DFHRESP(DUPKEY)
039851         SET WS-BROWSE-END TO TRUE
039852         GO TO 6210-EXIT
039853     END-IF.
039854     IF EMP-DEPT NOT = WS-SAVE-DEPT
039855         SET WS-BROWSE-END TO TRUE
039856         GO TO 6210-EXIT
039857     END-IF.
039858     PERFORM 6300-CONSIDER-RECORD THRU 6300-EXIT.
039859 6210-EXIT.
039860     EXIT.

039861*----------------------------------------------------------------*
039862* 6220-READ-NAME-NEXT - READ FORWARD ON THE EMP-NAME INDEX.      *
039863*                       ONCE THE PAGE IS FULL, A NAME BEYOND THE *
039864*                       LAST ONE HELD CANNOT DISPLACE ANYTHING,  *
039865*                       SO THE READ STOPS THERE.                 *
039866*----------------------------------------------------------------*
039867 6220-READ-NAME-NEXT.
039868     EXEC CICS READNEXT
039869         FILE      (WS-NAME-PATH-NAME)
039870         INTO      (EMPLOYEE-RECORD)
039871         RIDFLD    (WS-ALT-NAME)
039872         RESP      (WS-RESP)
039873     END-EXEC.
039874     IF WS-RESP NOT = DFHRESP(NORMAL) AND
039875        WS-RESP NOT = DFHRESP(DUPKEY)
039876         SET WS-BROWSE-END TO TRUE
039877         GO TO 6220-EXIT
039878     END-IF.
039879     IF WS-ORD-CNT NOT LESS THAN WS-ORD-MAX
039880         IF EMP-NAME > WS-ORD-NAME (WS-ORD-MAX)
039881             SET WS-BROWSE-END TO TRUE
039882             GO TO 6220-EXIT
039883         END-IF
039884     END-IF.
039885     PERFORM 6300-CONSIDER-RECORD THRU 6300-EXIT.
039886 6220-EXIT.
039887     EXIT.

039888*----------------------------------------------------------------*
039889* 6230-READ-NAME-PREV - READ BACKWARD ON THE EMP-NAME INDEX.     *
039890*                       ONCE THE PAGE IS FULL, A NAME BELOW THE  *
039891*                       FIRST ONE HELD ENDS THE READ.  DUPLICATE *
039892*                       NAMES MAY COME BACK IN EITHER ORDER -    *
039893*                       THE SORTED TABLE PUTS THEM RIGHT.        *
039894*----------------------------------------------------------------*
039895 6230-READ-NAME-PREV.
039896     EXEC CICS READPREV
039897         FILE      (WS-NAME-PATH-NAME)
039898         INTO      (EMPLOYEE-RECORD)
039899         RIDFLD    (WS-ALT-NAME)
039900         RESP      (WS-RESP)
039901     END-EXEC.
039902     IF WS-RESP NOT = DFHRESP(NORMAL) AND
039903        WS-RESP NOT = DFHRESP(DUPKEY)
039904         SET WS-BROWSE-END TO TRUE
039905         GO TO 6230-EXIT
039906     END-IF.
039907     IF WS-ORD-CNT NOT LESS THAN WS-ORD-MAX
039908         IF EMP-NAME < WS-ORD-NAME (1)
039909             SET WS-BROWSE-END TO TRUE
039910             GO TO 6230-EXIT
039911         END-IF
039912     END-IF.
039913     PERFORM 6300-CONSIDER-RECORD THRU 6300-EXIT.
039914 6230-EXIT.
039915     EXIT.

039916*----------------------------------------------------------------*
039917* 6300-CONSIDER-RECORD - KEEP THE EMPLOYEE JUST READ IF IT FALLS *
039918*                        ON THE RIGHT SIDE OF THE ANCHOR (OR IS  *
039919*                        THE ANCHOR, WHEN IT IS INCLUDED).       *
039920*                        TERMINATED EMPLOYEES ARE HIDDEN UNLESS  *
039921*                        ASKED FOR.                              *
039922*----------------------------------------------------------------*
039923 6300-CONSIDER-RECORD.
039924     IF EMP-STAT-TERMINATED AND NOT WS-SHOW-TERMINATED
039925         GO TO 6300-EXIT
039926     END-IF.
039927     MOVE EMP-NAME TO WS-CAND-NAME.
039928     MOVE EMP-ID TO WS-CAND-ID.
039929     IF WS-DIR-FORWARD
039930         IF WS-CAND-KEY < WS-ANCHOR-KEY
039931             GO TO 6300-EXIT
039932         END-IF
039933         IF WS-CAND-KEY = WS-ANCHOR-KEY AND
039934            NOT WS-ANCHOR-INCLUDED
039935             GO TO 6300-EXIT
039936         END-IF
039937     ELSE
039938         IF WS-CAND-KEY NOT < WS-ANCHOR-KEY
039939             GO TO 6300-EXIT
039940         END-IF
039941     END-IF.
039942     PERFORM 6400-INSERT-CANDIDATE THRU 6400-EXIT.
039943 6300-EXIT.
039944     EXIT.

039945*----------------------------------------------------------------*
039946* 6400-INSERT-CANDIDATE - INSERT THE CANDIDATE INTO WS-ORD-TABLE *
039947*                         IN NAME-PLUS-ID ORDER.  OVER TWELVE,   *
039948*                         THE ENTRY FURTHEST FROM THE ANCHOR     *
039949*                         GOES - THE LAST ONE GOING FORWARD, THE *
039950*                         FIRST ONE GOING BACKWARD.              *
039951*----------------------------------------------------------------*
039952 6400-INSERT-CANDIDATE.
039953     COMPUTE WS-INS-SUB = WS-ORD-CNT + 1.
039954     MOVE 'N' TO WS-INS-SW.
039955     PERFORM 6410-SHIFT-ONE-UP THRU 6410-EXIT
039956         UNTIL WS-INS-DONE.
039957     MOVE WS-CAND-KEY TO WS-ORD-KEY (WS-INS-SUB).
039958     ADD 1 TO WS-ORD-CNT.
039959     IF WS-ORD-CNT NOT > WS-ORD-MAX
039960         GO TO 6400-EXIT
039961     END-IF.
039962     IF WS-DIR-BACKWARD
039963         PERFORM 6420-SHIFT-ONE-DOWN THRU 6420-EXIT
039964             VARYING WS-INS-SUB FROM 1 BY 1
039965             UNTIL WS-INS-SUB > WS-ORD-MAX
039966     END-IF.
039967     MOVE WS-ORD-MAX TO WS-ORD-CNT.
039968 6400-EXIT.
039969     EXIT.

039970*----------------------------------------------------------------*
039971* 6410-SHIFT-ONE-UP - MOVE THE ENTRY ABOVE THE INSERT POINT DOWN *
039972*                     ONE SLOT WHILE IT SORTS AFTER THE          *
039973*                     CANDIDATE.                                 *
039974*----------------------------------------------------------------*
039975 6410-SHIFT-ONE-UP.
039976     IF WS-INS-SUB = 1
039977         SET WS-INS-DONE TO TRUE
039978         GO TO 6410-EXIT
039979     END-IF.
039980     IF WS-ORD-KEY (WS-INS-SUB - 1) NOT > WS-CAND-KEY
039981         SET WS-INS-DONE TO TRUE
039982         GO TO 6410-EXIT
039983     END-IF.
039984     MOVE WS-ORD-KEY (WS-INS-SUB - 1) TO WS-ORD-KEY (WS-INS-SUB).
039985     SUBTRACT 1 FROM WS-INS-SUB.
039986 6410-EXIT.
039987     EXIT.

039988*----------------------------------------------------------------*
039989* 6420-SHIFT-ONE-DOWN - CLOSE UP THE TABLE OVER ITS FIRST ENTRY. *
039990*----------------------------------------------------------------*
039991 6420-SHIFT-ONE-DOWN.
039992     MOVE WS-ORD-KEY (WS-INS-SUB + 1) TO WS-ORD-KEY (WS-INS-SUB).
039993 6420-EXIT.
039994     EXIT.

039995*----------------------------------------------------------------*
039996* 6500-SHOW-ORDERED - MOVE THE COLLECTED ROWS TO THE SCREEN AND  *
039997*                     SET THE TOPID/BOTID PAGE ANCHORS.          *
039998*----------------------------------------------------------------*
039999 6500-SHOW-ORDERED.
040000     MOVE ZERO TO WS-FILL-CNT.
040001     IF WS-ORD-CNT = ZERO
040002         GO TO 6500-EXIT
040003     END-IF.
040004     PERFORM 6510-SHOW-ONE-ORDERED THRU 6510-EXIT
040005         VARYING WS-ROW-SUB FROM 1 BY 1
040006         UNTIL WS-ROW-SUB > WS-ORD-CNT.
040007     MOVE WS-ORD-ID (1) TO WS-FIRST-ID.
040008     MOVE WS-ORD-ID (WS-ORD-CNT) TO WS-LAST-ID.
040009     MOVE WS-FIRST-ID TO TOPIDO.
040010     MOVE WS-LAST-ID TO BOTIDO.
040011 6500-EXIT.
040012     EXIT.

040013*----------------------------------------------------------------*
040014* 6510-SHOW-ONE-ORDERED - MOVE ONE COLLECTED ROW TO THE NEXT     *
040015*                         SCREEN LINE.                           *
040016*----------------------------------------------------------------*
040017 6510-SHOW-ONE-ORDERED.
040018     ADD 1 TO WS-FILL-CNT.
040019     MOVE WS-ORD-ID (WS-ROW-SUB) TO BRW-EID-O (WS-FILL-CNT).
040020     MOVE WS-ORD-NAME (WS-ROW-SUB) TO BRW-NAM-O (WS-FILL-CNT).
040021     MOVE SPACE TO BRW-SEL-O (WS-FILL-CNT).
040022 6510-EXIT.
040023     EXIT.

040024*----------------------------------------------------------------*
040025* 6600-LOAD-ANCHOR - THE PAGE ANCHOR ON THE SCREEN IS AN         *
040026*                    EMPLOYEE ID (IN WS-SELECTED-ID); READ IT ON *
040027*                    THE MASTER FOR THE NAME THAT PLACES IT IN   *
040028*                    NAME ORDER.                                 *
040029*----------------------------------------------------------------*
040030 6600-LOAD-ANCHOR.
040031     MOVE 'N' TO WS-ANCHOR-SW.
040032     IF WS-SELECTED-ID IS NOT NUMERIC
040033         GO TO 6600-EXIT
040034     END-IF.
040035     MOVE WS-SELECTED-ID TO WS-BRW-ID.
040036     EXEC CICS READ
040037         FILE      (WS-FILE-NAME)
040038         INTO      (EMPLOYEE-RECORD)
040039         RIDFLD    (WS-BRW-ID)
040040         RESP      (WS-RESP)
040041     END-EXEC.
040042     IF WS-RESP NOT = DFHRESP(NORMAL)
040043         GO TO 6600-EXIT
040044     END-IF.
040045     MOVE EMP-NAME TO WS-ANCHOR-NAME.
040046     MOVE EMP-ID TO WS-ANCHOR-ID.
040047     SET WS-ANCHOR-FOUND TO TRUE.
040048 6600-EXIT.
040049     EXIT.

040061*----------------------------------------------------------------*
040073* 5000-PASS-TO-MAINT - SEND THE MAINTENANCE SCREEN WITH THE      *
040085*                      SELECTED EMPLOYEE'S ID ALREADY FILLED     *
040100*                      (AND FSET, SO EMNT RECEIVES IT WITHOUT    *
040200*                      THE OPERATOR RETYPING), THEN HAND THE     *
040300*                      TERMINAL TO THE EMNT TRANSACTION.         *
