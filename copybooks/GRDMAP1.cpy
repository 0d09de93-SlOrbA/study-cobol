000100*================================================================
000200* GRDMAP1.CPY
000300*
000400* SYMBOLIC MAP FOR MAP GRDMAP1, MAPSET EMPMSET (EMPMAINT.BMS) -
000500* THE PAY GRADE MASTER MAINTENANCE SCREEN.  COPIED INTO GRDMNT
000600* TO SEND AND RECEIVE THE SCREEN.
000700*
000800* MODIFICATION HISTORY
000900* DATE     INIT  DESCRIPTION
001000* 10/14/26 RLT   INITIAL VERSION.
001100*================================================================
001200 01  GRDMAP1I.
001300     05  FILLER                  PIC X(12).
001400     05  GFNCL                   PIC S9(4) COMP.
001500     05  GFNCF                   PIC X.
001600     05  FILLER REDEFINES GFNCF.
001700         10  GFNCA               PIC X.
001800     05  GFNCI                   PIC X(01).
001900     05  GCODEL                  PIC S9(4) COMP.
002000     05  GCODEF                  PIC X.
002100     05  FILLER REDEFINES GCODEF.
002200         10  GCODEA              PIC X.
002300     05  GCODEI                  PIC X(02).
002400     05  GDESCL                  PIC S9(4) COMP.
002500     05  GDESCF                  PIC X.
002600     05  FILLER REDEFINES GDESCF.
002700         10  GDESCA              PIC X.
002800     05  GDESCI                  PIC X(30).
002900     05  GLVLL                   PIC S9(4) COMP.
003000     05  GLVLF                   PIC X.
003100     05  FILLER REDEFINES GLVLF.
003200         10  GLVLA               PIC X.
003300     05  GLVLI                   PIC X(02).
003400     05  GACTL                   PIC S9(4) COMP.
003500     05  GACTF                   PIC X.
003600     05  FILLER REDEFINES GACTF.
003700         10  GACTA               PIC X.
003800     05  GACTI                   PIC X(01).
003900     05  MSGGL                   PIC S9(4) COMP.
004000     05  MSGGF                   PIC X.
004100     05  FILLER REDEFINES MSGGF.
004200         10  MSGGA               PIC X.
004300     05  MSGGI                   PIC X(79).
004400 01  GRDMAP1O REDEFINES GRDMAP1I.
004500     05  FILLER                  PIC X(12).
004600     05  FILLER                  PIC X(03).
004700     05  GFNCO                   PIC X(01).
004800     05  FILLER                  PIC X(03).
004900     05  GCODEO                  PIC X(02).
005000     05  FILLER                  PIC X(03).
005100     05  GDESCO                  PIC X(30).
005200     05  FILLER                  PIC X(03).
005300     05  GLVLO                   PIC X(02).
005400     05  FILLER                  PIC X(03).
005500     05  GACTO                   PIC X(01).
005600     05  FILLER                  PIC X(03).
005700     05  MSGGO                   PIC X(79).
