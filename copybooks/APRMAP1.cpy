000100*================================================================
000200* APRMAP1.CPY
000300*
000400* SYMBOLIC MAP FOR MAP APRMAP1, MAPSET EMPMSET (EMPMAINT.BMS) -
000500* THE TERMINATION / PAY-GRADE CHANGE APPROVAL SCREEN.  COPIED
000600* INTO EMPAPR TO SEND AND RECEIVE THE SCREEN.
000700*
000800* MODIFICATION HISTORY
000900* DATE     INIT  DESCRIPTION
001000* 10/14/26 RLT   INITIAL VERSION.
001100*================================================================
001200 01  APRMAP1I.
001300     05  FILLER                  PIC X(12).
001400     05  AFNCL                   PIC S9(4) COMP.
001500     05  AFNCF                   PIC X.
001600     05  FILLER REDEFINES AFNCF.
001700         10  AFNCA               PIC X.
001800     05  AFNCI                   PIC X(01).
001900     05  AEIDL                   PIC S9(4) COMP.
002000     05  AEIDF                   PIC X.
002100     05  FILLER REDEFINES AEIDF.
002200         10  AEIDA               PIC X.
002300     05  AEIDI                   PIC X(05).
002400     05  ATYPL                   PIC S9(4) COMP.
002500     05  ATYPF                   PIC X.
002600     05  FILLER REDEFINES ATYPF.
002700         10  ATYPA               PIC X.
002800     05  ATYPI                   PIC X(01).
002900     05  ANAML                   PIC S9(4) COMP.
003000     05  ANAMF                   PIC X.
003100     05  FILLER REDEFINES ANAMF.
003200         10  ANAMA               PIC X.
003300     05  ANAMI                   PIC X(30).
003400     05  ADEPTL                  PIC S9(4) COMP.
003500     05  ADEPTF                  PIC X.
003600     05  FILLER REDEFINES ADEPTF.
003700         10  ADEPTA              PIC X.
003800     05  ADEPTI                  PIC X(04).
003900     05  ASTATL                  PIC S9(4) COMP.
004000     05  ASTATF                  PIC X.
004100     05  FILLER REDEFINES ASTATF.
004200         10  ASTATA              PIC X.
004300     05  ASTATI                  PIC X(01).
004400     05  AOGRDL                  PIC S9(4) COMP.
004500     05  AOGRDF                  PIC X.
004600     05  FILLER REDEFINES AOGRDF.
004700         10  AOGRDA              PIC X.
004800     05  AOGRDI                  PIC X(02).
004900     05  ANGRDL                  PIC S9(4) COMP.
005000     05  ANGRDF                  PIC X.
005100     05  FILLER REDEFINES ANGRDF.
005200         10  ANGRDA              PIC X.
005300     05  ANGRDI                  PIC X(02).
005400     05  ATRMDTL                 PIC S9(4) COMP.
005500     05  ATRMDTF                 PIC X.
005600     05  FILLER REDEFINES ATRMDTF.
005700         10  ATRMDTA             PIC X.
005800     05  ATRMDTI                 PIC X(08).
005900     05  AKOPRL                  PIC S9(4) COMP.
006000     05  AKOPRF                  PIC X.
006100     05  FILLER REDEFINES AKOPRF.
006200         10  AKOPRA              PIC X.
006300     05  AKOPRI                  PIC X(08).
006400     05  AKDATEL                 PIC S9(4) COMP.
006500     05  AKDATEF                 PIC X.
006600     05  FILLER REDEFINES AKDATEF.
006700         10  AKDATEA             PIC X.
006800     05  AKDATEI                 PIC X(08).
006900     05  MSGAL                   PIC S9(4) COMP.
007000     05  MSGAF                   PIC X.
007100     05  FILLER REDEFINES MSGAF.
007200         10  MSGAA               PIC X.
007300     05  MSGAI                   PIC X(79).
007400 01  APRMAP1O REDEFINES APRMAP1I.
007500     05  FILLER                  PIC X(12).
007600     05  FILLER                  PIC X(03).
007700     05  AFNCO                   PIC X(01).
007800     05  FILLER                  PIC X(03).
007900     05  AEIDO                   PIC X(05).
008000     05  FILLER                  PIC X(03).
008100     05  ATYPO                   PIC X(01).
008200     05  FILLER                  PIC X(03).
008300     05  ANAMO                   PIC X(30).
008400     05  FILLER                  PIC X(03).
008500     05  ADEPTO                  PIC X(04).
008600     05  FILLER                  PIC X(03).
008700     05  ASTATO                  PIC X(01).
008800     05  FILLER                  PIC X(03).
008900     05  AOGRDO                  PIC X(02).
009000     05  FILLER                  PIC X(03).
009100     05  ANGRDO                  PIC X(02).
009200     05  FILLER                  PIC X(03).
009300     05  ATRMDTO                 PIC X(08).
009400     05  FILLER                  PIC X(03).
009500     05  AKOPRO                  PIC X(08).
009600     05  FILLER                  PIC X(03).
009700     05  AKDATEO                 PIC X(08).
009800     05  FILLER                  PIC X(03).
009900     05  MSGAO                   PIC X(79).
