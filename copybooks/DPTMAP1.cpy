000800* MODIFICATION HISTORY
000900* DATE     INIT  DESCRIPTION
001000* 09/02/26 RLT   INITIAL VERSION.
001010* 10/15/26 RLT   ADDED DHC (APPROVED HEADCOUNT) AND DHCEF (ITS
001020*                EFFECTIVE DATE).
001100*================================================================
001200 01  DPTMAP1I.
001300     05  FILLER                  PIC X(12).
003600     05  FILLER REDEFINES DACTF.
003700         10  DACTA               PIC X.
003800     05  DACTI                   PIC X(01).
003810     05  DHCL                    PIC S9(4) COMP.
003820     05  DHCF                    PIC X.
003830     05  FILLER REDEFINES DHCF.
003840         10  DHCA                PIC X.
003850     05  DHCI                    PIC X(05).
003860     05  DHCEFL                  PIC S9(4) COMP.
003870     05  DHCEFF                  PIC X.
003880     05  FILLER REDEFINES DHCEFF.
003890         10  DHCEFA              PIC X.
003895     05  DHCEFI                  PIC X(08).
003900     05  MSGDL                   PIC S9(4) COMP.
004000     05  MSGDF                   PIC X.
004100     05  FILLER REDEFINES MSGDF.
005300     05  DMGRO                   PIC X(30).
005400     05  FILLER                  PIC X(03).
005500     05  DACTO                   PIC X(01).
005510     05  FILLER                  PIC X(03).
005520     05  DHCO                    PIC X(05).
005530     05  FILLER                  PIC X(03).
005540     05  DHCEFO                  PIC X(08).
005600     05  FILLER                  PIC X(03).
005700     05  MSGDO                   PIC X(79).
