000100*================================================================
000200* CALREC.CPY
000300*
000400* COMPANY BUSINESS-DAY CALENDAR RECORD LAYOUT - THE CALENDAR
000500* DATASET LOADED BY THE CALDEF JOB AND MAINTAINED ONCE A YEAR,
000600* WHEN NEXT YEAR'S HOLIDAY AND SHUTDOWN SCHEDULE IS PUBLISHED.
000700* SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS AND ARE NOT
000800* LISTED; EVERY OTHER DAY IS A BUSINESS DAY UNLESS A RECORD
000900* HERE SAYS OTHERWISE.  READ BY EDT010 (MISSED-FILE CHECK),
001000* REL010 (PENDING RELEASE), AND BAL010 (STREAM BALANCE).
001100*   CAL-REC-TYPE  Y  THE YEAR IN CAL-YEAR HAS BEEN MAINTAINED -
001200*                    ITS HOLIDAYS ARE ALL ON FILE.  A WEEKDAY
001300*                    IN A YEAR WITH NO Y RECORD IS TAKEN AS A
001400*                    BUSINESS DAY AND FLAGGED ON THE RUN'S
001500*                    OUTPUT, SO A FORGOTTEN YEAR IS NOTICED.
001600*                 H  COMPANY HOLIDAY ON CAL-DATE (CCYYMMDD).
001700*                 S  SHUTDOWN DAY ON CAL-DATE (CCYYMMDD).
001800*                 ANY OTHER TYPE (E.G. '*') IS A COMMENT LINE
001900*                 AND IS SKIPPED.
002000*
002100* MODIFICATION HISTORY
002200* DATE     INIT  DESCRIPTION
002300* 10/14/26 RLT   INITIAL VERSION.
002400*================================================================
002500 01  CALENDAR-RECORD.
002600     05  CAL-REC-TYPE            PIC X(01).
002700         88  CAL-IS-YEAR                    VALUE 'Y'.
002800         88  CAL-IS-HOLIDAY                 VALUE 'H'.
002900         88  CAL-IS-SHUTDOWN                VALUE 'S'.
003000         88  CAL-IS-CLOSED-DAY              VALUES 'H' 'S'.
003100     05  CAL-DATE                PIC 9(08).
003200     05  CAL-DATE-X REDEFINES CAL-DATE
003300                                 PIC X(08).
003400     05  CAL-YEAR-R REDEFINES CAL-DATE.
003500         10  CAL-YEAR            PIC 9(04).
003600         10  FILLER              PIC X(04).
003700     05  CAL-DESC                PIC X(30).
003800     05  FILLER                  PIC X(41).
