001230*                AND THE BROWSE HIDES THEM UNLESS THE OPERATOR
001240*                KEYS Y.  MATCHES THE REGENERATED EMPMAP2 MAP
001250*                IN EMPMAINT.BMS.
001260* 10/14/26 RLT   ADDED DPTSRCH, THE DEPARTMENT LIST FIELD - THE
001270*                BROWSE LISTS ONE DEPARTMENT'S STAFF IN NAME
001280*                ORDER THROUGH THE DEPARTMENT ALTERNATE INDEX.
001290*                MATCHES THE REGENERATED EMPMAP2 MAP.
001300*================================================================
001400 01  EMPMAP2I.
001500     05  FILLER                  PIC X(12).
002030     05  FILLER REDEFINES SHOWTRMF.
002040         10  SHOWTRMA            PIC X.
002050     05  SHOWTRMI                PIC X(01).
002060     05  DPTSRCHL                PIC S9(4) COMP.
002070     05  DPTSRCHF                PIC X.
002080     05  FILLER REDEFINES DPTSRCHF.
002090         10  DPTSRCHA            PIC X.
002095     05  DPTSRCHI                PIC X(04).
002100     05  BRW-ROWS-I.
002200         10  SEL01L              PIC S9(4) COMP.
002300         10  SEL01F              PIC X.
015900     05  NAMSRCHO                PIC X(20).
015910     05  FILLER                  PIC X(03).
015920     05  SHOWTRMO                PIC X(01).
015930     05  FILLER                  PIC X(03).
015940     05  DPTSRCHO                PIC X(04).
016000     05  BRW-ROWS-O.
016100         10  BRW-ROW-O OCCURS 12 TIMES.
016200             15  FILLER          PIC X(03).
