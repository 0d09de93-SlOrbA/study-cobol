001097*                RECORD GREW FROM 126 TO 142 BYTES - THE
001098*                AUDITJNL ESDS AND THE ARCHIVE GDG MUST BE
001099*                REDEFINED TO MATCH.
001101* 10/14/26 RLT   ADDED AUD-KEY-OPERATOR AND AUD-APPR-OPERATOR -
001102*                TERMINATIONS AND PAY-GRADE CHANGES KEYED ON
001103*                EMPMNT NOW WAIT ON THE APPRQUE QUEUE UNTIL A
001104*                SECOND OPERATOR RELEASES THEM ON EMPAPR, AND
001105*                THE JOURNAL RECORDS BOTH USER IDS.  ONLINE
001106*                ENTRIES CARRY THE KEYING OPERATOR; BATCH
001107*                ENTRIES LEAVE BOTH BLANK.  RECORD GREW FROM
001108*                142 TO 160 BYTES - THE AUDITJNL ESDS AND THE
001109*                ARCHIVE GDG MUST BE REDEFINED TO MATCH.
001110* 10/14/26 RLT   ADDED OLD/NEW IMAGES OF THE LEAVE START, LEAVE
001111*                RETURN, AND LEAVE TYPE FIELDS THAT JOINED EMPREC,
001112*                AND THE RETURN-FROM-LEAVE ACTION CODE 'R' - A
001113*                MOVE FROM STATUS L BACK TO ACTIVE IS JOURNALED AS
001114*                ITS OWN EVENT INSTEAD OF AN ORDINARY CHANGE.
001115*                PROGRAMS THAT REPLAY OR COUNT CHANGES TREAT 'R'
001116*                LIKE 'C'.  RECORD GREW FROM 160 TO 196 BYTES -
001117*                THE AUDITJNL ESDS AND THE ARCHIVE GDG MUST BE
001118*                REDEFINED TO MATCH.
001159*================================================================
001200 01  WS-AUDIT-RECORD.
001300     05  AUD-DATE                PIC 9(06).
001400     05  FILLER                  PIC X(01)  VALUE SPACES.
001900         88  AUD-ACTION-CHANGE              VALUE 'C'.
001910         88  AUD-ACTION-TERMINATE           VALUE 'T'.
001920         88  AUD-ACTION-PURGE               VALUE 'P'.
001921         88  AUD-ACTION-RETURN              VALUE 'R'.
002000     05  FILLER                  PIC X(01)  VALUE SPACES.
002100     05  AUD-EMP-ID              PIC 9(05).
002200     05  FILLER                  PIC X(01)  VALUE SPACES.
003600     05  AUD-NEW-STATUS          PIC X(01).
003700     05  AUD-NEW-PAY-GRADE       PIC X(02).
003710     05  AUD-NEW-TERM-DATE       PIC 9(08).
003720     05  FILLER                  PIC X(01)  VALUE SPACES.
003730     05  AUD-KEY-OPERATOR        PIC X(08)  VALUE SPACES.
003740     05  FILLER                  PIC X(01)  VALUE SPACES.
003750     05  AUD-APPR-OPERATOR       PIC X(08)  VALUE SPACES.
003751     05  FILLER                  PIC X(01)  VALUE SPACES.
003752     05  AUD-OLD-LEAVE-START     PIC 9(08)  VALUE ZERO.
003753     05  AUD-OLD-LEAVE-RETURN    PIC 9(08)  VALUE ZERO.
003754     05  AUD-OLD-LEAVE-TYPE      PIC X(01)  VALUE SPACES.
003755     05  FILLER                  PIC X(01)  VALUE SPACES.
003756     05  AUD-NEW-LEAVE-START     PIC 9(08)  VALUE ZERO.
003757     05  AUD-NEW-LEAVE-RETURN    PIC 9(08)  VALUE ZERO.
003758     05  AUD-NEW-LEAVE-TYPE      PIC X(01)  VALUE SPACES.
