000100*================================================================
000200* APRREC.CPY
000300*
000400* PENDING-APPROVAL QUEUE RECORD LAYOUT - THE APPRQUE KSDS, KEYED
000500* BY EMPLOYEE ID PLUS CHANGE TYPE, 80-BYTE RECORDS.  A
000600* TERMINATION OR PAY-GRADE CHANGE KEYED ON EMPMNT IS PARKED HERE
000700* INSTEAD OF TOUCHING EMPLOYEE-MASTER; A SECOND OPERATOR
000800* RELEASES (OR REJECTS) IT ON EMPAPR, AND ONLY THEN IS THE
000900* MASTER UPDATED AND THE CHANGE JOURNALED WITH BOTH USER IDS.
001000* AT MOST ONE TERMINATION AND ONE GRADE CHANGE CAN BE WAITING
001100* FOR AN EMPLOYEE AT A TIME.  APR010 AGES WHAT IS LEFT EVERY
001200* MORNING.
001300*   'T'  TERMINATION - APR-TERM-DATE IS THE DAY IT WAS KEYED
001400*        AND BECOMES EMP-TERM-DATE ON APPROVAL, SO A SLOW
001500*        SIGN-OFF DOES NOT MOVE THE LAST DAY WORKED.
001600*   'G'  PAY-GRADE CHANGE - APR-OLD-PAY-GRADE IS THE GRADE ON
001700*        FILE WHEN KEYED; EMPAPR REFUSES THE APPROVAL IF THE
001800*        MASTER NO LONGER CARRIES IT.
001900*
002000* MODIFICATION HISTORY
002100* DATE     INIT  DESCRIPTION
002200* 10/14/26 RLT   INITIAL VERSION.
002300*================================================================
002400 01  APPROVAL-RECORD.
002500     05  APR-KEY.
002600         10  APR-EMP-ID          PIC 9(05).
002700         10  APR-TYPE            PIC X(01).
002800             88  APR-TYPE-TERMINATE         VALUE 'T'.
002900             88  APR-TYPE-GRADE             VALUE 'G'.
003000             88  APR-TYPE-VALID             VALUES 'T' 'G'.
003100     05  APR-KEY-OPERATOR        PIC X(08).
003200     05  APR-KEY-DATE            PIC 9(06).
003300     05  APR-KEY-TIME            PIC 9(08).
003400     05  APR-EMP-NAME            PIC X(30).
003500     05  APR-EMP-DEPT            PIC X(04).
003600     05  APR-OLD-STATUS          PIC X(01).
003700     05  APR-OLD-PAY-GRADE       PIC X(02).
003800     05  APR-NEW-PAY-GRADE       PIC X(02).
003900     05  APR-TERM-DATE           PIC 9(08).
004000     05  FILLER                  PIC X(05).
