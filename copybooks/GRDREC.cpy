000100*================================================================
000200* GRDREC.CPY
000300*
000400* PAY GRADE MASTER RECORD LAYOUT - THE GRADMAST KSDS, KEYED BY
000500* THE 2-CHARACTER PAY GRADE CODE CARRIED IN EMP-PAY-GRADE.
000600* MAINTAINED ON THE GRDMNT SCREEN (TRANSID GMNT).  HELLO, EMPMNT,
000700* AND REA010 REFUSE A GRADE THAT IS NOT ON FILE OR IS FLAGGED
000800* INACTIVE; RPT010 PRINTS GRD-DESC NEXT TO THE CODE.  LIKE A
000900* DEPARTMENT, A GRADE IS NEVER DELETED - IT IS FLAGGED INACTIVE
001000* SO EMPLOYEES STILL CARRYING IT RESOLVE TO A DESCRIPTION WHILE
001100* NEW ASSIGNMENTS TO IT ARE REFUSED.
001200*   GRD-LEVEL  RANK OF THE GRADE IN THE STRUCTURE, 01 LOWEST,
001300*              SO GRADES COMPARE BY RANK WHATEVER THE CODES
001400*              LOOK LIKE.
001500*
001600* MODIFICATION HISTORY
001700* DATE     INIT  DESCRIPTION
001800* 10/14/26 RLT   INITIAL VERSION.
001900*================================================================
002000 01  GRADE-RECORD.
002100     05  GRD-CODE                PIC X(02).
002200     05  GRD-DESC                PIC X(30).
002300     05  GRD-LEVEL               PIC 9(02).
002400     05  GRD-ACTIVE-FLAG         PIC X(01).
002500         88  GRD-IS-ACTIVE                  VALUE 'A'.
002600         88  GRD-IS-INACTIVE                VALUE 'I'.
002700     05  FILLER                  PIC X(45).
