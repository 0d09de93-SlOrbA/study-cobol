000994*                BYTES - THE MASTER CLUSTER, THE SNAPSHOT GDG,
000995*                AND EVERY FD COPYING THIS LAYOUT MUST MOVE IN
000996*                THE SAME CHANGE WINDOW.
000997* 10/14/26 RLT   ADDED EMP-LEAVE-START, EMP-LEAVE-RETURN (BOTH
000998*                CCYYMMDD), AND EMP-LEAVE-TYPE FOR LEAVE-OF-
000999*                ABSENCE TRACKING.  WHILE THE EMPLOYEE IS ON
001000*                LEAVE, EMP-LEAVE-RETURN IS THE EXPECTED RETURN
001001*                DATE; ONCE BACK IT IS THE ACTUAL RETURN DATE.
001002*                THE FIELDS ARE KEPT AFTER THE RETURN AS THE
001003*                LAST LEAVE TAKEN AND ARE ZERO/BLANK FOR ANYONE
001004*                NEVER ON LEAVE.  RECORD GREW FROM 58 TO 75
001005*                BYTES - THE MASTER CLUSTER, THE SNAPSHOT GDG,
001006*                THE INACTIVE FILE, AND EVERY FD COPYING THIS
001007*                LAYOUT MUST MOVE IN THE SAME CHANGE WINDOW.
001008*================================================================
001100 01  EMPLOYEE-RECORD.
001200     05  EMP-ID                  PIC 9(05).
001300     05  EMP-NAME                PIC X(30).
001900         88  EMP-STAT-TERMINATED            VALUE 'T'.
002000     05  EMP-PAY-GRADE           PIC X(02).
002100     05  EMP-TERM-DATE           PIC 9(08).
002101     05  EMP-LEAVE-START         PIC 9(08).
002102     05  EMP-LEAVE-RETURN        PIC 9(08).
002103     05  EMP-LEAVE-TYPE          PIC X(01).
002104         88  EMP-LEAVE-MEDICAL              VALUE 'M'.
002105         88  EMP-LEAVE-FAMILY               VALUE 'F'.
002106         88  EMP-LEAVE-MILITARY             VALUE 'S'.
002107         88  EMP-LEAVE-UNPAID               VALUE 'U'.
002108         88  EMP-LEAVE-TYPE-VALID           VALUES 'M' 'F'
002109                                                   'S' 'U'.
