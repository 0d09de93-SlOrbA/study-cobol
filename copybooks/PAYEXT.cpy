001660*                PAYROLL'S SIDE (STILL 80 BYTES) - THEIR ACK
001670*                DETAIL ECHOES THE ACTION CODE AND RCN010
001680*                RECONCILES ON ID PLUS ACTION.
001681* 10/14/26 RLT   THE DETAIL NOW CARRIES THE EMPLOYEE'S LEAVE
001682*                START, LEAVE RETURN, AND LEAVE TYPE IN WHAT WAS
001683*                FILLER - LEAVE TYPE DRIVES PAYROLL'S PAY
001684*                HANDLING.  A RETURN FROM LEAVE GOES OVER AS AN
001685*                ORDINARY 'C' WITH STATUS A AND THE ACTUAL
001686*                RETURN DATE.  LAYOUT CHANGE AGREED WITH
001687*                PAYROLL'S SIDE (STILL 80 BYTES).
001700*================================================================
001710 01  PAYEXT-DETAIL-RECORD.
001800     05  PAYEXT-REC-TYPE          PIC X(01).
002130     05  PAYEXT-EMP-STATUS        PIC X(01).
002140     05  PAYEXT-EMP-PAY-GRADE     PIC X(02).
002150     05  PAYEXT-EMP-TERM-DATE     PIC 9(08).
002151     05  PAYEXT-EMP-LEAVE-START   PIC 9(08).
002152     05  PAYEXT-EMP-LEAVE-RETURN  PIC 9(08).
002153     05  PAYEXT-EMP-LEAVE-TYPE    PIC X(01).
002154     05  FILLER                   PIC X(03).
002300 01  PAYEXT-TRAILER-RECORD.
002400     05  PAYEXT-TRL-TYPE          PIC X(01).
002500         88  PAYEXT-IS-TRAILER                VALUE 'T'.
