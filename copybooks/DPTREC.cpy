000700* SCREEN, NOT A RECOMPILE OF EVERY PROGRAM THAT EDITS EMP-DEPT.
000800* AN INACTIVE DEPARTMENT STAYS ON FILE SO HISTORY STILL RESOLVES
000900* TO A NAME, BUT NEW ADDS AND TRANSFERS INTO IT ARE REFUSED.
000910*
000920* DEPT-APPROVED-HC IS FINANCE'S APPROVED HEADCOUNT (ACTIVE PLUS
000930* ON-LEAVE STAFF) AND DEPT-HC-EFF-DATE THE CCYYMMDD DATE IT TOOK
000940* EFFECT.  BOTH ARE KEYED ON DPTMNT.  A DEPARTMENT HAS NO
000950* BUDGET UNTIL AN EFFECTIVE DATE IS ON FILE - RECORDS LOADED
000960* BEFORE THE FIELDS EXISTED CARRY SPACES HERE, SO TEST THEM
000970* NUMERIC BEFORE USE - AND A COUNT DATED IN THE FUTURE IS NOT
000980* YET IN FORCE.  AN APPROVED COUNT OF ZERO IS A REAL BUDGET.
001000*
001100* MODIFICATION HISTORY
001200* DATE     INIT  DESCRIPTION
001300* 09/02/26 RLT   INITIAL VERSION.
001310* 10/15/26 RLT   APPROVED HEADCOUNT AND ITS EFFECTIVE DATE TAKEN
001320*                FROM THE FILLER - RECORD STAYS 80 BYTES.
001400*================================================================
001500 01  DEPT-RECORD.
001600     05  DEPT-CODE               PIC X(04).
001900     05  DEPT-ACTIVE-FLAG        PIC X(01).
002000         88  DEPT-IS-ACTIVE                 VALUE 'A'.
002100         88  DEPT-IS-INACTIVE               VALUE 'I'.
002110     05  DEPT-APPROVED-HC        PIC 9(05).
002120     05  DEPT-HC-EFF-DATE        PIC 9(08).
002200     05  FILLER                  PIC X(02).
