001669*                EACH DAY.  BLANK OR ZERO MEANS "EFFECTIVE
001670*                IMMEDIATELY", SO EXISTING FILES LOAD AS
001671*                BEFORE.
001672* 10/14/26 RLT   THE DETAIL NOW CARRIES TRANS-LEAVE-START,
001673*                TRANS-LEAVE-RETURN (EXPECTED RETURN, BOTH
001674*                CCYYMMDD), AND TRANS-LEAVE-TYPE (M MEDICAL,
001675*                F FAMILY, S MILITARY SERVICE, U UNPAID) IN
001676*                WHAT WAS FILLER.  HR SENDS THEM WITH A STATUS
001677*                L TRANSACTION; ON A RETURN TO ACTIVE, A LEAVE
001678*                RETURN DATE IS THE ACTUAL DAY BACK.  ALL BLANK
001679*                ON EVERY OTHER DETAIL, SO EXISTING FILES LOAD
001680*                AS BEFORE.
001700*================================================================
001800 01  TRANS-RECORD.
001900     05  TRANS-REC-TYPE          PIC X(01).
003410     05  TRANS-EFF-DATE          PIC 9(08).
003420     05  TRANS-EFF-DATE-X REDEFINES TRANS-EFF-DATE
003430                                 PIC X(08).
003431     05  TRANS-LEAVE-START       PIC 9(08).
003432     05  TRANS-LEAVE-START-X REDEFINES TRANS-LEAVE-START
003433                                 PIC X(08).
003434     05  TRANS-LEAVE-RETURN      PIC 9(08).
003435     05  TRANS-LEAVE-RETURN-X REDEFINES TRANS-LEAVE-RETURN
003436                                 PIC X(08).
003437     05  TRANS-LEAVE-TYPE        PIC X(01).
003438         88  TRANS-LEAVE-TYPE-VALID         VALUES 'M' 'F'
003439                                                   'S' 'U'.
003510     05  TRANS-REJECT-CODE       PIC X(03).
003600 01  TRANS-HEADER-RECORD.
003700     05  HDR-REC-TYPE            PIC X(01).
