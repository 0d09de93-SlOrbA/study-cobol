000100*================================================================
000200* SECREC.CPY
000300*
000400* SECURITY-EVENT QUEUE RECORD LAYOUT - THE SECQUE KSDS, KEYED BY
000500* EVENT DATE AND TIME, EMPLOYEE ID, AND ACTION, 120-BYTE
000600* RECORDS.  EVERY TERMINATION, REHIRE, AND DEPARTMENT TRANSFER
000700* APPLIED TO THE MASTER - BY HELLO OVERNIGHT, BY EMPMNT AND
000800* EMPAPR DURING THE DAY, OR BY A REA010 MASS MOVE - IS QUEUED
000900* HERE FOR THE SECURITY / IT IDENTITY SYSTEM.  SEC010 SENDS WHAT
001000* IS PENDING SEVERAL TIMES A DAY, AND SEC020 MATCHES SECURITY'S
001100* ACKNOWLEDGMENTS BACK EVERY MORNING.
001200*   'P'  PENDING   - QUEUED, NOT YET ON A FEED.
001300*   'S'  SENT      - ON THE FEED OF SEC-SENT-DATE, NOT YET
001400*                    CONFIRMED BY SECURITY.
001500*   'C'  CONFIRMED - SECURITY ACKNOWLEDGED IT ON SEC-CONFIRM-
001600*                    DATE.  SEC020 DELETES THESE AFTER 30 DAYS.
001700* ACTIONS:
001800*   'T'  TERMINATION - REVOKE BADGE AND LOGINS.
001900*   'R'  REHIRE OR REINSTATEMENT - RESTORE ACCESS.
002000*   'X'  DEPARTMENT TRANSFER - SEC-OLD-DEPT TO SEC-NEW-DEPT.
002100*
002200* MODIFICATION HISTORY
002300* DATE     INIT  DESCRIPTION
002400* 10/14/26 RLT   INITIAL VERSION.
002500*================================================================
002600 01  SECURITY-EVENT-RECORD.
002700     05  SEC-KEY.
002800         10  SEC-EVENT-DATE      PIC 9(08).
002900         10  SEC-EVENT-TIME      PIC 9(08).
003000         10  SEC-EMP-ID          PIC 9(05).
003100         10  SEC-ACTION          PIC X(01).
003200             88  SEC-ACT-TERMINATE          VALUE 'T'.
003300             88  SEC-ACT-REHIRE             VALUE 'R'.
003400             88  SEC-ACT-TRANSFER           VALUE 'X'.
003500     05  SEC-EMP-NAME            PIC X(30).
003600     05  SEC-OLD-DEPT            PIC X(04).
003700     05  SEC-NEW-DEPT            PIC X(04).
003800     05  SEC-EFF-DATE            PIC 9(08).
003900     05  SEC-RUN-ID              PIC X(08).
004000     05  SEC-OPERATOR            PIC X(08).
004100     05  SEC-STATE               PIC X(01).
004200         88  SEC-STATE-PENDING              VALUE 'P'.
004300         88  SEC-STATE-SENT                 VALUE 'S'.
004400         88  SEC-STATE-CONFIRMED            VALUE 'C'.
004500     05  SEC-SENT-DATE           PIC 9(08).
004600     05  SEC-CONFIRM-DATE        PIC 9(08).
004700     05  FILLER                  PIC X(19).
