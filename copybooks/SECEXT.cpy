000100*================================================================
000200* SECEXT.CPY
000300*
000400* SECURITY FEED RECORD LAYOUTS - THE FIXED-WIDTH INTERFACE FILE
000500* SEC010 SENDS TO THE SECURITY / IT IDENTITY SYSTEM, 80-BYTE
000600* RECORDS.  EACH TRANSMISSION IS A HEADER, ONE DETAIL PER QUEUED
000700* TERMINATION, REHIRE, OR DEPARTMENT TRANSFER, AND A TRAILER
000800* CARRYING THE DETAIL COUNT.  SECURITY'S ACKNOWLEDGMENT FILE
000900* COMES BACK IN THE SAME LAYOUT - ONE HEADER / TRAILER PAIR PER
001000* TRANSMISSION ACKNOWLEDGED, AND A DETAIL ECHOING THE ACTION,
001100* EMPLOYEE ID, AND EVENT DATE AND TIME OF EACH EVENT APPLIED.
001200* THE LAYOUT IS AGREED WITH SECURITY'S SYSTEM - DO NOT CHANGE IT
001300* WITHOUT A MATCHING CHANGE ON THEIR SIDE.
001400*
001500* MODIFICATION HISTORY
001600* DATE     INIT  DESCRIPTION
001700* 10/14/26 RLT   INITIAL VERSION.
001800*================================================================
001900 01  SECEXT-HEADER-RECORD.
002000     05  SECEXT-HDR-TYPE          PIC X(01).
002100         88  SECEXT-IS-HEADER                VALUE 'H'.
002200     05  SECEXT-HDR-DATE          PIC 9(08).
002300     05  SECEXT-HDR-TIME          PIC 9(08).
002400     05  FILLER                   PIC X(63).
002500 01  SECEXT-DETAIL-RECORD.
002600     05  SECEXT-REC-TYPE          PIC X(01).
002700         88  SECEXT-IS-DETAIL                VALUE 'D'.
002800     05  SECEXT-ACTION            PIC X(01).
002900         88  SECEXT-ACT-TERMINATE            VALUE 'T'.
003000         88  SECEXT-ACT-REHIRE               VALUE 'R'.
003100         88  SECEXT-ACT-TRANSFER             VALUE 'X'.
003200     05  SECEXT-EMP-ID            PIC 9(05).
003300     05  SECEXT-EMP-NAME          PIC X(30).
003400     05  SECEXT-OLD-DEPT          PIC X(04).
003500     05  SECEXT-NEW-DEPT          PIC X(04).
003600     05  SECEXT-EFF-DATE          PIC 9(08).
003700     05  SECEXT-EVENT-DATE        PIC 9(08).
003800     05  SECEXT-EVENT-TIME        PIC 9(08).
003900     05  FILLER                   PIC X(11).
004000 01  SECEXT-TRAILER-RECORD.
004100     05  SECEXT-TRL-TYPE          PIC X(01).
004200         88  SECEXT-IS-TRAILER               VALUE 'T'.
004300     05  SECEXT-TRL-COUNT         PIC 9(07).
004400     05  FILLER                   PIC X(72).
