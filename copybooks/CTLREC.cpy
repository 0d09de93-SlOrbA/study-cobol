000900*         NUMBER NOW, NOT HR'S SPREADSHEET.  READ-UPDATE,
001000*         TAKE, INCREMENT, REWRITE.
001010*   'LD'  THE NIGHTLY-LOAD-IN-PROGRESS FLAG.  HELLO SETS IT AT
001020*         INITIALIZE AND CLEARS IT AT TERMINATE (AS DOES AN
001025*         REA010 UPDATE RUN); EMPMNT AND
001030*         EMPBRW DROP TO INQUIRY-ONLY WHILE IT IS SET.  THE
001040*         DATE AND TIME STAMPED WITH THE FLAG LET THE SCREENS
001050*         TREAT A FLAG OLDER THAN FOUR HOURS AS THE DEBRIS OF
001400* 09/02/26 RLT   INITIAL VERSION - THE NEXT-EMPLOYEE-ID RECORD.
001410* 09/02/26 RLT   ADDED THE 'LD' LOAD-STATE RECORD FOR THE
001420*                BATCH/ONLINE INTERLOCK.
001430* 10/14/26 RLT   REA010 (MASS REASSIGNMENT, UPDATE RUN) ALSO
001440*                RAISES AND CLEARS THE 'LD' FLAG WHILE IT HAS
001450*                THE MASTER OPEN.
001500*================================================================
001600 01  SYSCTL-RECORD.
001700     05  SYSCTL-KEY              PIC X(02).
