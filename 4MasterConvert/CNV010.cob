002120*                BYTES) - CONVERTED RECORDS GET A ZERO
002130*                TERMINATION DATE, MATCHING THEIR ACTIVE
002140*                STATUS.
002141* 10/14/26 RLT   EMPREC GREW THE LEAVE FIELDS (RECORD NOW 75
002142*                BYTES) - CONVERTED RECORDS GET A ZERO LEAVE
002143*                START AND RETURN AND A BLANK LEAVE TYPE.
002200*================================================================

002300 ENVIRONMENT DIVISION.
011800     SET EMP-STAT-ACTIVE TO TRUE.
011900     MOVE SPACES TO EMP-PAY-GRADE.
011910     MOVE ZEROS TO EMP-TERM-DATE.
011911     MOVE ZEROS TO EMP-LEAVE-START.
011912     MOVE ZEROS TO EMP-LEAVE-RETURN.
011913     MOVE SPACES TO EMP-LEAVE-TYPE.
012000     WRITE EMPLOYEE-RECORD
012100         INVALID KEY
012200             DISPLAY 'CNV010 - LOAD FAILED FOR ID ' OLD-EMP-ID
