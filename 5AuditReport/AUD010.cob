002293*                MARKED IN THE NEW SOURCE COLUMN, AND THE
002294*                FOOTING COUNTS THEM.  NO ARCHJRNL DD MEANS
002295*                LIVE JOURNAL ONLY, AS BEFORE.
002296* 10/14/26 RLT   AUDREC GREW TO 160 BYTES - EVERY ONLINE ENTRY
002297*                CARRIES THE KEYING OPERATOR, AND TERMINATIONS
002298*                AND PAY-GRADE CHANGES RELEASED ON EMPAPR ALSO
002299*                CARRY THE APPROVER.  WHEN EITHER IS PRESENT A
002300*                "KEYED BY / APPROVED BY" LINE IS PRINTED UNDER
002301*                THE ENTRY.  FDS RESIZED TO MATCH.
002302* 10/14/26 RLT   AUDREC GREW THE OLD/NEW LEAVE IMAGES AND THE
002303*                RETURN-FROM-LEAVE ACTION (RECORD NOW 196
002304*                BYTES) - FDS RESIZED.  'R' ENTRIES PRINT AS
002305*                'RETURN', AND AN ENTRY THAT CHANGED THE LEAVE
002306*                FIELDS GETS A LEAVE TYPE / START / RETURN LINE.
002307*================================================================

002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004000 FILE SECTION.
004100 FD  AUDIT-JOURNAL
004200     LABEL RECORDS ARE STANDARD
004300     RECORD CONTAINS 196 CHARACTERS.
004400 01  AUDIT-LINE                  PIC X(196).

004410 FD  ARCHIVE-JOURNAL
004420     LABEL RECORDS ARE STANDARD
004430     RECORD CONTAINS 196 CHARACTERS.
004440 01  ARCHIVE-LINE                PIC X(196).

004500 FD  CONTROL-CARD
004600     LABEL RECORDS ARE STANDARD
015520     05  DET-SOURCE              PIC X(07).
015600     05  FILLER                  PIC X(12)  VALUE SPACES.

015610*----------------------------------------------------------------*
015620* SECOND LINE UNDER AN ENTRY THAT CARRIES OPERATOR IDS - WHO     *
015630* KEYED AN ONLINE CHANGE AND, FOR A TERMINATION OR PAY-GRADE     *
015640* CHANGE RELEASED ON EMPAPR, WHO APPROVED IT.                    *
015650*----------------------------------------------------------------*
015660 01  OPERATOR-LINE.
015670     05  FILLER                  PIC X(20)  VALUE SPACES.
015680     05  FILLER                  PIC X(10)  VALUE 'KEYED BY: '.
015681     05  OPR-KEY-OPERATOR        PIC X(08).
015682     05  FILLER                  PIC X(03)  VALUE SPACES.
015683     05  FILLER                  PIC X(13)  VALUE 'APPROVED BY: '.
015684     05  OPR-APPR-OPERATOR       PIC X(08).
015685     05  FILLER                  PIC X(70)  VALUE SPACES.

015686*----------------------------------------------------------------*
015687* SECOND LINE UNDER AN ENTRY THAT CHANGED THE LEAVE FIELDS -     *
015688* GOING ON LEAVE, A CHANGED EXPECTED RETURN, OR THE RETURN.      *
015689*----------------------------------------------------------------*
015690 01  LEAVE-LINE.
015691     05  FILLER                  PIC X(20)  VALUE SPACES.
015692     05  FILLER                  PIC X(12)  VALUE 'LEAVE TYPE: '.
015693     05  LVL-TYPE                PIC X(01).
015694     05  FILLER                  PIC X(10)  VALUE '   START: '.
015695     05  LVL-START               PIC 9999/99/99.
015696     05  FILLER                  PIC X(11)  VALUE '   RETURN: '.
015697     05  LVL-RETURN              PIC 9999/99/99.
015698     05  FILLER                  PIC X(58)  VALUE SPACES.

015700 01  FOOTING-LINE-1.
015800     05  FILLER                  PIC X(24)
015850                     VALUE 'JOURNAL RECORDS READ:'.
030110                 IF AUD-ACTION-PURGE
030120                     MOVE 'PURGE    ' TO DET-ACTION
030130                 ELSE
030131                     IF AUD-ACTION-RETURN
030132                         MOVE 'RETURN   ' TO DET-ACTION
030133                     ELSE
030200                         MOVE AUD-ACTION TO DET-ACTION
030201                     END-IF
030210                 END-IF
030300             END-IF
030400         END-IF
030900     MOVE AUD-RUN-ID TO DET-RUN-ID.
031000     WRITE REPORT-LINE FROM DETAIL-LINE.
031100     ADD 1 TO WS-LINE-CTR.
031110     IF AUD-KEY-OPERATOR NOT = SPACES OR
031120        AUD-APPR-OPERATOR NOT = SPACES
031130         MOVE AUD-KEY-OPERATOR TO OPR-KEY-OPERATOR
031140         MOVE AUD-APPR-OPERATOR TO OPR-APPR-OPERATOR
031150         WRITE REPORT-LINE FROM OPERATOR-LINE
031160         ADD 1 TO WS-LINE-CTR
031170     END-IF.
031171     IF NOT AUD-ACTION-PURGE AND
031172        (AUD-NEW-LEAVE-START NOT = AUD-OLD-LEAVE-START OR
031173         AUD-NEW-LEAVE-RETURN NOT = AUD-OLD-LEAVE-RETURN OR
031174         AUD-NEW-LEAVE-TYPE NOT = AUD-OLD-LEAVE-TYPE)
031175         MOVE AUD-NEW-LEAVE-TYPE TO LVL-TYPE
031176         MOVE AUD-NEW-LEAVE-START TO LVL-START
031177         MOVE AUD-NEW-LEAVE-RETURN TO LVL-RETURN
031178         WRITE REPORT-LINE FROM LEAVE-LINE
031179         ADD 1 TO WS-LINE-CTR
031180     END-IF.
031200 5000-EXIT.
031300     EXIT.

