002300*                THE NEWEST TWELVE, PF8 PAGES OLDER, PF7 PAGES
002400*                NEWER.  THE PAGE NUMBER RIDES IN THE DARK FSET
002500*                HPAGE FIELD - NO COMMAREA, MATCHING EMPBRW.
002501* 10/14/26 RLT   'R' (RETURN FROM LEAVE) ENTRIES LIST AS RETURN.
002600*================================================================

002700 ENVIRONMENT DIVISION.
031000                 IF AUD-ACTION-PURGE
031100                     MOVE 'PURGE    ' TO WS-HL-ACTION
031200                 ELSE
031201                     IF AUD-ACTION-RETURN
031202                         MOVE 'RETURN   ' TO WS-HL-ACTION
031203                     ELSE
031300                         MOVE AUD-ACTION TO WS-HL-ACTION
031301                     END-IF
031400                 END-IF
031500             END-IF
031600         END-IF
