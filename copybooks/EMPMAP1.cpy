001010* 08/22/26 RLT   ADDED DEPARTMENT, HIRE DATE, STATUS, AND PAY
001020*                GRADE FIELDS TO MATCH THE REGENERATED EMPMAP1
001030*                MAP IN EMPMAINT.BMS.
001031* 10/14/26 RLT   ADDED LEAVE START, EXPECTED/ACTUAL RETURN, AND
001032*                LEAVE TYPE FIELDS TO MATCH THE REGENERATED
001033*                EMPMAP1 MAP IN EMPMAINT.BMS.
001034* 10/14/26 RLT   ADDED THE POSSIBLE-DUPLICATE OVERRIDE FIELD TO
001035*                MATCH THE REGENERATED EMPMAP1 MAP IN
001036*                EMPMAINT.BMS.
001100*================================================================
001200 01  EMPMAP1I.
001300     05  FILLER                  PIC X(12).
002872     05  FILLER REDEFINES GRDF.
002873         10  GRDA                PIC X.
002874     05  GRDI                    PIC X(02).
002875     05  LVSTARTL                PIC S9(4) COMP.
002876     05  LVSTARTF                PIC X.
002877     05  FILLER REDEFINES LVSTARTF.
002878         10  LVSTARTA            PIC X.
002879     05  LVSTARTI                PIC X(08).
002880     05  LVRETNL                 PIC S9(4) COMP.
002881     05  LVRETNF                 PIC X.
002882     05  FILLER REDEFINES LVRETNF.
002883         10  LVRETNA             PIC X.
002884     05  LVRETNI                 PIC X(08).
002885     05  LVTYPEL                 PIC S9(4) COMP.
002886     05  LVTYPEF                 PIC X.
002887     05  FILLER REDEFINES LVTYPEF.
002888         10  LVTYPEA             PIC X.
002889     05  LVTYPEI                 PIC X(01).
002890     05  DUPOKL                  PIC S9(4) COMP.
002891     05  DUPOKF                  PIC X.
002892     05  FILLER REDEFINES DUPOKF.
002893         10  DUPOKA              PIC X.
002894     05  DUPOKI                  PIC X(01).
002900     05  MSGL                    PIC S9(4) COMP.
003000     05  MSGF                    PIC X.
003100     05  FILLER REDEFINES MSGF.
004160     05  STATO                   PIC X(01).
004170     05  FILLER                  PIC X(03).
004180     05  GRDO                    PIC X(02).
004181     05  FILLER                  PIC X(03).
004182     05  LVSTARTO                PIC X(08).
004183     05  FILLER                  PIC X(03).
004184     05  LVRETNO                 PIC X(08).
004185     05  FILLER                  PIC X(03).
004186     05  LVTYPEO                 PIC X(01).
004187     05  FILLER                  PIC X(03).
004188     05  DUPOKO                  PIC X(01).
004200     05  FILLER                  PIC X(03).
004300     05  MSGO                    PIC X(79).
