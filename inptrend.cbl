000392* 2026-09-03  DRO  ADDED A REINSTATES COLUMN FOR THE NEW TYPE
000394*                  "R" LOG RECORDS, SO THE PER-DAY TYPE COLUMNS
000396*                  STILL SUM TO THE DAY'S TOTAL.
000397* 2026-10-15  DRO  ADDED A NOTES COLUMN FOR THE NEW TYPE "N" LOG
000398*                  RECORDS, FOR THE SAME REASON.  THE COLUMN
000399*                  SPACING IS CLOSED UP SO THE LINE STILL FITS.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000780 77  TRD-EDIT-CORRECT-COUNT     PIC ZZZ,ZZ9.
000790 77  TRD-EDIT-DELETE-COUNT      PIC ZZZ,ZZ9.
000795 77  TRD-EDIT-REINST-COUNT      PIC ZZZ,ZZ9.
000797 77  TRD-EDIT-NOTE-COUNT        PIC ZZZ,ZZ9.
000800 77  TRD-EDIT-TOTAL-COUNT       PIC ZZZ,ZZ9.
000810
000820*----------------------------------------------------------------
000940         10  TRD-DAY-CORRECT-COUNT  PIC 9(06) COMP.
000950         10  TRD-DAY-DELETE-COUNT   PIC 9(06) COMP.
000955         10  TRD-DAY-REINST-COUNT   PIC 9(06) COMP.
000957         10  TRD-DAY-NOTE-COUNT     PIC 9(06) COMP.
000960         10  TRD-DAY-TOTAL-COUNT    PIC 9(06) COMP.
000970 77  TRD-DAY-TABLE-COUNT        PIC 9(04) COMP VALUE 0.
000980 77  TRD-DAY-TABLE-MAX          PIC 9(04) COMP VALUE 400.
001610                 ADD 1 TO TRD-DAY-DELETE-COUNT(TRD-DAY-INDEX)
001612             WHEN LOG-TYPE-REINSTATE
001614                 ADD 1 TO TRD-DAY-REINST-COUNT(TRD-DAY-INDEX)
001616             WHEN LOG-TYPE-NOTE
001618                 ADD 1 TO TRD-DAY-NOTE-COUNT(TRD-DAY-INDEX)
001620         END-EVALUATE
001630     END-IF.
001640 2300-EXIT.
001940             MOVE 0 TO TRD-DAY-CORRECT-COUNT(TRD-DAY-INDEX)
001950             MOVE 0 TO TRD-DAY-DELETE-COUNT(TRD-DAY-INDEX)
001955             MOVE 0 TO TRD-DAY-REINST-COUNT(TRD-DAY-INDEX)
001957             MOVE 0 TO TRD-DAY-NOTE-COUNT(TRD-DAY-INDEX)
001960             MOVE 0 TO TRD-DAY-TOTAL-COUNT(TRD-DAY-INDEX)
001970         ELSE
001980             MOVE 0 TO TRD-DAY-INDEX
002230     MOVE "INPUTPRINT VOLUME/TREND REPORT" TO INPTRTRD-LINE.
002240     WRITE INPTRTRD-LINE.
002250     MOVE SPACES TO INPTRTRD-LINE.
002260     STRING "RUN DATE     ADDS  CORRECTS   DELETES   REINSTS"
002265         "     NOTES     TOTAL"
002270         DELIMITED BY SIZE INTO INPTRTRD-LINE.
002280     WRITE INPTRTRD-LINE.
002290     PERFORM 7100-WRITE-DAY-LINE THRU 7100-EXIT
002510         TO TRD-EDIT-DELETE-COUNT.
002512     MOVE TRD-DAY-REINST-COUNT(TRD-DAY-INDEX)
002514         TO TRD-EDIT-REINST-COUNT.
002516     MOVE TRD-DAY-NOTE-COUNT(TRD-DAY-INDEX)
002518         TO TRD-EDIT-NOTE-COUNT.
002520     MOVE TRD-DAY-TOTAL-COUNT(TRD-DAY-INDEX)
002530         TO TRD-EDIT-TOTAL-COUNT.
002540     MOVE SPACES TO INPTRTRD-LINE.
002550     STRING TRD-EDIT-DATE DELIMITED BY SIZE
002560         "  " DELIMITED BY SIZE
002570         TRD-EDIT-ADD-COUNT DELIMITED BY SIZE
002580         "   " DELIMITED BY SIZE
002590         TRD-EDIT-CORRECT-COUNT DELIMITED BY SIZE
002600         "   " DELIMITED BY SIZE
002610         TRD-EDIT-DELETE-COUNT DELIMITED BY SIZE
002620         "   " DELIMITED BY SIZE
002622         TRD-EDIT-REINST-COUNT DELIMITED BY SIZE
002624         "   " DELIMITED BY SIZE
002626         TRD-EDIT-NOTE-COUNT DELIMITED BY SIZE
002628         "   " DELIMITED BY SIZE
002630         TRD-EDIT-TOTAL-COUNT DELIMITED BY SIZE
002640         INTO INPTRTRD-LINE.
002650     WRITE INPTRTRD-LINE.
