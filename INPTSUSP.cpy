002240*                    INPTREC.CPY, AND THE "CA" REASON CODE FOR AN
002250*                    ENTRY REJECTED OVER A MISSING, UNKNOWN OR
002260*                    RETIRED CATEGORY.
002270*   2026-10-15  DRO  ADDED THE "N" (NOTE) RECORD TYPE IN STEP
002280*                    WITH INPTREC.CPY.
002300*----------------------------------------------------------------
002400 01  SUSP-RECORD.
002500     05  SUSP-ENTRY.
002800             88  SUSP-TYPE-CORRECT  VALUE "C".
002900             88  SUSP-TYPE-DELETE   VALUE "D".
002950             88  SUSP-TYPE-REINSTATE VALUE "R".
002960             88  SUSP-TYPE-NOTE     VALUE "N".
003000         10  SUSP-ENTRY-ID          PIC 9(06).
003100         10  SUSP-ENTRY-DATE        PIC 9(08).
003200         10  SUSP-DESCRIPTION       PIC X(85).
