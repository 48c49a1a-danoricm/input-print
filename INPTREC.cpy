001708*                    DELETED MASTER RECORD AND ROUTED THROUGH
001709*                    THE INPTHOLD SECOND-OPERATOR APPROVAL THE
001710*                    WAY DELETES ARE.
001711*   2026-10-15  DRO  ADDED RECORD TYPE "N" (NOTE) - SEE INPTNOTE.
001712*----------------------------------------------------------------
001800 01  INPT-RECORD.
001900     10  INPT-RECORD-TYPE           PIC X(01).
002100         88  INPT-TYPE-CORRECT      VALUE "C".
002200         88  INPT-TYPE-DELETE       VALUE "D".
002250         88  INPT-TYPE-REINSTATE    VALUE "R".
002260         88  INPT-TYPE-NOTE         VALUE "N".
002300     10  INPT-ENTRY-ID              PIC 9(06).
002400     10  INPT-ENTRY-DATE            PIC 9(08).
002500     10  INPT-DESCRIPTION           PIC X(85).
