001280*                    INPT-CATEGORY-CODE ADDED TO INPTREC.CPY.
001290*   2026-09-03  DRO  ADDED THE "R" (REINSTATE) RECORD TYPE IN
001295*                    STEP WITH INPTREC.CPY.
      *   2026-10-15  DRO  ADDED THE "B" (BACKOUT) LOG STATUS IN STEP
      *                    WITH INPTLOG.CPY.
      *   2026-10-15  DRO  ADDED THE "N" (NOTE) RECORD TYPE IN STEP
      *                    WITH INPTREC.CPY.
      *   2026-10-15  DRO  ADDED ARC-LOG-REJECT-REASON IN STEP WITH THE
      *                    LOG-REJECT-REASON ADDED TO INPTLOG.CPY.
001300*----------------------------------------------------------------
001400 01  INPTLARC-RECORD.
001500     05  ARC-LOG-RUN-DATE           PIC 9(08).
001700     05  ARC-LOG-STATUS             PIC X(01).
001800         88  ARC-LOG-STATUS-ACCEPTED    VALUE "A".
001900         88  ARC-LOG-STATUS-REJECTED    VALUE "R".
001910         88  ARC-LOG-STATUS-BACKOUT     VALUE "B".
002000     05  ARC-LOG-DUPLICATE-FLAG     PIC X(01).
002100     05  ARC-ENTRY.
002110         10  ARC-RECORD-TYPE            PIC X(01).
002130             88  ARC-TYPE-CORRECT       VALUE "C".
002140             88  ARC-TYPE-DELETE        VALUE "D".
002145             88  ARC-TYPE-REINSTATE     VALUE "R".
002146             88  ARC-TYPE-NOTE          VALUE "N".
002150         10  ARC-ENTRY-ID               PIC 9(06).
002160         10  ARC-ENTRY-DATE             PIC 9(08).
002170         10  ARC-DESCRIPTION            PIC X(85).
002190         10  ARC-CATEGORY-CODE          PIC X(04).
002300     05  ARC-ARCHIVE-RUN-DATE       PIC 9(08).
002400     05  ARC-SOURCE-DDNAME          PIC X(08).
002401     05  ARC-LOG-REJECT-REASON      PIC X(02).
