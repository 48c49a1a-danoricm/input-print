001880*                    INPT-CATEGORY-CODE ADDED TO INPTREC.CPY.
001890*   2026-09-03  DRO  ADDED THE "R" (REINSTATE) RECORD TYPE IN
001895*                    STEP WITH INPTREC.CPY.
      *   2026-10-15  DRO  ADDED THE "B" (BACKOUT) LOG STATUS.  THE
      *                    INPTBOUT JOB WRITES ONE OF THESE FOR EACH
      *                    ENTRY IT REVERSES - A CORRECT CARRYING THE
      *                    RESTORED DESCRIPTION AND CATEGORY, OR A
      *                    DELETE FOR A REVERSED ADD - AND INPTMBLD
      *                    REAPPLIES IT LIKE AN ACCEPTED ENTRY.
      *   2026-10-15  DRO  ADDED THE "N" (NOTE) RECORD TYPE IN STEP
      *                    WITH INPTREC.CPY.  A NOTE NEVER TOUCHES THE
      *                    MASTER, SO REPLAY PASSES IT OVER.
      *   2026-10-15  DRO  ADDED LOG-REJECT-REASON.  A REJECTED RECORD
      *                    NOW CARRIES WHY IT WAS REJECTED - THE SAME
      *                    CODE INPUTPRINT PUTS IN SUSP-REASON-CODE, OR
      *                    "VJ" FOR AN ENTRY TURNED DOWN AT BLIND RE-KEY
      *                    VERIFICATION - SO THE OPERATOR QUALITY REPORT
      *                    (INPTQRPT) CAN COUNT REJECTS BY REASON LONG
      *                    AFTER THE SUSPENSE RECORD HAS BEEN WORKED.
      *                    BLANK ON EVERY OTHER RECORD, INCLUDING A
      *                    DELETE OR REINSTATE TURNED DOWN IN INPTAPPR
      *                    (AN APPROVER'S DECISION, NOT A KEYING ERROR).
      *                    THE RECORD GROWS FROM 130 TO 132 BYTES.
001900*----------------------------------------------------------------
002000 01  INPTLOG-RECORD.
002100     05  LOG-RUN-DATE           PIC 9(08).
002300     05  LOG-STATUS             PIC X(01).
002400         88  LOG-STATUS-ACCEPTED   VALUE "A".
002500         88  LOG-STATUS-REJECTED   VALUE "R".
002510         88  LOG-STATUS-BACKOUT    VALUE "B".
002600     05  LOG-DUPLICATE-FLAG     PIC X(01).
002700         88  LOG-POSSIBLE-DUPLICATE  VALUE "Y".
002800         88  LOG-NOT-DUPLICATE       VALUE "N".
003200             88  LOG-TYPE-CORRECT   VALUE "C".
003300             88  LOG-TYPE-DELETE    VALUE "D".
003350             88  LOG-TYPE-REINSTATE VALUE "R".
003360             88  LOG-TYPE-NOTE      VALUE "N".
003400         10  LOG-ENTRY-ID           PIC 9(06).
003500         10  LOG-ENTRY-DATE         PIC 9(08).
003600         10  LOG-DESCRIPTION        PIC X(85).
003700         10  LOG-OPERATOR-ID        PIC X(08).
003800         10  LOG-CATEGORY-CODE      PIC X(04).
003801     05  LOG-REJECT-REASON      PIC X(02).
003802         88  LOG-REASON-VERIFY-REJECTED VALUE "VJ".
