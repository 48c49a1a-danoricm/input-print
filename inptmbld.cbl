000387* 2026-09-03  DRO  TYPE "R" (REINSTATE) LOG RECORDS ARE NOW
000388*                  REPLAYED - A RELEASED REINSTATE FLIPS THE
000389*                  REBUILT RECORD BACK TO ACTIVE.
      * 2026-10-15  DRO  BACKOUT ("B" STATUS) LOG RECORDS WRITTEN BY
      *                  INPTBOUT ARE NOW REAPPLIED ALONG WITH THE
      *                  ACCEPTED ONES - A BACKED-OUT CORRECT PUTS THE
      *                  PRIOR DESCRIPTION AND CATEGORY BACK, A
      *                  BACKED-OUT ADD LOGICALLY DELETES THE ENTRY -
      *                  SO THE REBUILT IMAGE STILL AGREES WITH THE
      *                  LIVE MASTER AFTER A RUN IS BACKED OUT.
      * 2026-10-15  DRO  TYPE "N" (NOTE) LOG RECORDS ARE PASSED OVER -
      *                  A NOTE LIVES ON INPTNOTE AND NEVER TOUCHED THE
      *                  MASTER, SO IT IS NOT A REPLAY ERROR.
      * 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
      *                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
      *                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
      *                  BROWSE.  BOTH SELECTS DECLARE THEM, SO THE
      *                  REBUILT INPTMSTB CAN STILL REPLACE THE MASTER.
000390*----------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS NEW-ENTRY-ID
000612         ALTERNATE RECORD KEY IS NEW-CATEGORY-CODE
000614             WITH DUPLICATES
000616         ALTERNATE RECORD KEY IS NEW-DESCRIPTION
000618             WITH DUPLICATES
000620         FILE STATUS IS BLD-NEW-FILE-STATUS.
000630
000640     SELECT INPTMST-FILE ASSIGN TO INPTMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS MST-ENTRY-ID
000672         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
000674             WITH DUPLICATES
000676         ALTERNATE RECORD KEY IS MST-DESCRIPTION
000678             WITH DUPLICATES
000680         FILE STATUS IS BLD-MST-FILE-STATUS.
000690
000700     SELECT INPTBRPT-FILE ASSIGN TO INPTBRPT
002520*----------------------------------------------------------------
002530* 3000-APPLY-ONE-ENTRY
002540*     REAPPLY ONE HISTORY RECORD TO THE REBUILT IMAGE.  ONLY
002550*     ACCEPTED ENTRIES AND INPTBOUT'S BACKOUT ENTRIES EVER
002560*     TOUCHED THE MASTER - A REJECTED LOG RECORD IS AUDIT TRAIL
002563*     ONLY AND IS PASSED OVER HERE.  A BACKOUT RECORD IS A PLAIN
002566*     CORRECT OR DELETE AND REAPPLIES AS ONE.  A NOTE NEVER
002568*     CHANGED THE MASTER AND IS PASSED OVER LIKE A REJECT.
002570*----------------------------------------------------------------
002580 3000-APPLY-ONE-ENTRY.
002590     IF NOT APL-STATUS-ACCEPTED AND NOT APL-STATUS-BACKOUT
002600         GO TO 3000-EXIT
002610     END-IF.
002620     EVALUATE TRUE
002680             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
002682         WHEN APL-TYPE-REINSTATE
002684             PERFORM 3400-APPLY-REINSTATE THRU 3400-EXIT
002686         WHEN APL-TYPE-NOTE
002688             CONTINUE
002690         WHEN OTHER
002700             ADD 1 TO BLD-REPLAY-ERRORS
002710             PERFORM 3900-REPORT-REPLAY-ERROR THRU 3900-EXIT
003230*     A DELETE ON THE LOG IS ONE ALREADY RELEASED THROUGH
003240*     INPTAPPR (PENDING DELETES NEVER REACH INPTLOG), SO IT IS
003250*     REAPPLIED AS THE LOGICAL DELETE INPTAPPR PERFORMED, DATED
003260*     BY THE RUN THAT RELEASED IT.  A BACKOUT DELETE (A REVERSED
003265*     ADD) IS REAPPLIED THE SAME WAY, DATED BY THE BACKOUT RUN.
003270*----------------------------------------------------------------
003280 3300-APPLY-DELETE.
003290     MOVE APL-ENTRY-ID TO NEW-ENTRY-ID.
