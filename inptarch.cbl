000411* 2026-09-03  DRO  THE CATEGORY CODE ADDED TO THE LOG RECORD IS
000412*                  NOW CARRIED INTO THE ARCHIVE RECORD, IN STEP
000413*                  WITH INPTLOG.CPY AND INPTLARC.CPY.
      * 2026-10-15  DRO  THE REJECT REASON ADDED TO THE LOG RECORD IS
      *                  NOW CARRIED INTO THE ARCHIVE RECORD, IN STEP
      *                  WITH INPTLOG.CPY AND INPTLARC.CPY.
000414*----------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
002330     MOVE LOG-DESCRIPTION TO ARC-DESCRIPTION.
002340     MOVE LOG-OPERATOR-ID TO ARC-OPERATOR-ID.
002345     MOVE LOG-CATEGORY-CODE TO ARC-CATEGORY-CODE.
002347     MOVE LOG-REJECT-REASON TO ARC-LOG-REJECT-REASON.
002350     MOVE LOG-RECORD-TYPE TO ARC-RECORD-TYPE.
002360     MOVE ARC-TODAY-DATE TO ARC-ARCHIVE-RUN-DATE.
002370     MOVE ARC-CURRENT-DDNAME TO ARC-SOURCE-DDNAME.
