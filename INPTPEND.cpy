000100*----------------------------------------------------------------
000200* INPTPEND.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTPEND PENDING-RELEASE FILE (AND ITS
000500* INPTPENO CARRY-FORWARD GENERATION).  THE PARKED ENTRY ITSELF
000600* IS THE INPTREC ENTRY; PEND-RUN-DATE AND PEND-RUN-TIME STAMP
000700* THE INPUTPRINT RUN THAT PARKED IT, THE SAME STAMP THAT RUN
000800* PUTS ON ITS INPTLOG RECORDS AND INPTHOLD REQUESTS, SO THE
000900* INPTBOUT BACKOUT JOB CAN FIND AND WITHDRAW EVERYTHING A RUN
001000* PARKED.
001100*
001200* MODIFICATION HISTORY
001300*   2026-10-15  DRO  ORIGINAL LAYOUT - REPLACES THE BARE COPY OF
001400*                    INPTREC ON THE INPTPEND/INPTPENO FDS.  THE
001500*                    ENTRY FIELDS ARE SPELLED OUT LITERALLY, AS
001600*                    IN INPTLOG.CPY, AND MUST BE KEPT IN STEP
001700*                    WITH INPTREC.CPY BY HAND.  RECORD LENGTH IS
001800*                    NOW 128.
001900*----------------------------------------------------------------
002000 01  PEND-RECORD.
002100     05  PEND-ENTRY.
002200         10  PEND-RECORD-TYPE       PIC X(01).
002300             88  PEND-TYPE-ADD      VALUE "A".
002400             88  PEND-TYPE-CORRECT  VALUE "C".
002500             88  PEND-TYPE-DELETE   VALUE "D".
002600             88  PEND-TYPE-REINSTATE VALUE "R".
002700         10  PEND-ENTRY-ID          PIC 9(06).
002800         10  PEND-ENTRY-DATE        PIC 9(08).
002900         10  PEND-DESCRIPTION       PIC X(85).
003000         10  PEND-OPERATOR-ID       PIC X(08).
003100         10  PEND-CATEGORY-CODE     PIC X(04).
003200     05  PEND-RUN-DATE              PIC 9(08).
003300     05  PEND-RUN-TIME              PIC 9(08).
