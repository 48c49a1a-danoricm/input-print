000100*----------------------------------------------------------------
000200* INPTRCTL.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTRCTL SHARED RUN-CONTROL FILE.  EVERY
000500* JOB IN THE BATCH WINDOW THAT MOVES AN ENTRY - INPTPREL,
000600* INPUTPRINT, INPTAPPR, INPTVRFY, INPTSMNT AND INPTBOUT - APPENDS
000700* ONE "J" RECORD AT END OF RUN WITH ITS RUN STAMP (THE SAME DATE
000800* AND TIME IT PUTS ON ITS INPTLOG RECORDS), WHAT IT READ, ACCEPTED
000900* AND REJECTED, THE INPTLOG AND INPTIF DETAIL RECORDS IT WROTE
001000* (WITH THE HASH TOTAL OF THEIR ENTRY-ID VALUES), THE INPTIF
001100* TRAILER IT LEFT, AND WHAT IT ADDED TO AND CLEARED FROM THE
001200* INPTHOLD, INPTPEND, INPTSUSP AND INPTVRFY QUEUES.  THE INPTPROF
001300* BALANCING PROOF TIES THE WINDOW'S "J" RECORDS TOGETHER AND
001400* APPENDS ONE "P" RECORD OF ITS OWN, CARRYING THE QUEUE
001500* BALANCES IT COUNTED AT CLOSE, WHICH THE NEXT NIGHT'S PROOF
001600* TAKES AS ITS OPENING BALANCES.  THE FILE IS ONLY EVER
001700* APPENDED TO.
001800*
001900* MODIFICATION HISTORY
002000*   2026-10-15  DRO  ORIGINAL LAYOUT.
002010*   2026-10-15  DRO  ADDED THE INPTVRFY BLIND RE-KEY QUEUE
002020*                    MOVEMENT AND CLOSE, TAKEN FROM THE FILLER.
002030*                    RECORDS WRITTEN BEFORE THE CHANGE CARRY
002040*                    SPACES THERE, SO READERS TEST THEM NUMERIC.
002100*----------------------------------------------------------------
002200 01  RCT-RECORD.
002300     05  RCT-RECORD-TYPE            PIC X(01).
002400         88  RCT-TYPE-JOB           VALUE "J".
002500         88  RCT-TYPE-PROOF         VALUE "P".
002600     05  RCT-PROGRAM-ID             PIC X(10).
002700     05  RCT-RUN-DATE               PIC 9(08).
002800     05  RCT-RUN-TIME               PIC 9(08).
002900     05  RCT-BUSINESS-DATE          PIC 9(08).
003000     05  RCT-OPERATOR-ID            PIC X(08).
003100     05  RCT-RUN-MODE               PIC X(01).
003200         88  RCT-MODE-BATCH         VALUE "B".
003300         88  RCT-MODE-INTERACTIVE   VALUE "I".
003400     05  RCT-RETURN-CODE            PIC 9(02).
003500     05  RCT-RECORDS-READ           PIC 9(06).
003600     05  RCT-ACCEPTED-COUNT         PIC 9(06).
003700     05  RCT-REJECTED-COUNT         PIC 9(06).
003800     05  RCT-LOG-ACCEPTED-COUNT     PIC 9(06).
003900     05  RCT-LOG-REJECTED-COUNT     PIC 9(06).
004000     05  RCT-IF-DETAIL-COUNT        PIC 9(06).
004100     05  RCT-IF-HASH-TOTAL          PIC 9(12).
004200     05  RCT-IF-TRL-DETAIL-COUNT    PIC 9(06).
004300     05  RCT-IF-TRL-HASH-TOTAL      PIC 9(12).
004400     05  RCT-QUEUE-MOVEMENT.
004500         10  RCT-HOLD-ADDED         PIC 9(06).
004600         10  RCT-HOLD-CLEARED       PIC 9(06).
004700         10  RCT-PEND-ADDED         PIC 9(06).
004800         10  RCT-PEND-CLEARED       PIC 9(06).
004900         10  RCT-SUSP-ADDED         PIC 9(06).
005000         10  RCT-SUSP-CLEARED       PIC 9(06).
005100     05  RCT-QUEUE-CLOSE.
005200         10  RCT-HOLD-CLOSE         PIC 9(06).
005300         10  RCT-PEND-CLOSE         PIC 9(06).
005400         10  RCT-SUSP-CLOSE         PIC 9(06).
005500     05  RCT-PROOF-STATUS           PIC X(01).
005600         88  RCT-PROOF-BALANCED     VALUE "Y".
005700         88  RCT-PROOF-OUT-OF-BALANCE VALUE "N".
005800     05  RCT-VRFY-MOVEMENT.
005900         10  RCT-VRFY-ADDED         PIC 9(06).
006000         10  RCT-VRFY-CLEARED       PIC 9(06).
006100     05  RCT-VRFY-CLOSE             PIC 9(06).
006200     05  FILLER                     PIC X(15).
