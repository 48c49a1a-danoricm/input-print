001710*   2026-09-03  DRO  FILLERS GROWN 4 BYTES IN STEP WITH THE
001720*                    INPT-CATEGORY-CODE ADDED TO INPTREC.CPY -
001730*                    THE DETAIL RECORD IS NOW 112 BYTES.
001738*   2026-10-15  DRO  ADDED IFH-SUBSCRIBER-ID.  INPTROUT COPIES THE
001746*                    NIGHT'S INPTIF INTO ONE INTERFACE FILE PER
001754*                    DOWNSTREAM SUBSCRIBER, EACH IN ITS OWN
001762*                    ENVELOPE WITH ITS OWN COUNT AND HASH, AND
001770*                    NAMES THE SUBSCRIBER IN THE HEADER SO
001778*                    INPTACKR CAN TELL WHOSE FILE IT HAS.  SPACES
001786*                    ON THE NIGHT'S OWN UNROUTED INPTIF.
001800*----------------------------------------------------------------
001900 01  IFH-HEADER-RECORD.
002000     05  IFH-RECORD-TYPE            PIC X(01).
002200     05  IFH-RUN-DATE               PIC 9(08).
002300     05  IFH-RUN-TIME               PIC 9(08).
002400     05  IFH-OPERATOR-ID            PIC X(08).
002410     05  IFH-SUBSCRIBER-ID          PIC X(08).
002500     05  FILLER                     PIC X(79).
002600
002700 01  IFT-TRAILER-RECORD.
002800     05  IFT-RECORD-TYPE            PIC X(01).
