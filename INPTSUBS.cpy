000100*----------------------------------------------------------------
000200* INPTSUBS.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTSUBS SUBSCRIPTION TABLE, KEYED BY
000500* SUBSCRIBER ID AND CATEGORY CODE.  EACH ROW SAYS ONE DOWNSTREAM
000600* SUBSCRIBER RECEIVES THE INPTIF DETAILS FILED UNDER ONE INPTCAT
000700* CATEGORY CODE, OR UNDER EVERY CODE WHEN THE CATEGORY IS "*ALL".
000800* SUB-RECORD-TYPES LISTS THE INPTREC RECORD TYPES THE SUBSCRIBER
000900* TAKES FOR THAT CODE, ONE CODE PER BYTE IN ANY ORDER ("AC" FOR
001000* ADDS AND CORRECTS ONLY); ALL SPACES MEANS EVERY RECORD TYPE.
001100* INPTROUT BUILDS EACH SUBSCRIBER'S OWN INTERFACE FILE FROM THESE
001200* ROWS.  A SUBSCRIPTION IS NEVER DELETED, ONLY ENDED, SO WHAT A
001300* SUBSCRIBER WAS SENT STAYS EXPLAINABLE.  MAINTAINED THROUGH THE
001400* INPTCMNT TRANSACTION ALONGSIDE THE CATEGORY CODES THEMSELVES.
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15  DRO  ORIGINAL LAYOUT.
001800*----------------------------------------------------------------
001900 01  SUB-RECORD.
002000     05  SUB-KEY.
002100         10  SUB-SUBSCRIBER-ID      PIC X(08).
002200         10  SUB-CATEGORY-CODE      PIC X(04).
002300             88  SUB-ALL-CATEGORIES VALUE "*ALL".
002400     05  SUB-STATUS                 PIC X(01).
002500         88  SUB-STATUS-ACTIVE      VALUE "A".
002600         88  SUB-STATUS-ENDED       VALUE "E".
002700     05  SUB-RECORD-TYPES           PIC X(08).
002800     05  SUB-ADD-DATE               PIC 9(08).
002900     05  SUB-END-DATE               PIC 9(08).
003000     05  SUB-LAST-OPERATOR-ID       PIC X(08).
003100     05  FILLER                     PIC X(15).
