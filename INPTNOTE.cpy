000100*----------------------------------------------------------------
000200* INPTNOTE.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTNOTE ENTRY NOTES FILE, KEYED BY
000500* ENTRY-ID AND A SEQUENCE NUMBER.  A TYPE "N" ENTRY ATTACHES ONE
000600* DATED, OPERATOR-STAMPED LINE OF FREE TEXT TO AN ITEM ALREADY
000700* ON INPTMST, FOR THE SUPPORTING DETAIL THAT WILL NOT FIT THE
000800* 85-BYTE DESCRIPTION.  AN ITEM MAY CARRY ANY NUMBER OF NOTES;
000900* INPUTPRINT GIVES EACH NEW ONE THE NEXT SEQUENCE NUMBER FOR ITS
001000* ENTRY-ID, SO READING THE FILE IN KEY ORDER GIVES AN ITEM'S
001100* NOTES IN THE ORDER THEY WERE KEYED.  NOTE-DATE IS THE DATE THE
001200* OPERATOR GAVE THE NOTE (BLANK MEANING THE RUN DATE);
001300* NOTE-RUN-DATE AND NOTE-RUN-TIME ARE THE WRITING RUN'S STAMP,
001400* THE SAME ONE IT PUTS ON ITS INPTLOG RECORDS, SO INPTBOUT CAN
001500* FIND WHAT A BACKED-OUT RUN ADDED.  A NOTE IS NEVER DELETED -
001600* A BACKED-OUT ONE IS MARKED WITHDRAWN AND STAMPED WITH WHO
001700* WITHDREW IT AND WHEN.  NOTES ARE LOGGED TO INPTLOG BUT NEVER
001800* SENT ON INPTIF.
001900*
002000* MODIFICATION HISTORY
002100*   2026-10-15  DRO  ORIGINAL LAYOUT.
002200*----------------------------------------------------------------
002300 01  NOTE-RECORD.
002400     05  NOTE-KEY.
002500         10  NOTE-ENTRY-ID          PIC 9(06).
002600         10  NOTE-SEQUENCE          PIC 9(04).
002700     05  NOTE-STATUS                PIC X(01).
002800         88  NOTE-STATUS-ACTIVE     VALUE "A".
002900         88  NOTE-STATUS-WITHDRAWN  VALUE "W".
003000     05  NOTE-DATE                  PIC 9(08).
003100     05  NOTE-OPERATOR-ID           PIC X(08).
003200     05  NOTE-TEXT                  PIC X(85).
003300     05  NOTE-RUN-DATE              PIC 9(08).
003400     05  NOTE-RUN-TIME              PIC 9(08).
003500     05  NOTE-WITHDRAWN-BY-ID       PIC X(08).
003600     05  NOTE-WITHDRAWN-DATE        PIC 9(08).
003700     05  NOTE-WITHDRAWN-TIME        PIC 9(08).
003800     05  FILLER                     PIC X(06).
