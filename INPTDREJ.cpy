000100*----------------------------------------------------------------
000200* INPTDREJ.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTDREJ DOWNSTREAM REJECT HISTORY.
000500* INPTACKR APPENDS ONE OF THESE FOR EVERY TRANSMITTED DETAIL THE
000600* RECEIVING SYSTEM ACKNOWLEDGED AS REJECTED, SO A REJECT IS
000700* STILL ON RECORD AFTER THE NIGHT'S INPTARPT REPORT AND INPTRSND
000800* FILE HAVE GONE.  DREJ-ACK-RUN-DATE/TIME ARE THE RECONCILING
000900* RUN'S STAMP; DREJ-IF-RUN-DATE/TIME COME FROM THE INTERFACE
001000* FILE HEADER, THE NIGHT THE ENTRY WAS SENT (ZERO WHEN THE FILE
001100* HAD NO HEADER).  THE ENTRY FIELDS ARE THOSE OF THE DETAIL AS
001200* SENT, INCLUDING THE OPERATOR ID IT CARRIED, SO THE OPERATOR
001300* QUALITY REPORT (INPTQRPT) CAN CHARGE THE REJECT TO WHOEVER
001400* KEYED THE ENTRY.
001500*
001600* MODIFICATION HISTORY
001700*   2026-10-15  DRO  ORIGINAL LAYOUT.
001800*----------------------------------------------------------------
001900 01  DREJ-RECORD.
002000     05  DREJ-ACK-RUN-DATE          PIC 9(08).
002100     05  DREJ-ACK-RUN-TIME          PIC 9(08).
002200     05  DREJ-SUBSCRIBER-ID         PIC X(08).
002300     05  DREJ-IF-RUN-DATE           PIC 9(08).
002400     05  DREJ-IF-RUN-TIME           PIC 9(08).
002500     05  DREJ-RECORD-TYPE           PIC X(01).
002600     05  DREJ-ENTRY-ID              PIC 9(06).
002700     05  DREJ-ENTRY-DATE            PIC 9(08).
002800     05  DREJ-OPERATOR-ID           PIC X(08).
002900     05  DREJ-CATEGORY-CODE         PIC X(04).
003000     05  FILLER                     PIC X(13).
