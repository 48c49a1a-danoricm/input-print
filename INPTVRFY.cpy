000100*----------------------------------------------------------------
000200* INPTVRFY.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTVRFY BLIND RE-KEY VERIFICATION QUEUE,
000500* KEYED BY ENTRY-ID.  AN ADD OR CORRECT KEYED UNDER A CATEGORY
000600* FLAGGED CAT-VERIFY-REQUIRED ON INPTCAT IS WRITTEN HERE BY
000700* INPUTPRINT INSTEAD OF BEING APPLIED TO INPTMST.  A SECOND
000800* OPERATOR, RUNNING THE INPTVRFY TRANSACTION, RE-KEYS THE
000900* DESCRIPTION AND CATEGORY WITHOUT BEING SHOWN THE ORIGINAL.  A
001000* MATCH RELEASES THE ENTRY THROUGH THE NORMAL MASTER, INPTLOG
001100* AND INPTIF PROCESSING; A MISMATCH KEEPS THE RE-KEYED VERSION
001200* ALONGSIDE THE ORIGINAL UNTIL AN OPERATOR RESOLVES IT.
001300*
001400* VRFY-OPERATOR-ID IS THE OPERATOR WHO KEYED THE ENTRY, AND
001500* VRFY-REQUEST-DATE/TIME THE KEYING RUN'S STAMP (THE ONE IT PUTS
001600* ON ITS INPTLOG RECORDS), SO INPTBOUT CAN WITHDRAW WHAT A
001700* BACKED-OUT RUN QUEUED.  THE REKEY FIELDS HOLD THE SECOND
001800* OPERATOR'S VERSION AFTER A MISMATCH; THE DECISION FIELDS WHO
001900* FINISHED THE ENTRY (VERIFIED, RESOLVED, REJECTED OR WITHDRAWN)
002000* AND WHEN.  A RECORD IS NEVER DELETED - A FINISHED ONE IS
002100* SPENT, AND IS REUSED IF THE SAME ENTRY-ID IS QUEUED AGAIN.
002200*
002300* MODIFICATION HISTORY
002400*   2026-10-15  DRO  ORIGINAL LAYOUT.
002500*----------------------------------------------------------------
002600 01  VRFY-RECORD.
002700     05  VRFY-ENTRY-ID              PIC 9(06).
002800     05  VRFY-STATUS                PIC X(01).
002900         88  VRFY-STATUS-PENDING    VALUE "P".
003000         88  VRFY-STATUS-MISMATCHED VALUE "M".
003100         88  VRFY-STATUS-VERIFIED   VALUE "V".
003200         88  VRFY-STATUS-RESOLVED   VALUE "R".
003300         88  VRFY-STATUS-REJECTED   VALUE "J".
003400         88  VRFY-STATUS-WITHDRAWN  VALUE "W".
003500         88  VRFY-STATUS-WAITING    VALUE "P" "M".
003600     05  VRFY-RECORD-TYPE           PIC X(01).
003700         88  VRFY-TYPE-ADD          VALUE "A".
003800         88  VRFY-TYPE-CORRECT      VALUE "C".
003900     05  VRFY-ENTRY-DATE            PIC 9(08).
004000     05  VRFY-DESCRIPTION           PIC X(85).
004100     05  VRFY-CATEGORY-CODE         PIC X(04).
004200     05  VRFY-OPERATOR-ID           PIC X(08).
004300     05  VRFY-REQUEST-DATE          PIC 9(08).
004400     05  VRFY-REQUEST-TIME          PIC 9(08).
004500     05  VRFY-REKEY-OPERATOR-ID     PIC X(08).
004600     05  VRFY-REKEY-DESCRIPTION     PIC X(85).
004700     05  VRFY-REKEY-CATEGORY-CODE   PIC X(04).
004800     05  VRFY-MISMATCH-DATE         PIC 9(08).
004900     05  VRFY-MISMATCH-TIME         PIC 9(08).
005000     05  VRFY-RESOLUTION-CODE       PIC X(01).
005100         88  VRFY-KEPT-ORIGINAL     VALUE "O".
005200         88  VRFY-KEPT-REKEYED      VALUE "K".
005300     05  VRFY-DECISION-ID           PIC X(08).
005400     05  VRFY-DECISION-DATE         PIC 9(08).
005500     05  VRFY-DECISION-TIME         PIC 9(08).
005600     05  FILLER                     PIC X(10).
