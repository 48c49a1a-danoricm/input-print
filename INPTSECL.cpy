000100*----------------------------------------------------------------
000200* INPTSECL.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTSECL SECURITY AUDIT TRAIL.  EVERY
000500* SIGN-ON REFUSED AGAINST THE INPTOPER OPERATOR TABLE - AN
000600* UNKNOWN, REVOKED OR WRONG-ROLE ID, A BATCH JOB ID KEYED AT A
000700* CONSOLE, OR A RUN WITH NO OPERATOR TABLE AT ALL - IS APPENDED
000800* HERE BY THE PROGRAM THAT REFUSED IT, SO SECURITY CAN SEE WHO
000900* TRIED WHAT, WHERE AND WHEN.  SECL-ENTRY-ID CARRIES THE ENTRY
001000* A BATCH DECISION NAMED WHEN THE REFUSAL WAS FOR ONE RECORD
001100* RATHER THAN THE WHOLE RUN, ZERO OTHERWISE.
001200*
001300* MODIFICATION HISTORY
001400*   2026-10-15  DRO  ORIGINAL LAYOUT.
001500*----------------------------------------------------------------
001600 01  SECL-RECORD.
001700     05  SECL-EVENT-DATE            PIC 9(08).
001800     05  SECL-EVENT-TIME            PIC 9(08).
001900     05  SECL-PROGRAM-ID            PIC X(10).
002000     05  SECL-OPERATOR-ID           PIC X(08).
002100     05  SECL-ROLE-REQUIRED         PIC X(01).
002200         88  SECL-ROLE-KEYER        VALUE "K".
002300         88  SECL-ROLE-APPROVER     VALUE "A".
002400         88  SECL-ROLE-SUSPENSE     VALUE "S".
002500         88  SECL-ROLE-CATEGORY     VALUE "C".
002600         88  SECL-ROLE-SECURITY     VALUE "M".
002700     05  SECL-REASON-CODE           PIC X(02).
002800         88  SECL-REASON-UNKNOWN    VALUE "UN".
002900         88  SECL-REASON-REVOKED    VALUE "RV".
003000         88  SECL-REASON-WRONG-ROLE VALUE "RL".
003100         88  SECL-REASON-JOB-ID     VALUE "JB".
003200         88  SECL-REASON-NO-TABLE   VALUE "NT".
003300     05  SECL-RUN-MODE              PIC X(01).
003400         88  SECL-MODE-BATCH        VALUE "B".
003500         88  SECL-MODE-INTERACTIVE  VALUE "I".
003600     05  SECL-ENTRY-ID              PIC 9(06).
003700     05  FILLER                     PIC X(36).
