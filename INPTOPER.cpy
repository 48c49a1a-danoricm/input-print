000100*----------------------------------------------------------------
000200* INPTOPER.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTOPER OPERATOR AUTHORIZATION TABLE,
000500* KEYED BY OPER-ID.  EVERY TRANSACTION CHECKS THE SIGNING-ON
000600* OPERATOR (OR, IN BATCH, THE SUBMITTING JOB ID) AGAINST THIS
000700* TABLE BEFORE ANY WORK IS DONE: THE ID MUST BE ON FILE, ACTIVE,
000800* AND HOLD THE ROLE THE TRANSACTION NEEDS.  AN OPERATOR IS NEVER
000900* DELETED, ONLY REVOKED, SO AN ID STAMPED ON OLD INPTLOG AND
001000* INPTMST RECORDS STAYS EXPLAINABLE.  BATCH JOB IDS ARE CARRIED
001100* HERE TOO, FLAGGED OPER-TYPE-JOB, AND ARE NEVER ALLOWED TO SIGN
001200* ON AT A CONSOLE.  MAINTAINED THROUGH THE INPTOMNT TRANSACTION.
001300*
001400* MODIFICATION HISTORY
001500*   2026-10-15  DRO  ORIGINAL LAYOUT.
001600*----------------------------------------------------------------
001700 01  OPER-RECORD.
001800     05  OPER-ID                    PIC X(08).
001900     05  OPER-NAME                  PIC X(30).
002000     05  OPER-STATUS                PIC X(01).
002100         88  OPER-STATUS-ACTIVE     VALUE "A".
002200         88  OPER-STATUS-REVOKED    VALUE "R".
002300     05  OPER-TYPE                  PIC X(01).
002400         88  OPER-TYPE-PERSON       VALUE "P".
002500         88  OPER-TYPE-JOB          VALUE "J".
002600     05  OPER-ROLES.
002700         10  OPER-ROLE-KEYER        PIC X(01).
002800             88  OPER-IS-KEYER      VALUE "Y".
002900         10  OPER-ROLE-APPROVER     PIC X(01).
003000             88  OPER-IS-APPROVER   VALUE "Y".
003100         10  OPER-ROLE-SUSPENSE     PIC X(01).
003200             88  OPER-IS-SUSPENSE-WORKER VALUE "Y".
003300         10  OPER-ROLE-CATEGORY     PIC X(01).
003400             88  OPER-IS-CATEGORY-MAINT  VALUE "Y".
003500         10  OPER-ROLE-SECURITY     PIC X(01).
003600             88  OPER-IS-SECURITY-ADMIN  VALUE "Y".
003700     05  OPER-ADD-DATE              PIC 9(08).
003800     05  OPER-REVOKE-DATE           PIC 9(08).
003900     05  OPER-LAST-UPDATE-DATE      PIC 9(08).
004000     05  OPER-LAST-OPERATOR-ID      PIC X(08).
