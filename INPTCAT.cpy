000600* CATEGORY CODE VALIDATED AGAINST THIS TABLE; A CODE IS NEVER
000700* DELETED, ONLY RETIRED, SO HISTORY KEYED UNDER AN OLD CODE
000800* STAYS EXPLAINABLE.  MAINTAINED THROUGH THE INPTCMNT
000900* TRANSACTION.  CAT-VERIFY-FLAG MARKS A CATEGORY WHERE A MISTYPED
000910* DESCRIPTION IS COSTLY: ADDS AND CORRECTS KEYED UNDER IT WAIT ON
000920* THE INPTVRFY QUEUE UNTIL A SECOND OPERATOR BLIND RE-KEYS THEM.
001000*
001100* MODIFICATION HISTORY
001200*   2026-09-03  DRO  ORIGINAL LAYOUT.
001210*   2026-10-15  DRO  ADDED CAT-VERIFY-FLAG.  RECORD LENGTH IS NOW
001220*                    60; THE TABLE MUST BE UNLOADED AND RELOADED
001230*                    WITH THE FLAG SET TO "N" ON EXISTING CODES.
001300*----------------------------------------------------------------
001400 01  CAT-RECORD.
001500     05  CAT-CODE                   PIC X(04).
002000     05  CAT-ADD-DATE               PIC 9(08).
002100     05  CAT-RETIRE-DATE            PIC 9(08).
002200     05  CAT-LAST-OPERATOR-ID       PIC X(08).
002300     05  CAT-VERIFY-FLAG            PIC X(01).
002400         88  CAT-VERIFY-REQUIRED    VALUE "Y".
002500         88  CAT-VERIFY-NOT-REQUIRED VALUE "N" " ".
