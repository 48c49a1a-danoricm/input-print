001170*                    THE WAY DELETES DO.  A BLANK TYPE ON A
001180*                    RECORD WRITTEN BEFORE THIS FIELD EXISTED IS
001190*                    A DELETE.
001191*   2026-10-15  DRO  ADDED THE "W" (WITHDRAWN) HOLD STATUS - A
001192*                    REQUEST WITHDRAWN BY THE INPTBOUT BACKOUT
001193*                    JOB BEFORE ANY APPROVER DECIDED IT.  THE
001194*                    BACKOUT OPERATOR AND TIME ARE STAMPED IN THE
001195*                    APPROVER FIELDS.
001200*----------------------------------------------------------------
001300 01  HOLD-RECORD.
001400     05  HOLD-ENTRY-ID              PIC 9(06).
002100         88  HOLD-STATUS-PENDING    VALUE "P".
002200         88  HOLD-STATUS-RELEASED   VALUE "R".
002300         88  HOLD-STATUS-REJECTED   VALUE "J".
002310         88  HOLD-STATUS-WITHDRAWN  VALUE "W".
002400     05  HOLD-APPROVER-ID           PIC X(08).
002500     05  HOLD-APPROVAL-DATE         PIC 9(08).
002600     05  HOLD-APPROVAL-TIME         PIC 9(08).
