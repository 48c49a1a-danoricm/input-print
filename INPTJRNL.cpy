000100*----------------------------------------------------------------
000200* INPTJRNL.CPY
000300*
000400* RECORD LAYOUT FOR THE INPTJRNL MASTER CHANGE JOURNAL, KEYED BY
000500* ENTRY-ID, CHANGE DATE AND TIME, AND A SEQUENCE NUMBER.  EVERY
000600* PROGRAM THAT WRITES OR REWRITES AN INPTMST RECORD - AN ADD,
000700* CORRECT, DELETE OR REINSTATE, WHETHER KEYED, RELEASED FROM
000800* INPTHOLD OR INPTPEND, OR REVERSED BY A BACKOUT - ADDS ONE
000900* RECORD HERE CARRYING THE WHOLE MASTER RECORD AS IT STOOD
001000* BEFORE THE CHANGE AND AS IT STANDS AFTER IT, SO AUDIT CAN
001100* SEE EXACTLY WHAT CHANGED, WHEN, AND ON WHOSE SAY-SO WITHOUT
001200* REPLAYING INPTLOG.  JRN-CHANGE-DATE AND JRN-CHANGE-TIME ARE
001300* THE WRITING RUN'S DATE AND TIME, THE SAME STAMP IT PUTS ON
001400* ITS INPTLOG RECORDS; JRN-SEQUENCE COUNTS THE JOURNAL RECORDS
001500* WRITTEN BY THAT RUN, SO THE KEY STAYS UNIQUE WHEN ONE RUN
001600* CHANGES THE SAME ENTRY TWICE.  JRN-OPERATOR-ID IS THE
001700* OPERATOR WHO ASKED FOR THE CHANGE; JRN-APPROVER-ID IS THE
001800* SECOND OPERATOR WHO RELEASED IT, SPACES WHEN THE CHANGE
001900* NEEDED NO APPROVAL.  AN ADD HAS NO BEFORE-IMAGE.  THE IMAGE
002000* SIZES MUST BE KEPT IN STEP WITH INPTMST.CPY BY HAND WHENEVER
002100* THE MASTER RECORD GROWS.  NOTHING EVER REWRITES OR DELETES A
002200* JOURNAL RECORD.
002300*
002400* MODIFICATION HISTORY
002500*   2026-10-15  DRO  ORIGINAL LAYOUT.
002600*----------------------------------------------------------------
002700 01  JRN-RECORD.
002800     05  JRN-KEY.
002900         10  JRN-ENTRY-ID           PIC 9(06).
003000         10  JRN-CHANGE-DATE        PIC 9(08).
003100         10  JRN-CHANGE-TIME        PIC 9(08).
003200         10  JRN-SEQUENCE           PIC 9(04).
003300     05  JRN-ACTION                 PIC X(01).
003400         88  JRN-ACTION-ADD         VALUE "A".
003500         88  JRN-ACTION-CORRECT     VALUE "C".
003600         88  JRN-ACTION-DELETE      VALUE "D".
003700         88  JRN-ACTION-REINSTATE   VALUE "R".
003800     05  JRN-PROGRAM-ID             PIC X(10).
003900     05  JRN-OPERATOR-ID            PIC X(08).
004000     05  JRN-APPROVER-ID            PIC X(08).
004100     05  JRN-BEFORE-SWITCH          PIC X(01).
004200         88  JRN-BEFORE-PRESENT     VALUE "Y".
004300         88  JRN-BEFORE-NONE        VALUE "N".
004400     05  JRN-BEFORE-IMAGE           PIC X(137).
004500     05  JRN-AFTER-IMAGE            PIC X(137).
