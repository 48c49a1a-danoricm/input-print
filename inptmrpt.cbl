000300*                  VERB FOR CALENDAR ARITHMETIC.
000302* 2026-09-03  DRO  THE OPERATOR BREAKDOWN NOW CARRIES A COLUMN
000304*                  FOR THE NEW "R" (REINSTATE) LAST ACTION.
000305* 2026-10-15  DRO  INPTMST NOW HAS ALTERNATE KEYS ON
000306*                  MST-CATEGORY-CODE AND MST-DESCRIPTION, BOTH
000307*                  WITH DUPLICATES, FOR THE INPTBRWS MASTER
000308*                  BROWSE.  THE SELECT HERE DECLARES THEM TOO.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MST-ENTRY-ID
000452         ALTERNATE RECORD KEY IS MST-CATEGORY-CODE
000454             WITH DUPLICATES
000456         ALTERNATE RECORD KEY IS MST-DESCRIPTION
000458             WITH DUPLICATES
000460         FILE STATUS IS MRP-MST-FILE-STATUS.
000470
000480     SELECT INPTMRPT-FILE ASSIGN TO INPTMRPT
