001130*   2026-09-03  DRO  ADDED THE "R" (REINSTATE) LAST-ACTION CODE -
001140*                    A RELEASED REINSTATE FLIPS A DELETED RECORD
001150*                    BACK TO ACTIVE.
001160*   2026-10-15  DRO  MST-CATEGORY-CODE AND MST-DESCRIPTION ARE NOW
001170*                    ALTERNATE KEYS, BOTH WITH DUPLICATES, SO THE
001180*                    INPTBRWS BROWSE CAN PAGE THROUGH THE MASTER
001190*                    BY CATEGORY AND BY DESCRIPTION.  EVERY SELECT
001191*                    OF INPTMST DECLARES THEM; THE TWO ALTERNATE
001192*                    INDEXES MUST BE DEFINED AND BUILT ONCE OVER
001193*                    THE EXISTING MASTER.
001200*----------------------------------------------------------------
001300 01  MST-RECORD.
001400     05  MST-ENTRY-ID               PIC 9(06).
