000296*                   CATALOG/SEASON REFUSES WITH RC 12 INSTEAD OF *
000297*                   CLOBBERING THE FIRST RUN'S FILES; A LOCK     *
000298*                   LEFT BY AN ABEND IS CLEARED WITH LOCKCLR.    *
000299*  10/15/2026 RA    PASSES THE CALENDAR ENTRY'S CAMPAIGN         *
000300*                   SELECTION ID TO THE ENGINE FOR THE LETTER    *
000301*                   PASS.                                        *
000291*----------------------------------------------------------------*
000292 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001080         MOVE CAL-RUN-YEAR TO RUNCTL-RUN-YEAR
001090         MOVE CAL-REPLAY-FLAG TO RUNCTL-REPLAY-FLAG
001095         MOVE CAL-PROOF-FLAG TO RUNCTL-PROOF-FLAG
001097         MOVE CAL-SELECT-ID TO RUNCTL-SELECT-ID
001100         IF NOT ENGINE-STRAIGHT-LINE
001110             AND NOT ENGINE-PARAGRAPH-PAIR
001120             AND NOT ENGINE-RECURSIVE
