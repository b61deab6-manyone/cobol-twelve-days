000010*----------------------------------------------------------------*
000020*  BUDSEL   - FILE-CONTROL ENTRY FOR THE SEASON GIFT BUDGET      *
000030*  FILE THAT BUDGFCST BUILDS BEFORE THE SEASON, BUDGMNT ADJUSTS  *
000040*  AND SIGNS OFF, AND BUDGVAR REPORTS ACTUAL SPEND AGAINST.      *
000050*  THE PROGRAM DEFINES WS-BUD-FS.  COPY INTO FILE-CONTROL.       *
000060*----------------------------------------------------------------*
000070     SELECT BUDGET-FILE ASSIGN TO GIFTBUDG
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-BUD-FS.
