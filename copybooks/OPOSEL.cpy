000010*----------------------------------------------------------------*
000020*  OPOSEL   - FILE-CONTROL ENTRY FOR THE OPEN PURCHASE ORDER     *
000030*  FILE.  THE PROGRAM DEFINES WS-OPO-FS.  COPY INTO              *
000040*  FILE-CONTROL.                                                 *
000050*----------------------------------------------------------------*
000060     SELECT OPEN-PO-FILE ASSIGN TO GIFTOPO
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-OPO-FS.
