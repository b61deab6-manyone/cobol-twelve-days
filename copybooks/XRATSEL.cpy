000010*----------------------------------------------------------------*
000020*  XRATSEL  - FILE-CONTROL ENTRY FOR THE DATED EXCHANGE-RATE     *
000030*  FILE, MAINTAINED IN BATCH BY XRATMNT.  COPY INTO FILE-CONTROL.*
000040*----------------------------------------------------------------*
000050     SELECT EXCHANGE-RATE-FILE ASSIGN TO GIFTXRAT
000060         ORGANIZATION IS LINE SEQUENTIAL
000070         FILE STATUS IS WS-XRAT-FS.
