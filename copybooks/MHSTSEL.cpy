000010*----------------------------------------------------------------*
000020*  MHSTSEL  - FILE-CONTROL ENTRY FOR THE PER-RECIPIENT MAILING   *
000030*  HISTORY FILE.  COPY INTO FILE-CONTROL.                        *
000040*----------------------------------------------------------------*
000050     SELECT MAIL-HISTORY ASSIGN TO GIFTMHST
000060         ORGANIZATION IS LINE SEQUENTIAL
000070         FILE STATUS IS WS-MHST-FS.
