000010*----------------------------------------------------------------*
000020*  TIMESEL  - FILE-CONTROL ENTRY FOR THE RUN-TIMING HISTORY      *
000030*  FILE.  COPY INTO FILE-CONTROL.                                *
000040*----------------------------------------------------------------*
000050     SELECT RUN-TIMING-FILE ASSIGN TO GIFTTIME
000060         ORGANIZATION IS LINE SEQUENTIAL
000070         FILE STATUS IS WS-TIME-FS.
