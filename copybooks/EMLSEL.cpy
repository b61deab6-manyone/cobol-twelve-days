000010*----------------------------------------------------------------*
000020*  EMLSEL   - FILE-CONTROL ENTRY FOR THE OUTBOUND E-MAIL         *
000030*  EXTRACT FILE.  COPY INTO FILE-CONTROL.                        *
000040*----------------------------------------------------------------*
000050     SELECT EMAIL-EXTRACT ASSIGN TO GIFTEMAL
000060         ORGANIZATION IS LINE SEQUENTIAL
000070         FILE STATUS IS WS-EML-FS.
