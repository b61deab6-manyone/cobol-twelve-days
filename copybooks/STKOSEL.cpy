000010*----------------------------------------------------------------*
000020*  STKOSEL  - FILE-CONTROL ENTRY FOR THE STOCK-OUT EXTRACT THAT  *
000030*  STOCKPRJ CUTS AND THE REPLENISHMENT RUN RAISES PURCHASE       *
000040*  ORDERS FROM.  THE PROGRAM DEFINES WS-STKO-FS.  COPY INTO      *
000050*  FILE-CONTROL.                                                 *
000060*----------------------------------------------------------------*
000070     SELECT STOCK-OUT-FILE ASSIGN TO GIFTSTKO
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-STKO-FS.
