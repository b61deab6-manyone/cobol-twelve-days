000010*----------------------------------------------------------------*
000020*  TIMEFD   - FD AND RECORD LAYOUT FOR THE RUN-TIMING HISTORY    *
000030*  FILE.  THE ENGINES APPEND ONE 'C' RECORD AS EACH CATALOG      *
000040*  FINISHES AND ONE 'R' RECORD AS THE RUN FINISHES, SO THE       *
000050*  FILE GROWS ACROSS SEASONS AND RUNTREND CAN SHOW HOW LONG THE  *
000060*  GIFT RUN TAKES PER CATALOG AND PER THOUSAND LETTERS, AND      *
000070*  FORECAST WHEN TONIGHT'S RUN WILL FINISH.  TIMES ARE AS        *
000080*  ACCEPTED FROM TIME (HHMMSSHH).  ON AN 'R' RECORD THE CATALOG  *
000090*  ID IS BLANK, TM-CATALOG-CNT IS THE CATALOGS PROCESSED, AND    *
000100*  THE COUNTS ARE THE WHOLE RUN'S.  TM-RUN-MODE IS L LIVE,       *
000110*  P PROOF, R REPLAY (AS ON MAIL-HISTORY).                       *
000120*  COPY INTO FILE SECTION.                                       *
000130*----------------------------------------------------------------*
000140 FD  RUN-TIMING-FILE
000150     RECORDING MODE IS F.
000160 01  RUN-TIMING-REC.
000170     05  TM-REC-TYPE               PIC X(1).
000180         88  TM-CATALOG-TIMING     VALUE 'C'.
000190         88  TM-RUN-TIMING         VALUE 'R'.
000200     05  TM-JOB-NAME               PIC X(8).
000210     05  TM-PROGRAM-VARIANT        PIC X(10).
000220     05  TM-RUN-MODE               PIC X(1).
000230         88  TM-LIVE-RUN           VALUE 'L'.
000240     05  TM-SEASON                 PIC 9(4).
000250     05  TM-CATALOG-ID             PIC X(2).
000260     05  TM-CATALOG-CNT            PIC 9(2).
000270     05  TM-START-DATE             PIC 9(8).
000280     05  TM-START-TIME             PIC 9(8).
000290     05  TM-END-DATE               PIC 9(8).
000300     05  TM-END-TIME               PIC 9(8).
000310     05  TM-ELAPSED-SECS           PIC 9(7).
000320     05  TM-START-DAY              PIC 9(2).
000330     05  TM-END-DAY                PIC 9(2).
000340     05  TM-DAYS                   PIC 9(2).
000350     05  TM-RECIPIENTS             PIC 9(7).
000360     05  TM-LETTERS                PIC 9(7).
000370     05  TM-EMAILS                 PIC 9(7).
000380     05  TM-FUL-ORDERS             PIC 9(7).
