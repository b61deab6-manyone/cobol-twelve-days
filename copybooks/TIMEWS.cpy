000010*----------------------------------------------------------------*
000020*  TIMEWS   - WORKING-STORAGE FOR THE RUN-TIMING HISTORY.  THE   *
000030*  RUN AND CATALOG START STAMPS ARE TAKEN BY 4200/4210; THE      *
000040*  WS-TIME-BASE- COUNTERS ARE THE BALANCING COUNTERS AS THEY     *
000050*  STOOD WHEN THE CATALOG STARTED, SO THE CATALOG'S OWN LETTERS, *
000060*  E-MAILS, AND ORDERS ARE THE DIFFERENCE AT ITS END.            *
000070*  COPY INTO WORKING-STORAGE SECTION.                            *
000080*----------------------------------------------------------------*
000090 77  WS-TIME-FS                    PIC X(2)  VALUE '00'.
000100 77  WS-TIME-JOB-NAME              PIC X(8)  VALUE SPACES.
000110 77  WS-TIME-RUN-DATE              PIC 9(8)  VALUE ZERO.
000120 77  WS-TIME-RUN-TIME              PIC 9(8)  VALUE ZERO.
000130 77  WS-TIME-CAT-DATE              PIC 9(8)  VALUE ZERO.
000140 77  WS-TIME-CAT-TIME              PIC 9(8)  VALUE ZERO.
000150 77  WS-TIME-END-DATE              PIC 9(8)  VALUE ZERO.
000160 77  WS-TIME-END-TIME              PIC 9(8)  VALUE ZERO.
000170 77  WS-TIME-CATALOGS              PIC 9(2) COMP VALUE ZERO.
000180 77  WS-TIME-BASE-RECIPS           PIC 9(7) COMP VALUE ZERO.
000190 77  WS-TIME-BASE-LETTERS          PIC 9(7) COMP VALUE ZERO.
000200 77  WS-TIME-BASE-EMAILS           PIC 9(7) COMP VALUE ZERO.
000210 77  WS-TIME-BASE-ORDERS           PIC 9(7) COMP VALUE ZERO.
000220 77  WS-TIME-START-SECS            PIC 9(7) COMP VALUE ZERO.
000230 77  WS-TIME-END-SECS              PIC 9(7) COMP VALUE ZERO.
000240 01  WS-TIME-CLOCK                 PIC 9(8)  VALUE ZERO.
000250 01  WS-TIME-CLOCK-PARTS REDEFINES WS-TIME-CLOCK.
000260     05  WS-TIME-CLOCK-HH          PIC 9(2).
000270     05  WS-TIME-CLOCK-MM          PIC 9(2).
000280     05  WS-TIME-CLOCK-SS          PIC 9(2).
000290     05  WS-TIME-CLOCK-HS          PIC 9(2).
