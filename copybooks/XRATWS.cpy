000010*----------------------------------------------------------------*
000020*  XRATWS   - WORKING-STORAGE FOR EXCHANGE-RATE LOOKUPS.  THE    *
000030*  WHOLE RATE FILE IS LOADED ONCE AT STARTUP BY 1360-LOAD-       *
000040*  EXCHANGE-RATES; 1370-FIND-RATE THEN ANSWERS "WHAT WAS THE     *
000050*  RATE FOR WS-XRAT-LOOK-CCY ON WS-XRAT-LOOK-DATE" WITH THE      *
000060*  LATEST RATE DATED ON OR BEFORE THAT DAY.  THE LOOKUP DATE     *
000070*  DEFAULTS TO THE RUN DATE.  A BLANK CURRENCY, OR THE HOME      *
000080*  CURRENCY, IS FOUND AT A RATE OF 1.  COPY INTO WORKING-        *
000090*  STORAGE SECTION.                                              *
000100*----------------------------------------------------------------*
000110 77  WS-XRAT-FS                    PIC X(2)  VALUE '00'.
000120 77  WS-XRAT-MAX                   PIC 9(3) COMP VALUE 500.
000130 77  XRAT-COUNT                    PIC 9(3) COMP VALUE ZERO.
000140 77  XRAT-IDX                      PIC 9(3) COMP VALUE ZERO.
000150 77  XRAT-HIT-IDX                  PIC 9(3) COMP VALUE ZERO.
000160 01  WS-XRAT-EOF-SW                PIC X(1)  VALUE 'N'.
000170     88  WS-XRAT-EOF                         VALUE 'Y'.
000180 01  WS-XRAT-FOUND-SW              PIC X(1)  VALUE 'N'.
000190     88  XRAT-FOUND                          VALUE 'Y'.
000200 01  WS-XRAT-HOME-CCY              PIC X(3)  VALUE 'GBP'.
000210 01  WS-XRAT-LOOK-CCY              PIC X(3)  VALUE SPACES.
000220 77  WS-XRAT-LOOK-DATE             PIC 9(8)  VALUE ZERO.
000230 77  WS-XRAT-RATE                  PIC 9(4)V9(6) VALUE ZERO.
000240 77  WS-XRAT-RATE-DATE             PIC 9(8)  VALUE ZERO.
000250 01  XRAT-TABLE.
000260     05  XRAT-ENTRY OCCURS 500.
000270         10  XRAT-CCY              PIC X(3).
000280         10  XRAT-EFF-DATE         PIC 9(8).
000290         10  XRAT-RATE             PIC 9(4)V9(6).
