000030*  THE VENDOR SUBTOTAL TABLE COLLECTS ONE ROW PER DISTINCT       *
000040*  FULFILLMENT VENDOR CODE SEEN IN THE ACTIVE CATALOG.  COPY     *
000050*  INTO WORKING-STORAGE SECTION.                                 *
000052*  EACH ROW CARRIES THE VENDOR'S BILLING CURRENCY, THE SUBTOTAL  *
000054*  IN THAT CURRENCY, AND THE SAME SUBTOTAL CONVERTED TO THE HOME *
000056*  (REPORTING) CURRENCY AT THE RATE SHOWN; THE GRAND TOTAL IS    *
000058*  THE SUM OF THE CONVERTED AMOUNTS.                             *
000060*----------------------------------------------------------------*
000070 77  WS-SPND-FS                    PIC X(2)  VALUE '00'.
000080 77  WS-SPND-EXT-AMT               PIC 9(9)V99 VALUE ZERO.
000120 77  SPND-VND-IDX                  PIC 9(2) COMP VALUE ZERO.
000130 01  WS-SPND-VND-FOUND-SW          PIC X(1)  VALUE 'N'.
000140     88  SPND-VND-FOUND                      VALUE 'Y'.
000142 01  WS-SPND-NO-RATE-SW            PIC X(1)  VALUE 'N'.
000144     88  SPND-RATE-MISSING                   VALUE 'Y'.
000146 01  WS-SPND-CCY                   PIC X(3)  VALUE SPACES.
000150 01  SPND-VND-TABLE.
000160     05  SPND-VND-ENTRY OCCURS 20.
000170         10  SPND-VND-CODE         PIC X(3).
000180         10  SPND-VND-AMT          PIC 9(11)V99.
000182         10  SPND-VND-CCY          PIC X(3).
000184         10  SPND-VND-RATE         PIC 9(4)V9(6).
000186         10  SPND-VND-RATE-DATE    PIC 9(8).
000188         10  SPND-VND-RPT-AMT      PIC 9(11)V99.
000189 01  WS-SPND-VND-NAME              PIC X(30)  VALUE SPACES.
000190 01  WS-SPND-UNIT-FMT              PIC ZZ,ZZ9.99.
000200 01  WS-SPND-EXT-FMT               PIC ZZZ,ZZZ,ZZ9.99.
000210 01  WS-SPND-QTY-FMT               PIC ZZZZ9.
000220 01  WS-SPND-RATE-FMT              PIC Z(3)9.9(6).
000230 01  WS-SPND-TOTAL-LABEL           PIC X(28) VALUE SPACES.
