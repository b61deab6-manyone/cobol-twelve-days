000060*  AND A PIECE WITH NO POSTAL CODE ON FILE COUNTS UNDER '***'    *
000070*  SO THE MANIFEST GRAND TOTAL STILL TIES TO THE LETTERS         *
000080*  PRINTED.  COPY INTO WORKING-STORAGE SECTION.                  *
000082*  EACH ROW IS ONE ZONE AT ONE LETTER LENGTH (PAGES PRINTED PER  *
000084*  LETTER), SO POSTCALC CAN PRICE THE WEIGHT BAND; A ZONE WHOSE  *
000086*  LETTERS ALL RUN THE SAME LENGTH STILL PRINTS ONE LINE.        *
000090*----------------------------------------------------------------*
000100 77  WS-MAN-FS                     PIC X(2)  VALUE '00'.
000110 77  WS-MAN-MAX-ZONE               PIC 9(2) COMP VALUE 50.
000140 77  MAN-INS-IDX                   PIC 9(2) COMP VALUE ZERO.
000150 77  MAN-SHIFT-IDX                 PIC 9(2) COMP VALUE ZERO.
000160 77  WS-MAN-TOT-PIECES             PIC 9(7) COMP VALUE ZERO.
000162 77  WS-MAN-LTR-START-PAGE         PIC 9(4) COMP VALUE ZERO.
000164 77  WS-MAN-CUR-PAGES              PIC 9(2) COMP VALUE ZERO.
000170 01  WS-MAN-ZONE-FOUND-SW          PIC X(1)  VALUE 'N'.
000180     88  MAN-ZONE-FOUND                      VALUE 'Y'.
000190 01  MAN-ZONE-TABLE.
000200     05  MAN-ZONE-ENTRY OCCURS 50.
000210         10  MAN-ZONE              PIC X(3).
000215         10  MAN-ZONE-PAGES        PIC 9(2) COMP.
000220         10  MAN-ZONE-CNT          PIC 9(5) COMP.
000230 01  WS-MAN-CUR-POSTAL             PIC X(10) VALUE SPACES.
000240 01  WS-MAN-CUR-ZONE               PIC X(3)  VALUE SPACES.
000246 01  WS-MAN-PAGES-FMT              PIC Z9.
000250 01  WS-MAN-CNT-FMT                PIC ZZZZ9.
000260 01  WS-MAN-TOT-FMT                PIC ZZZZZZ9.
