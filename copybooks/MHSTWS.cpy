000010*----------------------------------------------------------------*
000020*  MHSTWS   - WORKING-STORAGE FOR THE MAILING HISTORY FILE.      *
000030*  WS-MHST-FO-BEFORE HOLDS THE FULFILLMENT ORDER COUNT AS A      *
000040*  LETTER STARTS, SO THE HISTORY RECORD CARRIES ONLY THAT        *
000050*  LETTER'S ORDERS.  COPY INTO WORKING-STORAGE SECTION.          *
000060*----------------------------------------------------------------*
000070 77  WS-MHST-FS                    PIC X(2)  VALUE '00'.
000080 77  WS-MHST-RUN-DATE              PIC 9(8)  VALUE ZERO.
000090 77  WS-MHST-FO-BEFORE             PIC 9(6) COMP VALUE ZERO.
000100 77  WS-MHST-WRITE-CNT             PIC 9(7) COMP VALUE ZERO.
000110 01  WS-MHST-RUN-MODE              PIC X(1)  VALUE 'L'.
000120 01  WS-MHST-EVENT                 PIC X(1)  VALUE SPACE.
