000010*----------------------------------------------------------------*
000020*  EMLWS    - WORKING-STORAGE FOR THE OUTBOUND E-MAIL EXTRACT.   *
000030*  WS-EML-MSG-COUNT AND WS-EML-LINE-COUNT FEED THE TRAILER       *
000040*  CONTROL RECORD.  LIKE THE FULFILLMENT ORDERS, THE FILE IS     *
000050*  ONLY CUT ON A FULL-SEASON RUN THAT IS NOT A PROOF, SO A       *
000060*  PARTIAL RERUN NEVER SENDS THE SAME MESSAGES TWICE; WHEN IT    *
000070*  IS NOT OPEN, AN E-MAIL RECIPIENT GETS THE PRINTED LETTER.     *
000080*  WS-EML-ROUTE-SW CARRIES THE CHANNEL CHOSEN FOR THE RECIPIENT  *
000090*  IN HAND ('P' PRINT ONLY, 'E' E-MAIL ONLY, 'B' BOTH); ONLY AN  *
000100*  E-MAIL-ONLY MESSAGE CUTS FULFILLMENT ORDERS - WITH BOTH, THE  *
000110*  PRINTED LETTER HAS ALREADY CUT THEM.  COPY INTO               *
000120*  WORKING-STORAGE SECTION.                                      *
000130*----------------------------------------------------------------*
000140 77  WS-EML-FS                     PIC X(2)  VALUE '00'.
000150 77  WS-EML-MSG-COUNT              PIC 9(6) COMP VALUE ZERO.
000160 77  WS-EML-LINE-COUNT             PIC 9(8) COMP VALUE ZERO.
000170 77  WS-EML-BODY-LINE-NO           PIC 9(5) COMP VALUE ZERO.
000180 77  WS-EML-RUN-DATE               PIC 9(8)  VALUE ZERO.
000190 77  WS-EML-RUN-TIME               PIC 9(8)  VALUE ZERO.
000200 01  WS-EML-OPEN-SW                PIC X(1)  VALUE 'N'.
000210     88  EML-FILE-OPEN                       VALUE 'Y'.
000220 01  WS-EML-ROUTE-SW               PIC X(1)  VALUE 'P'.
000230     88  EML-ROUTE-PRINT                     VALUE 'P'.
000240     88  EML-ROUTE-EMAIL                     VALUE 'E'.
000250     88  EML-ROUTE-BOTH                      VALUE 'B'.
000260 01  WS-EML-CUT-ORDERS-SW          PIC X(1)  VALUE 'N'.
000270     88  EML-CUTS-ORDERS                     VALUE 'Y'.
