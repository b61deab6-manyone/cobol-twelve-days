000040*  PLUS THE EXPECTED VENDOR DETAIL COUNT (THE SUM OF DAYS 1      *
000050*  THRU WS-END-DAY FOR EACH CATALOG WHOSE EXTRACT WAS CUT) SO    *
000060*  9500-PRINT-BALANCING CAN PROVE EXPECTED AGAINST ACTUAL.       *
000062*  THE LETTER PASS ALSO COUNTS THE RECIPIENTS SELECTED, THE      *
000064*  ADDRESSED LETTERS PRINTED, THE E-MAIL MESSAGES WRITTEN, AND   *
000066*  THE RECIPIENTS SENT BOTH, SO PRINT PLUS E-MAIL (LESS BOTH)    *
000068*  CAN BE PROVED AGAINST SELECTED.                               *
000070*  COPY INTO WORKING-STORAGE SECTION.                            *
000080*----------------------------------------------------------------*
000090 77  WS-BAL-FS                     PIC X(2)  VALUE '00'.
000150 77  BAL-EXPECTED-VND              PIC 9(7) COMP VALUE ZERO.
000152 77  BAL-FUL-ORDERS                PIC 9(7) COMP VALUE ZERO.
000154 77  BAL-EXPECTED-FUL              PIC 9(7) COMP VALUE ZERO.
000155 77  BAL-RCPT-SELECTED             PIC 9(7) COMP VALUE ZERO.
000156 77  BAL-PRINT-LETTERS             PIC 9(7) COMP VALUE ZERO.
000157 77  BAL-EML-MESSAGES              PIC 9(7) COMP VALUE ZERO.
000158 77  BAL-EML-BOTH                  PIC 9(7) COMP VALUE ZERO.
000160 77  BAL-ARCH-WRITES               PIC 9(7) COMP VALUE ZERO.
000170 77  BAL-CKPT-WRITES               PIC 9(7) COMP VALUE ZERO.
000180 77  BAL-TALLY-LINES               PIC 9(7) COMP VALUE ZERO.
