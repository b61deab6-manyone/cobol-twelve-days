000010*----------------------------------------------------------------*
000020*  EMLOPEN  - OPENS THE OUTBOUND E-MAIL EXTRACT AND WRITES ITS   *
000030*  HEADER CONTROL RECORD.  ONLY PERFORMED FOR A FULL-SEASON RUN  *
000040*  (SEE EMLWS), ALONGSIDE THE FULFILLMENT ORDER OPEN.  COPY      *
000050*  INTO PROCEDURE DIVISION AND PERFORM 1177-OPEN-EMAIL-EXTRACT   *
000060*  THRU 1177-EXIT WHERE 1175-OPEN-FULFILL-ORDERS IS PERFORMED.   *
000070*----------------------------------------------------------------*
000080 1177-OPEN-EMAIL-EXTRACT.
000090     OPEN OUTPUT EMAIL-EXTRACT
000100     IF WS-EML-FS NOT = '00'
000110         DISPLAY 'TWELVE - UNABLE TO OPEN EMAIL-EXTRACT,'
000120             ' STATUS ' WS-EML-FS
000130         MOVE 16 TO RETURN-CODE
000140         STOP RUN
000150     END-IF
000160     MOVE 'Y' TO WS-EML-OPEN-SW
000170     MOVE SPACES TO EMAIL-EXTRACT-REC
000180     MOVE 'H' TO EM-HDR-TYPE
000190     MOVE WS-PROGRAM-VARIANT TO EM-HDR-PROGRAM-VARIANT
000200     MOVE WS-CATALOG-ID TO EM-HDR-CATALOG-ID
000210     ACCEPT WS-EML-RUN-DATE FROM DATE YYYYMMDD
000220     ACCEPT WS-EML-RUN-TIME FROM TIME
000230     MOVE WS-EML-RUN-DATE TO EM-HDR-RUN-DATE
000240     MOVE WS-EML-RUN-TIME TO EM-HDR-RUN-TIME
000250     MOVE WS-RUN-YEAR TO EM-HDR-SEASON
000260     WRITE EMAIL-EXTRACT-REC.
000270 1177-EXIT.
000280     EXIT.
