000010*----------------------------------------------------------------*
000020*  EMLWRT   - WRITES THE OUTBOUND E-MAIL EXTRACT RECORDS FOR     *
000030*  THE RECIPIENT-MASTER RECORD CURRENTLY IN THE FD AREA.         *
000040*  2555-WRITE-EMAIL-MESSAGE STARTS A MESSAGE WITH THE SUBJECT    *
000050*  LEFT IN WS-REPORT-LINE, AND COUNTS IT FOR THE TRAILER AND     *
000060*  THE RUN BALANCING SUMMARY.  2556-WRITE-EMAIL-LINE WRITES THE  *
000070*  TEXT IN WS-REPORT-LINE AS THE MESSAGE'S NEXT BODY LINE.       *
000080*  COPY INTO PROCEDURE DIVISION AND PERFORM BOTH THRU THEIR      *
000090*  EXITS FROM THE LETTER PASS WHEN EML-FILE-OPEN.                *
000100*----------------------------------------------------------------*
000110 2555-WRITE-EMAIL-MESSAGE.
000120     MOVE SPACES TO EMAIL-EXTRACT-REC
000130     MOVE 'M' TO EM-MSG-TYPE
000140     MOVE RC-RECIP-ID TO EM-MSG-RECIP-ID
000150     MOVE RC-EMAIL-ADDR TO EM-MSG-ADDR
000160     MOVE RC-NAME TO EM-MSG-NAME
000170     MOVE WS-REPORT-LINE TO EM-MSG-SUBJECT
000180     WRITE EMAIL-EXTRACT-REC
000190     MOVE ZERO TO WS-EML-BODY-LINE-NO
000200     ADD 1 TO WS-EML-MSG-COUNT
000210     ADD 1 TO BAL-EML-MESSAGES.
000220 2555-EXIT.
000230     EXIT.
000240 2556-WRITE-EMAIL-LINE.
000250     ADD 1 TO WS-EML-BODY-LINE-NO
000260     MOVE SPACES TO EMAIL-EXTRACT-REC
000270     MOVE 'B' TO EM-BODY-TYPE
000280     MOVE RC-RECIP-ID TO EM-BODY-RECIP-ID
000290     MOVE WS-EML-BODY-LINE-NO TO EM-BODY-LINE-NO
000300     MOVE WS-REPORT-LINE TO EM-BODY-TEXT
000310     WRITE EMAIL-EXTRACT-REC
000320     ADD 1 TO WS-EML-LINE-COUNT.
000330 2556-EXIT.
000340     EXIT.
