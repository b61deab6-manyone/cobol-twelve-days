000010*----------------------------------------------------------------*
000020*  EMLCLOSE - WRITES THE OUTBOUND E-MAIL EXTRACT TRAILER         *
000030*  (MESSAGE COUNT AND BODY LINE COUNT) AND CLOSES THE FILE.      *
000040*  COPY INTO PROCEDURE DIVISION AND PERFORM 9360-CLOSE-EMAIL-    *
000050*  EXTRACT THRU 9360-EXIT FROM THE CATALOG CLOSE WHEN            *
000060*  EML-FILE-OPEN.                                                *
000070*----------------------------------------------------------------*
000080 9360-CLOSE-EMAIL-EXTRACT.
000090     MOVE SPACES TO EMAIL-EXTRACT-REC
000100     MOVE 'T' TO EM-TRL-TYPE
000110     MOVE WS-EML-MSG-COUNT TO EM-TRL-MSG-COUNT
000120     MOVE WS-EML-LINE-COUNT TO EM-TRL-LINE-COUNT
000130     WRITE EMAIL-EXTRACT-REC
000140     CLOSE EMAIL-EXTRACT.
000150 9360-EXIT.
000160     EXIT.
