000092*  RUN CUTS NO FEED AT ALL: A REHEARSAL LEAVES NO PRODUCTION     *
000094*  FOOTPRINTS, AND GL INTAKE WOULD HAPPILY BALANCE AND POST A    *
000096*  WATERMARK-FREE REHEARSAL FILE.                                *
000097*  NOR DOES A RUN WITH A VENDOR THE SPEND REPORT COULD NOT       *
000098*  CONVERT TO HOME CURRENCY: THE FEED IS HELD (RC 8) UNTIL THE   *
000099*  RATE IS KEYED AND THE SEASON RERUN, NEVER POSTED SHORT.       *
000100*----------------------------------------------------------------*
000110 3240-WRITE-GL-FEED.
000112     IF PROOF-MODE
000114         DISPLAY 'TWELVE - GL POSTING FEED SUPPRESSED, PROOF RUN'
000116         GO TO 3240-EXIT
000117     END-IF
000118     IF SPND-RATE-MISSING
000119         DISPLAY 'TWELVE - GL POSTING FEED HELD, EXCHANGE RATE'
000121             ' MISSING, CATALOG ' WS-CATALOG-ID
000122         IF RETURN-CODE < 8
000123             MOVE 8 TO RETURN-CODE
000124         END-IF
000126         GO TO 3240-EXIT
000127     END-IF
000128     MOVE ZERO TO WS-GL-REC-CNT
000130     MOVE ZERO TO WS-GL-HASH-AMT
000140     OPEN OUTPUT GL-POSTING-FEED
000150     IF WS-GL-FS NOT = '00'
000250     MOVE 'T' TO GL-TRL-TYPE
000260     MOVE WS-GL-REC-CNT TO GL-TRL-REC-COUNT
000270     MOVE WS-GL-HASH-AMT TO GL-TRL-HASH-AMT
000275     MOVE WS-XRAT-HOME-CCY TO GL-TRL-CURRENCY
000280     WRITE GL-POSTING-REC
000290     CLOSE GL-POSTING-FEED.
000300 3240-EXIT.
000350     MOVE SPND-VND-CODE (SPND-VND-IDX) TO GL-DET-VENDOR-CODE
000360     MOVE WS-RUN-YEAR TO GL-DET-SEASON
000370     MOVE WS-CATALOG-ID TO GL-DET-CATALOG-ID
000380     MOVE SPND-VND-RPT-AMT (SPND-VND-IDX) TO GL-DET-AMOUNT
000390     MOVE 'D' TO GL-DET-DR-CR
000392     MOVE SPND-VND-CCY (SPND-VND-IDX) TO GL-DET-CURRENCY
000394     MOVE SPND-VND-AMT (SPND-VND-IDX) TO GL-DET-TRAN-AMOUNT
000396     MOVE SPND-VND-RATE (SPND-VND-IDX) TO GL-DET-RATE
000400     WRITE GL-POSTING-REC
000410     ADD 1 TO WS-GL-REC-CNT
000420     ADD SPND-VND-RPT-AMT (SPND-VND-IDX) TO WS-GL-HASH-AMT.
000430 3250-EXIT.
000440     EXIT.
