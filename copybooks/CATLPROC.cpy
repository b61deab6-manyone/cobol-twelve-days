001207     MOVE ZERO TO WS-FUL-QTY-TOTAL
001208     MOVE ZERO TO WS-FUL-LETTER-CNT
001209     MOVE 'N' TO WS-FUL-OPEN-SW
001211     MOVE ZERO TO WS-EML-MSG-COUNT
001213     MOVE ZERO TO WS-EML-LINE-COUNT
001215     MOVE 'N' TO WS-EML-OPEN-SW
001217     MOVE ZERO TO WS-VND-LINE-COUNT
001220     MOVE 'N' TO WS-VND-OPEN-SW
001222     MOVE ZERO TO WS-PAGE-NO
001224     MOVE ZERO TO WS-CAT-RPT-LINES
001370     PERFORM 5160-POINT-SPEND-DD THRU 5160-EXIT
001372     PERFORM 5170-POINT-MANIFEST-DD THRU 5170-EXIT
001374     PERFORM 5180-POINT-FULFILL-DD THRU 5180-EXIT
001375     PERFORM 5185-POINT-EMAIL-DD THRU 5185-EXIT
001376     PERFORM 5190-POINT-GLFEED-DD THRU 5190-EXIT
001378     PERFORM 5195-POINT-SELECTION-DD THRU 5195-EXIT.
001380 5100-EXIT.
001390     EXIT.
001400 5110-POINT-REPORT-DD.
002090     DISPLAY WS-DD-ENV-VALUE UPON ENVIRONMENT-VALUE.
002100 5180-EXIT.
002110     EXIT.
002111 5185-POINT-EMAIL-DD.
002112     MOVE 'DD_GIFTEMAL' TO WS-DD-ENV-NAME
002113     MOVE SPACES TO WS-DD-ENV-VALUE
002114     STRING 'GIFTEMAL' WS-CATALOG-ID DELIMITED BY SIZE
002115         INTO WS-DD-ENV-VALUE
002116     DISPLAY WS-DD-ENV-NAME UPON ENVIRONMENT-NAME
002117     DISPLAY WS-DD-ENV-VALUE UPON ENVIRONMENT-VALUE.
002118 5185-EXIT.
002119     EXIT.
002120 5190-POINT-GLFEED-DD.
002130     MOVE 'DD_GIFTGLFD' TO WS-DD-ENV-NAME
002140     MOVE SPACES TO WS-DD-ENV-VALUE
002180     DISPLAY WS-DD-ENV-VALUE UPON ENVIRONMENT-VALUE.
002190 5190-EXIT.
002200     EXIT.
002210 5195-POINT-SELECTION-DD.
002220     MOVE 'DD_GIFTSELR' TO WS-DD-ENV-NAME
002230     MOVE SPACES TO WS-DD-ENV-VALUE
002240     STRING 'GIFTSELR' WS-CATALOG-ID DELIMITED BY SIZE
002250         INTO WS-DD-ENV-VALUE
002260     DISPLAY WS-DD-ENV-NAME UPON ENVIRONMENT-NAME
002270     DISPLAY WS-DD-ENV-VALUE UPON ENVIRONMENT-VALUE.
002280 5195-EXIT.
002290     EXIT.
