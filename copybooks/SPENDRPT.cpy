000090*  REPLAY RUN SKIPS IT (THE ARCHIVE CARRIES WORDING, NOT COST).  *
000100*  COPY INTO PROCEDURE DIVISION AND PERFORM 3200-PRINT-SPEND-    *
000110*  REPORT THRU 3200-EXIT ALONGSIDE 3000-PRINT-TALLY.  THE SAME  *
000111*  RUN ALSO CUTS THE GL POSTING FEED (GLFEED) FROM THE VENDOR    *
000112*  SUBTOTAL TABLE, SO THE FEED CAN NEVER DISAGREE WITH THE       *
000113*  PRINTED TOTALS FINANCE SIGNS OFF.                             *
000114*  AMOUNTS ARE COSTED IN EACH VENDOR'S BILLING CURRENCY (FROM    *
000115*  THE VENDOR MASTER) AND EACH VENDOR SUBTOTAL IS CONVERTED TO   *
000116*  THE HOME CURRENCY AT THE DATED RATE IN FORCE ON THE RUN DATE  *
000117*  (XRATLOD).  A VENDOR WITH NO RATE ON FILE IS FLAGGED ON THE   *
000118*  REPORT, LEFT OUT OF THE GRAND TOTAL, AND HOLDS THE GL FEED.   *
000120*----------------------------------------------------------------*
000130 3200-PRINT-SPEND-REPORT.
000140     IF ARCH-REPLAY-MODE
000200     END-IF
000210     MOVE ZERO TO SPND-VND-COUNT
000220     MOVE ZERO TO WS-SPND-GRAND-AMT
000225     MOVE 'N' TO WS-SPND-NO-RATE-SW
000230     OPEN OUTPUT GIFT-SPEND-RPT
000240     IF WS-SPND-FS NOT = '00'
000250         DISPLAY 'TWELVE - UNABLE TO OPEN GIFT-SPEND-RPT,'
000410         VARYING SPND-VND-IDX FROM 1 BY 1
000420         UNTIL SPND-VND-IDX > SPND-VND-COUNT
000430     MOVE WS-SPND-GRAND-AMT TO WS-SPND-EXT-FMT
000432     MOVE SPACES TO WS-SPND-TOTAL-LABEL
000434     STRING 'SEASON GRAND TOTAL ' WS-XRAT-HOME-CCY
000436         DELIMITED BY SIZE INTO WS-SPND-TOTAL-LABEL
000440     MOVE SPACES TO WS-REPORT-LINE
000450     STRING WS-SPND-TOTAL-LABEL
000460         WS-SPND-EXT-FMT
000470         DELIMITED BY SIZE INTO WS-REPORT-LINE
000480     WRITE GIFT-SPEND-REC FROM WS-REPORT-LINE
000520 3210-PRINT-SPEND-LINE.
000530     COMPUTE WS-SPND-EXT-AMT =
000540         TALLY-QTY (TEMP-DAY) * GIFT-UNIT-COST (TEMP-DAY)
000555     PERFORM 3215-FIND-VENDOR-CURRENCY THRU 3215-EXIT
000560     PERFORM 3220-POST-VENDOR-SUBTOTAL THRU 3220-EXIT
000570     MOVE TALLY-QTY (TEMP-DAY) TO WS-SPND-QTY-FMT
000580     MOVE GIFT-UNIT-COST (TEMP-DAY) TO WS-SPND-UNIT-FMT
000620     STRING 'DAY ' WS-DAY-FMT '  QTY ' WS-SPND-QTY-FMT
000630         '  VND ' GIFT-VENDOR-CODE (TEMP-DAY)
000640         '  UNIT ' WS-SPND-UNIT-FMT
000650         '  EXT ' WS-SPND-EXT-FMT ' ' WS-SPND-CCY
000660         DELIMITED BY SIZE INTO WS-REPORT-LINE
000670     WRITE GIFT-SPEND-REC FROM WS-REPORT-LINE
000675     ADD 1 TO BAL-SPND-LINES.
000830                 TO SPND-VND-CODE (SPND-VND-COUNT)
000840             MOVE WS-SPND-EXT-AMT
000850                 TO SPND-VND-AMT (SPND-VND-COUNT)
000855             MOVE WS-SPND-CCY TO SPND-VND-CCY (SPND-VND-COUNT)
000860         END-IF
000870     END-IF.
000880 3220-EXIT.
001010*  'JWL GOLDRING JEWELLERS' INSTEAD OF DECODING 'JWL' FROM A     *
001020*  STICKY NOTE.  A CODE THE MASTER DOES NOT KNOW (OR NO MASTER   *
001030*  AT ALL) PRINTS WITH A BLANK NAME, NEVER A WRONG ONE.          *
001032*  THE SUBTOTAL PRINTS IN THE BILLING CURRENCY, THEN A SECOND    *
001034*  LINE GIVES THE RATE USED, ITS EFFECTIVE DATE, AND THE HOME-   *
001036*  CURRENCY AMOUNT THAT GOES INTO THE GRAND TOTAL AND GL FEED.   *
001040*----------------------------------------------------------------*
001050 3230-PRINT-VENDOR-TOTAL.
001060     MOVE SPND-VND-CODE (SPND-VND-IDX) TO WS-VNDM-LOOK-CODE
001130     MOVE SPACES TO WS-REPORT-LINE
001140     STRING 'VENDOR ' SPND-VND-CODE (SPND-VND-IDX)
001150         ' ' WS-SPND-VND-NAME
001160         ' ' WS-SPND-EXT-FMT ' ' SPND-VND-CCY (SPND-VND-IDX)
001170         DELIMITED BY SIZE INTO WS-REPORT-LINE
001180     WRITE GIFT-SPEND-REC FROM WS-REPORT-LINE
001182     MOVE SPND-VND-CCY (SPND-VND-IDX) TO WS-XRAT-LOOK-CCY
001184     PERFORM 1370-FIND-RATE THRU 1370-EXIT
001186     MOVE SPACES TO WS-REPORT-LINE
001188     IF NOT XRAT-FOUND
001190         MOVE 'Y' TO WS-SPND-NO-RATE-SW
001192         MOVE ZERO TO SPND-VND-RATE (SPND-VND-IDX)
001194         MOVE ZERO TO SPND-VND-RATE-DATE (SPND-VND-IDX)
001196         MOVE ZERO TO SPND-VND-RPT-AMT (SPND-VND-IDX)
001198         STRING '           ** NO EXCHANGE RATE FOR '
001200             SPND-VND-CCY (SPND-VND-IDX) ' ON OR BEFORE '
001202             WS-XRAT-LOOK-DATE ' **'
001204             DELIMITED BY SIZE INTO WS-REPORT-LINE
001206         WRITE GIFT-SPEND-REC FROM WS-REPORT-LINE
001208         DISPLAY 'TWELVE - NO EXCHANGE RATE FOR '
001210             SPND-VND-CCY (SPND-VND-IDX) ', VENDOR '
001212             SPND-VND-CODE (SPND-VND-IDX)
001214         GO TO 3230-EXIT
001216     END-IF
001218     MOVE WS-XRAT-RATE TO SPND-VND-RATE (SPND-VND-IDX)
001220     MOVE WS-XRAT-RATE-DATE TO SPND-VND-RATE-DATE (SPND-VND-IDX)
001222     COMPUTE SPND-VND-RPT-AMT (SPND-VND-IDX) ROUNDED =
001224         SPND-VND-AMT (SPND-VND-IDX) * WS-XRAT-RATE
001226     ADD SPND-VND-RPT-AMT (SPND-VND-IDX) TO WS-SPND-GRAND-AMT
001228     MOVE WS-XRAT-RATE TO WS-SPND-RATE-FMT
001230     MOVE SPND-VND-RPT-AMT (SPND-VND-IDX) TO WS-SPND-EXT-FMT
001232     IF WS-XRAT-RATE-DATE = ZERO
001234         STRING '           RATE ' WS-SPND-RATE-FMT
001236             ' HOME CCY    ' WS-XRAT-HOME-CCY ' '
001238             WS-SPND-EXT-FMT
001240             DELIMITED BY SIZE INTO WS-REPORT-LINE
001242     ELSE
001244         STRING '           RATE ' WS-SPND-RATE-FMT
001246             ' OF ' WS-XRAT-RATE-DATE ' ' WS-XRAT-HOME-CCY ' '
001248             WS-SPND-EXT-FMT
001250             DELIMITED BY SIZE INTO WS-REPORT-LINE
001252     END-IF
001254     WRITE GIFT-SPEND-REC FROM WS-REPORT-LINE.
001256 3230-EXIT.
001258     EXIT.
001270*----------------------------------------------------------------*
001280*  3215-FIND-VENDOR-CURRENCY - THE DAY'S BILLING CURRENCY FROM   *
001290*  THE VENDOR MASTER.  A BLANK CURRENCY, AN UNKNOWN VENDOR, OR   *
001300*  NO MASTER AT ALL MEANS THE VENDOR BILLS IN HOME CURRENCY.     *
001310*----------------------------------------------------------------*
001320 3215-FIND-VENDOR-CURRENCY.
001330     MOVE WS-XRAT-HOME-CCY TO WS-SPND-CCY
001340     MOVE GIFT-VENDOR-CODE (TEMP-DAY) TO WS-VNDM-LOOK-CODE
001350     PERFORM 1340-FIND-VENDOR THRU 1340-EXIT
001360     IF VNDM-FOUND
001370         AND VNDM-CURRENCY (VNDM-HIT-IDX) NOT = SPACES
001380         MOVE VNDM-CURRENCY (VNDM-HIT-IDX) TO WS-SPND-CCY
001390     END-IF.
001400 3215-EXIT.
001410     EXIT.
