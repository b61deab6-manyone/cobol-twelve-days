000090*  FEEDS THE RUN BALANCING SUMMARY'S MANIFEST-VERSUS-LETTERS     *
000100*  CHECK.  COPY INTO PROCEDURE DIVISION.  PERFORM 2540 ONCE PER  *
000110*  LETTER, AND 3300 THRU 3300-EXIT FROM THE CATALOG CLOSE.       *
000112*  THE CALLER ALSO LEAVES WS-PAGE-NO AS IT STOOD BEFORE THE      *
000114*  LETTER IN WS-MAN-LTR-START-PAGE: THE PAGES THE LETTER TOOK    *
000116*  (AT LEAST ONE) ARE COUNTED WITH THE ZONE AND PRINTED ON THE   *
000118*  MANIFEST LINE, FOR THE POSTAGE WEIGHT BAND.                   *
000120*----------------------------------------------------------------*
000130 2540-POST-MANIFEST-ZONE.
000140     IF WS-MAN-CUR-POSTAL = SPACES
000160     ELSE
000170         MOVE WS-MAN-CUR-POSTAL (1:3) TO WS-MAN-CUR-ZONE
000180     END-IF
000182     COMPUTE WS-MAN-CUR-PAGES = WS-PAGE-NO - WS-MAN-LTR-START-PAGE
000184     IF WS-MAN-CUR-PAGES = ZERO
000186         MOVE 1 TO WS-MAN-CUR-PAGES
000188     END-IF
000190     ADD 1 TO WS-MAN-TOT-PIECES
000200     MOVE 'N' TO WS-MAN-ZONE-FOUND-SW
000210     PERFORM 2545-MATCH-ONE-ZONE THRU 2545-EXIT
000330                 UNTIL MAN-SHIFT-IDX < MAN-INS-IDX
000340             ADD 1 TO MAN-ZONE-COUNT
000350             MOVE WS-MAN-CUR-ZONE TO MAN-ZONE (MAN-INS-IDX)
000355             MOVE WS-MAN-CUR-PAGES TO MAN-ZONE-PAGES (MAN-INS-IDX)
000360             MOVE 1 TO MAN-ZONE-CNT (MAN-INS-IDX)
000370         END-IF
000380     END-IF.
000400     EXIT.
000410 2545-MATCH-ONE-ZONE.
000420     IF MAN-ZONE (MAN-ZONE-IDX) = WS-MAN-CUR-ZONE
000425         AND MAN-ZONE-PAGES (MAN-ZONE-IDX) = WS-MAN-CUR-PAGES
000430         MOVE 'Y' TO WS-MAN-ZONE-FOUND-SW
000440         ADD 1 TO MAN-ZONE-CNT (MAN-ZONE-IDX)
000450     END-IF.
000600     EXIT.
000610 2548-TEST-ONE-ZONE-SLOT.
000620     IF MAN-ZONE (MAN-ZONE-IDX) > WS-MAN-CUR-ZONE
000622         OR (MAN-ZONE (MAN-ZONE-IDX) = WS-MAN-CUR-ZONE
000624             AND MAN-ZONE-PAGES (MAN-ZONE-IDX) > WS-MAN-CUR-PAGES)
000630         MOVE MAN-ZONE-IDX TO MAN-INS-IDX
000640     END-IF.
000650 2548-EXIT.
000950     EXIT.
000960 3310-PRINT-ONE-ZONE.
000970     MOVE MAN-ZONE-CNT (MAN-ZONE-IDX) TO WS-MAN-CNT-FMT
000975     MOVE MAN-ZONE-PAGES (MAN-ZONE-IDX) TO WS-MAN-PAGES-FMT
000980     MOVE SPACES TO WS-REPORT-LINE
000990     STRING 'ZONE ' MAN-ZONE (MAN-ZONE-IDX)
001000         '   PIECES ' WS-MAN-CNT-FMT
001005         '   PAGES ' WS-MAN-PAGES-FMT
001010         DELIMITED BY SIZE INTO WS-REPORT-LINE
001020     WRITE MAILING-MANIFEST-REC FROM WS-REPORT-LINE.
001030 3310-EXIT.
