000070*  STATUS PRINTS AN OUT-OF-BALANCE LINE AND SETS RC 8 SO THE     *
000080*  SCHEDULER CAN ACT ON IT INSTEAD OF SOMEONE GREPPING JOB       *
000090*  OUTPUT WHEN A DOWNSTREAM FILE LOOKS SHORT.                    *
000092*  THE DELIVERY CHECK PROVES PRINTED LETTERS PLUS E-MAIL         *
000094*  MESSAGES, LESS THE RECIPIENTS SENT BOTH, AGAINST THE          *
000096*  RECIPIENTS THE LETTER PASS SELECTED.                          *
000100*  COPY INTO PROCEDURE DIVISION AND PERFORM 9500-PRINT-          *
000110*  BALANCING THRU 9500-EXIT FROM 9000-TERMINATE.                 *
000120*----------------------------------------------------------------*
000420     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000422     MOVE 'FULFILL ORDERS     ' TO WS-BAL-LABEL
000424     MOVE BAL-FUL-ORDERS TO WS-BAL-CNT-FMT
000425     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000426     MOVE 'FULFILL EXPECTED   ' TO WS-BAL-LABEL
000428     MOVE BAL-EXPECTED-FUL TO WS-BAL-CNT-FMT
000429     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000430     MOVE 'RECIPIENTS SELECTED' TO WS-BAL-LABEL
000432     MOVE BAL-RCPT-SELECTED TO WS-BAL-CNT-FMT
000433     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000434     MOVE 'PRINTED LETTERS    ' TO WS-BAL-LABEL
000436     MOVE BAL-PRINT-LETTERS TO WS-BAL-CNT-FMT
000437     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000439     MOVE 'E-MAIL MESSAGES    ' TO WS-BAL-LABEL
000440     MOVE BAL-EML-MESSAGES TO WS-BAL-CNT-FMT
000441     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000443     MOVE 'SENT BOTH WAYS     ' TO WS-BAL-LABEL
000444     MOVE BAL-EML-BOTH TO WS-BAL-CNT-FMT
000445     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000447     MOVE 'ARCHIVE WRITES     ' TO WS-BAL-LABEL
000448     MOVE BAL-ARCH-WRITES TO WS-BAL-CNT-FMT
000450     PERFORM 9510-WRITE-COUNT-LINE THRU 9510-EXIT
000460     MOVE 'CHECKPOINT WRITES  ' TO WS-BAL-LABEL
000470     MOVE BAL-CKPT-WRITES TO WS-BAL-CNT-FMT
000895             TO WS-REPORT-LINE
000896         WRITE RUN-BALANCING-REC FROM WS-REPORT-LINE
000897     END-IF
000898     IF BAL-PRINT-LETTERS + BAL-EML-MESSAGES - BAL-EML-BOTH
000899         NOT = BAL-RCPT-SELECTED
000901         MOVE 'Y' TO WS-BAL-OOB-SW
000902         MOVE 'CHECK FAILED: PRINT PLUS E-MAIL VS SELECTED'
000904             TO WS-REPORT-LINE
000905         WRITE RUN-BALANCING-REC FROM WS-REPORT-LINE
000907     END-IF
000908     IF BAL-CSV-LINES NOT = BAL-XML-LINES
000910         MOVE 'Y' TO WS-BAL-OOB-SW
000920         MOVE 'CHECK FAILED: CSV VS XML DETAIL LINES'
000930             TO WS-REPORT-LINE
001060     STRING '                   SPD=' WS-SPND-FS
001070         ' ARC=' WS-ARCH-FS ' CKP=' WS-CKPT-FS
001080         ' AUD=' WS-AUDIT-FS ' MAN=' WS-MAN-FS
001085         ' FUL=' WS-FUL-FS ' EML=' WS-EML-FS
001090         DELIMITED BY SIZE INTO WS-REPORT-LINE
001100     WRITE RUN-BALANCING-REC FROM WS-REPORT-LINE
001110     IF WS-RPT-FS NOT = '00' OR WS-CSV-FS NOT = '00'
001130         OR WS-TALLY-FS NOT = '00' OR WS-SPND-FS NOT = '00'
001140         OR WS-ARCH-FS NOT = '00' OR WS-CKPT-FS NOT = '00'
001150         OR WS-AUDIT-FS NOT = '00' OR WS-MAN-FS NOT = '00'
001155         OR WS-FUL-FS NOT = '00' OR WS-EML-FS NOT = '00'
001160         MOVE 'Y' TO WS-BAL-OOB-SW
001170     END-IF.
001180 9530-EXIT.
