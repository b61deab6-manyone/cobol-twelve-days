000010*----------------------------------------------------------------*
000020*  XRATLOD  - LOADS THE DATED EXCHANGE-RATE FILE INTO THE        *
000030*  LOOKUP TABLE AND ANSWERS RATE LOOKUPS.  A MISSING RATE FILE   *
000040*  IS A CONSOLE WARNING, NOT AN ERROR: HOME-CURRENCY VENDORS     *
000050*  STILL CONVERT AT 1 AND ANY OTHER CURRENCY IS NOT FOUND.       *
000060*  COPY INTO PROCEDURE DIVISION.  PERFORM 1360-LOAD-EXCHANGE-    *
000070*  RATES THRU 1360-EXIT ONCE AT INITIALIZATION; TO LOOK UP A     *
000080*  RATE, LEAVE THE CURRENCY IN WS-XRAT-LOOK-CCY (AND, IF NOT THE *
000090*  RUN DATE, THE DATE IN WS-XRAT-LOOK-DATE) AND PERFORM 1370-    *
000100*  FIND-RATE THRU 1370-EXIT, THEN TEST XRAT-FOUND AND TAKE       *
000110*  WS-XRAT-RATE / WS-XRAT-RATE-DATE.                             *
000111*  A RATE RECORD WHOSE RATE IS ZERO OR NOT NUMERIC, OR WHOSE     *
000112*  EFFECTIVE DATE IS NOT NUMERIC, IS REPORTED, LEFT OUT OF THE   *
000113*  TABLE AND SETS RETURN CODE 4.                                 *
000120*----------------------------------------------------------------*
000130 1360-LOAD-EXCHANGE-RATES.
000140     ACCEPT WS-XRAT-LOOK-DATE FROM DATE YYYYMMDD
000150     MOVE 'N' TO WS-XRAT-EOF-SW
000160     MOVE ZERO TO XRAT-COUNT
000170     OPEN INPUT EXCHANGE-RATE-FILE
000180     IF WS-XRAT-FS = '35'
000190         DISPLAY 'EXCHANGE-RATE FILE NOT PRESENT - ONLY HOME'
000200             ' CURRENCY ' WS-XRAT-HOME-CCY ' CAN BE CONVERTED'
000210         GO TO 1360-EXIT
000220     END-IF
000230     IF WS-XRAT-FS NOT = '00'
000240         DISPLAY 'UNABLE TO OPEN EXCHANGE-RATE FILE, STATUS '
000250             WS-XRAT-FS
000260         MOVE 16 TO RETURN-CODE
000270         STOP RUN
000280     END-IF
000290     PERFORM 1365-READ-EXCHANGE-RATE THRU 1365-EXIT
000300         UNTIL WS-XRAT-EOF
000310     CLOSE EXCHANGE-RATE-FILE.
000320 1360-EXIT.
000330     EXIT.
000340 1365-READ-EXCHANGE-RATE.
000350     READ EXCHANGE-RATE-FILE
000360         AT END
000370             MOVE 'Y' TO WS-XRAT-EOF-SW
000380         NOT AT END
000381             IF XR-RATE NOT NUMERIC OR XR-RATE = ZERO
000382                 OR XR-EFF-DATE NOT NUMERIC
000383                 DISPLAY 'EXCHANGE RATE ' XR-CURRENCY ' DATED '
000384                     XR-EFF-DATE ' HAS NO USABLE RATE, IGNORED'
000385                 IF RETURN-CODE < 4
000386                     MOVE 4 TO RETURN-CODE
000387                 END-IF
000388                 GO TO 1365-EXIT
000389             END-IF
000390             IF XRAT-COUNT >= WS-XRAT-MAX
000400                 DISPLAY 'EXCHANGE-RATE FILE EXCEEDS ' WS-XRAT-MAX
000410                     ' RECORDS, TABLE FULL'
000420                 MOVE 16 TO RETURN-CODE
000430                 STOP RUN
000440             END-IF
000450             ADD 1 TO XRAT-COUNT
000460             MOVE XR-CURRENCY TO XRAT-CCY (XRAT-COUNT)
000470             MOVE XR-EFF-DATE TO XRAT-EFF-DATE (XRAT-COUNT)
000480             MOVE XR-RATE TO XRAT-RATE (XRAT-COUNT)
000490     END-READ.
000500 1365-EXIT.
000510     EXIT.
000520 1370-FIND-RATE.
000530     MOVE 'N' TO WS-XRAT-FOUND-SW
000540     MOVE ZERO TO XRAT-HIT-IDX
000550     MOVE ZERO TO WS-XRAT-RATE
000560     MOVE ZERO TO WS-XRAT-RATE-DATE
000570     IF WS-XRAT-LOOK-CCY = SPACES
000580         OR WS-XRAT-LOOK-CCY = WS-XRAT-HOME-CCY
000590         MOVE 'Y' TO WS-XRAT-FOUND-SW
000600         MOVE 1 TO WS-XRAT-RATE
000610         GO TO 1370-EXIT
000620     END-IF
000630     PERFORM 1375-TEST-ONE-RATE THRU 1375-EXIT
000640         VARYING XRAT-IDX FROM 1 BY 1
000650         UNTIL XRAT-IDX > XRAT-COUNT
000660     IF XRAT-HIT-IDX > ZERO
000670         MOVE 'Y' TO WS-XRAT-FOUND-SW
000680         MOVE XRAT-RATE (XRAT-HIT-IDX) TO WS-XRAT-RATE
000690         MOVE XRAT-EFF-DATE (XRAT-HIT-IDX) TO WS-XRAT-RATE-DATE
000700     END-IF.
000710 1370-EXIT.
000720     EXIT.
000730 1375-TEST-ONE-RATE.
000740     IF XRAT-CCY (XRAT-IDX) = WS-XRAT-LOOK-CCY
000750         AND XRAT-EFF-DATE (XRAT-IDX) NOT > WS-XRAT-LOOK-DATE
000760         AND XRAT-EFF-DATE (XRAT-IDX) > WS-XRAT-RATE-DATE
000770         MOVE XRAT-IDX TO XRAT-HIT-IDX
000780         MOVE XRAT-EFF-DATE (XRAT-IDX) TO WS-XRAT-RATE-DATE
000790     END-IF.
000800 1375-EXIT.
000810     EXIT.
