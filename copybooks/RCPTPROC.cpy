000170*  UNADDRESSED LETTER IS PRODUCED SO THE REPORT IS NEVER EMPTY   *
000180*  (THE OLD GENERIC LISTING, FOR CATALOGS NOT YET ON THE         *
000190*  MAILING LIST).                                                *
000191*  EVERY LETTER PRINTED, AND EVERY RECIPIENT OF THE CATALOG      *
000192*  SKIPPED AS SUPPRESSED, APPENDS A MAIL-HISTORY RECORD (SEE     *
000193*  MHSTFD) SO CUSTOMER SERVICE CAN SAY WHAT WAS SENT TO WHOM,    *
000194*  WHERE, AND WHEN.  THE UNADDRESSED FALLBACK LETTER HAS NO      *
000195*  RECIPIENT AND IS NOT LOGGED.                                  *
000196*  WHEN THE RUN-CALENDAR ENTRY NAMES A CAMPAIGN SELECTION, EACH  *
000197*  ACTIVE RECIPIENT IS PUT THROUGH ITS RULES (SEE CSELPROC)      *
000198*  FIRST: ONLY THE MAILED CELL GETS A LETTER, FULFILLMENT ORDERS *
000199*  AND A MANIFEST COUNT; THE HELD-OUT CONTROL CELL AND THOSE NOT *
000200*  SELECTED ARE LOGGED ('H' / 'X') BUT NOT MAILED, AND NO        *
000201*  UNADDRESSED FALLBACK LETTER IS PRODUCED.                      *
000202*  A SELECTED RECIPIENT WHOSE CHANNEL PREFERENCE IS E-MAIL, WITH *
000203*  AN ADDRESS ON FILE, IS WRITTEN TO THE OUTBOUND E-MAIL EXTRACT *
000204*  (SEE EMLFD) INSTEAD OF GIFT-REPORT - OR AS WELL, WHEN THE     *
000205*  PREFERENCE IS BOTH - AND LOGGED 'E'.  ONLY PRINTED LETTERS    *
000206*  ARE COUNTED INTO THE MAILING MANIFEST, SO POSTAGE IS ONLY     *
000207*  PRICED FOR PAPER.  ON A RUN THAT CUTS NO E-MAIL EXTRACT       *
000208*  (PROOF OR PARTIAL) EVERY SELECTED RECIPIENT IS PRINTED.       *
000209*  COPY INTO PROCEDURE DIVISION AND PERFORM 2500-PRINT-          *
000210*  RECIPIENT-LETTERS THRU 2500-EXIT AFTER THE DAY LOOP HAS       *
000220*  FINISHED, BEFORE TERMINATION.                                 *
000230*----------------------------------------------------------------*
000240 2500-PRINT-RECIPIENT-LETTERS.
000250     MOVE ZERO TO WS-LETTER-CNT
000260     MOVE 'N' TO WS-RCPT-EOF-SW
000262     PERFORM 2580-LOAD-SELECTION THRU 2580-EXIT
000265     PERFORM 2560-OPEN-MAIL-HISTORY THRU 2560-EXIT
000270     OPEN INPUT RECIPIENT-MASTER
000280     IF WS-RCPT-FS = '35'
000290         GO TO 2500-FALLBACK
000380         UNTIL WS-RCPT-EOF
000390     CLOSE RECIPIENT-MASTER.
000400 2500-FALLBACK.
000410     IF WS-LETTER-CNT = ZERO AND WS-EML-MSG-COUNT = ZERO
000415         AND NOT CSEL-ACTIVE
000420         MOVE 'N' TO WS-LTR-ADDRESSED-SW
000425         MOVE WS-PAGE-NO TO WS-MAN-LTR-START-PAGE
000430         PERFORM 2515-PRINT-LETTER-BODY THRU 2515-EXIT
000440         ADD 1 TO WS-LETTER-CNT
000450         MOVE SPACES TO WS-MAN-CUR-POSTAL
000460         PERFORM 2540-POST-MANIFEST-ZONE THRU 2540-EXIT
000470     END-IF
000480     ADD WS-LETTER-CNT TO BAL-LETTERS
000485     CLOSE MAIL-HISTORY.
000490 2500-EXIT.
000500     EXIT.
000510 2505-READ-ONE-RECIPIENT.
000550         NOT AT END
000560             IF RC-CATALOG-ID = WS-CATALOG-ID
000570                 AND RC-ACTIVE
000575                 PERFORM 2590-APPLY-SELECTION THRU 2590-EXIT
000576                 IF CSEL-MAIL
000580                     PERFORM 2507-DELIVER-RECIPIENT THRU 2507-EXIT
000581                 ELSE
000582                     MOVE WS-CSEL-DECISION TO WS-MHST-EVENT
000583                     PERFORM 2570-LOG-MAIL-HISTORY THRU 2570-EXIT
000584                 END-IF
000590             END-IF
000592             IF RC-CATALOG-ID = WS-CATALOG-ID
000594                 AND NOT RC-ACTIVE
000596                 MOVE 'S' TO WS-MHST-EVENT
000597                 PERFORM 2570-LOG-MAIL-HISTORY THRU 2570-EXIT
000598             END-IF
000600     END-READ.
000610 2505-EXIT.
000611     EXIT.
000612*----------------------------------------------------------------*
000613*  2507-DELIVER-RECIPIENT - ONE SELECTED RECIPIENT BY THE        *
000614*  CHANNEL THEY PREFER.  E-MAIL ONLY GOES OUT WHEN THIS RUN      *
000615*  CUTS AN E-MAIL EXTRACT AND AN ADDRESS IS ON FILE; OTHERWISE   *
000616*  THE RECIPIENT GETS THE PRINTED LETTER.                        *
000617*----------------------------------------------------------------*
000618 2507-DELIVER-RECIPIENT.
000619     ADD 1 TO BAL-RCPT-SELECTED
000620     MOVE 'P' TO WS-EML-ROUTE-SW
000621     IF EML-FILE-OPEN AND RC-CHANNEL-EMAIL
000622         AND RC-EMAIL-ADDR NOT = SPACES
000623         MOVE RC-CHANNEL TO WS-EML-ROUTE-SW
000625     END-IF
000626     IF NOT EML-ROUTE-EMAIL
000627         PERFORM 2510-PRINT-ONE-LETTER THRU 2510-EXIT
000628         ADD 1 TO BAL-PRINT-LETTERS
000629     END-IF
000630     IF NOT EML-ROUTE-PRINT
000631         PERFORM 2512-SEND-ONE-EMAIL THRU 2512-EXIT
000632     END-IF
000633     IF EML-ROUTE-BOTH
000634         ADD 1 TO BAL-EML-BOTH
000635     END-IF.
000636 2507-EXIT.
000637     EXIT.
000638 2510-PRINT-ONE-LETTER.
000640     MOVE 'Y' TO WS-LTR-ADDRESSED-SW
000645     MOVE WS-PAGE-NO TO WS-MAN-LTR-START-PAGE
000650*    EACH LETTER STARTS ON ITS OWN PAGE.                         *
000660     MOVE WS-PAGE-LIMIT TO WS-LINE-CNT
000670     MOVE RC-NAME TO WS-REPORT-LINE
000720     PERFORM 2530-WRITE-REPORT-LINE THRU 2530-EXIT
000730     MOVE RC-POSTAL-CODE TO WS-REPORT-LINE
000740     PERFORM 2530-WRITE-REPORT-LINE THRU 2530-EXIT
000745     MOVE WS-FUL-ORDER-COUNT TO WS-MHST-FO-BEFORE
000750     PERFORM 2515-PRINT-LETTER-BODY THRU 2515-EXIT
000760     ADD 1 TO WS-LETTER-CNT
000770     ADD 1 TO WS-FUL-LETTER-CNT
000780     MOVE RC-POSTAL-CODE TO WS-MAN-CUR-POSTAL
000781     PERFORM 2540-POST-MANIFEST-ZONE THRU 2540-EXIT
000782     MOVE 'L' TO WS-MHST-EVENT
000783     PERFORM 2570-LOG-MAIL-HISTORY THRU 2570-EXIT.
000784 2510-EXIT.
000785     EXIT.
000786*----------------------------------------------------------------*
000787*  2512-SEND-ONE-EMAIL - WRITES THE RECIPIENT'S MESSAGE TO THE   *
000788*  E-MAIL EXTRACT: THE SUBJECT IS THE VERSE HEADER FOR THE LAST  *
000789*  DAY OF THE RUN, THE BODY THE SAME SALUTATION, STANZAS, AND    *
000790*  GIFT LINES THE PRINTED LETTER CARRIES.  AN E-MAIL-ONLY        *
000791*  MESSAGE CUTS THE FULFILLMENT ORDERS; SENT BOTH WAYS, THE      *
000792*  LETTER HAS ALREADY CUT THEM.                                  *
000793*----------------------------------------------------------------*
000794 2512-SEND-ONE-EMAIL.
000795     MOVE 'N' TO WS-EML-CUT-ORDERS-SW
000796     IF EML-ROUTE-EMAIL
000797         MOVE 'Y' TO WS-EML-CUT-ORDERS-SW
000798     END-IF
000799     MOVE WS-FUL-ORDER-COUNT TO WS-MHST-FO-BEFORE
000800     MOVE WS-END-DAY TO WS-DAY
000801     PERFORM 1310-BUILD-VERSE-HEADER THRU 1310-EXIT
000802     PERFORM 2555-WRITE-EMAIL-MESSAGE THRU 2555-EXIT
000803     IF WS-TMPL-SALUTATION NOT = SPACES
000804         MOVE WS-TMPL-SALUTATION TO WS-REPORT-LINE
000805         PERFORM 2556-WRITE-EMAIL-LINE THRU 2556-EXIT
000806     END-IF
000807     PERFORM 2513-EMAIL-ONE-DAY THRU 2513-EXIT
000808         VARYING WS-DAY FROM WS-ORIG-START-DAY BY 1
000809         UNTIL WS-DAY > WS-END-DAY
000810     IF EML-CUTS-ORDERS
000811         ADD 1 TO WS-FUL-LETTER-CNT
000812     END-IF
000813     MOVE 'E' TO WS-MHST-EVENT
000814     PERFORM 2570-LOG-MAIL-HISTORY THRU 2570-EXIT.
000815 2512-EXIT.
000816     EXIT.
000817 2513-EMAIL-ONE-DAY.
000818     MOVE SPACES TO WS-REPORT-LINE
000819     PERFORM 2556-WRITE-EMAIL-LINE THRU 2556-EXIT
000820     PERFORM 1310-BUILD-VERSE-HEADER THRU 1310-EXIT
000821     PERFORM 2556-WRITE-EMAIL-LINE THRU 2556-EXIT
000822     MOVE WS-TMPL-GAVE-LINE TO WS-REPORT-LINE
000823     PERFORM 2556-WRITE-EMAIL-LINE THRU 2556-EXIT
000824     PERFORM 2514-EMAIL-ONE-GIFT THRU 2514-EXIT
000825         VARYING WS-LTR-GIFT-DAY FROM WS-DAY BY -1
000826         UNTIL WS-LTR-GIFT-DAY < 1.
000827 2513-EXIT.
000828     EXIT.
000829 2514-EMAIL-ONE-GIFT.
000830     MOVE GIFT (WS-LTR-GIFT-DAY) TO WS-REPORT-LINE
000831     IF FUL-FILE-OPEN AND EML-CUTS-ORDERS
000832         PERFORM 2550-WRITE-FULFILL-ORDER THRU 2550-EXIT
000833     END-IF
000834     PERFORM 2556-WRITE-EMAIL-LINE THRU 2556-EXIT.
000835 2514-EXIT.
000836     EXIT.
000837 2515-PRINT-LETTER-BODY.
000838     IF WS-TMPL-SALUTATION NOT = SPACES
000840         MOVE WS-TMPL-SALUTATION TO WS-REPORT-LINE
000850         PERFORM 2530-WRITE-REPORT-LINE THRU 2530-EXIT
000860     END-IF
001340     ADD 1 TO BAL-RPT-LINES.
001350 2530-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------*
001380*  2560-OPEN-MAIL-HISTORY - OPENS THE MAILING HISTORY FOR        *
001390*  APPEND (CREATING IT ON THE FIRST RUN) AND NOTES THE KIND OF   *
001400*  RUN EVERY RECORD THIS PASS WRITES WILL CARRY.  A PROOF RUN    *
001410*  IS LOGGED TOO, FLAGGED AS SUCH, SO A PROOF LETTER THAT        *
001420*  ESCAPED THE MAILROOM CAN STILL BE TRACED.                     *
001430*----------------------------------------------------------------*
001440 2560-OPEN-MAIL-HISTORY.
001450     ACCEPT WS-MHST-RUN-DATE FROM DATE YYYYMMDD
001460     EVALUATE TRUE
001470         WHEN PROOF-MODE
001480             MOVE 'P' TO WS-MHST-RUN-MODE
001490         WHEN ARCH-REPLAY-MODE
001500             MOVE 'R' TO WS-MHST-RUN-MODE
001510         WHEN OTHER
001520             MOVE 'L' TO WS-MHST-RUN-MODE
001530     END-EVALUATE
001540     OPEN EXTEND MAIL-HISTORY
001550     IF WS-MHST-FS = '35'
001560         OPEN OUTPUT MAIL-HISTORY
001570     END-IF
001580     IF WS-MHST-FS NOT = '00'
001590         DISPLAY 'TWELVE - UNABLE TO OPEN MAIL-HISTORY,'
001600             ' STATUS ' WS-MHST-FS
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640 2560-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------*
001670*  2570-LOG-MAIL-HISTORY - APPENDS ONE HISTORY RECORD FOR THE    *
001680*  RECIPIENT-MASTER RECORD IN THE FD AREA.  THE CALLER SETS      *
001690*  WS-MHST-EVENT ('L' LETTER PRINTED, 'S' SKIPPED, 'H' HELD OUT, *
001695*  'X' NOT SELECTED, 'E' SENT BY E-MAIL) FIRST.  A LETTER OR     *
001700*  MESSAGE CARRIES THE FULFILLMENT ORDERS IT CUT; A SKIPPED      *
001710*  RECIPIENT CUT NONE.  A MESSAGE CARRIES THE ADDRESS SENT TO.   *
001720*----------------------------------------------------------------*
001730 2570-LOG-MAIL-HISTORY.
001750     MOVE SPACES TO MAIL-HISTORY-REC
001760     MOVE WS-MHST-EVENT TO MH-EVENT
001770     MOVE RC-RECIP-ID TO MH-RECIP-ID
001780     MOVE WS-RUN-YEAR TO MH-SEASON
001790     MOVE WS-CATALOG-ID TO MH-CATALOG-ID
001800     MOVE WS-MHST-RUN-DATE TO MH-RUN-DATE
001810     MOVE WS-ORIG-START-DAY TO MH-START-DAY
001820     MOVE WS-END-DAY TO MH-END-DAY
001830     MOVE RC-STATUS TO MH-RC-STATUS
001840     MOVE WS-MHST-RUN-MODE TO MH-RUN-MODE
001850     MOVE ZERO TO MH-FO-COUNT
001860     IF MH-LETTER-PRINTED OR MH-EMAIL-SENT
001870         COMPUTE MH-FO-COUNT =
001880             WS-FUL-ORDER-COUNT - WS-MHST-FO-BEFORE
001890     END-IF
001895     IF MH-EMAIL-SENT
001897         MOVE RC-EMAIL-ADDR TO MH-EMAIL-ADDR
001899     END-IF
001900     MOVE WS-PROGRAM-VARIANT TO MH-PROGRAM-VARIANT
001910     MOVE RC-NAME TO MH-NAME
001920     MOVE RC-ADDR-LINE-1 TO MH-ADDR-LINE-1
001930     MOVE RC-ADDR-LINE-2 TO MH-ADDR-LINE-2
001940     MOVE RC-POSTAL-CODE TO MH-POSTAL-CODE
001945     MOVE WS-CSEL-ID TO MH-SELECT-ID
001950     WRITE MAIL-HISTORY-REC
001960     ADD 1 TO WS-MHST-WRITE-CNT.
001970 2570-EXIT.
001980     EXIT.
