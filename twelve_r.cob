000644*                   MASTER IS KEPT IN CATALOG/POSTAL/ID SEQUENCE *
000645*                   BY RCPTMNT, SO THE PRESORTED TRAY ORDER NOW  *
000646*                   COMES STRAIGHT FROM THE FILE.                *
000647*  10/15/2026 RA    THE LETTER PASS NOW APPENDS A MAIL-HISTORY   *
000648*                   RECORD FOR EVERY LETTER PRINTED AND EVERY    *
000649*                   SUPPRESSED RECIPIENT SKIPPED, FOR THE NEW    *
000650*                   RCPTHIST CUSTOMER-SERVICE INQUIRY.           *
000651*  10/15/2026 RA    THE LETTER PASS NOW HONORS THE CAMPAIGN      *
000652*                   SELECTION NAMED ON THE RUN-CALENDAR ENTRY -  *
000653*                   INCLUDE / EXCLUDE RULES AND A HOLDOUT        *
000654*                   CONTROL CELL - AND PRINTS A PER-CATALOG      *
000655*                   SELECTION REPORT.                            *
000656*  10/15/2026 RA    SPEND IS NOW COSTED IN EACH VENDOR'S BILLING *
000657*                   CURRENCY (VENDOR MASTER) AND CONVERTED TO    *
000658*                   HOME CURRENCY AT THE DATED EXCHANGE RATE     *
000659*                   (XRATMNT) ON THE SPEND REPORT; THE GL FEED   *
000660*                   CARRIES CURRENCY, TRANSACTION AND CONVERTED  *
000661*                   AMOUNTS, AND IS HELD (RC 8) IF A RATE IS     *
000662*                   MISSING.                                     *
000663*  10/15/2026 RA    THE MAILING MANIFEST NOW SHOWS THE PAGES PER *
000664*                   LETTER ON EACH ZONE LINE, SPLITTING A ZONE'S *
000665*                   PIECES BY PAGE COUNT, SO POSTCALC CAN PRICE  *
000666*                   THE POSTAGE BY WEIGHT BAND.                  *
000667*  10/15/2026 RA    A RECIPIENT WHOSE CHANNEL PREFERENCE IS      *
000668*                   E-MAIL IS NOW WRITTEN TO A NEW OUTBOUND      *
000669*                   E-MAIL EXTRACT (GIFTEMAL - HEADER, ONE       *
000670*                   MESSAGE PER RECIPIENT WITH ITS BODY LINES,   *
000671*                   TRAILER) INSTEAD OF GIFT-REPORT, OR TO BOTH; *
000672*                   ONLY PRINTED LETTERS FEED THE MANIFEST, AND  *
000673*                   THE BALANCING SUMMARY PROVES PRINT PLUS      *
000674*                   E-MAIL AGAINST THE RECIPIENTS SELECTED.      *
000675*  10/15/2026 RA    EACH CATALOG AND EACH RUN NOW APPENDS A      *
000676*                   RECORD TO THE NEW RUN-TIMING HISTORY FILE -  *
000677*                   START AND END TIME, ELAPSED SECONDS, DAYS    *
000678*                   PRODUCED, LETTERS, E-MAILS, FULFILLMENT      *
000679*                   ORDERS, AND THE ENGINE VARIANT - FOR THE     *
000680*                   RUNTREND TREND AND BATCH-WINDOW FORECAST.    *
000590*----------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
006182     COPY TMPLSEL.
006183     COPY VENDMSEL.
006184     COPY FULSEL.
006184     COPY EMLSEL.
006185     COPY STATSEL.
006185     COPY TIMESEL.
006186     COPY GLSEL.
006187     COPY MHSTSEL.
006187     COPY CSELSEL.
006187     COPY XRATSEL.
000619     COPY SPNDSEL.
000571     COPY BALSEL.
000620 DATA DIVISION.
007102     COPY TMPLFD.
007103     COPY VENDMFD.
007104     COPY FULFD.
007104     COPY EMLFD.
007105     COPY STATFD.
007105     COPY TIMEFD.
007106     COPY GLFD.
007107     COPY MHSTFD.
007107     COPY CSELFD.
007107     COPY XRATFD.
000712     COPY SPNDFD.
000662     COPY BALFD.
000711 WORKING-STORAGE SECTION.
007882     COPY TMPLWS.
007883     COPY VENDMWS.
007884     COPY FULWS.
007884     COPY EMLWS.
007885     COPY STATWS.
007885     COPY TIMEWS.
007886     COPY GLWS.
007887     COPY MHSTWS.
007887     COPY CSELWS.
007887     COPY XRATWS.
000789     COPY CATLTBL.
000790 77  WS-RPT-FS                    PIC X(2)  VALUE '00'.
000791 77  WS-PROGRAM-VARIANT           PIC X(10) VALUE 'TWELVE-R'.
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT
000990     GOBACK.
001000 1000-INITIALIZE.
001012     PERFORM 4200-START-RUN-TIMER THRU 4200-EXIT
001024     MOVE 'N' TO WS-USE-RUNCTL-SW
001025     IF ADDRESS OF RUN-CONTROL-AREA NOT = NULL
001026         IF RUNCTL-PRESENT
001070     IF CATL-LIST (1) = '**'
001072         PERFORM 1190-BUILD-CATALOG-LIST THRU 1190-EXIT
001074     END-IF
001092     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
001093     PERFORM 1360-LOAD-EXCHANGE-RATES THRU 1360-EXIT.
001100 1000-EXIT.
001110     EXIT.
001120 1100-READ-DAY-RANGE-PARM.
001646*----------------------------------------------------------------*
001650 5000-PROCESS-CATALOG.
001651     MOVE CATL-LIST (CATL-IDX) TO WS-CATALOG-ID
001651     PERFORM 4210-START-CATALOG-TIMER THRU 4210-EXIT
001652     PERFORM 5050-RESET-CATALOG-STATE THRU 5050-EXIT
001652     PERFORM 1280-LOAD-TEMPLATES THRU 1280-EXIT
001653     PERFORM 5100-SET-CATALOG-DDNAMES THRU 5100-EXIT
001672     IF WS-ORIG-START-DAY = 1 AND WS-END-DAY = WS-GIFT-COUNT
001673         PERFORM 1170-OPEN-VENDOR-EXTRACT THRU 1170-EXIT
001672     PERFORM 1175-OPEN-FULFILL-ORDERS THRU 1175-EXIT
001673     PERFORM 1177-OPEN-EMAIL-EXTRACT THRU 1177-EXIT
001674     ELSE
001675         DISPLAY 'TWELVE - VENDOR EXTRACT SKIPPED, PARTIAL RUN'
001676     END-IF
001680         UNTIL WS-DAY > WS-END-DAY
001681     PERFORM 2500-PRINT-RECIPIENT-LETTERS THRU 2500-EXIT
001682     PERFORM 4100-UPDATE-RUN-STATUS THRU 4100-EXIT
001682     PERFORM 5900-CLOSE-CATALOG-FILES THRU 5900-EXIT
001682     PERFORM 4220-WRITE-CATALOG-TIMING THRU 4220-EXIT.
001683 5000-EXIT.
001684     EXIT.
001685 5900-CLOSE-CATALOG-FILES.
001686     PERFORM 3000-PRINT-TALLY THRU 3000-EXIT
001687     PERFORM 3200-PRINT-SPEND-REPORT THRU 3200-EXIT
001682     PERFORM 3300-PRINT-MANIFEST THRU 3300-EXIT
001684     IF CSEL-ACTIVE
001685         PERFORM 3350-PRINT-SELECTION THRU 3350-EXIT
001686     END-IF
001688     PERFORM 9100-CLOSE-EXPORT-FILES THRU 9100-EXIT
001689     IF VND-FILE-OPEN
001690         PERFORM 9300-CLOSE-VENDOR-EXTRACT THRU 9300-EXIT
001692     IF FUL-FILE-OPEN
001693         PERFORM 9350-CLOSE-FULFILL-ORDERS THRU 9350-EXIT
001694     END-IF
001694     IF EML-FILE-OPEN
001694         PERFORM 9360-CLOSE-EMAIL-EXTRACT THRU 9360-EXIT
001694     END-IF
001692     IF NOT ARCH-REPLAY-MODE AND NOT PROOF-MODE
001693         PERFORM 9400-CLOSE-ARCHIVE THRU 9400-EXIT
001694     END-IF
001701*----------------------------------------------------------------*
001702 9000-TERMINATE.
001703     PERFORM 9500-PRINT-BALANCING THRU 9500-EXIT
001703     PERFORM 4230-WRITE-RUN-TIMING THRU 4230-EXIT
001702     MOVE 'C' TO WS-STAT-STATE
001703     PERFORM 4100-UPDATE-RUN-STATUS THRU 4100-EXIT.
001704 9000-EXIT.
001830     COPY ARCHPROC.
001840     COPY RCPTPROC.
001842     COPY MANRPT.
009916     COPY CSELPROC.
017991     COPY OVRDPROC.
017992     COPY TMPLPROC.
017993     COPY VENDMLOD.
017993     COPY XRATLOD.
017994     COPY FULOPEN.
017994     COPY EMLOPEN.
017995     COPY FULWRT.
017995     COPY EMLWRT.
017996     COPY FULCLOSE.
017996     COPY EMLCLOSE.
017997     COPY STATPROC.
017997     COPY TIMEPROC.
017998     COPY GLFEED.
