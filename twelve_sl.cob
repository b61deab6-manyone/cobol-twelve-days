000594*                   MASTER IS KEPT IN CATALOG/POSTAL/ID SEQUENCE *
000595*                   BY RCPTMNT, SO THE PRESORTED TRAY ORDER NOW  *
000596*                   COMES STRAIGHT FROM THE FILE.                *
000597*  10/15/2026 RA    THE LETTER PASS NOW APPENDS A MAIL-HISTORY   *
000598*                   RECORD FOR EVERY LETTER PRINTED AND EVERY    *
000599*                   SUPPRESSED RECIPIENT SKIPPED, FOR THE NEW    *
000600*                   RCPTHIST CUSTOMER-SERVICE INQUIRY.           *
000601*  10/15/2026 RA    THE LETTER PASS NOW HONORS THE CAMPAIGN      *
000602*                   SELECTION NAMED ON THE RUN-CALENDAR ENTRY -  *
000603*                   INCLUDE / EXCLUDE RULES AND A HOLDOUT        *
000604*                   CONTROL CELL - AND PRINTS A PER-CATALOG      *
000605*                   SELECTION REPORT.                            *
000606*  10/15/2026 RA    SPEND IS NOW COSTED IN EACH VENDOR'S BILLING *
000607*                   CURRENCY (VENDOR MASTER) AND CONVERTED TO    *
000608*                   HOME CURRENCY AT THE DATED EXCHANGE RATE     *
000609*                   (XRATMNT) ON THE SPEND REPORT; THE GL FEED   *
000610*                   CARRIES CURRENCY, TRANSACTION AND CONVERTED  *
000611*                   AMOUNTS, AND IS HELD (RC 8) IF A RATE IS     *
000612*                   MISSING.                                     *
000613*  10/15/2026 RA    THE MAILING MANIFEST NOW SHOWS THE PAGES PER *
000614*                   LETTER ON EACH ZONE LINE, SPLITTING A ZONE'S *
000615*                   PIECES BY PAGE COUNT, SO POSTCALC CAN PRICE  *
000616*                   THE POSTAGE BY WEIGHT BAND.                  *
000617*  10/15/2026 RA    A RECIPIENT WHOSE CHANNEL PREFERENCE IS      *
000618*                   E-MAIL IS NOW WRITTEN TO A NEW OUTBOUND      *
000619*                   E-MAIL EXTRACT (GIFTEMAL - HEADER, ONE       *
000620*                   MESSAGE PER RECIPIENT WITH ITS BODY LINES,   *
000621*                   TRAILER) INSTEAD OF GIFT-REPORT, OR TO BOTH; *
000622*                   ONLY PRINTED LETTERS FEED THE MANIFEST, AND  *
000623*                   THE BALANCING SUMMARY PROVES PRINT PLUS      *
000624*                   E-MAIL AGAINST THE RECIPIENTS SELECTED.      *
000625*  10/15/2026 RA    EACH CATALOG AND EACH RUN NOW APPENDS A      *
000626*                   RECORD TO THE NEW RUN-TIMING HISTORY FILE -  *
000627*                   START AND END TIME, ELAPSED SECONDS, DAYS    *
000628*                   PRODUCED, LETTERS, E-MAILS, FULFILLMENT      *
000629*                   ORDERS, AND THE ENGINE VARIANT - FOR THE     *
000630*                   RUNTREND TREND AND BATCH-WINDOW FORECAST.    *
000539*----------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
005682     COPY TMPLSEL.
005683     COPY VENDMSEL.
005684     COPY FULSEL.
005684     COPY EMLSEL.
005685     COPY STATSEL.
005685     COPY TIMESEL.
005686     COPY GLSEL.
005687     COPY MHSTSEL.
005687     COPY CSELSEL.
005687     COPY XRATSEL.
000569     COPY SPNDSEL.
000571     COPY BALSEL.
000570 DATA DIVISION.
006592     COPY TMPLFD.
006593     COPY VENDMFD.
006594     COPY FULFD.
006594     COPY EMLFD.
006595     COPY STATFD.
006595     COPY TIMEFD.
006596     COPY GLFD.
006597     COPY MHSTFD.
006597     COPY CSELFD.
006597     COPY XRATFD.
000661     COPY SPNDFD.
000662     COPY BALFD.
000660 WORKING-STORAGE SECTION.
007382     COPY TMPLWS.
007383     COPY VENDMWS.
007384     COPY FULWS.
007384     COPY EMLWS.
007385     COPY STATWS.
007385     COPY TIMEWS.
007386     COPY GLWS.
007387     COPY MHSTWS.
007387     COPY CSELWS.
007387     COPY XRATWS.
000739     COPY CATLTBL.
000740 77  WS-PROGRAM-VARIANT           PIC X(10) VALUE 'TWELVE-SL'.
000745 77  WS-RPT-FS                    PIC X(2)  VALUE '00'.
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT
000940     GOBACK.
000950 1000-INITIALIZE.
000962     PERFORM 4200-START-RUN-TIMER THRU 4200-EXIT
000974     MOVE 'N' TO WS-USE-RUNCTL-SW
000975     IF ADDRESS OF RUN-CONTROL-AREA NOT = NULL
000976         IF RUNCTL-PRESENT
001020     IF CATL-LIST (1) = '**'
001022         PERFORM 1190-BUILD-CATALOG-LIST THRU 1190-EXIT
001024     END-IF
001042     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
001043     PERFORM 1360-LOAD-EXCHANGE-RATES THRU 1360-EXIT.
001050 1000-EXIT.
001060     EXIT.
001070 1100-READ-DAY-RANGE-PARM.
001596*----------------------------------------------------------------*
001600 5000-PROCESS-CATALOG.
001601     MOVE CATL-LIST (CATL-IDX) TO WS-CATALOG-ID
001601     PERFORM 4210-START-CATALOG-TIMER THRU 4210-EXIT
001602     PERFORM 5050-RESET-CATALOG-STATE THRU 5050-EXIT
001602     PERFORM 1280-LOAD-TEMPLATES THRU 1280-EXIT
001603     PERFORM 5100-SET-CATALOG-DDNAMES THRU 5100-EXIT
001622     IF WS-ORIG-START-DAY = 1 AND WS-END-DAY = WS-GIFT-COUNT
001623         PERFORM 1170-OPEN-VENDOR-EXTRACT THRU 1170-EXIT
001622     PERFORM 1175-OPEN-FULFILL-ORDERS THRU 1175-EXIT
001623     PERFORM 1177-OPEN-EMAIL-EXTRACT THRU 1177-EXIT
001624     ELSE
001625         DISPLAY 'TWELVE - VENDOR EXTRACT SKIPPED, PARTIAL RUN'
001626     END-IF
001630         UNTIL WS-DAY > WS-END-DAY
001631     PERFORM 2500-PRINT-RECIPIENT-LETTERS THRU 2500-EXIT
001632     PERFORM 4100-UPDATE-RUN-STATUS THRU 4100-EXIT
001632     PERFORM 5900-CLOSE-CATALOG-FILES THRU 5900-EXIT
001632     PERFORM 4220-WRITE-CATALOG-TIMING THRU 4220-EXIT.
001633 5000-EXIT.
001634     EXIT.
001635 5900-CLOSE-CATALOG-FILES.
001636     PERFORM 3000-PRINT-TALLY THRU 3000-EXIT
001637     PERFORM 3200-PRINT-SPEND-REPORT THRU 3200-EXIT
001632     PERFORM 3300-PRINT-MANIFEST THRU 3300-EXIT
001634     IF CSEL-ACTIVE
001635         PERFORM 3350-PRINT-SELECTION THRU 3350-EXIT
001636     END-IF
001638     PERFORM 9100-CLOSE-EXPORT-FILES THRU 9100-EXIT
001639     IF VND-FILE-OPEN
001640         PERFORM 9300-CLOSE-VENDOR-EXTRACT THRU 9300-EXIT
001642     IF FUL-FILE-OPEN
001643         PERFORM 9350-CLOSE-FULFILL-ORDERS THRU 9350-EXIT
001644     END-IF
001644     IF EML-FILE-OPEN
001644         PERFORM 9360-CLOSE-EMAIL-EXTRACT THRU 9360-EXIT
001644     END-IF
001642     IF NOT ARCH-REPLAY-MODE AND NOT PROOF-MODE
001643         PERFORM 9400-CLOSE-ARCHIVE THRU 9400-EXIT
001644     END-IF
001701*----------------------------------------------------------------*
001702 9000-TERMINATE.
001703     PERFORM 9500-PRINT-BALANCING THRU 9500-EXIT
001703     PERFORM 4230-WRITE-RUN-TIMING THRU 4230-EXIT
001702     MOVE 'C' TO WS-STAT-STATE
001703     PERFORM 4100-UPDATE-RUN-STATUS THRU 4100-EXIT.
001704 9000-EXIT.
001780     COPY ARCHPROC.
001790     COPY RCPTPROC.
001792     COPY MANRPT.
009666     COPY CSELPROC.
017541     COPY OVRDPROC.
017542     COPY TMPLPROC.
017543     COPY VENDMLOD.
017543     COPY XRATLOD.
017544     COPY FULOPEN.
017544     COPY EMLOPEN.
017545     COPY FULWRT.
017545     COPY EMLWRT.
017546     COPY FULCLOSE.
017546     COPY EMLCLOSE.
017547     COPY STATPROC.
017547     COPY TIMEPROC.
017548     COPY GLFEED.
