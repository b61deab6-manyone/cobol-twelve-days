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
000740 77  WS-PROGRAM-VARIANT           PIC X(10) VALUE 'TWELVE-PP'.
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
001556*----------------------------------------------------------------*
001560 5000-PROCESS-CATALOG.
001561     MOVE CATL-LIST (CATL-IDX) TO WS-CATALOG-ID
001561     PERFORM 4210-START-CATALOG-TIMER THRU 4210-EXIT
001562     PERFORM 5050-RESET-CATALOG-STATE THRU 5050-EXIT
001562     PERFORM 1280-LOAD-TEMPLATES THRU 1280-EXIT
001563     PERFORM 5100-SET-CATALOG-DDNAMES THRU 5100-EXIT
001582     IF WS-ORIG-START-DAY = 1 AND WS-END-DAY = WS-GIFT-COUNT
001583         PERFORM 1170-OPEN-VENDOR-EXTRACT THRU 1170-EXIT
001582     PERFORM 1175-OPEN-FULFILL-ORDERS THRU 1175-EXIT
001583     PERFORM 1177-OPEN-EMAIL-EXTRACT THRU 1177-EXIT
001584     ELSE
001585         DISPLAY 'TWELVE - VENDOR EXTRACT SKIPPED, PARTIAL RUN'
001586     END-IF
001590         UNTIL WS-DAY > WS-END-DAY
001591     PERFORM 2500-PRINT-RECIPIENT-LETTERS THRU 2500-EXIT
001592     PERFORM 4100-UPDATE-RUN-STATUS THRU 4100-EXIT
001592     PERFORM 5900-CLOSE-CATALOG-FILES THRU 5900-EXIT
001592     PERFORM 4220-WRITE-CATALOG-TIMING THRU 4220-EXIT.
001593 5000-EXIT.
001594     EXIT.
001595 5900-CLOSE-CATALOG-FILES.
001596     PERFORM 3000-PRINT-TALLY THRU 3000-EXIT
001597     PERFORM 3200-PRINT-SPEND-REPORT THRU 3200-EXIT
001592     PERFORM 3300-PRINT-MANIFEST THRU 3300-EXIT
001594     IF CSEL-ACTIVE
001595         PERFORM 3350-PRINT-SELECTION THRU 3350-EXIT
001596     END-IF
001598     PERFORM 9100-CLOSE-EXPORT-FILES THRU 9100-EXIT
001599     IF VND-FILE-OPEN
001600         PERFORM 9300-CLOSE-VENDOR-EXTRACT THRU 9300-EXIT
001602     IF FUL-FILE-OPEN
001603         PERFORM 9350-CLOSE-FULFILL-ORDERS THRU 9350-EXIT
001604     END-IF
001604     IF EML-FILE-OPEN
001604         PERFORM 9360-CLOSE-EMAIL-EXTRACT THRU 9360-EXIT
001604     END-IF
001602     IF NOT ARCH-REPLAY-MODE AND NOT PROOF-MODE
001603         PERFORM 9400-CLOSE-ARCHIVE THRU 9400-EXIT
001604     END-IF
001611*----------------------------------------------------------------*
001612 9000-TERMINATE.
001613     PERFORM 9500-PRINT-BALANCING THRU 9500-EXIT
001613     PERFORM 4230-WRITE-RUN-TIMING THRU 4230-EXIT
001612     MOVE 'C' TO WS-STAT-STATE
001613     PERFORM 4100-UPDATE-RUN-STATUS THRU 4100-EXIT.
001614 9000-EXIT.
001740     COPY ARCHPROC.
001750     COPY RCPTPROC.
001752     COPY MANRPT.
009422     COPY CSELPROC.
017091     COPY OVRDPROC.
017092     COPY TMPLPROC.
017093     COPY VENDMLOD.
017093     COPY XRATLOD.
017094     COPY FULOPEN.
017094     COPY EMLOPEN.
017095     COPY FULWRT.
017095     COPY EMLWRT.
017096     COPY FULCLOSE.
017096     COPY EMLCLOSE.
017097     COPY STATPROC.
017097     COPY TIMEPROC.
017098     COPY GLFEED.
