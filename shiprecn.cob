000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SHIPRECN.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW RECONCILIATION PROGRAM FOR THE           *
000110*                   FULFILLMENT HOUSE'S DAILY SHIPMENT           *
000120*                   CONFIRMATION FILE.  FOR ONE SEASON AND       *
000130*                   CATALOG LIST, LOADS THE FULFILLMENT ORDER    *
000140*                   EXTRACTS THE ENGINES CUT (QUANTITY ORDERED   *
000150*                   PER RECIPIENT, CATALOG, AND GIFT DAY),       *
000160*                   MATCHES EVERY CONFIRMATION BACK TO ITS       *
000170*                   ORDER ON RECIPIENT ID, CATALOG, SEASON, AND  *
000180*                   GIFT DAY, AND REPORTS ORDERS NEVER SHIPPED,  *
000190*                   ORDERS SHORT-SHIPPED AGAINST THE QUANTITY    *
000200*                   ORDERED, CONFIRMATIONS THAT MATCH NO ORDER,  *
000210*                   AND SHIPMENTS TO RECIPIENTS NOW SUPPRESSED   *
000220*                   ON RECIPIENT-MASTER.  A PARTRIDGE THAT NEVER *
000230*                   LEFT THE WAREHOUSE SURFACES BY BOXING DAY,   *
000240*                   NOT WHEN THE CUSTOMER PHONES IN JANUARY.     *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY FULSEL.
000300     COPY RCPTSEL.
000310     SELECT SHIP-CONF-FILE ASSIGN TO GIFTSHPC
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CONF-FS.
000340     SELECT SHIP-RECON-RPT ASSIGN TO GIFTSHPR
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SHPR-FS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390     COPY FULFD.
000400     COPY RCPTFD.
000410*----------------------------------------------------------------*
000420*  ONE CONFIRMATION PER SHIPMENT: THE ORDER KEY THE FULFILLMENT  *
000430*  HOUSE WAS SENT (RECIPIENT, CATALOG, SEASON, GIFT DAY), THE    *
000440*  QUANTITY THAT LEFT THE WAREHOUSE, THE SHIP DATE, AND THE      *
000450*  CARRIER'S TRACKING REFERENCE.  A GIFT DAY SHIPPED IN SEVERAL  *
000460*  PARCELS ARRIVES AS SEVERAL CONFIRMATIONS AND IS SUMMED.       *
000470*----------------------------------------------------------------*
000480 FD  SHIP-CONF-FILE
000490     RECORDING MODE IS F.
000500 01  SHIP-CONF-REC.
000510     05  SC-RECIP-ID               PIC X(6).
000520     05  FILLER                    PIC X(1).
000530     05  SC-CATALOG-ID             PIC X(2).
000540     05  FILLER                    PIC X(1).
000550     05  SC-SEASON                 PIC 9(4).
000560     05  FILLER                    PIC X(1).
000570     05  SC-GIFT-DAY               PIC 9(2).
000580     05  FILLER                    PIC X(1).
000590     05  SC-QTY-SHIPPED            PIC 9(4).
000600     05  FILLER                    PIC X(1).
000610     05  SC-SHIP-DATE              PIC 9(8).
000620     05  FILLER                    PIC X(1).
000630     05  SC-CARRIER-REF            PIC X(20).
000640 FD  SHIP-RECON-RPT
000650     RECORDING MODE IS F.
000660 01  SHIP-RECON-REC                PIC X(80).
000670 WORKING-STORAGE SECTION.
000680     COPY FULWS.
000690     COPY RCPTWS.
000700 77  WS-CONF-FS                    PIC X(2)  VALUE '00'.
000710 77  WS-SHPR-FS                    PIC X(2)  VALUE '00'.
000720 77  WS-RECON-YEAR                 PIC 9(4)  VALUE ZERO.
000730 77  WS-CUTOFF-DATE                PIC 9(8)  VALUE ZERO.
000740*----------------------------------------------------------------*
000750*  PARM CARD: SEASON YEAR, A SPACE, UP TO TEN TWO-CHARACTER      *
000760*  CATALOG IDS SIDE BY SIDE, A SPACE, THEN AN OPTIONAL CUTOFF    *
000770*  DATE (DEFAULTS TO TODAY).  AN ORDER STILL SHORT OR UNSHIPPED  *
000780*  IS AN EXCEPTION ONCE ITS EXTRACT WAS CUT ON OR BEFORE THE     *
000790*  CUTOFF; A NEWER ONE IS ONLY PENDING.                          *
000800*----------------------------------------------------------------*
000810 01  WS-RECON-PARM.
000820     05  WS-PARM-YEAR              PIC X(4).
000830     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
000840                                   PIC 9(4).
000850     05  FILLER                    PIC X(1).
000860     05  WS-PARM-CATALOGS.
000870         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
000880     05  FILLER                    PIC X(1).
000890     05  WS-PARM-CUTOFF            PIC X(8).
000900     05  WS-PARM-CUTOFF-N REDEFINES WS-PARM-CUTOFF
000910                                   PIC 9(8).
000920 01  WS-CONF-EOF-SW                PIC X(1)  VALUE 'N'.
000930     88  WS-CONF-EOF                         VALUE 'Y'.
000940 01  WS-FUL-EOF-SW                 PIC X(1)  VALUE 'N'.
000950     88  WS-FUL-EOF                          VALUE 'Y'.
000960 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000970     88  WS-HIT-FOUND                        VALUE 'Y'.
000980 01  WS-IN-SCOPE-SW                PIC X(1)  VALUE 'N'.
000990     88  WS-IN-SCOPE                         VALUE 'Y'.
001000 77  WS-CAT-IDX                    PIC 9(2) COMP VALUE ZERO.
001010 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
001020 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001030 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001040*----------------------------------------------------------------*
001050*  ORDER TABLE - ONE ENTRY PER RECIPIENT / CATALOG / GIFT DAY.   *
001060*  THE EXTRACT CARRIES ONE DETAIL PER GIFT LINE PER VERSE DAY    *
001070*  (DAY 1'S GIFT IS ORDERED AGAIN ON EVERY LATER DAY), SO THE    *
001080*  DETAILS ARE SUMMED INTO THE QUANTITY THE RECIPIENT SHOULD     *
001090*  RECEIVE FOR THAT GIFT DAY.  A RECIPIENT'S DETAILS ARE         *
001100*  CONTIGUOUS ON THE EXTRACT, SO THE SUMMING SCAN ONLY LOOKS     *
001110*  BACK AS FAR AS THE CURRENT RECIPIENT'S FIRST ENTRY.           *
001120*----------------------------------------------------------------*
001130 77  WS-ORD-MAX                    PIC 9(5) COMP VALUE 60000.
001140 77  ORD-COUNT                     PIC 9(5) COMP VALUE ZERO.
001150 77  ORD-IDX                       PIC 9(5) COMP VALUE ZERO.
001160 77  ORD-HIT-IDX                   PIC 9(5) COMP VALUE ZERO.
001170 77  ORD-RCPT-START                PIC 9(5) COMP VALUE ZERO.
001180 01  WS-PREV-RECIP-ID              PIC X(6)  VALUE SPACES.
001190 01  ORD-TABLE.
001200     05  ORD-ENTRY OCCURS 60000.
001210         10  ORD-RECIP-ID          PIC X(6).
001220         10  ORD-CATALOG-ID        PIC X(2).
001230         10  ORD-GIFT-DAY          PIC 9(2).
001240         10  ORD-CUT-DATE          PIC 9(8).
001250         10  ORD-QTY-ORDERED       PIC 9(5) COMP.
001260         10  ORD-QTY-SHIPPED       PIC 9(5) COMP.
001270*----------------------------------------------------------------*
001280*  SUPPRESSED-RECIPIENT TABLE - EVERY RECIPIENT-MASTER RECORD    *
001290*  WHOSE STATUS STOPS THE LETTER.  EACH IS REPORTED ONCE, ON     *
001300*  THE FIRST CONFIRMATION THAT SHIPPED TO THEM.                  *
001310*----------------------------------------------------------------*
001320 77  WS-SUP-MAX                    PIC 9(5) COMP VALUE 20000.
001330 77  SUP-COUNT                     PIC 9(5) COMP VALUE ZERO.
001340 77  SUP-IDX                       PIC 9(5) COMP VALUE ZERO.
001350 01  SUP-TABLE.
001360     05  SUP-ENTRY OCCURS 20000.
001370         10  SUP-RECIP-ID          PIC X(6).
001380         10  SUP-STATUS            PIC X(1).
001390         10  SUP-REPORTED-SW       PIC X(1).
001400 77  WS-DET-READ-CNT               PIC 9(7) COMP VALUE ZERO.
001410 77  WS-CONF-READ-CNT              PIC 9(7) COMP VALUE ZERO.
001420 77  WS-CONF-SKIP-CNT              PIC 9(7) COMP VALUE ZERO.
001430 77  WS-SHIPPED-CNT                PIC 9(7) COMP VALUE ZERO.
001440 77  WS-NOTSHIP-CNT                PIC 9(7) COMP VALUE ZERO.
001450 77  WS-SHORT-CNT                  PIC 9(7) COMP VALUE ZERO.
001460 77  WS-OVER-CNT                   PIC 9(7) COMP VALUE ZERO.
001470 77  WS-PENDING-CNT                PIC 9(7) COMP VALUE ZERO.
001480 77  WS-UNMATCHED-CNT              PIC 9(7) COMP VALUE ZERO.
001490 77  WS-SUPPRESSED-CNT             PIC 9(7) COMP VALUE ZERO.
001500 77  WS-EXCEPTION-CNT              PIC 9(5) COMP VALUE ZERO.
001510 77  WS-CNT-FMT                    PIC ZZZZZZ9.
001520 77  WS-QTY-FMT                    PIC ZZZZ9.
001530 77  WS-QTY2-FMT                   PIC ZZZZ9.
001540 01  WS-RPT-LINE                   PIC X(80).
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------------*
001570*  0000-MAINLINE - LOAD THE SUPPRESSED RECIPIENTS AND EVERY      *
001580*  CATALOG'S ORDERS, APPLY THE CONFIRMATIONS, THEN REPORT WHAT   *
001590*  IS STILL OWED.                                                *
001600*----------------------------------------------------------------*
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630     PERFORM 1200-LOAD-SUPPRESSED THRU 1200-EXIT
001640     PERFORM 1400-LOAD-ONE-CATALOG THRU 1400-EXIT
001650         VARYING WS-CAT-IDX FROM 1 BY 1
001660         UNTIL WS-CAT-IDX > 10
001670     PERFORM 2000-APPLY-CONFIRMATIONS THRU 2000-EXIT
001680     PERFORM 2500-CHECK-ONE-ORDER THRU 2500-EXIT
001690         VARYING ORD-IDX FROM 1 BY 1
001700         UNTIL ORD-IDX > ORD-COUNT
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT
001720     GOBACK.
001730*----------------------------------------------------------------*
001740*  1000-INITIALIZE - READ THE PARM CARD AND OPEN THE REPORT.     *
001750*----------------------------------------------------------------*
001760 1000-INITIALIZE.
001770     MOVE SPACES TO WS-RECON-PARM
001780     ACCEPT WS-RECON-PARM FROM SYSIN
001790     IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR-N > ZERO
001800         MOVE WS-PARM-YEAR-N TO WS-RECON-YEAR
001810     ELSE
001820         DISPLAY 'SHIPRECN - PARM CARD NEEDS A SEASON YEAR'
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF
001860     IF WS-PARM-CATALOGS = SPACES
001870         DISPLAY 'SHIPRECN - PARM CARD NEEDS A CATALOG LIST'
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF
001910     IF WS-PARM-CUTOFF IS NUMERIC
001920         AND WS-PARM-CUTOFF-N > ZERO
001930         MOVE WS-PARM-CUTOFF-N TO WS-CUTOFF-DATE
001940     ELSE
001950         ACCEPT WS-CUTOFF-DATE FROM DATE YYYYMMDD
001960     END-IF
001970     OPEN OUTPUT SHIP-RECON-RPT
001980     IF WS-SHPR-FS NOT = '00'
001990         DISPLAY 'SHIPRECN - UNABLE TO OPEN SHIP-RECON-RPT,'
002000             ' STATUS ' WS-SHPR-FS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002040     MOVE SPACES TO WS-RPT-LINE
002050     STRING 'SHIPMENT CONFIRMATION RECONCILIATION  SEASON '
002060         WS-RECON-YEAR '  CUTOFF ' WS-CUTOFF-DATE
002070         DELIMITED BY SIZE INTO WS-RPT-LINE
002080     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
002090     MOVE SPACES TO WS-RPT-LINE
002100     WRITE SHIP-RECON-REC FROM WS-RPT-LINE.
002110 1000-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------*
002140*  1200-LOAD-SUPPRESSED - KEEPS EVERY RECIPIENT WHOSE STATUS     *
002150*  STOPS THE LETTER.  A MISSING MASTER MEANS NOBODY IS KNOWN TO  *
002160*  BE SUPPRESSED AND IS NOT AN ERROR.                            *
002170*----------------------------------------------------------------*
002180 1200-LOAD-SUPPRESSED.
002190     MOVE 'N' TO WS-RCPT-EOF-SW
002200     OPEN INPUT RECIPIENT-MASTER
002210     IF WS-RCPT-FS = '35'
002220         DISPLAY 'SHIPRECN - NO RECIPIENT-MASTER FILE,'
002230             ' SUPPRESSION NOT CHECKED'
002240         GO TO 1200-EXIT
002250     END-IF
002260     IF WS-RCPT-FS NOT = '00'
002270         DISPLAY 'SHIPRECN - UNABLE TO OPEN RECIPIENT-MASTER,'
002280             ' STATUS ' WS-RCPT-FS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     PERFORM 1210-READ-RECIPIENT THRU 1210-EXIT
002330         UNTIL WS-RCPT-EOF
002340     CLOSE RECIPIENT-MASTER.
002350 1200-EXIT.
002360     EXIT.
002370 1210-READ-RECIPIENT.
002380     READ RECIPIENT-MASTER
002390         AT END
002400             MOVE 'Y' TO WS-RCPT-EOF-SW
002410         NOT AT END
002420             IF NOT RC-ACTIVE
002430                 IF SUP-COUNT >= WS-SUP-MAX
002440                     DISPLAY 'SHIPRECN - SUPPRESSED RECIPIENTS'
002450                         ' EXCEED ' WS-SUP-MAX ', TABLE FULL'
002460                     MOVE 16 TO RETURN-CODE
002470                     STOP RUN
002480                 END-IF
002490                 ADD 1 TO SUP-COUNT
002500                 MOVE RC-RECIP-ID TO SUP-RECIP-ID (SUP-COUNT)
002510                 MOVE RC-STATUS TO SUP-STATUS (SUP-COUNT)
002520                 MOVE 'N' TO SUP-REPORTED-SW (SUP-COUNT)
002530             END-IF
002540     END-READ.
002550 1210-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------*
002580*  1400-LOAD-ONE-CATALOG - POINTS FULFILL-ORDERS AT THE          *
002590*  CATALOG'S OWN EXTRACT (THE SAME NAME-PLUS-CATALOG CONVENTION  *
002600*  THE ENGINES WRITE UNDER) AND SUMS ITS DETAILS INTO THE ORDER  *
002610*  TABLE.  A MISSING EXTRACT, OR ONE CUT FOR ANOTHER SEASON, IS  *
002620*  AN EXCEPTION - THE CATALOG CANNOT BE RECONCILED.              *
002630*----------------------------------------------------------------*
002640 1400-LOAD-ONE-CATALOG.
002650     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
002660         GO TO 1400-EXIT
002670     END-IF
002680     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
002690     MOVE 'DD_GIFTFULF' TO WS-ENV-NAME
002700     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
002710     MOVE SPACES TO WS-ENV-VALUE
002720     STRING 'GIFTFULF' WS-CUR-CATALOG DELIMITED BY SIZE
002730         INTO WS-ENV-VALUE
002740     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
002750     MOVE 'N' TO WS-FUL-EOF-SW
002760     MOVE ZERO TO WS-FUL-ORDER-COUNT
002770     MOVE ZERO TO WS-FUL-QTY-TOTAL
002780     MOVE ZERO TO WS-FUL-RUN-DATE
002790     MOVE SPACES TO WS-PREV-RECIP-ID
002800     OPEN INPUT FULFILL-ORDERS
002810     IF WS-FUL-FS = '35'
002820         ADD 1 TO WS-EXCEPTION-CNT
002830         MOVE SPACES TO WS-RPT-LINE
002840         STRING 'NO EXTRACT      CATALOG ' WS-CUR-CATALOG
002850             ' - NO FULFILLMENT ORDERS ON FILE'
002860             DELIMITED BY SIZE INTO WS-RPT-LINE
002870         WRITE SHIP-RECON-REC FROM WS-RPT-LINE
002880         GO TO 1400-EXIT
002890     END-IF
002900     IF WS-FUL-FS NOT = '00'
002910         DISPLAY 'SHIPRECN - UNABLE TO OPEN FULFILL-ORDERS,'
002920             ' STATUS ' WS-FUL-FS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     PERFORM 1410-READ-ONE-ORDER THRU 1410-EXIT
002970         UNTIL WS-FUL-EOF
002980     CLOSE FULFILL-ORDERS.
002990 1400-EXIT.
003000     EXIT.
003010 1410-READ-ONE-ORDER.
003020     READ FULFILL-ORDERS
003030         AT END
003040             MOVE 'Y' TO WS-FUL-EOF-SW
003050             GO TO 1410-EXIT
003060     END-READ
003070     EVALUATE FO-REC-TYPE
003080         WHEN 'H'
003090             PERFORM 1420-CHECK-HEADER THRU 1420-EXIT
003100         WHEN 'D'
003110             ADD 1 TO WS-FUL-ORDER-COUNT
003120             ADD FO-DET-QTY TO WS-FUL-QTY-TOTAL
003130             ADD 1 TO WS-DET-READ-CNT
003140             PERFORM 1430-POST-ORDER THRU 1430-EXIT
003150         WHEN 'T'
003160             PERFORM 1440-CHECK-TRAILER THRU 1440-EXIT
003170     END-EVALUATE.
003180 1410-EXIT.
003190     EXIT.
003200 1420-CHECK-HEADER.
003210     MOVE FO-HDR-RUN-DATE TO WS-FUL-RUN-DATE
003220     IF FO-HDR-SEASON NOT = WS-RECON-YEAR
003230         OR FO-HDR-CATALOG-ID NOT = WS-CUR-CATALOG
003240         ADD 1 TO WS-EXCEPTION-CNT
003250         MOVE SPACES TO WS-RPT-LINE
003260         STRING 'WRONG EXTRACT   CATALOG ' WS-CUR-CATALOG
003270             ' - FILE IS CATALOG ' FO-HDR-CATALOG-ID
003280             ' SEASON ' FO-HDR-SEASON
003290             DELIMITED BY SIZE INTO WS-RPT-LINE
003300         WRITE SHIP-RECON-REC FROM WS-RPT-LINE
003310         MOVE 'Y' TO WS-FUL-EOF-SW
003320     END-IF.
003330 1420-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*  1430-POST-ORDER - SUMS ONE DETAIL INTO ITS RECIPIENT / GIFT   *
003370*  DAY ENTRY, OPENING A NEW ENTRY THE FIRST TIME THE GIFT DAY IS *
003380*  SEEN FOR THIS RECIPIENT.                                      *
003390*----------------------------------------------------------------*
003400 1430-POST-ORDER.
003410     IF FO-DET-RECIP-ID NOT = WS-PREV-RECIP-ID
003420         MOVE FO-DET-RECIP-ID TO WS-PREV-RECIP-ID
003430         COMPUTE ORD-RCPT-START = ORD-COUNT + 1
003440     END-IF
003450     MOVE 'N' TO WS-HIT-SW
003460     PERFORM 1435-MATCH-RCPT-ORDER THRU 1435-EXIT
003470         VARYING ORD-IDX FROM ORD-RCPT-START BY 1
003480         UNTIL ORD-IDX > ORD-COUNT OR WS-HIT-FOUND
003490     IF WS-HIT-FOUND
003500         GO TO 1430-EXIT
003510     END-IF
003520     IF ORD-COUNT >= WS-ORD-MAX
003530         DISPLAY 'SHIPRECN - ORDER KEYS EXCEED ' WS-ORD-MAX
003540             ', TABLE FULL'
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF
003580     ADD 1 TO ORD-COUNT
003590     MOVE FO-DET-RECIP-ID TO ORD-RECIP-ID (ORD-COUNT)
003600     MOVE WS-CUR-CATALOG TO ORD-CATALOG-ID (ORD-COUNT)
003610     MOVE FO-DET-GIFT-DAY TO ORD-GIFT-DAY (ORD-COUNT)
003620     MOVE WS-FUL-RUN-DATE TO ORD-CUT-DATE (ORD-COUNT)
003630     MOVE FO-DET-QTY TO ORD-QTY-ORDERED (ORD-COUNT)
003640     MOVE ZERO TO ORD-QTY-SHIPPED (ORD-COUNT).
003650 1430-EXIT.
003660     EXIT.
003670 1435-MATCH-RCPT-ORDER.
003680     IF ORD-GIFT-DAY (ORD-IDX) = FO-DET-GIFT-DAY
003690         MOVE 'Y' TO WS-HIT-SW
003700         ADD FO-DET-QTY TO ORD-QTY-ORDERED (ORD-IDX)
003710     END-IF.
003720 1435-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------*
003750*  1440-CHECK-TRAILER - THE EXTRACT MUST BE COMPLETE BEFORE ITS  *
003760*  ORDERS CAN BE TRUSTED AS THE LIST OF WHAT IS OWED.            *
003770*----------------------------------------------------------------*
003780 1440-CHECK-TRAILER.
003790     IF FO-TRL-ORDER-COUNT NOT = WS-FUL-ORDER-COUNT
003800         OR FO-TRL-QTY-TOTAL NOT = WS-FUL-QTY-TOTAL
003810         ADD 1 TO WS-EXCEPTION-CNT
003820         MOVE SPACES TO WS-RPT-LINE
003830         STRING 'BAD TRAILER     CATALOG ' WS-CUR-CATALOG
003840             ' - EXTRACT TRAILER DOES NOT TIE TO ITS DETAILS'
003850             DELIMITED BY SIZE INTO WS-RPT-LINE
003860         WRITE SHIP-RECON-REC FROM WS-RPT-LINE
003870     END-IF.
003880 1440-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910*  2000-APPLY-CONFIRMATIONS - EACH CONFIRMATION FOR THIS SEASON  *
003920*  AND A LISTED CATALOG IS ADDED TO ITS ORDER'S SHIPPED          *
003930*  QUANTITY, OR REPORTED WHEN IT ANSWERS NO ORDER.  A MISSING    *
003940*  FILE MEANS NOTHING HAS SHIPPED YET AND IS NOT AN ERROR.       *
003950*----------------------------------------------------------------*
003960 2000-APPLY-CONFIRMATIONS.
003970     MOVE 'N' TO WS-CONF-EOF-SW
003980     OPEN INPUT SHIP-CONF-FILE
003990     IF WS-CONF-FS = '35'
004000         GO TO 2000-EXIT
004010     END-IF
004020     IF WS-CONF-FS NOT = '00'
004030         DISPLAY 'SHIPRECN - UNABLE TO OPEN SHIP-CONF-FILE,'
004040             ' STATUS ' WS-CONF-FS
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF
004080     PERFORM 2010-READ-ONE-CONF THRU 2010-EXIT
004090         UNTIL WS-CONF-EOF
004100     CLOSE SHIP-CONF-FILE.
004110 2000-EXIT.
004120     EXIT.
004130 2010-READ-ONE-CONF.
004140     READ SHIP-CONF-FILE
004150         AT END
004160             MOVE 'Y' TO WS-CONF-EOF-SW
004170             GO TO 2010-EXIT
004180     END-READ
004190     ADD 1 TO WS-CONF-READ-CNT
004200     MOVE 'N' TO WS-IN-SCOPE-SW
004210     IF SC-SEASON IS NUMERIC AND SC-SEASON = WS-RECON-YEAR
004220         PERFORM 2020-TEST-ONE-CATALOG THRU 2020-EXIT
004230             VARYING WS-CAT-IDX FROM 1 BY 1
004240             UNTIL WS-CAT-IDX > 10 OR WS-IN-SCOPE
004250     END-IF
004260     IF NOT WS-IN-SCOPE
004270         ADD 1 TO WS-CONF-SKIP-CNT
004280         GO TO 2010-EXIT
004290     END-IF
004300     IF SC-QTY-SHIPPED NOT NUMERIC
004310         MOVE ZERO TO SC-QTY-SHIPPED
004320     END-IF
004330     MOVE 'N' TO WS-HIT-SW
004340     PERFORM 2030-MATCH-ONE-ORDER THRU 2030-EXIT
004350         VARYING ORD-IDX FROM 1 BY 1
004360         UNTIL ORD-IDX > ORD-COUNT OR WS-HIT-FOUND
004370     IF NOT WS-HIT-FOUND
004380         ADD 1 TO WS-UNMATCHED-CNT
004390         MOVE SC-QTY-SHIPPED TO WS-QTY-FMT
004400         MOVE SPACES TO WS-RPT-LINE
004410         STRING 'UNMATCHED CONF  ' SC-RECIP-ID ' '
004420             SC-CATALOG-ID ' ' SC-SEASON ' DAY ' SC-GIFT-DAY
004430             ' SHIPPED ' WS-QTY-FMT ' MATCHES NO ORDER'
004440             DELIMITED BY SIZE INTO WS-RPT-LINE
004450         WRITE SHIP-RECON-REC FROM WS-RPT-LINE
004460     END-IF
004470     PERFORM 2050-CHECK-SUPPRESSED THRU 2050-EXIT.
004480 2010-EXIT.
004490     EXIT.
004500 2020-TEST-ONE-CATALOG.
004510     IF WS-PARM-CAT-ID (WS-CAT-IDX) NOT = SPACES
004520         AND WS-PARM-CAT-ID (WS-CAT-IDX) = SC-CATALOG-ID
004530         MOVE 'Y' TO WS-IN-SCOPE-SW
004540     END-IF.
004550 2020-EXIT.
004560     EXIT.
004570 2030-MATCH-ONE-ORDER.
004580     IF ORD-RECIP-ID (ORD-IDX) = SC-RECIP-ID
004590         AND ORD-CATALOG-ID (ORD-IDX) = SC-CATALOG-ID
004600         AND ORD-GIFT-DAY (ORD-IDX) = SC-GIFT-DAY
004610         MOVE 'Y' TO WS-HIT-SW
004620         ADD SC-QTY-SHIPPED TO ORD-QTY-SHIPPED (ORD-IDX)
004630     END-IF.
004640 2030-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670*  2050-CHECK-SUPPRESSED - A SHIPMENT TO A RECIPIENT WHO HAS     *
004680*  SINCE OPTED OUT, DIED, MOVED AWAY, OR BEEN MARKED             *
004690*  UNDELIVERABLE IS REPORTED ONCE PER RECIPIENT.                 *
004700*----------------------------------------------------------------*
004710 2050-CHECK-SUPPRESSED.
004720     IF SC-QTY-SHIPPED = ZERO
004730         GO TO 2050-EXIT
004740     END-IF
004750     MOVE 'N' TO WS-HIT-SW
004760     PERFORM 2060-MATCH-ONE-SUPPRESSED THRU 2060-EXIT
004770         VARYING SUP-IDX FROM 1 BY 1
004780         UNTIL SUP-IDX > SUP-COUNT OR WS-HIT-FOUND.
004790 2050-EXIT.
004800     EXIT.
004810 2060-MATCH-ONE-SUPPRESSED.
004820     IF SUP-RECIP-ID (SUP-IDX) = SC-RECIP-ID
004830         MOVE 'Y' TO WS-HIT-SW
004840         IF SUP-REPORTED-SW (SUP-IDX) = 'N'
004850             MOVE 'Y' TO SUP-REPORTED-SW (SUP-IDX)
004860             ADD 1 TO WS-SUPPRESSED-CNT
004870             MOVE SPACES TO WS-RPT-LINE
004880             STRING 'SUPPRESSED SHIP ' SC-RECIP-ID ' '
004890                 SC-CATALOG-ID ' ' SC-SEASON ' DAY ' SC-GIFT-DAY
004900                 ' SHIPPED ' SC-SHIP-DATE ' STATUS '
004910                 SUP-STATUS (SUP-IDX)
004920                 DELIMITED BY SIZE INTO WS-RPT-LINE
004930             WRITE SHIP-RECON-REC FROM WS-RPT-LINE
004940         END-IF
004950     END-IF.
004960 2060-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------*
004990*  2500-CHECK-ONE-ORDER - WHAT IS STILL OWED ON ONE RECIPIENT /  *
005000*  GIFT DAY.  NOTHING SHIPPED OR SHORT-SHIPPED IS AN EXCEPTION   *
005010*  ONCE THE EXTRACT WAS CUT ON OR BEFORE THE CUTOFF; A NEWER     *
005020*  ONE IS ONLY PENDING.  SHIPPING MORE THAN WAS ORDERED IS       *
005030*  ALWAYS AN EXCEPTION - SOMEBODY IS PAYING FOR IT.              *
005040*----------------------------------------------------------------*
005050 2500-CHECK-ONE-ORDER.
005060     MOVE ORD-QTY-ORDERED (ORD-IDX) TO WS-QTY-FMT
005070     MOVE ORD-QTY-SHIPPED (ORD-IDX) TO WS-QTY2-FMT
005080     IF ORD-QTY-SHIPPED (ORD-IDX) = ORD-QTY-ORDERED (ORD-IDX)
005090         ADD 1 TO WS-SHIPPED-CNT
005100         GO TO 2500-EXIT
005110     END-IF
005120     IF ORD-QTY-SHIPPED (ORD-IDX) > ORD-QTY-ORDERED (ORD-IDX)
005130         ADD 1 TO WS-OVER-CNT
005140         MOVE SPACES TO WS-RPT-LINE
005150         STRING 'OVER SHIPPED    ' ORD-RECIP-ID (ORD-IDX) ' '
005160             ORD-CATALOG-ID (ORD-IDX) ' ' WS-RECON-YEAR
005170             ' DAY ' ORD-GIFT-DAY (ORD-IDX)
005180             ' ORDERED ' WS-QTY-FMT ' SHIPPED ' WS-QTY2-FMT
005190             DELIMITED BY SIZE INTO WS-RPT-LINE
005200         WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005210         GO TO 2500-EXIT
005220     END-IF
005230     IF ORD-CUT-DATE (ORD-IDX) > WS-CUTOFF-DATE
005240         ADD 1 TO WS-PENDING-CNT
005250         GO TO 2500-EXIT
005260     END-IF
005270     MOVE SPACES TO WS-RPT-LINE
005280     IF ORD-QTY-SHIPPED (ORD-IDX) = ZERO
005290         ADD 1 TO WS-NOTSHIP-CNT
005300         STRING 'NOT SHIPPED     ' ORD-RECIP-ID (ORD-IDX) ' '
005310             ORD-CATALOG-ID (ORD-IDX) ' ' WS-RECON-YEAR
005320             ' DAY ' ORD-GIFT-DAY (ORD-IDX)
005330             ' ORDERED ' WS-QTY-FMT
005340             DELIMITED BY SIZE INTO WS-RPT-LINE
005350     ELSE
005360         ADD 1 TO WS-SHORT-CNT
005370         STRING 'SHORT SHIPPED   ' ORD-RECIP-ID (ORD-IDX) ' '
005380             ORD-CATALOG-ID (ORD-IDX) ' ' WS-RECON-YEAR
005390             ' DAY ' ORD-GIFT-DAY (ORD-IDX)
005400             ' ORDERED ' WS-QTY-FMT ' SHIPPED ' WS-QTY2-FMT
005410             DELIMITED BY SIZE INTO WS-RPT-LINE
005420     END-IF
005430     WRITE SHIP-RECON-REC FROM WS-RPT-LINE.
005440 2500-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------*
005470*  9000-TERMINATE - PRINT THE TOTALS AND SET THE RETURN CODE:    *
005480*  0 EVERYTHING SHIPPED AS ORDERED (OR IS STILL PENDING), 4      *
005490*  EXCEPTIONS ON THE REPORT.                                     *
005500*----------------------------------------------------------------*
005510 9000-TERMINATE.
005520     MOVE SPACES TO WS-RPT-LINE
005530     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005540     MOVE WS-DET-READ-CNT TO WS-CNT-FMT
005550     MOVE SPACES TO WS-RPT-LINE
005560     STRING 'ORDER DETAILS READ   ' WS-CNT-FMT
005570         DELIMITED BY SIZE INTO WS-RPT-LINE
005580     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005590     MOVE ORD-COUNT TO WS-CNT-FMT
005600     MOVE SPACES TO WS-RPT-LINE
005610     STRING 'GIFT DAYS OWED       ' WS-CNT-FMT
005620         DELIMITED BY SIZE INTO WS-RPT-LINE
005630     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005640     MOVE WS-CONF-READ-CNT TO WS-CNT-FMT
005650     MOVE SPACES TO WS-RPT-LINE
005660     STRING 'CONFIRMATIONS READ   ' WS-CNT-FMT
005670         DELIMITED BY SIZE INTO WS-RPT-LINE
005680     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005690     MOVE WS-CONF-SKIP-CNT TO WS-CNT-FMT
005700     MOVE SPACES TO WS-RPT-LINE
005710     STRING 'OTHER SEASON/CATALOG ' WS-CNT-FMT
005720         DELIMITED BY SIZE INTO WS-RPT-LINE
005730     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005740     MOVE WS-SHIPPED-CNT TO WS-CNT-FMT
005750     MOVE SPACES TO WS-RPT-LINE
005760     STRING 'SHIPPED IN FULL      ' WS-CNT-FMT
005770         DELIMITED BY SIZE INTO WS-RPT-LINE
005780     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005790     MOVE WS-NOTSHIP-CNT TO WS-CNT-FMT
005800     MOVE SPACES TO WS-RPT-LINE
005810     STRING 'NOT SHIPPED          ' WS-CNT-FMT
005820         DELIMITED BY SIZE INTO WS-RPT-LINE
005830     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005840     MOVE WS-SHORT-CNT TO WS-CNT-FMT
005850     MOVE SPACES TO WS-RPT-LINE
005860     STRING 'SHORT SHIPPED        ' WS-CNT-FMT
005870         DELIMITED BY SIZE INTO WS-RPT-LINE
005880     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005890     MOVE WS-OVER-CNT TO WS-CNT-FMT
005900     MOVE SPACES TO WS-RPT-LINE
005910     STRING 'OVER SHIPPED         ' WS-CNT-FMT
005920         DELIMITED BY SIZE INTO WS-RPT-LINE
005930     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005940     MOVE WS-PENDING-CNT TO WS-CNT-FMT
005950     MOVE SPACES TO WS-RPT-LINE
005960     STRING 'PENDING (NOT DUE)    ' WS-CNT-FMT
005970         DELIMITED BY SIZE INTO WS-RPT-LINE
005980     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
005990     MOVE WS-UNMATCHED-CNT TO WS-CNT-FMT
006000     MOVE SPACES TO WS-RPT-LINE
006010     STRING 'UNMATCHED CONFS      ' WS-CNT-FMT
006020         DELIMITED BY SIZE INTO WS-RPT-LINE
006030     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
006040     MOVE WS-SUPPRESSED-CNT TO WS-CNT-FMT
006050     MOVE SPACES TO WS-RPT-LINE
006060     STRING 'SHIPPED TO SUPPRESSED' WS-CNT-FMT
006070         DELIMITED BY SIZE INTO WS-RPT-LINE
006080     WRITE SHIP-RECON-REC FROM WS-RPT-LINE
006090     CLOSE SHIP-RECON-RPT
006100     ADD WS-NOTSHIP-CNT WS-SHORT-CNT WS-OVER-CNT
006110         WS-UNMATCHED-CNT WS-SUPPRESSED-CNT TO WS-EXCEPTION-CNT
006120     IF WS-EXCEPTION-CNT > ZERO
006130         MOVE 4 TO RETURN-CODE
006140     END-IF.
006150 9000-EXIT.
006160     EXIT.
