000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INVMATCH.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW FULFILLMENT VENDOR INVOICE MATCHING      *
000110*                   PROGRAM.  EVERY INVOICE LINE (VENDOR,        *
000120*                   CATALOG, GIFT DAY, QUANTITY BILLED, UNIT     *
000130*                   PRICE BILLED) IS MATCHED THREE WAYS BEFORE   *
000140*                   ACCOUNTS PAYABLE RELEASES PAYMENT: TO AN     *
000150*                   ACTIVE VENDOR-MASTER RECORD, TO THE          *
000160*                   QUANTITY ACTUALLY ORDERED ON THE SEASON'S    *
000170*                   FULFILLMENT ORDER EXTRACTS, AND TO THE       *
000180*                   GIFT'S GM-UNIT-COST ON GIFT-MASTER WITHIN A  *
000190*                   PRICE TOLERANCE.  CLEAN LINES GO TO THE      *
000200*                   APPROVED-TO-PAY FILE (HEADER, DETAILS, AND   *
000210*                   A COUNT / AMOUNT TRAILER); EVERYTHING ELSE   *
000220*                   IS HELD ON THE DISCREPANCY REGISTER.  FIVE   *
000230*                   GOLD RINGS BILLED TWICE ARE CAUGHT HERE,     *
000240*                   NOT ON THE VENDOR STATEMENT IN FEBRUARY.     *
000242*  10/15/2026 RA    APPROVED-TO-PAY DETAILS CARRY THE CURRENCY   *
000244*                   THE VENDOR BILLS IN (VENDOR MASTER; HOME     *
000246*                   CURRENCY WHEN BLANK), SO ACCOUNTS PAYABLE    *
000248*                   CAN PAY AND TOTAL EACH CURRENCY APART.       *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY FULSEL.
000300     COPY GIFTMSEL.
000310     COPY VENDMSEL.
000320     SELECT VENDOR-INVOICE-FILE ASSIGN TO GIFTVINV
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-INV-FS.
000350     SELECT APPROVED-PAY-FILE ASSIGN TO GIFTVAPP
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-APP-FS.
000380     SELECT INVOICE-DISC-RPT ASSIGN TO GIFTVDSC
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DSC-FS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430     COPY FULFD.
000440     COPY GIFTMFD.
000450     COPY VENDMFD.
000460*----------------------------------------------------------------*
000470*  ONE INVOICE LINE PER VENDOR / CATALOG / GIFT DAY BILLED.  A   *
000480*  VENDOR MAY BILL THE SAME GIFT DAY ACROSS SEVERAL INVOICES AS  *
000490*  IT SHIPS; THE LINES ARE SUMMED AGAINST THE QUANTITY ORDERED.  *
000500*----------------------------------------------------------------*
000510 FD  VENDOR-INVOICE-FILE
000520     RECORDING MODE IS F.
000530 01  VENDOR-INVOICE-REC.
000540     05  IV-INVOICE-NO             PIC X(10).
000550     05  FILLER                    PIC X(1).
000560     05  IV-VENDOR-CODE            PIC X(3).
000570     05  FILLER                    PIC X(1).
000580     05  IV-CATALOG-ID             PIC X(2).
000590     05  FILLER                    PIC X(1).
000600     05  IV-GIFT-DAY               PIC 9(2).
000610     05  FILLER                    PIC X(1).
000620     05  IV-QTY-BILLED             PIC 9(6).
000630     05  FILLER                    PIC X(1).
000640     05  IV-UNIT-PRICE             PIC 9(5)V99.
000650*----------------------------------------------------------------*
000660*  APPROVED-TO-PAY FILE - A HEADER, ONE DETAIL PER APPROVED      *
000670*  INVOICE LINE WITH ITS EXTENDED AMOUNT, AND A TRAILER WHOSE    *
000680*  RECORD COUNT AND HASH-TOTAL AMOUNT TIE TO THE DETAILS, SO     *
000690*  ACCOUNTS PAYABLE BALANCES THE FILE BEFORE RELEASING ANYTHING. *
000692*  EACH DETAIL AMOUNT IS IN AP-DET-CURRENCY, THE CURRENCY THE    *
000694*  VENDOR BILLS IN.  THE TRAILER HASH IS A CONTROL TOTAL OF THE  *
000696*  DETAIL AMOUNTS AS WRITTEN, NOT A MONEY VALUE - SPEND TOTALS   *
000698*  BY CURRENCY ARE TAKEN FROM THE DETAILS.                       *
000700*----------------------------------------------------------------*
000710 FD  APPROVED-PAY-FILE
000720     RECORDING MODE IS F.
000730 01  APPROVED-PAY-REC.
000740     05  AP-REC-TYPE               PIC X(1).
000750     05  AP-REC-BODY               PIC X(49).
000760 01  APPROVED-PAY-HDR-REC REDEFINES APPROVED-PAY-REC.
000770     05  AP-HDR-TYPE               PIC X(1).
000780     05  AP-HDR-RUN-DATE           PIC 9(8).
000790     05  FILLER                    PIC X(1).
000800     05  AP-HDR-SEASON             PIC 9(4).
000810     05  FILLER                    PIC X(36).
000820 01  APPROVED-PAY-DET-REC REDEFINES APPROVED-PAY-REC.
000830     05  AP-DET-TYPE               PIC X(1).
000840     05  AP-DET-INVOICE-NO         PIC X(10).
000850     05  AP-DET-VENDOR-CODE        PIC X(3).
000860     05  AP-DET-CATALOG-ID         PIC X(2).
000870     05  AP-DET-GIFT-DAY           PIC 9(2).
000880     05  AP-DET-QTY                PIC 9(6).
000890     05  AP-DET-UNIT-PRICE         PIC 9(5)V99.
000900     05  AP-DET-AMOUNT             PIC 9(11)V99.
000905     05  AP-DET-CURRENCY           PIC X(3).
000910     05  FILLER                    PIC X(3).
000920 01  APPROVED-PAY-TRL-REC REDEFINES APPROVED-PAY-REC.
000930     05  AP-TRL-TYPE               PIC X(1).
000940     05  AP-TRL-REC-COUNT          PIC 9(6).
000950     05  AP-TRL-HASH-AMT           PIC 9(13)V99.
000960     05  FILLER                    PIC X(28).
000970 FD  INVOICE-DISC-RPT
000980     RECORDING MODE IS F.
000990 01  INVOICE-DISC-REC              PIC X(80).
001000 WORKING-STORAGE SECTION.
001010     COPY FULWS.
001020     COPY VENDMWS.
001030 77  WS-GIFT-FS                    PIC X(2)  VALUE '00'.
001040 77  WS-INV-FS                     PIC X(2)  VALUE '00'.
001050 77  WS-APP-FS                     PIC X(2)  VALUE '00'.
001060 77  WS-DSC-FS                     PIC X(2)  VALUE '00'.
001070 77  WS-MATCH-YEAR                 PIC 9(4)  VALUE ZERO.
001080 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
001090 77  WS-TOL-PCT                    PIC 9(2)V99 VALUE ZERO.
001092*----------------------------------------------------------------*
001094*  THE HOME (REPORTING) CURRENCY, WRITTEN FOR A VENDOR WHOSE     *
001095*  MASTER RECORD LEAVES THE CURRENCY BLANK.  KEEP IN STEP WITH   *
001096*  WS-XRAT-HOME-CCY IN XRATWS.                                   *
001097*----------------------------------------------------------------*
001098 01  WS-HOME-CCY                   PIC X(3)  VALUE 'GBP'.
001100*----------------------------------------------------------------*
001110*  PARM CARD: SEASON YEAR, A SPACE, UP TO TEN TWO-CHARACTER      *
001120*  CATALOG IDS SIDE BY SIDE, A SPACE, THEN AN OPTIONAL PRICE     *
001130*  TOLERANCE AS A PERCENTAGE WITH TWO IMPLIED DECIMALS (0250 IS  *
001140*  2.5 PERCENT; BLANK DEFAULTS TO 2 PERCENT).  A UNIT PRICE      *
001150*  FURTHER FROM GM-UNIT-COST THAN THAT, EITHER WAY, IS HELD.     *
001160*----------------------------------------------------------------*
001170 01  WS-MATCH-PARM.
001180     05  WS-PARM-YEAR              PIC X(4).
001190     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
001200                                   PIC 9(4).
001210     05  FILLER                    PIC X(1).
001220     05  WS-PARM-CATALOGS.
001230         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
001240     05  FILLER                    PIC X(1).
001250     05  WS-PARM-TOL               PIC X(4).
001260     05  WS-PARM-TOL-N REDEFINES WS-PARM-TOL
001270                                   PIC 9(2)V99.
001280 01  WS-INV-EOF-SW                 PIC X(1)  VALUE 'N'.
001290     88  WS-INV-EOF                          VALUE 'Y'.
001300 01  WS-FUL-EOF-SW                 PIC X(1)  VALUE 'N'.
001310     88  WS-FUL-EOF                          VALUE 'Y'.
001320 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
001330     88  WS-HIT-FOUND                        VALUE 'Y'.
001340 77  WS-CAT-IDX                    PIC 9(2) COMP VALUE ZERO.
001350 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
001360 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001370 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001380*----------------------------------------------------------------*
001390*  ORDER TABLE - ONE ENTRY PER VENDOR / CATALOG / GIFT DAY, THE  *
001400*  SEASON'S TOTAL QUANTITY ORDERED FROM THAT VENDOR SUMMED OVER  *
001410*  EVERY RECIPIENT ON THE EXTRACTS, AND THE QUANTITY ALREADY     *
001420*  APPROVED FOR PAYMENT BY EARLIER INVOICE LINES.                *
001430*----------------------------------------------------------------*
001440 77  WS-ORD-MAX                    PIC 9(5) COMP VALUE 2000.
001450 77  ORD-COUNT                     PIC 9(5) COMP VALUE ZERO.
001460 77  ORD-IDX                       PIC 9(5) COMP VALUE ZERO.
001470 77  ORD-HIT-IDX                   PIC 9(5) COMP VALUE ZERO.
001480 01  ORD-TABLE.
001490     05  ORD-ENTRY OCCURS 2000.
001500         10  ORD-VENDOR-CODE       PIC X(3).
001510         10  ORD-CATALOG-ID        PIC X(2).
001520         10  ORD-GIFT-DAY          PIC 9(2).
001530         10  ORD-QTY-ORDERED       PIC 9(7) COMP.
001540         10  ORD-QTY-BILLED        PIC 9(7) COMP.
001550 77  WS-BILLED-TO-DATE             PIC 9(7) COMP VALUE ZERO.
001560 77  WS-EXP-COST                   PIC 9(5)V99 VALUE ZERO.
001570 77  WS-PRICE-VAR                  PIC S9(5)V99 VALUE ZERO.
001580 77  WS-TOL-AMT                    PIC 9(5)V9(4) VALUE ZERO.
001590 77  WS-EXT-AMT                    PIC 9(11)V99 VALUE ZERO.
001600 77  WS-APP-REC-CNT                PIC 9(6) COMP VALUE ZERO.
001610 77  WS-APP-HASH-AMT               PIC 9(13)V99 VALUE ZERO.
001620 77  WS-DET-READ-CNT               PIC 9(7) COMP VALUE ZERO.
001630 77  WS-INV-READ-CNT               PIC 9(7) COMP VALUE ZERO.
001640 77  WS-APPROVED-CNT               PIC 9(7) COMP VALUE ZERO.
001650 77  WS-VENDOR-CNT                 PIC 9(7) COMP VALUE ZERO.
001660 77  WS-NOGIFT-CNT                 PIC 9(7) COMP VALUE ZERO.
001670 77  WS-NOTORD-CNT                 PIC 9(7) COMP VALUE ZERO.
001680 77  WS-OVERBILL-CNT               PIC 9(7) COMP VALUE ZERO.
001690 77  WS-PRICE-CNT                  PIC 9(7) COMP VALUE ZERO.
001700 77  WS-EXCEPTION-CNT              PIC 9(5) COMP VALUE ZERO.
001710 77  WS-CNT-FMT                    PIC ZZZZZZ9.
001720 77  WS-QTY-FMT                    PIC ZZZZZZ9.
001730 77  WS-QTY2-FMT                   PIC ZZZZZZ9.
001740 77  WS-PRICE-FMT                  PIC ZZZZ9.99.
001750 77  WS-PRICE2-FMT                 PIC ZZZZ9.99.
001760 77  WS-AMT-FMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001770 01  WS-RPT-LINE                   PIC X(80).
001780 PROCEDURE DIVISION.
001790*----------------------------------------------------------------*
001800*  0000-MAINLINE - LOAD THE VENDORS AND EVERY CATALOG'S ORDERS,  *
001810*  THEN MATCH THE INVOICE LINES ONE AT A TIME.                   *
001820*----------------------------------------------------------------*
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
001860     PERFORM 1400-LOAD-ONE-CATALOG THRU 1400-EXIT
001870         VARYING WS-CAT-IDX FROM 1 BY 1
001880         UNTIL WS-CAT-IDX > 10
001890     PERFORM 2000-MATCH-INVOICES THRU 2000-EXIT
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT
001910     GOBACK.
001920*----------------------------------------------------------------*
001930*  1000-INITIALIZE - READ THE PARM CARD, OPEN GIFT-MASTER FOR    *
001940*  KEYED COST LOOKUPS, AND OPEN BOTH OUTPUTS.                    *
001950*----------------------------------------------------------------*
001960 1000-INITIALIZE.
001970     MOVE SPACES TO WS-MATCH-PARM
001980     ACCEPT WS-MATCH-PARM FROM SYSIN
001990     IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR-N > ZERO
002000         MOVE WS-PARM-YEAR-N TO WS-MATCH-YEAR
002010     ELSE
002020         DISPLAY 'INVMATCH - PARM CARD NEEDS A SEASON YEAR'
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF
002060     IF WS-PARM-CATALOGS = SPACES
002070         DISPLAY 'INVMATCH - PARM CARD NEEDS A CATALOG LIST'
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF
002110     IF WS-PARM-TOL IS NUMERIC
002120         MOVE WS-PARM-TOL-N TO WS-TOL-PCT
002130     ELSE
002140         MOVE 2 TO WS-TOL-PCT
002150     END-IF
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002170     OPEN INPUT GIFT-MASTER
002180     IF WS-GIFT-FS NOT = '00'
002190         DISPLAY 'INVMATCH - UNABLE TO OPEN GIFT-MASTER,'
002200             ' STATUS ' WS-GIFT-FS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     OPEN OUTPUT INVOICE-DISC-RPT
002250     IF WS-DSC-FS NOT = '00'
002260         DISPLAY 'INVMATCH - UNABLE TO OPEN INVOICE-DISC-RPT,'
002270             ' STATUS ' WS-DSC-FS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN
002300     END-IF
002310     OPEN OUTPUT APPROVED-PAY-FILE
002320     IF WS-APP-FS NOT = '00'
002330         DISPLAY 'INVMATCH - UNABLE TO OPEN APPROVED-PAY-FILE,'
002340             ' STATUS ' WS-APP-FS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     MOVE SPACES TO APPROVED-PAY-REC
002390     MOVE 'H' TO AP-HDR-TYPE
002400     MOVE WS-RUN-DATE TO AP-HDR-RUN-DATE
002410     MOVE WS-MATCH-YEAR TO AP-HDR-SEASON
002420     WRITE APPROVED-PAY-REC
002430     MOVE WS-TOL-PCT TO WS-PRICE-FMT
002440     MOVE SPACES TO WS-RPT-LINE
002450     STRING 'VENDOR INVOICE DISCREPANCY REGISTER  SEASON '
002460         WS-MATCH-YEAR '  TOLERANCE ' WS-PRICE-FMT ' PCT'
002470         DELIMITED BY SIZE INTO WS-RPT-LINE
002480     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
002490     MOVE SPACES TO WS-RPT-LINE
002500     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE.
002510 1000-EXIT.
002520     EXIT.
002530     COPY VENDMLOD.
002540*----------------------------------------------------------------*
002550*  1400-LOAD-ONE-CATALOG - POINTS FULFILL-ORDERS AT THE          *
002560*  CATALOG'S OWN EXTRACT AND SUMS ITS DETAILS BY VENDOR AND      *
002570*  GIFT DAY.  A MISSING EXTRACT, OR ONE CUT FOR ANOTHER SEASON,  *
002580*  LEAVES THE CATALOG WITH NO ORDERS - EVERY LINE BILLED AGAINST *
002590*  IT WILL BE HELD AS NEVER ORDERED - AND IS FLAGGED AS SUCH.    *
002600*----------------------------------------------------------------*
002610 1400-LOAD-ONE-CATALOG.
002620     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
002630         GO TO 1400-EXIT
002640     END-IF
002650     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
002660     MOVE 'DD_GIFTFULF' TO WS-ENV-NAME
002670     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
002680     MOVE SPACES TO WS-ENV-VALUE
002690     STRING 'GIFTFULF' WS-CUR-CATALOG DELIMITED BY SIZE
002700         INTO WS-ENV-VALUE
002710     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
002720     MOVE 'N' TO WS-FUL-EOF-SW
002730     MOVE ZERO TO WS-FUL-ORDER-COUNT
002740     MOVE ZERO TO WS-FUL-QTY-TOTAL
002750     OPEN INPUT FULFILL-ORDERS
002760     IF WS-FUL-FS = '35'
002770         ADD 1 TO WS-EXCEPTION-CNT
002780         MOVE SPACES TO WS-RPT-LINE
002790         STRING 'NO EXTRACT      CATALOG ' WS-CUR-CATALOG
002800             ' - NO FULFILLMENT ORDERS ON FILE'
002810             DELIMITED BY SIZE INTO WS-RPT-LINE
002820         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
002830         GO TO 1400-EXIT
002840     END-IF
002850     IF WS-FUL-FS NOT = '00'
002860         DISPLAY 'INVMATCH - UNABLE TO OPEN FULFILL-ORDERS,'
002870             ' STATUS ' WS-FUL-FS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     PERFORM 1410-READ-ONE-ORDER THRU 1410-EXIT
002920         UNTIL WS-FUL-EOF
002930     CLOSE FULFILL-ORDERS.
002940 1400-EXIT.
002950     EXIT.
002960 1410-READ-ONE-ORDER.
002970     READ FULFILL-ORDERS
002980         AT END
002990             MOVE 'Y' TO WS-FUL-EOF-SW
003000             GO TO 1410-EXIT
003010     END-READ
003020     EVALUATE FO-REC-TYPE
003030         WHEN 'H'
003040             PERFORM 1420-CHECK-HEADER THRU 1420-EXIT
003050         WHEN 'D'
003060             ADD 1 TO WS-FUL-ORDER-COUNT
003070             ADD FO-DET-QTY TO WS-FUL-QTY-TOTAL
003080             ADD 1 TO WS-DET-READ-CNT
003090             PERFORM 1430-POST-ORDER THRU 1430-EXIT
003100         WHEN 'T'
003110             PERFORM 1440-CHECK-TRAILER THRU 1440-EXIT
003120     END-EVALUATE.
003130 1410-EXIT.
003140     EXIT.
003150 1420-CHECK-HEADER.
003160     IF FO-HDR-SEASON NOT = WS-MATCH-YEAR
003170         OR FO-HDR-CATALOG-ID NOT = WS-CUR-CATALOG
003180         ADD 1 TO WS-EXCEPTION-CNT
003190         MOVE SPACES TO WS-RPT-LINE
003200         STRING 'WRONG EXTRACT   CATALOG ' WS-CUR-CATALOG
003210             ' - FILE IS CATALOG ' FO-HDR-CATALOG-ID
003220             ' SEASON ' FO-HDR-SEASON
003230             DELIMITED BY SIZE INTO WS-RPT-LINE
003240         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
003250         MOVE 'Y' TO WS-FUL-EOF-SW
003260     END-IF.
003270 1420-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------*
003300*  1430-POST-ORDER - SUMS ONE DETAIL INTO ITS VENDOR / CATALOG / *
003310*  GIFT DAY ENTRY, OPENING A NEW ENTRY THE FIRST TIME THE KEY    *
003320*  IS SEEN.                                                      *
003330*----------------------------------------------------------------*
003340 1430-POST-ORDER.
003350     MOVE 'N' TO WS-HIT-SW
003360     PERFORM 1435-MATCH-ONE-ORDER THRU 1435-EXIT
003370         VARYING ORD-IDX FROM 1 BY 1
003380         UNTIL ORD-IDX > ORD-COUNT OR WS-HIT-FOUND
003390     IF WS-HIT-FOUND
003400         GO TO 1430-EXIT
003410     END-IF
003420     IF ORD-COUNT >= WS-ORD-MAX
003430         DISPLAY 'INVMATCH - ORDER KEYS EXCEED ' WS-ORD-MAX
003440             ', TABLE FULL'
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     ADD 1 TO ORD-COUNT
003490     MOVE FO-DET-VENDOR-CODE TO ORD-VENDOR-CODE (ORD-COUNT)
003500     MOVE WS-CUR-CATALOG TO ORD-CATALOG-ID (ORD-COUNT)
003510     MOVE FO-DET-GIFT-DAY TO ORD-GIFT-DAY (ORD-COUNT)
003520     MOVE FO-DET-QTY TO ORD-QTY-ORDERED (ORD-COUNT)
003530     MOVE ZERO TO ORD-QTY-BILLED (ORD-COUNT).
003540 1430-EXIT.
003550     EXIT.
003560 1435-MATCH-ONE-ORDER.
003570     IF ORD-VENDOR-CODE (ORD-IDX) = FO-DET-VENDOR-CODE
003580         AND ORD-CATALOG-ID (ORD-IDX) = WS-CUR-CATALOG
003590         AND ORD-GIFT-DAY (ORD-IDX) = FO-DET-GIFT-DAY
003600         MOVE 'Y' TO WS-HIT-SW
003610         ADD FO-DET-QTY TO ORD-QTY-ORDERED (ORD-IDX)
003620     END-IF.
003630 1435-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------*
003660*  1440-CHECK-TRAILER - AN INCOMPLETE EXTRACT UNDERSTATES WHAT   *
003670*  WAS ORDERED, SO GOOD LINES MAY BE HELD AS OVER-BILLS.         *
003680*----------------------------------------------------------------*
003690 1440-CHECK-TRAILER.
003700     IF FO-TRL-ORDER-COUNT NOT = WS-FUL-ORDER-COUNT
003710         OR FO-TRL-QTY-TOTAL NOT = WS-FUL-QTY-TOTAL
003720         ADD 1 TO WS-EXCEPTION-CNT
003730         MOVE SPACES TO WS-RPT-LINE
003740         STRING 'BAD TRAILER     CATALOG ' WS-CUR-CATALOG
003750             ' - EXTRACT TRAILER DOES NOT TIE TO ITS DETAILS'
003760             DELIMITED BY SIZE INTO WS-RPT-LINE
003770         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
003780     END-IF.
003790 1440-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------*
003820*  2000-MATCH-INVOICES - EVERY INVOICE LINE IS EITHER APPROVED   *
003830*  OR HELD ON THE REGISTER, NEVER DROPPED.  A MISSING INVOICE    *
003840*  FILE MEANS NOTHING WAS BILLED AND IS NOT AN ERROR.            *
003850*----------------------------------------------------------------*
003860 2000-MATCH-INVOICES.
003870     MOVE 'N' TO WS-INV-EOF-SW
003880     OPEN INPUT VENDOR-INVOICE-FILE
003890     IF WS-INV-FS = '35'
003900         GO TO 2000-EXIT
003910     END-IF
003920     IF WS-INV-FS NOT = '00'
003930         DISPLAY 'INVMATCH - UNABLE TO OPEN VENDOR-INVOICE-FILE,'
003940             ' STATUS ' WS-INV-FS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF
003980     PERFORM 2010-MATCH-ONE-LINE THRU 2010-EXIT
003990         UNTIL WS-INV-EOF
004000     CLOSE VENDOR-INVOICE-FILE.
004010 2000-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------*
004040*  2010-MATCH-ONE-LINE - THE CHECKS RUN IN ORDER AND THE FIRST   *
004050*  ONE THAT FAILS HOLDS THE LINE: ACTIVE VENDOR, GIFT ON         *
004060*  GIFT-MASTER, GIFT ORDERED FROM THIS VENDOR, QUANTITY WITHIN   *
004070*  WHAT WAS ORDERED (COUNTING WHAT EARLIER LINES ALREADY GOT     *
004080*  APPROVED), THEN UNIT PRICE WITHIN TOLERANCE OF GM-UNIT-COST.  *
004090*----------------------------------------------------------------*
004100 2010-MATCH-ONE-LINE.
004110     READ VENDOR-INVOICE-FILE
004120         AT END
004130             MOVE 'Y' TO WS-INV-EOF-SW
004140             GO TO 2010-EXIT
004150     END-READ
004160     ADD 1 TO WS-INV-READ-CNT
004170     IF IV-QTY-BILLED NOT NUMERIC
004180         MOVE ZERO TO IV-QTY-BILLED
004190     END-IF
004200     IF IV-UNIT-PRICE NOT NUMERIC
004210         MOVE ZERO TO IV-UNIT-PRICE
004220     END-IF
004230     MOVE IV-QTY-BILLED TO WS-QTY-FMT
004240     MOVE IV-UNIT-PRICE TO WS-PRICE-FMT
004250     MOVE IV-VENDOR-CODE TO WS-VNDM-LOOK-CODE
004260     PERFORM 1340-FIND-VENDOR THRU 1340-EXIT
004270     IF NOT VNDM-FOUND
004280         ADD 1 TO WS-VENDOR-CNT
004290         MOVE SPACES TO WS-RPT-LINE
004300         STRING 'UNKNOWN VENDOR  ' IV-INVOICE-NO ' '
004310             IV-VENDOR-CODE ' ' IV-CATALOG-ID ' DAY '
004320             IV-GIFT-DAY ' QTY ' WS-QTY-FMT
004330             ' NOT ON VENDOR-MASTER'
004340             DELIMITED BY SIZE INTO WS-RPT-LINE
004350         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
004360         GO TO 2010-EXIT
004370     END-IF
004380     IF VNDM-ACTIVE (VNDM-HIT-IDX) NOT = 'Y'
004390         ADD 1 TO WS-VENDOR-CNT
004400         MOVE SPACES TO WS-RPT-LINE
004410         STRING 'INACTIVE VENDOR ' IV-INVOICE-NO ' '
004420             IV-VENDOR-CODE ' ' IV-CATALOG-ID ' DAY '
004430             IV-GIFT-DAY ' QTY ' WS-QTY-FMT
004440             ' VENDOR NOT ACTIVE'
004450             DELIMITED BY SIZE INTO WS-RPT-LINE
004460         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
004470         GO TO 2010-EXIT
004480     END-IF
004490     MOVE IV-CATALOG-ID TO GM-CATALOG-ID
004500     MOVE IV-GIFT-DAY TO GM-DAY-NO
004510     READ GIFT-MASTER
004520         INVALID KEY
004530             MOVE '23' TO WS-GIFT-FS
004540     END-READ
004550     IF WS-GIFT-FS NOT = '00' OR GM-UNIT-COST NOT NUMERIC
004560         ADD 1 TO WS-NOGIFT-CNT
004570         MOVE SPACES TO WS-RPT-LINE
004580         STRING 'NO SUCH GIFT    ' IV-INVOICE-NO ' '
004590             IV-VENDOR-CODE ' ' IV-CATALOG-ID ' DAY '
004600             IV-GIFT-DAY ' QTY ' WS-QTY-FMT
004610             ' NOT ON GIFT-MASTER'
004620             DELIMITED BY SIZE INTO WS-RPT-LINE
004630         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
004640         GO TO 2010-EXIT
004650     END-IF
004660     MOVE GM-UNIT-COST TO WS-EXP-COST
004670     MOVE 'N' TO WS-HIT-SW
004680     MOVE ZERO TO ORD-HIT-IDX
004690     PERFORM 2020-FIND-ORDER THRU 2020-EXIT
004700         VARYING ORD-IDX FROM 1 BY 1
004710         UNTIL ORD-IDX > ORD-COUNT OR WS-HIT-FOUND
004720     IF NOT WS-HIT-FOUND
004730         ADD 1 TO WS-NOTORD-CNT
004740         MOVE SPACES TO WS-RPT-LINE
004750         STRING 'NEVER ORDERED   ' IV-INVOICE-NO ' '
004760             IV-VENDOR-CODE ' ' IV-CATALOG-ID ' DAY '
004770             IV-GIFT-DAY ' QTY ' WS-QTY-FMT
004780             ' NO ORDER TO THIS VENDOR'
004790             DELIMITED BY SIZE INTO WS-RPT-LINE
004800         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
004810         GO TO 2010-EXIT
004820     END-IF
004830     COMPUTE WS-BILLED-TO-DATE =
004840         ORD-QTY-BILLED (ORD-HIT-IDX) + IV-QTY-BILLED
004850     IF WS-BILLED-TO-DATE > ORD-QTY-ORDERED (ORD-HIT-IDX)
004860         ADD 1 TO WS-OVERBILL-CNT
004870         MOVE ORD-QTY-ORDERED (ORD-HIT-IDX) TO WS-QTY2-FMT
004880         MOVE SPACES TO WS-RPT-LINE
004890         STRING 'QTY OVER-BILLED ' IV-INVOICE-NO ' '
004900             IV-VENDOR-CODE ' ' IV-CATALOG-ID ' DAY '
004910             IV-GIFT-DAY ' QTY ' WS-QTY-FMT
004920             ' ORDERED ' WS-QTY2-FMT
004930             DELIMITED BY SIZE INTO WS-RPT-LINE
004940         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
004950         MOVE ORD-QTY-BILLED (ORD-HIT-IDX) TO WS-QTY-FMT
004960         MOVE SPACES TO WS-RPT-LINE
004970         STRING '                ' 'ALREADY APPROVED '
004980             WS-QTY-FMT
004990             DELIMITED BY SIZE INTO WS-RPT-LINE
005000         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005010         GO TO 2010-EXIT
005020     END-IF
005030     COMPUTE WS-PRICE-VAR = IV-UNIT-PRICE - WS-EXP-COST
005040     IF WS-PRICE-VAR < ZERO
005050         COMPUTE WS-PRICE-VAR = ZERO - WS-PRICE-VAR
005060     END-IF
005070     COMPUTE WS-TOL-AMT = WS-EXP-COST * WS-TOL-PCT / 100
005080     IF WS-PRICE-VAR > WS-TOL-AMT
005090         ADD 1 TO WS-PRICE-CNT
005100         MOVE WS-EXP-COST TO WS-PRICE2-FMT
005110         MOVE SPACES TO WS-RPT-LINE
005120         STRING 'PRICE VARIANCE  ' IV-INVOICE-NO ' '
005130             IV-VENDOR-CODE ' ' IV-CATALOG-ID ' DAY '
005140             IV-GIFT-DAY ' BILLED ' WS-PRICE-FMT
005150             ' COST ' WS-PRICE2-FMT
005160             DELIMITED BY SIZE INTO WS-RPT-LINE
005170         WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005180         GO TO 2010-EXIT
005190     END-IF
005200     MOVE WS-BILLED-TO-DATE TO ORD-QTY-BILLED (ORD-HIT-IDX)
005210     PERFORM 2500-WRITE-APPROVED THRU 2500-EXIT.
005220 2010-EXIT.
005230     EXIT.
005240 2020-FIND-ORDER.
005250     IF ORD-VENDOR-CODE (ORD-IDX) = IV-VENDOR-CODE
005260         AND ORD-CATALOG-ID (ORD-IDX) = IV-CATALOG-ID
005270         AND ORD-GIFT-DAY (ORD-IDX) = IV-GIFT-DAY
005280         MOVE 'Y' TO WS-HIT-SW
005290         MOVE ORD-IDX TO ORD-HIT-IDX
005300     END-IF.
005310 2020-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005340*  2500-WRITE-APPROVED - ONE APPROVED-TO-PAY DETAIL, EXTENDED AT *
005350*  THE PRICE BILLED (IT IS WITHIN TOLERANCE) IN THE VENDOR'S     *
005360*  BILLING CURRENCY, AND COUNTED FOR THE TRAILER.                *
005370*----------------------------------------------------------------*
005380 2500-WRITE-APPROVED.
005390     COMPUTE WS-EXT-AMT = IV-QTY-BILLED * IV-UNIT-PRICE
005400     MOVE SPACES TO APPROVED-PAY-REC
005410     MOVE 'D' TO AP-DET-TYPE
005420     MOVE IV-INVOICE-NO TO AP-DET-INVOICE-NO
005430     MOVE IV-VENDOR-CODE TO AP-DET-VENDOR-CODE
005440     MOVE IV-CATALOG-ID TO AP-DET-CATALOG-ID
005450     MOVE IV-GIFT-DAY TO AP-DET-GIFT-DAY
005460     MOVE IV-QTY-BILLED TO AP-DET-QTY
005470     MOVE IV-UNIT-PRICE TO AP-DET-UNIT-PRICE
005480     MOVE WS-EXT-AMT TO AP-DET-AMOUNT
005482     MOVE WS-HOME-CCY TO AP-DET-CURRENCY
005484     IF VNDM-CURRENCY (VNDM-HIT-IDX) NOT = SPACES
005486         MOVE VNDM-CURRENCY (VNDM-HIT-IDX) TO AP-DET-CURRENCY
005488     END-IF
005490     WRITE APPROVED-PAY-REC
005500     ADD 1 TO WS-APP-REC-CNT
005510     ADD WS-EXT-AMT TO WS-APP-HASH-AMT
005520     ADD 1 TO WS-APPROVED-CNT.
005530 2500-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------*
005560*  9000-TERMINATE - CLOSE THE APPROVED FILE WITH ITS TRAILER,    *
005570*  PRINT THE TOTALS, AND SET THE RETURN CODE: 0 EVERY LINE       *
005580*  APPROVED, 4 LINES HELD OR EXTRACTS MISSING.                   *
005590*----------------------------------------------------------------*
005600 9000-TERMINATE.
005610     CLOSE GIFT-MASTER
005620     MOVE SPACES TO APPROVED-PAY-REC
005630     MOVE 'T' TO AP-TRL-TYPE
005640     MOVE WS-APP-REC-CNT TO AP-TRL-REC-COUNT
005650     MOVE WS-APP-HASH-AMT TO AP-TRL-HASH-AMT
005660     WRITE APPROVED-PAY-REC
005670     CLOSE APPROVED-PAY-FILE
005680     MOVE SPACES TO WS-RPT-LINE
005690     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005700     MOVE WS-DET-READ-CNT TO WS-CNT-FMT
005710     MOVE SPACES TO WS-RPT-LINE
005720     STRING 'ORDER DETAILS READ   ' WS-CNT-FMT
005730         DELIMITED BY SIZE INTO WS-RPT-LINE
005740     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005750     MOVE WS-INV-READ-CNT TO WS-CNT-FMT
005760     MOVE SPACES TO WS-RPT-LINE
005770     STRING 'INVOICE LINES READ   ' WS-CNT-FMT
005780         DELIMITED BY SIZE INTO WS-RPT-LINE
005790     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005800     MOVE WS-APPROVED-CNT TO WS-CNT-FMT
005810     MOVE SPACES TO WS-RPT-LINE
005820     STRING 'APPROVED TO PAY      ' WS-CNT-FMT
005830         DELIMITED BY SIZE INTO WS-RPT-LINE
005840     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005850     MOVE WS-APP-HASH-AMT TO WS-AMT-FMT
005860     MOVE SPACES TO WS-RPT-LINE
005870     STRING 'APPROVED AMOUNT      ' WS-AMT-FMT
005880         DELIMITED BY SIZE INTO WS-RPT-LINE
005890     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005900     MOVE WS-VENDOR-CNT TO WS-CNT-FMT
005910     MOVE SPACES TO WS-RPT-LINE
005920     STRING 'UNKNOWN/INACTIVE VND ' WS-CNT-FMT
005930         DELIMITED BY SIZE INTO WS-RPT-LINE
005940     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
005950     MOVE WS-NOGIFT-CNT TO WS-CNT-FMT
005960     MOVE SPACES TO WS-RPT-LINE
005970     STRING 'NOT ON GIFT-MASTER   ' WS-CNT-FMT
005980         DELIMITED BY SIZE INTO WS-RPT-LINE
005990     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
006000     MOVE WS-NOTORD-CNT TO WS-CNT-FMT
006010     MOVE SPACES TO WS-RPT-LINE
006020     STRING 'NEVER ORDERED        ' WS-CNT-FMT
006030         DELIMITED BY SIZE INTO WS-RPT-LINE
006040     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
006050     MOVE WS-OVERBILL-CNT TO WS-CNT-FMT
006060     MOVE SPACES TO WS-RPT-LINE
006070     STRING 'QUANTITY OVER-BILLED ' WS-CNT-FMT
006080         DELIMITED BY SIZE INTO WS-RPT-LINE
006090     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
006100     MOVE WS-PRICE-CNT TO WS-CNT-FMT
006110     MOVE SPACES TO WS-RPT-LINE
006120     STRING 'PRICE VARIANCE       ' WS-CNT-FMT
006130         DELIMITED BY SIZE INTO WS-RPT-LINE
006140     WRITE INVOICE-DISC-REC FROM WS-RPT-LINE
006150     CLOSE INVOICE-DISC-RPT
006160     ADD WS-VENDOR-CNT WS-NOGIFT-CNT WS-NOTORD-CNT
006170         WS-OVERBILL-CNT WS-PRICE-CNT TO WS-EXCEPTION-CNT
006180     IF WS-EXCEPTION-CNT > ZERO
006190         MOVE 4 TO RETURN-CODE
006200     END-IF.
006210 9000-EXIT.
006220     EXIT.
