000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REPLENPO.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW REPLENISHMENT PURCHASE ORDER RUN.  READS *
000110*                   THE STOCK-OUT EXTRACT STOCKPRJ CUTS AND, FOR *
000120*                   EACH GIFT PROJECTED TO RUN OUT BEFORE SEASON *
000130*                   END, RAISES A PURCHASE ORDER LINE TO THE     *
000140*                   GIFT'S GM-VENDOR-CODE FOR THE QUANTITY THE   *
000150*                   REST OF THE SEASON STILL NEEDS (DEMAND LESS  *
000160*                   ON-HAND LESS WHAT IS ALREADY ON ORDER),      *
000170*                   EXTENDED AT GM-UNIT-COST.  EACH VENDOR GETS  *
000180*                   ITS OWN PO FILE WITH A HEADER CARRYING THE   *
000190*                   VENDOR-MASTER REMIT ADDRESS AND A COUNT /    *
000200*                   QUANTITY / AMOUNT TRAILER; EVERY LINE IS     *
000210*                   ALSO ADDED TO THE OPEN-PO FILE FOR THE       *
000220*                   GOODS-RECEIVED JOB (GOODSRCV) TO POST        *
000230*                   AGAINST.  A GIFT THAT CANNOT BE ORDERED (NO  *
000240*                   GIFT-MASTER RECORD, NO VENDOR, OR AN         *
000250*                   INACTIVE VENDOR) PRINTS ON THE REGISTER      *
000260*                   WITH RC 4.                                   *
000261*  10/15/2026 RA    A RUN WHOSE PO NUMBERS (PO DATE PLUS VENDOR) *
000262*                   ARE ALREADY ON THE OPEN-PO FILE - A SECOND   *
000264*                   RUN FOR THE SAME PO DATE - IS REFUSED WITH   *
000266*                   RC 8 AND CUTS NO PO, SINCE GOODSRCV MATCHES  *
000268*                   RECEIPTS ON THE PO NUMBER ALONE.             *
000269*  10/15/2026 RA    REFUSED RUN TOTALS SHOW NO LINES OR POS CUT. *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY STKOSEL.
000320     COPY OPOSEL.
000330     COPY GIFTMSEL.
000340     COPY VENDMSEL.
000350     SELECT VENDOR-PO-FILE ASSIGN TO GIFTPORD
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PORD-FS.
000380     SELECT PO-REGISTER-RPT ASSIGN TO GIFTPORP
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PORP-FS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430     COPY STKOFD.
000440     COPY OPOFD.
000450     COPY GIFTMFD.
000460     COPY VENDMFD.
000470*----------------------------------------------------------------*
000480*  ONE PO FILE PER VENDOR PER RUN: A HEADER WITH THE PO NUMBER,  *
000490*  THE VENDOR'S NAME AND REMIT-TO ADDRESS, AND THE RAISE DATE,   *
000500*  ONE DETAIL PER GIFT ORDERED, AND A TRAILER WHOSE LINE COUNT,  *
000510*  QUANTITY TOTAL, AND AMOUNT HASH TIE TO THE DETAILS SO THE     *
000520*  VENDOR'S ORDER DESK CAN PROVE THE FILE ARRIVED WHOLE.         *
000530*----------------------------------------------------------------*
000540 FD  VENDOR-PO-FILE
000550     RECORDING MODE IS F.
000560 01  VENDOR-PO-REC.
000570     05  PO-REC-TYPE               PIC X(1).
000580     05  PO-REC-BODY               PIC X(119).
000590 01  VENDOR-PO-HDR-REC REDEFINES VENDOR-PO-REC.
000600     05  PO-HDR-TYPE               PIC X(1).
000610     05  PO-HDR-PO-NO              PIC X(11).
000620     05  PO-HDR-VENDOR-CODE        PIC X(3).
000630     05  PO-HDR-VENDOR-NAME        PIC X(30).
000640     05  PO-HDR-REMIT-1            PIC X(30).
000650     05  PO-HDR-REMIT-2            PIC X(30).
000660     05  PO-HDR-PO-DATE            PIC 9(8).
000670     05  FILLER                    PIC X(7).
000680 01  VENDOR-PO-DET-REC REDEFINES VENDOR-PO-REC.
000690     05  PO-DET-TYPE               PIC X(1).
000700     05  PO-DET-PO-NO              PIC X(11).
000710     05  PO-DET-CATALOG-ID         PIC X(2).
000720     05  PO-DET-DAY-NO             PIC 9(3).
000730     05  PO-DET-GIFT-TEXT          PIC X(26).
000740     05  PO-DET-QTY                PIC 9(7).
000750     05  PO-DET-UNIT-COST          PIC 9(5)V99.
000760     05  PO-DET-EXT-AMT            PIC 9(11)V99.
000770     05  FILLER                    PIC X(50).
000780 01  VENDOR-PO-TRL-REC REDEFINES VENDOR-PO-REC.
000790     05  PO-TRL-TYPE               PIC X(1).
000800     05  PO-TRL-LINE-COUNT         PIC 9(6).
000810     05  PO-TRL-QTY-TOTAL          PIC 9(9).
000820     05  PO-TRL-HASH-AMT           PIC 9(13)V99.
000830     05  FILLER                    PIC X(89).
000840 FD  PO-REGISTER-RPT
000850     RECORDING MODE IS F.
000860 01  PO-REGISTER-REC               PIC X(80).
000870 WORKING-STORAGE SECTION.
000880     COPY VENDMWS.
000890 77  WS-GIFT-FS                    PIC X(2)  VALUE '00'.
000900 77  WS-STKO-FS                    PIC X(2)  VALUE '00'.
000910 77  WS-OPO-FS                     PIC X(2)  VALUE '00'.
000920 77  WS-PORD-FS                    PIC X(2)  VALUE '00'.
000930 77  WS-PORP-FS                    PIC X(2)  VALUE '00'.
000940 77  WS-PO-DATE                    PIC 9(8)  VALUE ZERO.
000950 01  WS-PO-PARM.
000960     05  WS-PO-PARM-DATE           PIC X(8).
000970     05  WS-PO-PARM-DATE-N REDEFINES WS-PO-PARM-DATE
000980                                   PIC 9(8).
000990 01  WS-PO-NO.
001000     05  WS-PO-NO-DATE             PIC 9(8).
001010     05  WS-PO-NO-VENDOR           PIC X(3).
001020 01  WS-STKO-EOF-SW                PIC X(1)  VALUE 'N'.
001030     88  WS-STKO-EOF                         VALUE 'Y'.
001040 01  WS-OPO-EOF-SW                 PIC X(1)  VALUE 'N'.
001050     88  WS-OPO-EOF                          VALUE 'Y'.
001060 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
001070     88  WS-HIT-FOUND                        VALUE 'Y'.
001080 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001090 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001100*----------------------------------------------------------------*
001110*  ON-ORDER TABLE - QUANTITY STILL OUTSTANDING (ORDERED LESS     *
001120*  RECEIVED) ON THE OPEN-PO FILE PER CATALOG / GIFT DAY, SO A    *
001130*  DAILY RUN NEVER ORDERS THE SAME SHORTFALL TWICE.              *
001140*----------------------------------------------------------------*
001150 77  WS-ONO-MAX                    PIC 9(4) COMP VALUE 500.
001160 77  ONO-COUNT                     PIC 9(4) COMP VALUE ZERO.
001170 77  ONO-IDX                       PIC 9(4) COMP VALUE ZERO.
001180 77  ONO-HIT-IDX                   PIC 9(4) COMP VALUE ZERO.
001185 01  WS-ONO-LOOK-CAT               PIC X(2)  VALUE SPACES.
001187 01  WS-ONO-LOOK-DAY               PIC 9(3)  VALUE ZERO.
001190 01  ONO-TABLE.
001200     05  ONO-ENTRY OCCURS 500.
001210         10  ONO-CATALOG-ID        PIC X(2).
001220         10  ONO-DAY-NO            PIC 9(3).
001230         10  ONO-QTY-OUT           PIC 9(7) COMP.
001240*----------------------------------------------------------------*
001250*  PO LINE TABLE - EVERY LINE RAISED THIS RUN, WRITTEN OUT       *
001260*  VENDOR BY VENDOR ONCE THE WHOLE EXTRACT IS READ.              *
001270*----------------------------------------------------------------*
001280 77  WS-POL-MAX                    PIC 9(4) COMP VALUE 500.
001290 77  POL-COUNT                     PIC 9(4) COMP VALUE ZERO.
001300 77  POL-IDX                       PIC 9(4) COMP VALUE ZERO.
001310 01  POL-TABLE.
001320     05  POL-ENTRY OCCURS 500.
001330         10  POL-VENDOR-CODE       PIC X(3).
001340         10  POL-CATALOG-ID        PIC X(2).
001350         10  POL-DAY-NO            PIC 9(3).
001360         10  POL-GIFT-TEXT         PIC X(26).
001370         10  POL-QTY               PIC 9(7) COMP.
001380         10  POL-UNIT-COST         PIC 9(5)V99.
001390*----------------------------------------------------------------*
001400*  VENDOR TABLE - EACH VENDOR THAT GETS A PO THIS RUN, IN THE    *
001410*  ORDER ITS FIRST LINE WAS RAISED, WITH ITS VENDOR-MASTER ROW.  *
001420*----------------------------------------------------------------*
001430 77  WS-VPO-MAX                    PIC 9(2) COMP VALUE 50.
001440 77  VPO-COUNT                     PIC 9(2) COMP VALUE ZERO.
001450 77  VPO-IDX                       PIC 9(2) COMP VALUE ZERO.
001460 01  VPO-TABLE.
001470     05  VPO-ENTRY OCCURS 50.
001480         10  VPO-CODE              PIC X(3).
001490         10  VPO-VNDM-IDX          PIC 9(2) COMP.
001491*----------------------------------------------------------------*
001492*  ISSUED TABLE - PO NUMBERS ALREADY ON THE OPEN-PO FILE FOR     *
001493*  THIS PO DATE, WHICH THE RUN MUST NOT ISSUE A SECOND TIME.     *
001494*----------------------------------------------------------------*
001495 77  WS-ISS-MAX                    PIC 9(2) COMP VALUE 50.
001496 77  ISS-COUNT                     PIC 9(2) COMP VALUE ZERO.
001497 77  ISS-IDX                       PIC 9(2) COMP VALUE ZERO.
001498 01  ISS-TABLE.
001499     05  ISS-PO-NO                 PIC X(11) OCCURS 50.
001500 77  WS-SHORTFALL                  PIC S9(9) COMP VALUE ZERO.
001510 77  WS-EXT-AMT                    PIC 9(11)V99 VALUE ZERO.
001520 77  WS-PO-LINE-CNT                PIC 9(6) COMP VALUE ZERO.
001530 77  WS-PO-QTY-TOTAL               PIC 9(9) COMP VALUE ZERO.
001540 77  WS-PO-HASH-AMT                PIC 9(13)V99 VALUE ZERO.
001550 77  WS-GRAND-AMT                  PIC 9(13)V99 VALUE ZERO.
001560 77  WS-STKO-READ-CNT              PIC 9(5) COMP VALUE ZERO.
001570 77  WS-COVERED-CNT                PIC 9(5) COMP VALUE ZERO.
001580 77  WS-EXCEPTION-CNT              PIC 9(5) COMP VALUE ZERO.
001585 77  WS-REISSUE-CNT                PIC 9(5) COMP VALUE ZERO.
001590 77  WS-CNT-FMT                    PIC ZZZZ9.
001600 77  WS-QTY-FMT                    PIC ZZZZZZ9.
001610 77  WS-COST-FMT                   PIC ZZZZ9.99.
001620 77  WS-AMT-FMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001630 01  WS-RPT-LINE                   PIC X(80).
001640 PROCEDURE DIVISION.
001650*----------------------------------------------------------------*
001660*  0000-MAINLINE - LOAD WHAT IS ALREADY ON ORDER, RAISE A LINE   *
001670*  FOR EACH STOCK-OUT, THEN CUT ONE PO PER VENDOR - UNLESS ONE   *
001675*  OF THOSE PO NUMBERS HAS ALREADY BEEN ISSUED.                  *
001680*----------------------------------------------------------------*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001710     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
001720     PERFORM 1200-LOAD-OPEN-POS THRU 1200-EXIT
001730     PERFORM 2000-RAISE-PO-LINES THRU 2000-EXIT
001735     PERFORM 2500-CHECK-PO-NUMBERS THRU 2500-EXIT
001740     IF WS-REISSUE-CNT = ZERO
001750         PERFORM 3000-WRITE-VENDOR-PO THRU 3000-EXIT
001755             VARYING VPO-IDX FROM 1 BY 1
001760             UNTIL VPO-IDX > VPO-COUNT
001765     END-IF
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT
001780     GOBACK.
001790*----------------------------------------------------------------*
001800*  1000-INITIALIZE - READ THE PO DATE PARM CARD (DEFAULTS TO     *
001810*  TODAY WHEN BLANK), OPEN GIFT-MASTER FOR KEYED LOOKUPS, AND    *
001820*  OPEN THE REGISTER.                                            *
001830*----------------------------------------------------------------*
001840 1000-INITIALIZE.
001850     MOVE SPACES TO WS-PO-PARM
001860     ACCEPT WS-PO-PARM FROM SYSIN
001870     IF WS-PO-PARM-DATE IS NUMERIC
001880         AND WS-PO-PARM-DATE-N > ZERO
001890         MOVE WS-PO-PARM-DATE-N TO WS-PO-DATE
001900     ELSE
001910         ACCEPT WS-PO-DATE FROM DATE YYYYMMDD
001920     END-IF
001930     OPEN INPUT GIFT-MASTER
001940     IF WS-GIFT-FS NOT = '00'
001950         DISPLAY 'REPLENPO - UNABLE TO OPEN GIFT-MASTER,'
001960             ' STATUS ' WS-GIFT-FS
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     OPEN OUTPUT PO-REGISTER-RPT
002010     IF WS-PORP-FS NOT = '00'
002020         DISPLAY 'REPLENPO - UNABLE TO OPEN PO-REGISTER-RPT,'
002030             ' STATUS ' WS-PORP-FS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF
002070     MOVE SPACES TO WS-RPT-LINE
002080     STRING 'REPLENISHMENT PURCHASE ORDER REGISTER  PO DATE '
002090         WS-PO-DATE
002100         DELIMITED BY SIZE INTO WS-RPT-LINE
002110     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
002120     MOVE SPACES TO WS-RPT-LINE
002130     WRITE PO-REGISTER-REC FROM WS-RPT-LINE.
002140 1000-EXIT.
002150     EXIT.
002160     COPY VENDMLOD.
002170*----------------------------------------------------------------*
002180*  1200-LOAD-OPEN-POS - SUMS THE QUANTITY STILL OUTSTANDING ON   *
002190*  EVERY OPEN OR PART-RECEIVED PO LINE BY CATALOG / GIFT DAY.    *
002200*  NO OPEN-PO FILE MEANS NOTHING IS ON ORDER YET.                *
002210*----------------------------------------------------------------*
002220 1200-LOAD-OPEN-POS.
002230     MOVE 'N' TO WS-OPO-EOF-SW
002240     OPEN INPUT OPEN-PO-FILE
002250     IF WS-OPO-FS = '35'
002260         GO TO 1200-EXIT
002270     END-IF
002280     IF WS-OPO-FS NOT = '00'
002290         DISPLAY 'REPLENPO - UNABLE TO OPEN OPEN-PO-FILE,'
002300             ' STATUS ' WS-OPO-FS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF
002340     PERFORM 1210-READ-OPEN-PO THRU 1210-EXIT
002350         UNTIL WS-OPO-EOF
002360     CLOSE OPEN-PO-FILE.
002370 1200-EXIT.
002380     EXIT.
002390 1210-READ-OPEN-PO.
002400     READ OPEN-PO-FILE
002410         AT END
002420             MOVE 'Y' TO WS-OPO-EOF-SW
002430             GO TO 1210-EXIT
002440     END-READ
002442     IF OP-PO-DATE = WS-PO-DATE
002444         PERFORM 1230-NOTE-ISSUED-PO THRU 1230-EXIT
002446     END-IF
002450     IF OP-LINE-CLOSED
002460         OR OP-QTY-RECEIVED NOT < OP-QTY-ORDERED
002470         GO TO 1210-EXIT
002480     END-IF
002490     MOVE OP-CATALOG-ID TO WS-ONO-LOOK-CAT
002500     MOVE OP-DAY-NO TO WS-ONO-LOOK-DAY
002510     PERFORM 1220-FIND-ON-ORDER THRU 1220-EXIT
002520     IF NOT WS-HIT-FOUND
002530         IF ONO-COUNT >= WS-ONO-MAX
002540             DISPLAY 'REPLENPO - OPEN PO GIFTS EXCEED '
002550                 WS-ONO-MAX ', TABLE FULL'
002560             MOVE 16 TO RETURN-CODE
002570             STOP RUN
002580         END-IF
002590         ADD 1 TO ONO-COUNT
002600         MOVE OP-CATALOG-ID TO ONO-CATALOG-ID (ONO-COUNT)
002610         MOVE OP-DAY-NO TO ONO-DAY-NO (ONO-COUNT)
002620         MOVE ZERO TO ONO-QTY-OUT (ONO-COUNT)
002630         MOVE ONO-COUNT TO ONO-HIT-IDX
002640     END-IF
002650     COMPUTE ONO-QTY-OUT (ONO-HIT-IDX) =
002660         ONO-QTY-OUT (ONO-HIT-IDX)
002670         + OP-QTY-ORDERED - OP-QTY-RECEIVED.
002680 1210-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------*
002710*  1220-FIND-ON-ORDER - LOOKS UP THE CATALOG / GIFT DAY LEFT IN  *
002720*  WS-ONO-LOOK-CAT / -DAY; ANSWERS WS-HIT-FOUND, ONO-HIT-IDX.    *
002730*----------------------------------------------------------------*
002740 1220-FIND-ON-ORDER.
002750     MOVE 'N' TO WS-HIT-SW
002760     MOVE ZERO TO ONO-HIT-IDX
002770     PERFORM 1225-TEST-ONE-ON-ORDER THRU 1225-EXIT
002780         VARYING ONO-IDX FROM 1 BY 1
002790         UNTIL ONO-IDX > ONO-COUNT OR WS-HIT-FOUND.
002800 1220-EXIT.
002810     EXIT.
002820 1225-TEST-ONE-ON-ORDER.
002830     IF ONO-CATALOG-ID (ONO-IDX) = WS-ONO-LOOK-CAT
002840         AND ONO-DAY-NO (ONO-IDX) = WS-ONO-LOOK-DAY
002850         MOVE 'Y' TO WS-HIT-SW
002860         MOVE ONO-IDX TO ONO-HIT-IDX
002870     END-IF.
002880 1225-EXIT.
002890     EXIT.
002891*----------------------------------------------------------------*
002892*  1230-NOTE-ISSUED-PO - KEEPS EACH PO NUMBER ALREADY ISSUED FOR *
002893*  THIS PO DATE ONCE IN THE ISSUED TABLE.                        *
002894*----------------------------------------------------------------*
002896 1230-NOTE-ISSUED-PO.
002897     MOVE OP-PO-NO TO WS-PO-NO
002898     MOVE 'N' TO WS-HIT-SW
002899     PERFORM 1235-TEST-ONE-ISSUED THRU 1235-EXIT
002900         VARYING ISS-IDX FROM 1 BY 1
002902         UNTIL ISS-IDX > ISS-COUNT OR WS-HIT-FOUND
002903     IF WS-HIT-FOUND
002904         GO TO 1230-EXIT
002905     END-IF
002906     IF ISS-COUNT >= WS-ISS-MAX
002908         DISPLAY 'REPLENPO - PO NUMBERS ISSUED EXCEED ' WS-ISS-MAX
002909             ', TABLE FULL'
002910         MOVE 16 TO RETURN-CODE
002911         STOP RUN
002913     END-IF
002914     ADD 1 TO ISS-COUNT
002915     MOVE WS-PO-NO TO ISS-PO-NO (ISS-COUNT).
002916 1230-EXIT.
002917     EXIT.
002919 1235-TEST-ONE-ISSUED.
002920     IF ISS-PO-NO (ISS-IDX) = WS-PO-NO
002921         MOVE 'Y' TO WS-HIT-SW
002922     END-IF.
002923 1235-EXIT.
002925     EXIT.
002926*----------------------------------------------------------------*
002927*  2000-RAISE-PO-LINES - ONE PASS OF THE STOCK-OUT EXTRACT.  NO  *
002928*  EXTRACT MEANS STOCKPRJ FOUND NOTHING RUNNING OUT.             *
002930*----------------------------------------------------------------*
002940 2000-RAISE-PO-LINES.
002950     MOVE 'N' TO WS-STKO-EOF-SW
002960     OPEN INPUT STOCK-OUT-FILE
002970     IF WS-STKO-FS = '35'
002980         DISPLAY 'REPLENPO - NO STOCK-OUT EXTRACT,'
002990             ' NOTHING TO ORDER'
003000         GO TO 2000-EXIT
003010     END-IF
003020     IF WS-STKO-FS NOT = '00'
003030         DISPLAY 'REPLENPO - UNABLE TO OPEN STOCK-OUT-FILE,'
003040             ' STATUS ' WS-STKO-FS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF
003080     PERFORM 2010-RAISE-ONE-LINE THRU 2010-EXIT
003090         UNTIL WS-STKO-EOF
003100     CLOSE STOCK-OUT-FILE.
003110 2000-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------*
003140*  2010-RAISE-ONE-LINE - THE ORDER QUANTITY IS WHAT THE REST OF  *
003150*  THE SEASON WILL CONSUME BEYOND WHAT IS ON HAND AND WHAT IS    *
003160*  ALREADY ON ORDER.  THE VENDOR AND UNIT COST COME FROM THE     *
003170*  GIFT'S OWN GIFT-MASTER RECORD, AND THE VENDOR MUST BE ACTIVE. *
003180*----------------------------------------------------------------*
003190 2010-RAISE-ONE-LINE.
003200     READ STOCK-OUT-FILE
003210         AT END
003220             MOVE 'Y' TO WS-STKO-EOF-SW
003230             GO TO 2010-EXIT
003240     END-READ
003250     ADD 1 TO WS-STKO-READ-CNT
003260     COMPUTE WS-SHORTFALL = SO-DEMAND - SO-ON-HAND
003265     MOVE SO-CATALOG-ID TO WS-ONO-LOOK-CAT
003267     MOVE SO-DAY-NO TO WS-ONO-LOOK-DAY
003270     PERFORM 1220-FIND-ON-ORDER THRU 1220-EXIT
003280     IF WS-HIT-FOUND
003290         SUBTRACT ONO-QTY-OUT (ONO-HIT-IDX) FROM WS-SHORTFALL
003300     END-IF
003310     IF WS-SHORTFALL NOT > ZERO
003320         ADD 1 TO WS-COVERED-CNT
003330         MOVE SPACES TO WS-RPT-LINE
003340         STRING 'COVERED         CATALOG ' SO-CATALOG-ID
003350             ' DAY ' SO-DAY-NO ' - ALREADY ON ORDER'
003360             DELIMITED BY SIZE INTO WS-RPT-LINE
003370         WRITE PO-REGISTER-REC FROM WS-RPT-LINE
003380         GO TO 2010-EXIT
003390     END-IF
003400     MOVE SO-CATALOG-ID TO GM-CATALOG-ID
003410     MOVE SO-DAY-NO TO GM-DAY-NO
003420     READ GIFT-MASTER
003430         INVALID KEY
003440             MOVE '23' TO WS-GIFT-FS
003450     END-READ
003460     IF WS-GIFT-FS NOT = '00' OR GM-UNIT-COST NOT NUMERIC
003470         ADD 1 TO WS-EXCEPTION-CNT
003480         MOVE SPACES TO WS-RPT-LINE
003490         STRING 'NOT ORDERED     CATALOG ' SO-CATALOG-ID
003500             ' DAY ' SO-DAY-NO ' - NO GIFT-MASTER COST'
003510             DELIMITED BY SIZE INTO WS-RPT-LINE
003520         WRITE PO-REGISTER-REC FROM WS-RPT-LINE
003530         GO TO 2010-EXIT
003540     END-IF
003550     MOVE GM-VENDOR-CODE TO WS-VNDM-LOOK-CODE
003560     PERFORM 1340-FIND-VENDOR THRU 1340-EXIT
003570     IF GM-VENDOR-CODE = SPACES OR NOT VNDM-FOUND
003580         ADD 1 TO WS-EXCEPTION-CNT
003590         MOVE SPACES TO WS-RPT-LINE
003600         STRING 'NOT ORDERED     CATALOG ' SO-CATALOG-ID
003610             ' DAY ' SO-DAY-NO ' - VENDOR ' GM-VENDOR-CODE
003620             ' NOT ON VENDOR-MASTER'
003630             DELIMITED BY SIZE INTO WS-RPT-LINE
003640         WRITE PO-REGISTER-REC FROM WS-RPT-LINE
003650         GO TO 2010-EXIT
003660     END-IF
003670     IF VNDM-ACTIVE (VNDM-HIT-IDX) NOT = 'Y'
003680         ADD 1 TO WS-EXCEPTION-CNT
003690         MOVE SPACES TO WS-RPT-LINE
003700         STRING 'NOT ORDERED     CATALOG ' SO-CATALOG-ID
003710             ' DAY ' SO-DAY-NO ' - VENDOR ' GM-VENDOR-CODE
003720             ' NOT ACTIVE'
003730             DELIMITED BY SIZE INTO WS-RPT-LINE
003740         WRITE PO-REGISTER-REC FROM WS-RPT-LINE
003750         GO TO 2010-EXIT
003760     END-IF
003770     IF POL-COUNT >= WS-POL-MAX
003780         DISPLAY 'REPLENPO - PO LINES EXCEED ' WS-POL-MAX
003790             ', TABLE FULL'
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003830     ADD 1 TO POL-COUNT
003840     MOVE GM-VENDOR-CODE TO POL-VENDOR-CODE (POL-COUNT)
003850     MOVE SO-CATALOG-ID TO POL-CATALOG-ID (POL-COUNT)
003860     MOVE SO-DAY-NO TO POL-DAY-NO (POL-COUNT)
003870     MOVE GM-GIFT-TEXT TO POL-GIFT-TEXT (POL-COUNT)
003880     MOVE WS-SHORTFALL TO POL-QTY (POL-COUNT)
003890     MOVE GM-UNIT-COST TO POL-UNIT-COST (POL-COUNT)
003900     PERFORM 2100-NOTE-VENDOR THRU 2100-EXIT.
003910 2010-EXIT.
003920     EXIT.
003930 2100-NOTE-VENDOR.
003940     MOVE 'N' TO WS-HIT-SW
003950     PERFORM 2110-TEST-ONE-VPO THRU 2110-EXIT
003960         VARYING VPO-IDX FROM 1 BY 1
003970         UNTIL VPO-IDX > VPO-COUNT OR WS-HIT-FOUND
003980     IF WS-HIT-FOUND
003990         GO TO 2100-EXIT
004000     END-IF
004010     IF VPO-COUNT >= WS-VPO-MAX
004020         DISPLAY 'REPLENPO - PO VENDORS EXCEED ' WS-VPO-MAX
004030             ', TABLE FULL'
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF
004070     ADD 1 TO VPO-COUNT
004080     MOVE GM-VENDOR-CODE TO VPO-CODE (VPO-COUNT)
004090     MOVE VNDM-HIT-IDX TO VPO-VNDM-IDX (VPO-COUNT).
004100 2100-EXIT.
004110     EXIT.
004120 2110-TEST-ONE-VPO.
004130     IF VPO-CODE (VPO-IDX) = GM-VENDOR-CODE
004140         MOVE 'Y' TO WS-HIT-SW
004150     END-IF.
004160 2110-EXIT.
004170     EXIT.
004171*----------------------------------------------------------------*
004172*  2500-CHECK-PO-NUMBERS - A PO NUMBER IS THE PO DATE PLUS THE   *
004173*  VENDOR CODE, AND GOODSRCV MATCHES RECEIPTS ON IT ALONE.  ANY  *
004174*  PO THIS RUN WOULD CUT THAT IS ALREADY ON THE OPEN-PO FILE     *
004175*  (A SECOND RUN FOR THE SAME PO DATE) IS LISTED, AND THE WHOLE  *
004176*  RUN IS REFUSED: NO PO FILE IS CUT AND THE RETURN CODE IS 8.   *
004178*----------------------------------------------------------------*
004179 2500-CHECK-PO-NUMBERS.
004180     PERFORM 2510-CHECK-ONE-PO-NO THRU 2510-EXIT
004181         VARYING VPO-IDX FROM 1 BY 1
004182         UNTIL VPO-IDX > VPO-COUNT.
004183 2500-EXIT.
004184     EXIT.
004186 2510-CHECK-ONE-PO-NO.
004187     MOVE WS-PO-DATE TO WS-PO-NO-DATE
004188     MOVE VPO-CODE (VPO-IDX) TO WS-PO-NO-VENDOR
004189     MOVE 'N' TO WS-HIT-SW
004190     PERFORM 1235-TEST-ONE-ISSUED THRU 1235-EXIT
004191         VARYING ISS-IDX FROM 1 BY 1
004192         UNTIL ISS-IDX > ISS-COUNT OR WS-HIT-FOUND
004194     IF NOT WS-HIT-FOUND
004195         GO TO 2510-EXIT
004196     END-IF
004197     ADD 1 TO WS-REISSUE-CNT
004198     MOVE SPACES TO WS-RPT-LINE
004199     STRING 'NOT CUT         PO ' WS-PO-NO
004200         ' - ALREADY ON THE OPEN-PO FILE'
004202         DELIMITED BY SIZE INTO WS-RPT-LINE
004203     WRITE PO-REGISTER-REC FROM WS-RPT-LINE.
004204 2510-EXIT.
004205     EXIT.
004206*----------------------------------------------------------------*
004207*  3000-WRITE-VENDOR-PO - POINTS VENDOR-PO-FILE AT THE VENDOR'S  *
004208*  OWN PO FILE (GIFTPO PLUS THE VENDOR CODE), WRITES HEADER,     *
004210*  LINES, AND TRAILER, AND ADDS EACH LINE TO THE OPEN-PO FILE.   *
004220*----------------------------------------------------------------*
004230 3000-WRITE-VENDOR-PO.
004240     MOVE WS-PO-DATE TO WS-PO-NO-DATE
004250     MOVE VPO-CODE (VPO-IDX) TO WS-PO-NO-VENDOR
004260     MOVE VPO-VNDM-IDX (VPO-IDX) TO VNDM-HIT-IDX
004270     MOVE 'DD_GIFTPORD' TO WS-ENV-NAME
004280     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
004290     MOVE SPACES TO WS-ENV-VALUE
004300     STRING 'GIFTPO' VPO-CODE (VPO-IDX) DELIMITED BY SIZE
004310         INTO WS-ENV-VALUE
004320     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
004330     OPEN OUTPUT VENDOR-PO-FILE
004340     IF WS-PORD-FS NOT = '00'
004350         DISPLAY 'REPLENPO - UNABLE TO OPEN VENDOR-PO-FILE '
004360             WS-ENV-VALUE ', STATUS ' WS-PORD-FS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF
004400     OPEN EXTEND OPEN-PO-FILE
004410     IF WS-OPO-FS = '35'
004420         OPEN OUTPUT OPEN-PO-FILE
004430     END-IF
004440     IF WS-OPO-FS NOT = '00'
004450         DISPLAY 'REPLENPO - UNABLE TO OPEN OPEN-PO-FILE,'
004460             ' STATUS ' WS-OPO-FS
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF
004500     MOVE ZERO TO WS-PO-LINE-CNT
004510     MOVE ZERO TO WS-PO-QTY-TOTAL
004520     MOVE ZERO TO WS-PO-HASH-AMT
004530     MOVE SPACES TO VENDOR-PO-REC
004540     MOVE 'H' TO PO-HDR-TYPE
004550     MOVE WS-PO-NO TO PO-HDR-PO-NO
004560     MOVE VPO-CODE (VPO-IDX) TO PO-HDR-VENDOR-CODE
004570     MOVE VNDM-NAME (VNDM-HIT-IDX) TO PO-HDR-VENDOR-NAME
004580     MOVE VNDM-REMIT-1 (VNDM-HIT-IDX) TO PO-HDR-REMIT-1
004590     MOVE VNDM-REMIT-2 (VNDM-HIT-IDX) TO PO-HDR-REMIT-2
004600     MOVE WS-PO-DATE TO PO-HDR-PO-DATE
004610     WRITE VENDOR-PO-REC
004620     MOVE SPACES TO WS-RPT-LINE
004630     STRING 'PO ' WS-PO-NO '  ' VNDM-NAME (VNDM-HIT-IDX)
004640         DELIMITED BY SIZE INTO WS-RPT-LINE
004650     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
004660     MOVE SPACES TO WS-RPT-LINE
004670     STRING '   REMIT TO ' VNDM-REMIT-1 (VNDM-HIT-IDX)
004680         ' ' VNDM-REMIT-2 (VNDM-HIT-IDX)
004690         DELIMITED BY SIZE INTO WS-RPT-LINE
004700     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
004710     PERFORM 3010-WRITE-ONE-PO-LINE THRU 3010-EXIT
004720         VARYING POL-IDX FROM 1 BY 1
004730         UNTIL POL-IDX > POL-COUNT
004740     MOVE SPACES TO VENDOR-PO-REC
004750     MOVE 'T' TO PO-TRL-TYPE
004760     MOVE WS-PO-LINE-CNT TO PO-TRL-LINE-COUNT
004770     MOVE WS-PO-QTY-TOTAL TO PO-TRL-QTY-TOTAL
004780     MOVE WS-PO-HASH-AMT TO PO-TRL-HASH-AMT
004790     WRITE VENDOR-PO-REC
004800     CLOSE VENDOR-PO-FILE
004810     CLOSE OPEN-PO-FILE
004820     ADD WS-PO-HASH-AMT TO WS-GRAND-AMT
004830     MOVE WS-PO-HASH-AMT TO WS-AMT-FMT
004840     MOVE SPACES TO WS-RPT-LINE
004850     STRING '   PO TOTAL                    ' WS-AMT-FMT
004860         DELIMITED BY SIZE INTO WS-RPT-LINE
004870     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
004880     MOVE SPACES TO WS-RPT-LINE
004890     WRITE PO-REGISTER-REC FROM WS-RPT-LINE.
004900 3000-EXIT.
004910     EXIT.
004920 3010-WRITE-ONE-PO-LINE.
004930     IF POL-VENDOR-CODE (POL-IDX) NOT = VPO-CODE (VPO-IDX)
004940         GO TO 3010-EXIT
004950     END-IF
004960     COMPUTE WS-EXT-AMT =
004970         POL-QTY (POL-IDX) * POL-UNIT-COST (POL-IDX)
004980     MOVE SPACES TO VENDOR-PO-REC
004990     MOVE 'D' TO PO-DET-TYPE
005000     MOVE WS-PO-NO TO PO-DET-PO-NO
005010     MOVE POL-CATALOG-ID (POL-IDX) TO PO-DET-CATALOG-ID
005020     MOVE POL-DAY-NO (POL-IDX) TO PO-DET-DAY-NO
005030     MOVE POL-GIFT-TEXT (POL-IDX) TO PO-DET-GIFT-TEXT
005040     MOVE POL-QTY (POL-IDX) TO PO-DET-QTY
005050     MOVE POL-UNIT-COST (POL-IDX) TO PO-DET-UNIT-COST
005060     MOVE WS-EXT-AMT TO PO-DET-EXT-AMT
005070     WRITE VENDOR-PO-REC
005080     ADD 1 TO WS-PO-LINE-CNT
005090     ADD POL-QTY (POL-IDX) TO WS-PO-QTY-TOTAL
005100     ADD WS-EXT-AMT TO WS-PO-HASH-AMT
005110     MOVE SPACES TO OPEN-PO-REC
005120     MOVE WS-PO-NO TO OP-PO-NO
005130     MOVE POL-VENDOR-CODE (POL-IDX) TO OP-VENDOR-CODE
005140     MOVE POL-CATALOG-ID (POL-IDX) TO OP-CATALOG-ID
005150     MOVE POL-DAY-NO (POL-IDX) TO OP-DAY-NO
005160     MOVE POL-QTY (POL-IDX) TO OP-QTY-ORDERED
005170     MOVE ZERO TO OP-QTY-RECEIVED
005180     MOVE POL-UNIT-COST (POL-IDX) TO OP-UNIT-COST
005190     MOVE WS-PO-DATE TO OP-PO-DATE
005200     MOVE 'O' TO OP-STATUS
005210     WRITE OPEN-PO-REC
005220     MOVE POL-QTY (POL-IDX) TO WS-QTY-FMT
005230     MOVE POL-UNIT-COST (POL-IDX) TO WS-COST-FMT
005240     MOVE WS-EXT-AMT TO WS-AMT-FMT
005250     MOVE SPACES TO WS-RPT-LINE
005260     STRING '   ' POL-CATALOG-ID (POL-IDX)
005270         ' DAY ' POL-DAY-NO (POL-IDX)
005280         ' QTY ' WS-QTY-FMT ' @ ' WS-COST-FMT
005290         ' EXT ' WS-AMT-FMT
005300         DELIMITED BY SIZE INTO WS-RPT-LINE
005310     WRITE PO-REGISTER-REC FROM WS-RPT-LINE.
005320 3010-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------*
005350*  9000-TERMINATE - TOTALS AND THE RETURN CODE: 0 EVERY          *
005360*  STOCK-OUT ORDERED OR ALREADY COVERED, 4 SOME COULD NOT BE,    *
005365*  8 THE RUN REFUSED FOR REISSUING PO NUMBERS.  A REFUSED RUN    *
005367*  SHOWS NO PO LINES RAISED AND NO VENDOR PO CUT.                *
005370*----------------------------------------------------------------*
005380 9000-TERMINATE.
005390     CLOSE GIFT-MASTER
005400     MOVE WS-STKO-READ-CNT TO WS-CNT-FMT
005410     MOVE SPACES TO WS-RPT-LINE
005420     STRING 'STOCK-OUTS READ       ' WS-CNT-FMT
005430         DELIMITED BY SIZE INTO WS-RPT-LINE
005440     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005450     MOVE POL-COUNT TO WS-CNT-FMT
005452     IF WS-REISSUE-CNT > ZERO
005454         MOVE ZERO TO WS-CNT-FMT
005456     END-IF
005460     MOVE SPACES TO WS-RPT-LINE
005470     STRING 'PO LINES RAISED       ' WS-CNT-FMT
005480         DELIMITED BY SIZE INTO WS-RPT-LINE
005490     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005500     MOVE VPO-COUNT TO WS-CNT-FMT
005502     IF WS-REISSUE-CNT > ZERO
005504         MOVE ZERO TO WS-CNT-FMT
005506     END-IF
005510     MOVE SPACES TO WS-RPT-LINE
005520     STRING 'VENDOR POS CUT        ' WS-CNT-FMT
005530         DELIMITED BY SIZE INTO WS-RPT-LINE
005540     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005550     MOVE WS-COVERED-CNT TO WS-CNT-FMT
005560     MOVE SPACES TO WS-RPT-LINE
005570     STRING 'ALREADY ON ORDER      ' WS-CNT-FMT
005580         DELIMITED BY SIZE INTO WS-RPT-LINE
005590     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005600     MOVE WS-EXCEPTION-CNT TO WS-CNT-FMT
005610     MOVE SPACES TO WS-RPT-LINE
005620     STRING 'NOT ORDERED           ' WS-CNT-FMT
005630         DELIMITED BY SIZE INTO WS-RPT-LINE
005640     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005642     IF WS-REISSUE-CNT > ZERO
005644         MOVE WS-REISSUE-CNT TO WS-CNT-FMT
005646         MOVE SPACES TO WS-RPT-LINE
005648         STRING 'PO NUMBERS REISSUED   ' WS-CNT-FMT
005650             ' - RUN REFUSED, NO PO CUT'
005652             DELIMITED BY SIZE INTO WS-RPT-LINE
005654         WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005656     END-IF
005658     MOVE WS-GRAND-AMT TO WS-AMT-FMT
005660     MOVE SPACES TO WS-RPT-LINE
005670     STRING 'TOTAL ON ORDER ' WS-AMT-FMT
005680         DELIMITED BY SIZE INTO WS-RPT-LINE
005690     WRITE PO-REGISTER-REC FROM WS-RPT-LINE
005700     CLOSE PO-REGISTER-RPT
005710     IF WS-EXCEPTION-CNT > ZERO
005720         MOVE 4 TO RETURN-CODE
005730     END-IF
005732     IF WS-REISSUE-CNT > ZERO
005734         MOVE 8 TO RETURN-CODE
005736     END-IF.
005740 9000-EXIT.
005750     EXIT.
