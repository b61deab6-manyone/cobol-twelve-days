000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GOODSRCV.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW GOODS-RECEIVED POSTING JOB.  APPLIES A   *
000110*                   BATCH OF STOCK MOVEMENTS TO GIFT-INVENTORY:  *
000120*                   RECEIPTS AGAINST OPEN REPLENISHMENT PO       *
000130*                   LINES, SIGNED STOCK ADJUSTMENTS (BREAKAGE,   *
000140*                   COUNT CORRECTIONS) WITH A REASON, AND SHORT  *
000150*                   CLOSES OF PO LINES THE VENDOR WILL NEVER     *
000160*                   FILL.  WRITES A NEW INVENTORY FILE AND A NEW *
000170*                   OPEN-PO FILE (FULLY RECEIVED OR CLOSED LINES *
000180*                   DROP OFF, PART-RECEIVED LINES STAY OPEN),    *
000190*                   APPENDS EVERY POSTED MOVEMENT TO THE STOCK   *
000200*                   MOVEMENT LOG, AND PRINTS THE STOCK MOVEMENT  *
000210*                   REGISTER.  IN-ON-HAND NOW ONLY EVER CHANGES  *
000220*                   BY A POSTED MOVEMENT, NOT BY WHOEVER LAST    *
000230*                   TYPED OVER THE FILE; THE JCL SWAPS THE NEW   *
000240*                   FILES IN.                                    *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY OPOSEL.
000300     SELECT GIFT-INVENTORY-OLD ASSIGN TO GIFTINV
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-OLD-FS.
000330     SELECT GIFT-INVENTORY-NEW ASSIGN TO GIFTINVN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-NEW-FS.
000360     SELECT OPEN-PO-NEW ASSIGN TO GIFTOPON
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-OPN-FS.
000390     SELECT GOODS-RCV-TRAN ASSIGN TO GIFTGRCV
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRAN-FS.
000420     SELECT STOCK-MOVE-LOG ASSIGN TO GIFTSMOV
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SMOV-FS.
000450     SELECT STOCK-MOVE-RPT ASSIGN TO GIFTSMVR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SMVR-FS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500     COPY OPOFD.
000510 FD  GIFT-INVENTORY-OLD
000520     RECORDING MODE IS F.
000530 01  GIFT-INVENTORY-OLD-REC.
000540     05  INO-CATALOG-ID            PIC X(2).
000550     05  INO-DAY-NO                PIC 9(3).
000560     05  INO-ON-HAND               PIC 9(7).
000570 FD  GIFT-INVENTORY-NEW
000580     RECORDING MODE IS F.
000590 01  GIFT-INVENTORY-NEW-REC.
000600     05  INN-CATALOG-ID            PIC X(2).
000610     05  INN-DAY-NO                PIC 9(3).
000620     05  INN-ON-HAND               PIC 9(7).
000630 FD  OPEN-PO-NEW
000640     RECORDING MODE IS F.
000650 01  OPEN-PO-NEW-REC.
000660     05  OPN-PO-NO                 PIC X(11).
000670     05  OPN-VENDOR-CODE           PIC X(3).
000680     05  OPN-CATALOG-ID            PIC X(2).
000690     05  OPN-DAY-NO                PIC 9(3).
000700     05  OPN-QTY-ORDERED           PIC 9(7).
000710     05  OPN-QTY-RECEIVED          PIC 9(7).
000720     05  OPN-UNIT-COST             PIC 9(5)V99.
000730     05  OPN-PO-DATE               PIC 9(8).
000740     05  OPN-STATUS                PIC X(1).
000750*----------------------------------------------------------------*
000760*  ONE TRANSACTION PER MOVEMENT.  'R' RECEIPT: GOODS IN AGAINST  *
000770*  THE PO NUMBER, CATALOG, AND GIFT DAY OF AN OPEN PO LINE.  'A' *
000780*  ADJUSTMENT: A SIGNED QUANTITY ('-' OUT, BLANK OR '+' IN)      *
000790*  AGAINST A TRACKED GIFT, REASON REQUIRED.  'C' CLOSE: SHORT-   *
000800*  CLOSES A PO LINE, NOTHING MORE TO COME, NO STOCK MOVES.       *
000810*----------------------------------------------------------------*
000820 FD  GOODS-RCV-TRAN
000830     RECORDING MODE IS F.
000840 01  GOODS-RCV-TRAN-REC.
000850     05  GR-TRAN-TYPE              PIC X(1).
000860         88  GR-RECEIPT            VALUE 'R'.
000870         88  GR-ADJUSTMENT         VALUE 'A'.
000880         88  GR-CLOSE              VALUE 'C'.
000890     05  FILLER                    PIC X(1).
000900     05  GR-PO-NO                  PIC X(11).
000910     05  FILLER                    PIC X(1).
000920     05  GR-CATALOG-ID             PIC X(2).
000930     05  FILLER                    PIC X(1).
000940     05  GR-DAY-NO                 PIC 9(3).
000950     05  FILLER                    PIC X(1).
000960     05  GR-QTY-SIGN               PIC X(1).
000970     05  GR-QTY                    PIC 9(7).
000980     05  FILLER                    PIC X(1).
000990     05  GR-REASON                 PIC X(20).
001000*----------------------------------------------------------------*
001010*  STOCK MOVEMENT LOG - ONE RECORD PER POSTED MOVEMENT, WITH     *
001020*  ON-HAND BEFORE AND AFTER, SO EVERY FIGURE ON GIFT-INVENTORY   *
001030*  CAN BE WALKED BACK TO THE MOVEMENTS THAT PRODUCED IT.         *
001040*----------------------------------------------------------------*
001050 FD  STOCK-MOVE-LOG
001060     RECORDING MODE IS F.
001070 01  STOCK-MOVE-REC.
001080     05  SM-DATE                   PIC 9(8).
001090     05  SM-TIME                   PIC 9(8).
001100     05  SM-TRAN-TYPE              PIC X(1).
001110     05  SM-PO-NO                  PIC X(11).
001120     05  SM-CATALOG-ID             PIC X(2).
001130     05  SM-DAY-NO                 PIC 9(3).
001140     05  SM-QTY-SIGN               PIC X(1).
001150     05  SM-QTY                    PIC 9(7).
001160     05  SM-ON-HAND-BEFORE         PIC 9(7).
001170     05  SM-ON-HAND-AFTER          PIC 9(7).
001180     05  SM-REASON                 PIC X(20).
001190 FD  STOCK-MOVE-RPT
001200     RECORDING MODE IS F.
001210 01  STOCK-MOVE-RPT-REC            PIC X(80).
001220 WORKING-STORAGE SECTION.
001230 77  WS-OPO-FS                     PIC X(2)  VALUE '00'.
001240 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
001250 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
001260 77  WS-OPN-FS                     PIC X(2)  VALUE '00'.
001270 77  WS-TRAN-FS                    PIC X(2)  VALUE '00'.
001280 77  WS-SMOV-FS                    PIC X(2)  VALUE '00'.
001290 77  WS-SMVR-FS                    PIC X(2)  VALUE '00'.
001300 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
001310 77  WS-RUN-TIME                   PIC 9(8)  VALUE ZERO.
001320 01  WS-INV-EOF-SW                 PIC X(1)  VALUE 'N'.
001330     88  WS-INV-EOF                          VALUE 'Y'.
001340 01  WS-OPO-EOF-SW                 PIC X(1)  VALUE 'N'.
001350     88  WS-OPO-EOF                          VALUE 'Y'.
001360 01  WS-TRAN-EOF-SW                PIC X(1)  VALUE 'N'.
001370     88  WS-TRAN-EOF                         VALUE 'Y'.
001380 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
001390     88  WS-HIT-FOUND                        VALUE 'Y'.
001400 77  WS-INV-MAX                    PIC 9(4) COMP VALUE 500.
001410 77  INV-COUNT                     PIC 9(4) COMP VALUE ZERO.
001420 77  INV-IDX                       PIC 9(4) COMP VALUE ZERO.
001430 77  INV-HIT-IDX                   PIC 9(4) COMP VALUE ZERO.
001440 01  INV-TABLE.
001450     05  INV-ENTRY OCCURS 500.
001460         10  INV-CATALOG-ID        PIC X(2).
001470         10  INV-DAY-NO            PIC 9(3).
001480         10  INV-ON-HAND           PIC 9(7).
001490 77  WS-OPO-MAX                    PIC 9(4) COMP VALUE 500.
001500 77  OPO-COUNT                     PIC 9(4) COMP VALUE ZERO.
001510 77  OPO-IDX                       PIC 9(4) COMP VALUE ZERO.
001520 77  OPO-HIT-IDX                   PIC 9(4) COMP VALUE ZERO.
001530 01  OPO-TABLE.
001540     05  OPO-ENTRY OCCURS 500.
001550         10  OPO-PO-NO             PIC X(11).
001560         10  OPO-VENDOR-CODE       PIC X(3).
001570         10  OPO-CATALOG-ID        PIC X(2).
001580         10  OPO-DAY-NO            PIC 9(3).
001590         10  OPO-QTY-ORDERED       PIC 9(7).
001600         10  OPO-QTY-RECEIVED      PIC 9(7).
001610         10  OPO-UNIT-COST         PIC 9(5)V99.
001620         10  OPO-PO-DATE           PIC 9(8).
001630         10  OPO-STATUS            PIC X(1).
001640 77  WS-ON-HAND-BEFORE             PIC 9(7)  VALUE ZERO.
001650 77  WS-QTY-OUT                    PIC 9(7)  VALUE ZERO.
001660 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
001670 01  WS-LINE-STATUS                PIC X(13) VALUE SPACES.
001680 77  WS-TRAN-READ-CNT              PIC 9(5) COMP VALUE ZERO.
001690 77  WS-RECEIPT-CNT                PIC 9(5) COMP VALUE ZERO.
001700 77  WS-ADJUST-CNT                 PIC 9(5) COMP VALUE ZERO.
001710 77  WS-CLOSE-CNT                  PIC 9(5) COMP VALUE ZERO.
001720 77  WS-REJECT-CNT                 PIC 9(5) COMP VALUE ZERO.
001730 77  WS-OVER-CNT                   PIC 9(5) COMP VALUE ZERO.
001740 77  WS-PO-KEPT-CNT                PIC 9(5) COMP VALUE ZERO.
001750 77  WS-CNT-FMT                    PIC ZZZZ9.
001760 77  WS-QTY-FMT                    PIC ZZZZZZ9.
001770 77  WS-ONH-FMT                    PIC ZZZZZZ9.
001780 77  WS-ONH2-FMT                   PIC ZZZZZZ9.
001790 01  WS-RPT-LINE                   PIC X(80).
001800 PROCEDURE DIVISION.
001810*----------------------------------------------------------------*
001820*  0000-MAINLINE - LOAD INVENTORY AND OPEN POS, POST THE         *
001830*  MOVEMENTS, WRITE THE NEW FILES AND THE REGISTER TOTALS.       *
001840*----------------------------------------------------------------*
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     PERFORM 1200-LOAD-INVENTORY THRU 1200-EXIT
001880     PERFORM 1300-LOAD-OPEN-POS THRU 1300-EXIT
001890     PERFORM 2000-POST-MOVEMENTS THRU 2000-EXIT
001900     PERFORM 3000-WRITE-NEW-FILES THRU 3000-EXIT
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT
001920     GOBACK.
001930*----------------------------------------------------------------*
001940*  1000-INITIALIZE - OPEN THE TRANSACTIONS, THE MOVEMENT LOG     *
001950*  (EXTENDED, OR CREATED THE FIRST TIME), AND THE REGISTER.      *
001960*----------------------------------------------------------------*
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     ACCEPT WS-RUN-TIME FROM TIME
002000     OPEN INPUT GOODS-RCV-TRAN
002010     IF WS-TRAN-FS NOT = '00'
002020         DISPLAY 'GOODSRCV - UNABLE TO OPEN GOODS-RCV-TRAN,'
002030             ' STATUS ' WS-TRAN-FS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF
002070     OPEN EXTEND STOCK-MOVE-LOG
002080     IF WS-SMOV-FS = '35'
002090         OPEN OUTPUT STOCK-MOVE-LOG
002100     END-IF
002110     IF WS-SMOV-FS NOT = '00'
002120         DISPLAY 'GOODSRCV - UNABLE TO OPEN STOCK-MOVE-LOG,'
002130             ' STATUS ' WS-SMOV-FS
002140         MOVE 16 TO RETURN-CODE
002150         STOP RUN
002160     END-IF
002170     OPEN OUTPUT STOCK-MOVE-RPT
002180     IF WS-SMVR-FS NOT = '00'
002190         DISPLAY 'GOODSRCV - UNABLE TO OPEN STOCK-MOVE-RPT,'
002200             ' STATUS ' WS-SMVR-FS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     MOVE SPACES TO WS-RPT-LINE
002250     STRING 'STOCK MOVEMENT REGISTER  RUN DATE ' WS-RUN-DATE
002260         DELIMITED BY SIZE INTO WS-RPT-LINE
002270     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
002280     MOVE SPACES TO WS-RPT-LINE
002290     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE.
002300 1000-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------*
002330*  1200-LOAD-INVENTORY - THE CURRENT ON-HAND FILE.  A MISSING    *
002340*  FILE STARTS AN EMPTY INVENTORY (FIRST RECEIPTS CREATE IT).    *
002350*----------------------------------------------------------------*
002360 1200-LOAD-INVENTORY.
002370     MOVE 'N' TO WS-INV-EOF-SW
002380     OPEN INPUT GIFT-INVENTORY-OLD
002390     IF WS-OLD-FS = '35'
002400         DISPLAY 'GOODSRCV - NO GIFT-INVENTORY FILE,'
002410             ' STARTING EMPTY'
002420         GO TO 1200-EXIT
002430     END-IF
002440     IF WS-OLD-FS NOT = '00'
002450         DISPLAY 'GOODSRCV - UNABLE TO OPEN GIFT-INVENTORY-OLD,'
002460             ' STATUS ' WS-OLD-FS
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     PERFORM 1210-READ-INVENTORY THRU 1210-EXIT
002510         UNTIL WS-INV-EOF
002520     CLOSE GIFT-INVENTORY-OLD.
002530 1200-EXIT.
002540     EXIT.
002550 1210-READ-INVENTORY.
002560     READ GIFT-INVENTORY-OLD
002570         AT END
002580             MOVE 'Y' TO WS-INV-EOF-SW
002590             GO TO 1210-EXIT
002600     END-READ
002610     IF INV-COUNT >= WS-INV-MAX
002620         DISPLAY 'GOODSRCV - GIFT-INVENTORY EXCEEDS '
002630             WS-INV-MAX ' RECORDS, TABLE FULL'
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002670     ADD 1 TO INV-COUNT
002680     MOVE INO-CATALOG-ID TO INV-CATALOG-ID (INV-COUNT)
002690     MOVE INO-DAY-NO TO INV-DAY-NO (INV-COUNT)
002700     MOVE INO-ON-HAND TO INV-ON-HAND (INV-COUNT).
002710 1210-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740*  1300-LOAD-OPEN-POS - EVERY LINE STILL ON THE OPEN-PO FILE.    *
002750*  A MISSING FILE MEANS NO PURCHASE ORDERS ARE OUTSTANDING.      *
002760*----------------------------------------------------------------*
002770 1300-LOAD-OPEN-POS.
002780     MOVE 'N' TO WS-OPO-EOF-SW
002790     OPEN INPUT OPEN-PO-FILE
002800     IF WS-OPO-FS = '35'
002810         GO TO 1300-EXIT
002820     END-IF
002830     IF WS-OPO-FS NOT = '00'
002840         DISPLAY 'GOODSRCV - UNABLE TO OPEN OPEN-PO-FILE,'
002850             ' STATUS ' WS-OPO-FS
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF
002890     PERFORM 1310-READ-OPEN-PO THRU 1310-EXIT
002900         UNTIL WS-OPO-EOF
002910     CLOSE OPEN-PO-FILE.
002920 1300-EXIT.
002930     EXIT.
002940 1310-READ-OPEN-PO.
002950     READ OPEN-PO-FILE
002960         AT END
002970             MOVE 'Y' TO WS-OPO-EOF-SW
002980             GO TO 1310-EXIT
002990     END-READ
003000     IF OPO-COUNT >= WS-OPO-MAX
003010         DISPLAY 'GOODSRCV - OPEN-PO-FILE EXCEEDS '
003020             WS-OPO-MAX ' LINES, TABLE FULL'
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     ADD 1 TO OPO-COUNT
003070     MOVE OP-PO-NO TO OPO-PO-NO (OPO-COUNT)
003080     MOVE OP-VENDOR-CODE TO OPO-VENDOR-CODE (OPO-COUNT)
003090     MOVE OP-CATALOG-ID TO OPO-CATALOG-ID (OPO-COUNT)
003100     MOVE OP-DAY-NO TO OPO-DAY-NO (OPO-COUNT)
003110     MOVE OP-QTY-ORDERED TO OPO-QTY-ORDERED (OPO-COUNT)
003120     MOVE OP-QTY-RECEIVED TO OPO-QTY-RECEIVED (OPO-COUNT)
003130     MOVE OP-UNIT-COST TO OPO-UNIT-COST (OPO-COUNT)
003140     MOVE OP-PO-DATE TO OPO-PO-DATE (OPO-COUNT)
003150     MOVE OP-STATUS TO OPO-STATUS (OPO-COUNT).
003160 1310-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*  2000-POST-MOVEMENTS - ONE TRANSACTION AT A TIME, IN FILE      *
003200*  ORDER, SO A RECEIPT AND A LATER ADJUSTMENT TO THE SAME GIFT   *
003210*  POST IN THE ORDER THEY HAPPENED.                              *
003220*----------------------------------------------------------------*
003230 2000-POST-MOVEMENTS.
003240     PERFORM 2010-READ-ONE-TRAN THRU 2010-EXIT
003250         UNTIL WS-TRAN-EOF
003260     CLOSE GOODS-RCV-TRAN.
003270 2000-EXIT.
003280     EXIT.
003290 2010-READ-ONE-TRAN.
003300     READ GOODS-RCV-TRAN
003310         AT END
003320             MOVE 'Y' TO WS-TRAN-EOF-SW
003330             GO TO 2010-EXIT
003340     END-READ
003350     ADD 1 TO WS-TRAN-READ-CNT
003360     EVALUATE TRUE
003370         WHEN GR-RECEIPT
003380             PERFORM 2100-POST-RECEIPT THRU 2100-EXIT
003390         WHEN GR-ADJUSTMENT
003400             PERFORM 2200-POST-ADJUSTMENT THRU 2200-EXIT
003410         WHEN GR-CLOSE
003420             PERFORM 2300-CLOSE-PO-LINE THRU 2300-EXIT
003430         WHEN OTHER
003440             MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
003450             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003460     END-EVALUATE.
003470 2010-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------*
003500*  2100-POST-RECEIPT - GOODS IN AGAINST AN OPEN PO LINE.  THE    *
003510*  LINE CLOSES ONCE EVERYTHING ORDERED HAS ARRIVED, OTHERWISE IT *
003520*  IS PART-RECEIVED AND STAYS OPEN.  MORE THAN WAS ORDERED IS    *
003530*  STILL TAKEN INTO STOCK (IT IS ON THE SHELF) BUT IS FLAGGED.   *
003540*----------------------------------------------------------------*
003550 2100-POST-RECEIPT.
003560     IF GR-QTY NOT NUMERIC OR GR-QTY = ZERO
003570         OR GR-QTY-SIGN = '-'
003580         MOVE 'RECEIPT QUANTITY NOT POSITIVE' TO WS-REJECT-REASON
003590         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003600         GO TO 2100-EXIT
003610     END-IF
003620     PERFORM 2400-FIND-PO-LINE THRU 2400-EXIT
003630     IF NOT WS-HIT-FOUND
003640         MOVE 'NO OPEN PO LINE' TO WS-REJECT-REASON
003650         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
003660         GO TO 2100-EXIT
003670     END-IF
003680     PERFORM 2500-FIND-INVENTORY THRU 2500-EXIT
003690     IF NOT WS-HIT-FOUND
003700         PERFORM 2510-ADD-INVENTORY THRU 2510-EXIT
003710     END-IF
003720     MOVE INV-ON-HAND (INV-HIT-IDX) TO WS-ON-HAND-BEFORE
003730     ADD GR-QTY TO INV-ON-HAND (INV-HIT-IDX)
003740     ADD GR-QTY TO OPO-QTY-RECEIVED (OPO-HIT-IDX)
003750     IF OPO-QTY-RECEIVED (OPO-HIT-IDX) <
003760         OPO-QTY-ORDERED (OPO-HIT-IDX)
003770         MOVE 'P' TO OPO-STATUS (OPO-HIT-IDX)
003780         MOVE 'PART' TO WS-LINE-STATUS
003790     ELSE
003800         MOVE 'C' TO OPO-STATUS (OPO-HIT-IDX)
003810         MOVE 'CLOSED' TO WS-LINE-STATUS
003820     END-IF
003830     IF OPO-QTY-RECEIVED (OPO-HIT-IDX) >
003840         OPO-QTY-ORDERED (OPO-HIT-IDX)
003850         ADD 1 TO WS-OVER-CNT
003860         MOVE 'OVER RECEIVED' TO WS-LINE-STATUS
003870     END-IF
003880     ADD 1 TO WS-RECEIPT-CNT
003890     PERFORM 2800-LOG-MOVEMENT THRU 2800-EXIT
003900     MOVE GR-QTY TO WS-QTY-FMT
003910     MOVE WS-ON-HAND-BEFORE TO WS-ONH-FMT
003920     MOVE INV-ON-HAND (INV-HIT-IDX) TO WS-ONH2-FMT
003930     MOVE SPACES TO WS-RPT-LINE
003940     STRING 'RECEIPT  ' GR-PO-NO ' ' GR-CATALOG-ID
003950         ' ' GR-DAY-NO ' QTY ' WS-QTY-FMT
003960         ' ON HAND ' WS-ONH-FMT ' > ' WS-ONH2-FMT
003970         ' ' WS-LINE-STATUS
003980         DELIMITED BY SIZE INTO WS-RPT-LINE
003990     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE.
004000 2100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------*
004030*  2200-POST-ADJUSTMENT - A COUNTED CORRECTION TO A TRACKED      *
004040*  GIFT.  A REASON IS REQUIRED, AND NO ADJUSTMENT MAY TAKE THE   *
004050*  ON-HAND FIGURE BELOW ZERO.                                    *
004060*----------------------------------------------------------------*
004070 2200-POST-ADJUSTMENT.
004080     IF GR-QTY NOT NUMERIC OR GR-QTY = ZERO
004090         OR (GR-QTY-SIGN NOT = SPACE AND GR-QTY-SIGN NOT = '+'
004100             AND GR-QTY-SIGN NOT = '-')
004110         MOVE 'BAD ADJUSTMENT QUANTITY' TO WS-REJECT-REASON
004120         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004130         GO TO 2200-EXIT
004140     END-IF
004150     IF GR-REASON = SPACES
004160         MOVE 'ADJUSTMENT NEEDS A REASON' TO WS-REJECT-REASON
004170         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004180         GO TO 2200-EXIT
004190     END-IF
004200     PERFORM 2500-FIND-INVENTORY THRU 2500-EXIT
004210     IF NOT WS-HIT-FOUND
004220         MOVE 'GIFT NOT ON GIFT-INVENTORY' TO WS-REJECT-REASON
004230         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004240         GO TO 2200-EXIT
004250     END-IF
004260     IF GR-QTY-SIGN = '-'
004270         AND GR-QTY > INV-ON-HAND (INV-HIT-IDX)
004280         MOVE 'ADJUSTMENT BELOW ZERO ON HAND' TO WS-REJECT-REASON
004290         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004300         GO TO 2200-EXIT
004310     END-IF
004320     MOVE INV-ON-HAND (INV-HIT-IDX) TO WS-ON-HAND-BEFORE
004330     IF GR-QTY-SIGN = '-'
004340         SUBTRACT GR-QTY FROM INV-ON-HAND (INV-HIT-IDX)
004350     ELSE
004360         ADD GR-QTY TO INV-ON-HAND (INV-HIT-IDX)
004370     END-IF
004380     ADD 1 TO WS-ADJUST-CNT
004390     PERFORM 2800-LOG-MOVEMENT THRU 2800-EXIT
004400     MOVE GR-QTY TO WS-QTY-FMT
004410     MOVE WS-ON-HAND-BEFORE TO WS-ONH-FMT
004420     MOVE INV-ON-HAND (INV-HIT-IDX) TO WS-ONH2-FMT
004430     MOVE SPACES TO WS-RPT-LINE
004440     STRING 'ADJUST   ' GR-CATALOG-ID ' ' GR-DAY-NO
004450         ' QTY ' GR-QTY-SIGN WS-QTY-FMT
004460         ' ON HAND ' WS-ONH-FMT ' > ' WS-ONH2-FMT
004470         ' ' GR-REASON
004480         DELIMITED BY SIZE INTO WS-RPT-LINE
004490     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE.
004500 2200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------*
004530*  2300-CLOSE-PO-LINE - THE VENDOR WILL SEND NO MORE: THE LINE   *
004540*  IS CLOSED SHORT AND DROPS OFF THE OPEN-PO FILE.  NO STOCK     *
004550*  MOVES, SO NOTHING IS LOGGED.                                  *
004560*----------------------------------------------------------------*
004570 2300-CLOSE-PO-LINE.
004580     PERFORM 2400-FIND-PO-LINE THRU 2400-EXIT
004590     IF NOT WS-HIT-FOUND
004600         MOVE 'NO OPEN PO LINE' TO WS-REJECT-REASON
004610         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
004620         GO TO 2300-EXIT
004630     END-IF
004640     MOVE 'C' TO OPO-STATUS (OPO-HIT-IDX)
004650     ADD 1 TO WS-CLOSE-CNT
004660     MOVE ZERO TO WS-QTY-OUT
004670     IF OPO-QTY-ORDERED (OPO-HIT-IDX) >
004680         OPO-QTY-RECEIVED (OPO-HIT-IDX)
004690         COMPUTE WS-QTY-OUT = OPO-QTY-ORDERED (OPO-HIT-IDX)
004700             - OPO-QTY-RECEIVED (OPO-HIT-IDX)
004710     END-IF
004720     MOVE WS-QTY-OUT TO WS-QTY-FMT
004730     MOVE SPACES TO WS-RPT-LINE
004740     STRING 'CLOSED   ' GR-PO-NO ' ' GR-CATALOG-ID
004750         ' ' GR-DAY-NO ' SHORT ' WS-QTY-FMT
004760         ' NOT DELIVERED'
004770         DELIMITED BY SIZE INTO WS-RPT-LINE
004780     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE.
004790 2300-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------*
004820*  2400-FIND-PO-LINE - THE OPEN (OR PART-RECEIVED) LINE FOR THE  *
004830*  TRANSACTION'S PO NUMBER, CATALOG, AND GIFT DAY.  A LINE       *
004840*  ALREADY CLOSED EARLIER IN THIS BATCH IS NOT FOUND.            *
004850*----------------------------------------------------------------*
004860 2400-FIND-PO-LINE.
004870     MOVE 'N' TO WS-HIT-SW
004880     MOVE ZERO TO OPO-HIT-IDX
004890     PERFORM 2410-TEST-ONE-PO-LINE THRU 2410-EXIT
004900         VARYING OPO-IDX FROM 1 BY 1
004910         UNTIL OPO-IDX > OPO-COUNT OR WS-HIT-FOUND.
004920 2400-EXIT.
004930     EXIT.
004940 2410-TEST-ONE-PO-LINE.
004950     IF OPO-PO-NO (OPO-IDX) = GR-PO-NO
004960         AND OPO-CATALOG-ID (OPO-IDX) = GR-CATALOG-ID
004970         AND OPO-DAY-NO (OPO-IDX) = GR-DAY-NO
004980         AND OPO-STATUS (OPO-IDX) NOT = 'C'
004990         MOVE 'Y' TO WS-HIT-SW
005000         MOVE OPO-IDX TO OPO-HIT-IDX
005010     END-IF.
005020 2410-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050*  2500-FIND-INVENTORY - THE INVENTORY ENTRY FOR THE             *
005060*  TRANSACTION'S CATALOG AND GIFT DAY.                           *
005070*----------------------------------------------------------------*
005080 2500-FIND-INVENTORY.
005090     MOVE 'N' TO WS-HIT-SW
005100     MOVE ZERO TO INV-HIT-IDX
005110     PERFORM 2505-TEST-ONE-INVENTORY THRU 2505-EXIT
005120         VARYING INV-IDX FROM 1 BY 1
005130         UNTIL INV-IDX > INV-COUNT OR WS-HIT-FOUND.
005140 2500-EXIT.
005150     EXIT.
005160 2505-TEST-ONE-INVENTORY.
005170     IF INV-CATALOG-ID (INV-IDX) = GR-CATALOG-ID
005180         AND INV-DAY-NO (INV-IDX) = GR-DAY-NO
005190         MOVE 'Y' TO WS-HIT-SW
005200         MOVE INV-IDX TO INV-HIT-IDX
005210     END-IF.
005220 2505-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------*
005250*  2510-ADD-INVENTORY - A RECEIPT FOR A GIFT NOT YET TRACKED     *
005260*  STARTS ITS INVENTORY RECORD AT ZERO BEFORE THE RECEIPT POSTS. *
005270*----------------------------------------------------------------*
005280 2510-ADD-INVENTORY.
005290     IF INV-COUNT >= WS-INV-MAX
005300         DISPLAY 'GOODSRCV - GIFT-INVENTORY EXCEEDS '
005310             WS-INV-MAX ' RECORDS, TABLE FULL'
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF
005350     ADD 1 TO INV-COUNT
005360     MOVE GR-CATALOG-ID TO INV-CATALOG-ID (INV-COUNT)
005370     MOVE GR-DAY-NO TO INV-DAY-NO (INV-COUNT)
005380     MOVE ZERO TO INV-ON-HAND (INV-COUNT)
005390     MOVE INV-COUNT TO INV-HIT-IDX.
005400 2510-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------*
005430*  2800-LOG-MOVEMENT - APPENDS THE POSTED MOVEMENT, WITH ON-HAND *
005440*  BEFORE AND AFTER, TO THE STOCK MOVEMENT LOG.                  *
005450*----------------------------------------------------------------*
005460 2800-LOG-MOVEMENT.
005470     MOVE SPACES TO STOCK-MOVE-REC
005480     MOVE WS-RUN-DATE TO SM-DATE
005490     MOVE WS-RUN-TIME TO SM-TIME
005500     MOVE GR-TRAN-TYPE TO SM-TRAN-TYPE
005510     MOVE GR-PO-NO TO SM-PO-NO
005520     MOVE GR-CATALOG-ID TO SM-CATALOG-ID
005530     MOVE GR-DAY-NO TO SM-DAY-NO
005540     MOVE '+' TO SM-QTY-SIGN
005550     IF GR-QTY-SIGN = '-'
005560         MOVE '-' TO SM-QTY-SIGN
005570     END-IF
005580     MOVE GR-QTY TO SM-QTY
005590     MOVE WS-ON-HAND-BEFORE TO SM-ON-HAND-BEFORE
005600     MOVE INV-ON-HAND (INV-HIT-IDX) TO SM-ON-HAND-AFTER
005610     MOVE GR-REASON TO SM-REASON
005620     WRITE STOCK-MOVE-REC.
005630 2800-EXIT.
005640     EXIT.
005650 2900-REJECT-TRAN.
005660     ADD 1 TO WS-REJECT-CNT
005670     MOVE SPACES TO WS-RPT-LINE
005680     STRING 'REJECTED ' GOODS-RCV-TRAN-REC (1:49)
005690         DELIMITED BY SIZE INTO WS-RPT-LINE
005700     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
005710     MOVE SPACES TO WS-RPT-LINE
005720     STRING '         ' WS-REJECT-REASON
005730         DELIMITED BY SIZE INTO WS-RPT-LINE
005740     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE.
005750 2900-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------*
005780*  3000-WRITE-NEW-FILES - THE NEW INVENTORY (EVERY GIFT, IN THE  *
005790*  ORDER LOADED, NEW GIFTS AT THE END) AND THE NEW OPEN-PO FILE  *
005800*  (ONLY LINES NOT YET CLOSED).                                  *
005810*----------------------------------------------------------------*
005820 3000-WRITE-NEW-FILES.
005830     OPEN OUTPUT GIFT-INVENTORY-NEW
005840     IF WS-NEW-FS NOT = '00'
005850         DISPLAY 'GOODSRCV - UNABLE TO OPEN GIFT-INVENTORY-NEW,'
005860             ' STATUS ' WS-NEW-FS
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF
005900     PERFORM 3010-WRITE-ONE-INVENTORY THRU 3010-EXIT
005910         VARYING INV-IDX FROM 1 BY 1
005920         UNTIL INV-IDX > INV-COUNT
005930     CLOSE GIFT-INVENTORY-NEW
005940     OPEN OUTPUT OPEN-PO-NEW
005950     IF WS-OPN-FS NOT = '00'
005960         DISPLAY 'GOODSRCV - UNABLE TO OPEN OPEN-PO-NEW,'
005970             ' STATUS ' WS-OPN-FS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF
006010     PERFORM 3020-WRITE-ONE-OPEN-PO THRU 3020-EXIT
006020         VARYING OPO-IDX FROM 1 BY 1
006030         UNTIL OPO-IDX > OPO-COUNT
006040     CLOSE OPEN-PO-NEW.
006050 3000-EXIT.
006060     EXIT.
006070 3010-WRITE-ONE-INVENTORY.
006080     MOVE INV-CATALOG-ID (INV-IDX) TO INN-CATALOG-ID
006090     MOVE INV-DAY-NO (INV-IDX) TO INN-DAY-NO
006100     MOVE INV-ON-HAND (INV-IDX) TO INN-ON-HAND
006110     WRITE GIFT-INVENTORY-NEW-REC.
006120 3010-EXIT.
006130     EXIT.
006140 3020-WRITE-ONE-OPEN-PO.
006150     IF OPO-STATUS (OPO-IDX) = 'C'
006160         GO TO 3020-EXIT
006170     END-IF
006180     MOVE OPO-PO-NO (OPO-IDX) TO OPN-PO-NO
006190     MOVE OPO-VENDOR-CODE (OPO-IDX) TO OPN-VENDOR-CODE
006200     MOVE OPO-CATALOG-ID (OPO-IDX) TO OPN-CATALOG-ID
006210     MOVE OPO-DAY-NO (OPO-IDX) TO OPN-DAY-NO
006220     MOVE OPO-QTY-ORDERED (OPO-IDX) TO OPN-QTY-ORDERED
006230     MOVE OPO-QTY-RECEIVED (OPO-IDX) TO OPN-QTY-RECEIVED
006240     MOVE OPO-UNIT-COST (OPO-IDX) TO OPN-UNIT-COST
006250     MOVE OPO-PO-DATE (OPO-IDX) TO OPN-PO-DATE
006260     MOVE OPO-STATUS (OPO-IDX) TO OPN-STATUS
006270     WRITE OPEN-PO-NEW-REC
006280     ADD 1 TO WS-PO-KEPT-CNT.
006290 3020-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------*
006320*  9000-TERMINATE - TOTALS AND THE RETURN CODE: 0 CLEAN, 4       *
006330*  REJECTED TRANSACTIONS OR OVER-RECEIVED PO LINES.              *
006340*----------------------------------------------------------------*
006350 9000-TERMINATE.
006360     CLOSE STOCK-MOVE-LOG
006370     MOVE SPACES TO WS-RPT-LINE
006380     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006390     MOVE WS-TRAN-READ-CNT TO WS-CNT-FMT
006400     MOVE SPACES TO WS-RPT-LINE
006410     STRING 'TRANSACTIONS READ     ' WS-CNT-FMT
006420         DELIMITED BY SIZE INTO WS-RPT-LINE
006430     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006440     MOVE WS-RECEIPT-CNT TO WS-CNT-FMT
006450     MOVE SPACES TO WS-RPT-LINE
006460     STRING 'RECEIPTS POSTED       ' WS-CNT-FMT
006470         DELIMITED BY SIZE INTO WS-RPT-LINE
006480     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006490     MOVE WS-ADJUST-CNT TO WS-CNT-FMT
006500     MOVE SPACES TO WS-RPT-LINE
006510     STRING 'ADJUSTMENTS POSTED    ' WS-CNT-FMT
006520         DELIMITED BY SIZE INTO WS-RPT-LINE
006530     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006540     MOVE WS-CLOSE-CNT TO WS-CNT-FMT
006550     MOVE SPACES TO WS-RPT-LINE
006560     STRING 'PO LINES SHORT-CLOSED ' WS-CNT-FMT
006570         DELIMITED BY SIZE INTO WS-RPT-LINE
006580     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006590     MOVE WS-OVER-CNT TO WS-CNT-FMT
006600     MOVE SPACES TO WS-RPT-LINE
006610     STRING 'PO LINES OVER-RECEIVED' WS-CNT-FMT
006620         DELIMITED BY SIZE INTO WS-RPT-LINE
006630     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006640     MOVE WS-REJECT-CNT TO WS-CNT-FMT
006650     MOVE SPACES TO WS-RPT-LINE
006660     STRING 'REJECTED              ' WS-CNT-FMT
006670         DELIMITED BY SIZE INTO WS-RPT-LINE
006680     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006690     MOVE WS-PO-KEPT-CNT TO WS-CNT-FMT
006700     MOVE SPACES TO WS-RPT-LINE
006710     STRING 'PO LINES STILL OPEN   ' WS-CNT-FMT
006720         DELIMITED BY SIZE INTO WS-RPT-LINE
006730     WRITE STOCK-MOVE-RPT-REC FROM WS-RPT-LINE
006740     CLOSE STOCK-MOVE-RPT
006750     IF WS-REJECT-CNT > ZERO OR WS-OVER-CNT > ZERO
006760         MOVE 4 TO RETURN-CODE
006770     END-IF.
006780 9000-EXIT.
006790     EXIT.
