000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    POSTCALC.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW POSTAGE CALCULATION.  FOR ONE SEASON     *
000110*                   YEAR AND CATALOG LIST, READS EACH CATALOG'S  *
000120*                   MAILING MANIFEST (PIECES PER POSTAL ZONE AND *
000130*                   PAGE COUNT) AND PRICES EVERY LINE AGAINST    *
000140*                   THE POSTAGE RATE FILE POSTMNT MAINTAINS:     *
000150*                   THE WEIGHT BAND FROM THE LETTER'S PAGES, THE *
000160*                   PRESORT TIER FROM THE ZONE'S VOLUME.  PRINTS *
000170*                   THE POSTAL DOCKET (STATEMENT OF MAILING) THE *
000180*                   CARRIER TAKES WITH THE TRAYS - PIECES, RATE, *
000190*                   AND CHARGE PER ZONE AND TIER - AND CARRIES   *
000200*                   A POSTAGE COST RECORD PER SEASON AND CATALOG *
000210*                   FORWARD ON THE POSTAGE COST FILE, WHICH      *
000220*                   SEASNPAK ADDS TO THE SEASON SPEND.  THE      *
000230*                   MAILROOM NO LONGER PRICES THE MANIFEST BY    *
000240*                   HAND.  RC 8 WHEN A CATALOG IS HELD (A LINE   *
000250*                   WITH NO RATE, OR A DOCKET THAT DOES NOT      *
000260*                   AGREE WITH THE MANIFEST TOTAL), RC 4 WHEN A  *
000270*                   MANIFEST IS MISSING.                         *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT POSTAGE-RATE-FILE ASSIGN TO GIFTPRAT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PRAT-FS.
000350     SELECT MANIFEST-IN ASSIGN TO GIFTMANF
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-MANI-FS.
000380     SELECT POSTAL-DOCKET-RPT ASSIGN TO GIFTPDKT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DKT-FS.
000410     SELECT POSTAGE-COST-OLD ASSIGN TO PCSTOLD
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PCO-FS.
000440     SELECT POSTAGE-COST-NEW ASSIGN TO PCSTNEW
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PCN-FS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------*
000500*  POSTAGE RATE RECORD, AS POSTMNT WRITES IT: ZONE (BLANK IS THE *
000510*  STANDARD RATE FOR ANY ZONE NOT LISTED), WEIGHT BAND UPPER     *
000520*  PAGE COUNT, PRESORT TIER, TIER MINIMUM PIECES, RATE PER PIECE.*
000530*----------------------------------------------------------------*
000540 FD  POSTAGE-RATE-FILE
000550     RECORDING MODE IS F.
000560 01  POSTAGE-RATE-REC.
000570     05  PR-ZONE                   PIC X(3).
000580     05  PR-MAX-PAGES              PIC 9(2).
000590     05  PR-TIER                   PIC X(1).
000600     05  PR-MIN-PIECES             PIC 9(6).
000610     05  PR-RATE                   PIC 9(2)V9(3).
000620     05  PR-BAND-DESC              PIC X(20).
000630 FD  MANIFEST-IN
000640     RECORDING MODE IS F.
000650 01  MANIFEST-IN-REC               PIC X(80).
000660 FD  POSTAL-DOCKET-RPT
000670     RECORDING MODE IS F.
000680 01  POSTAL-DOCKET-REC             PIC X(80).
000690*----------------------------------------------------------------*
000700*  POSTAGE COST RECORD, ONE PER SEASON AND CATALOG, IN SEASON /  *
000710*  CATALOG SEQUENCE.  THE NEW FILE IS THE GIFTPCST SEASNPAK      *
000720*  READS.                                                        *
000730*----------------------------------------------------------------*
000740 FD  POSTAGE-COST-OLD
000750     RECORDING MODE IS F.
000760 01  POSTAGE-COST-OLD-REC.
000770     05  PCO-SEASON                PIC 9(4).
000780     05  PCO-CATALOG-ID            PIC X(2).
000790     05  PCO-PIECES                PIC 9(7).
000800     05  PCO-AMOUNT                PIC 9(9)V99.
000810     05  PCO-RUN-DATE              PIC 9(8).
000820 FD  POSTAGE-COST-NEW
000830     RECORDING MODE IS F.
000840 01  POSTAGE-COST-NEW-REC.
000850     05  PCN-SEASON                PIC 9(4).
000860     05  PCN-CATALOG-ID            PIC X(2).
000870     05  PCN-PIECES                PIC 9(7).
000880     05  PCN-AMOUNT                PIC 9(9)V99.
000890     05  PCN-RUN-DATE              PIC 9(8).
000900 WORKING-STORAGE SECTION.
000910 77  WS-PRAT-FS                    PIC X(2)  VALUE '00'.
000920 77  WS-MANI-FS                    PIC X(2)  VALUE '00'.
000930 77  WS-DKT-FS                     PIC X(2)  VALUE '00'.
000940 77  WS-PCO-FS                     PIC X(2)  VALUE '00'.
000950 77  WS-PCN-FS                     PIC X(2)  VALUE '00'.
000960 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000970 77  WS-POST-YEAR                  PIC 9(4)  VALUE ZERO.
000980 01  WS-POST-PARM.
000990     05  WS-PARM-YEAR              PIC X(4).
001000     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
001010                                   PIC 9(4).
001020     05  FILLER                    PIC X(1).
001030     05  WS-PARM-CATALOGS.
001040         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
001050 01  WS-EOF-SW                     PIC X(1)  VALUE 'N'.
001060     88  WS-IN-EOF                           VALUE 'Y'.
001070 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
001080     88  WS-HIT-FOUND                        VALUE 'Y'.
001090 01  WS-HOLD-SW                    PIC X(1)  VALUE 'N'.
001100     88  WS-CATALOG-HELD                     VALUE 'Y'.
001110 77  WS-CAT-IDX                    PIC 9(2) COMP VALUE ZERO.
001120 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
001130*----------------------------------------------------------------*
001140*  POSTAGE RATE TABLE, LOADED WHOLE FROM GIFTPRAT.               *
001150*----------------------------------------------------------------*
001160 77  WS-RT-MAX                     PIC 9(3) COMP VALUE 300.
001170 77  RT-COUNT                      PIC 9(3) COMP VALUE ZERO.
001180 77  RT-IDX                        PIC 9(3) COMP VALUE ZERO.
001190 77  RT-HIT-IDX                    PIC 9(3) COMP VALUE ZERO.
001200 01  RT-TABLE.
001210     05  RT-ENTRY OCCURS 300.
001220         10  RT-ZONE               PIC X(3).
001230         10  RT-MAX-PAGES          PIC 9(2).
001240         10  RT-TIER               PIC X(1).
001250         10  RT-MIN-PIECES         PIC 9(6).
001260         10  RT-RATE               PIC 9(2)V9(3).
001270         10  RT-BAND-DESC          PIC X(20).
001280*----------------------------------------------------------------*
001290*  ONE CATALOG'S MANIFEST LINES (ZONE, PAGES PER LETTER, PIECES) *
001300*  AS READ, WITH THE ZONE'S TOTAL PIECES ACROSS ALL ITS PAGE     *
001310*  COUNTS - THE VOLUME THAT DECIDES THE PRESORT TIER.            *
001320*----------------------------------------------------------------*
001330 77  WS-MZ-MAX                     PIC 9(3) COMP VALUE 500.
001340 77  MZ-COUNT                      PIC 9(3) COMP VALUE ZERO.
001350 77  MZ-IDX                        PIC 9(3) COMP VALUE ZERO.
001360 77  MZ-SCAN-IDX                   PIC 9(3) COMP VALUE ZERO.
001370 01  MZ-TABLE.
001380     05  MZ-ENTRY OCCURS 500.
001390         10  MZ-ZONE               PIC X(3).
001400         10  MZ-PAGES              PIC 9(2).
001410         10  MZ-PIECES             PIC 9(5).
001420         10  MZ-ZONE-PIECES        PIC 9(7).
001430*----------------------------------------------------------------*
001440*  PIECES AND CHARGE PER PRESORT TIER FOR THE DOCKET SUMMARY.    *
001450*----------------------------------------------------------------*
001460 77  WS-TS-MAX                     PIC 9(2) COMP VALUE 20.
001470 77  TS-COUNT                      PIC 9(2) COMP VALUE ZERO.
001480 77  TS-IDX                        PIC 9(2) COMP VALUE ZERO.
001490 01  TS-TABLE.
001500     05  TS-ENTRY OCCURS 20.
001510         10  TS-TIER               PIC X(1).
001520         10  TS-PIECES             PIC 9(7).
001530         10  TS-CHARGE             PIC 9(9)V99.
001540*----------------------------------------------------------------*
001550*  POSTAGE COST TABLE: THE OLD FILE, WITH THIS RUN'S CATALOGS    *
001560*  REPLACED OR INSERTED IN SEASON / CATALOG SEQUENCE.            *
001570*----------------------------------------------------------------*
001580 77  WS-PC-MAX                     PIC 9(3) COMP VALUE 200.
001590 77  PC-COUNT                      PIC 9(3) COMP VALUE ZERO.
001600 77  PC-IDX                        PIC 9(3) COMP VALUE ZERO.
001610 77  PC-HIT-IDX                    PIC 9(3) COMP VALUE ZERO.
001620 77  PC-SHIFT-IDX                  PIC 9(3) COMP VALUE ZERO.
001630 01  PC-TABLE.
001640     05  PC-ENTRY OCCURS 200.
001650         10  PC-KEY.
001660             15  PC-SEASON         PIC 9(4).
001670             15  PC-CATALOG-ID     PIC X(2).
001680         10  PC-PIECES             PIC 9(7).
001690         10  PC-AMOUNT             PIC 9(9)V99.
001700         10  PC-RUN-DATE           PIC 9(8).
001710 01  WS-PC-KEY.
001720     05  WS-PC-KEY-SEASON          PIC 9(4).
001730     05  WS-PC-KEY-CATALOG         PIC X(2).
001740*----------------------------------------------------------------*
001750*  PRICING WORK AREAS FOR THE LINE IN HAND.                      *
001760*----------------------------------------------------------------*
001770 01  WS-PRICE-ZONE                 PIC X(3)  VALUE SPACES.
001780 77  WS-PRICE-BAND                 PIC 9(2)  VALUE ZERO.
001790 77  WS-BEST-MIN                   PIC 9(6)  VALUE ZERO.
001800 77  WS-LINE-CHARGE                PIC 9(9)V99 VALUE ZERO.
001810 77  WS-CAT-PIECES                 PIC 9(7)  VALUE ZERO.
001820 77  WS-CAT-CHARGE                 PIC 9(9)V99 VALUE ZERO.
001830 77  WS-MAN-TOTAL                  PIC 9(7)  VALUE ZERO.
001840 77  WS-UNPRICED-CNT               PIC 9(3) COMP VALUE ZERO.
001850 77  WS-PRICED-CATS                PIC 9(2) COMP VALUE ZERO.
001860 77  WS-HELD-CATS                  PIC 9(2) COMP VALUE ZERO.
001870 77  WS-MISSING-CATS               PIC 9(2) COMP VALUE ZERO.
001880 01  WS-PARSE-PCS-X                PIC X(5)  VALUE SPACES.
001890 01  WS-PARSE-PCS-N REDEFINES WS-PARSE-PCS-X
001900                                   PIC 9(5).
001910 01  WS-PARSE-PGS-X                PIC X(2)  VALUE SPACES.
001920 01  WS-PARSE-PGS-N REDEFINES WS-PARSE-PGS-X
001930                                   PIC 9(2).
001940 01  WS-PARSE-TOT-X                PIC X(7)  VALUE SPACES.
001950 01  WS-PARSE-TOT-N REDEFINES WS-PARSE-TOT-X
001960                                   PIC 9(7).
001970 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001980 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001985 01  WS-CNT-FMT                    PIC ZZZZ9.
001990 01  WS-BAND-FMT                   PIC Z9.
002000 01  WS-PAGES-FMT                  PIC Z9.
002010 01  WS-PCS-FMT                    PIC ZZZZZZ9.
002020 01  WS-RATE-FMT                   PIC Z9.999.
002030 01  WS-AMT-FMT                    PIC ZZZ,ZZZ,ZZ9.99.
002040 01  WS-RPT-LINE                   PIC X(80).
002050 PROCEDURE DIVISION.
002060*----------------------------------------------------------------*
002070*  0000-MAINLINE - LOAD THE RATES AND THE COST FILE, PRICE AND   *
002080*  DOCKET EACH CATALOG, THEN WRITE THE NEW COST FILE.            *
002090*----------------------------------------------------------------*
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
002130     PERFORM 1200-LOAD-OLD-COSTS THRU 1200-EXIT
002140     PERFORM 2000-PRICE-ONE-CATALOG THRU 2000-EXIT
002150         VARYING WS-CAT-IDX FROM 1 BY 1
002160         UNTIL WS-CAT-IDX > 10
002170     PERFORM 3000-WRITE-NEW-COSTS THRU 3000-EXIT
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT
002190     GOBACK.
002200*----------------------------------------------------------------*
002210*  1000-INITIALIZE - PARM CARD: SEASON YEAR, A SPACE, THEN UP    *
002220*  TO TEN TWO-CHARACTER CATALOG IDS SIDE BY SIDE (THE SAME CARD  *
002230*  SEASNPAK TAKES).                                              *
002240*----------------------------------------------------------------*
002250 1000-INITIALIZE.
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002270     MOVE SPACES TO WS-POST-PARM
002280     ACCEPT WS-POST-PARM FROM SYSIN
002290     IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR-N > ZERO
002300         MOVE WS-PARM-YEAR-N TO WS-POST-YEAR
002310     ELSE
002320         DISPLAY 'POSTCALC - PARM CARD NEEDS A SEASON YEAR'
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF
002360     IF WS-PARM-CATALOGS = SPACES
002370         DISPLAY 'POSTCALC - PARM CARD NEEDS A CATALOG LIST'
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     OPEN OUTPUT POSTAL-DOCKET-RPT
002420     IF WS-DKT-FS NOT = '00'
002430         DISPLAY 'POSTCALC - UNABLE TO OPEN POSTAL-DOCKET-RPT,'
002440             ' STATUS ' WS-DKT-FS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------*
002510*  1100-LOAD-RATES - THE RATE FILE IS REQUIRED: NOTHING CAN BE   *
002520*  PRICED WITHOUT IT.                                            *
002530*----------------------------------------------------------------*
002540 1100-LOAD-RATES.
002550     MOVE 'N' TO WS-EOF-SW
002560     OPEN INPUT POSTAGE-RATE-FILE
002570     IF WS-PRAT-FS NOT = '00'
002580         DISPLAY 'POSTCALC - UNABLE TO OPEN POSTAGE-RATE-FILE,'
002590             ' STATUS ' WS-PRAT-FS
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF
002630     PERFORM 1110-READ-ONE-RATE THRU 1110-EXIT
002640         UNTIL WS-IN-EOF
002650     CLOSE POSTAGE-RATE-FILE
002660     IF RT-COUNT = ZERO
002670         DISPLAY 'POSTCALC - POSTAGE RATE FILE IS EMPTY'
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710 1100-EXIT.
002720     EXIT.
002730 1110-READ-ONE-RATE.
002740     READ POSTAGE-RATE-FILE
002750         AT END
002760             MOVE 'Y' TO WS-EOF-SW
002770         NOT AT END
002780             IF RT-COUNT >= WS-RT-MAX
002790                 DISPLAY 'POSTCALC - POSTAGE RATE FILE EXCEEDS '
002800                     WS-RT-MAX ' RECORDS, TABLE FULL'
002810                 MOVE 16 TO RETURN-CODE
002820                 STOP RUN
002830             END-IF
002840             ADD 1 TO RT-COUNT
002850             MOVE PR-ZONE TO RT-ZONE (RT-COUNT)
002860             MOVE PR-MAX-PAGES TO RT-MAX-PAGES (RT-COUNT)
002870             MOVE PR-TIER TO RT-TIER (RT-COUNT)
002880             MOVE PR-MIN-PIECES TO RT-MIN-PIECES (RT-COUNT)
002890             MOVE PR-RATE TO RT-RATE (RT-COUNT)
002900             MOVE PR-BAND-DESC TO RT-BAND-DESC (RT-COUNT)
002910     END-READ.
002920 1110-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------*
002950*  1200-LOAD-OLD-COSTS - EARLIER SEASONS AND CATALOGS NOT IN     *
002960*  THIS RUN CARRY FORWARD UNCHANGED.  A MISSING FILE IS THE      *
002970*  FIRST RUN.                                                    *
002980*----------------------------------------------------------------*
002990 1200-LOAD-OLD-COSTS.
003000     MOVE 'N' TO WS-EOF-SW
003010     OPEN INPUT POSTAGE-COST-OLD
003020     IF WS-PCO-FS = '35'
003030         GO TO 1200-EXIT
003040     END-IF
003050     IF WS-PCO-FS NOT = '00'
003060         DISPLAY 'POSTCALC - UNABLE TO OPEN POSTAGE-COST-OLD,'
003070             ' STATUS ' WS-PCO-FS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     PERFORM 1210-READ-ONE-COST THRU 1210-EXIT
003120         UNTIL WS-IN-EOF
003130     CLOSE POSTAGE-COST-OLD.
003140 1200-EXIT.
003150     EXIT.
003160 1210-READ-ONE-COST.
003170     READ POSTAGE-COST-OLD
003180         AT END
003190             MOVE 'Y' TO WS-EOF-SW
003200         NOT AT END
003210             IF PC-COUNT >= WS-PC-MAX
003220                 DISPLAY 'POSTCALC - POSTAGE COST FILE EXCEEDS '
003230                     WS-PC-MAX ' RECORDS, TABLE FULL'
003240                 MOVE 16 TO RETURN-CODE
003250                 STOP RUN
003260             END-IF
003270             ADD 1 TO PC-COUNT
003280             MOVE PCO-SEASON TO PC-SEASON (PC-COUNT)
003290             MOVE PCO-CATALOG-ID TO PC-CATALOG-ID (PC-COUNT)
003300             MOVE PCO-PIECES TO PC-PIECES (PC-COUNT)
003310             MOVE PCO-AMOUNT TO PC-AMOUNT (PC-COUNT)
003320             MOVE PCO-RUN-DATE TO PC-RUN-DATE (PC-COUNT)
003330     END-READ.
003340 1210-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------*
003370*  2000-PRICE-ONE-CATALOG - READ THE CATALOG'S MANIFEST, PRICE   *
003380*  AND PRINT ITS DOCKET, AND POST ITS COST RECORD UNLESS THE     *
003390*  CATALOG IS HELD.                                              *
003400*----------------------------------------------------------------*
003410 2000-PRICE-ONE-CATALOG.
003420     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
003430         GO TO 2000-EXIT
003440     END-IF
003450     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
003460     MOVE 'N' TO WS-HOLD-SW
003470     MOVE ZERO TO MZ-COUNT
003480     MOVE ZERO TO TS-COUNT
003490     MOVE ZERO TO WS-MAN-TOTAL
003500     MOVE ZERO TO WS-CAT-PIECES
003510     MOVE ZERO TO WS-CAT-CHARGE
003520     MOVE ZERO TO WS-UNPRICED-CNT
003530     PERFORM 2100-POINT-MANIFEST-DD THRU 2100-EXIT
003540     PERFORM 2200-READ-MANIFEST THRU 2200-EXIT
003550     IF WS-MANI-FS = '35'
003560         GO TO 2000-EXIT
003570     END-IF
003580     PERFORM 2300-PRINT-DOCKET-HEAD THRU 2300-EXIT
003590     PERFORM 2400-PRICE-ONE-LINE THRU 2400-EXIT
003600         VARYING MZ-IDX FROM 1 BY 1
003610         UNTIL MZ-IDX > MZ-COUNT
003620     PERFORM 2500-PRINT-DOCKET-FOOT THRU 2500-EXIT
003630     IF WS-CATALOG-HELD
003640         ADD 1 TO WS-HELD-CATS
003650     ELSE
003660         ADD 1 TO WS-PRICED-CATS
003670         PERFORM 2600-POST-COST-RECORD THRU 2600-EXIT
003680     END-IF.
003690 2000-EXIT.
003700     EXIT.
003710 2100-POINT-MANIFEST-DD.
003720     MOVE 'DD_GIFTMANF' TO WS-ENV-NAME
003730     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
003740     MOVE SPACES TO WS-ENV-VALUE
003750     STRING 'GIFTMANF' WS-CUR-CATALOG DELIMITED BY SIZE
003760         INTO WS-ENV-VALUE
003770     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.
003780 2100-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810*  2200-READ-MANIFEST - ZONE LINES CARRY THE ZONE (COLUMNS 6-8), *
003820*  PIECES (19-23), AND PAGES PER LETTER (33-34); THE TOTAL LINE  *
003830*  CARRIES THE PIECES THE DOCKET MUST AGREE WITH (21-27).  A     *
003840*  MISSING MANIFEST IS NOTED ON THE DOCKET AND SKIPPED.          *
003850*----------------------------------------------------------------*
003860 2200-READ-MANIFEST.
003870     MOVE 'N' TO WS-EOF-SW
003880     OPEN INPUT MANIFEST-IN
003890     IF WS-MANI-FS = '35'
003900         ADD 1 TO WS-MISSING-CATS
003910         MOVE SPACES TO WS-RPT-LINE
003920         STRING '** NO MAILING MANIFEST FOR CATALOG '
003930             WS-CUR-CATALOG ' - NOTHING PRICED **'
003940             DELIMITED BY SIZE INTO WS-RPT-LINE
003950         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
003960         MOVE SPACES TO WS-RPT-LINE
003970         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
003980         GO TO 2200-EXIT
003990     END-IF
004000     IF WS-MANI-FS NOT = '00'
004010         DISPLAY 'POSTCALC - UNABLE TO OPEN MANIFEST-IN,'
004020             ' STATUS ' WS-MANI-FS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF
004060     PERFORM 2210-READ-ONE-MANIFEST THRU 2210-EXIT
004070         UNTIL WS-IN-EOF
004080     CLOSE MANIFEST-IN
004090     PERFORM 2230-SUM-ONE-ZONE THRU 2230-EXIT
004100         VARYING MZ-IDX FROM 1 BY 1
004110         UNTIL MZ-IDX > MZ-COUNT.
004120 2200-EXIT.
004130     EXIT.
004140 2210-READ-ONE-MANIFEST.
004150     READ MANIFEST-IN
004160         AT END
004170             MOVE 'Y' TO WS-EOF-SW
004180         NOT AT END
004190             IF MANIFEST-IN-REC (1:5) = 'ZONE '
004200                 PERFORM 2220-STORE-ZONE-LINE THRU 2220-EXIT
004210             END-IF
004220             IF MANIFEST-IN-REC (1:12) = 'TOTAL PIECES'
004230                 MOVE MANIFEST-IN-REC (21:7) TO WS-PARSE-TOT-X
004240                 INSPECT WS-PARSE-TOT-X
004250                     REPLACING LEADING SPACE BY '0'
004260                 IF WS-PARSE-TOT-X IS NUMERIC
004270                     MOVE WS-PARSE-TOT-N TO WS-MAN-TOTAL
004280                 END-IF
004290             END-IF
004300     END-READ.
004310 2210-EXIT.
004320     EXIT.
004330 2220-STORE-ZONE-LINE.
004340     IF MZ-COUNT >= WS-MZ-MAX
004350         DISPLAY 'POSTCALC - MANIFEST FOR CATALOG '
004360             WS-CUR-CATALOG ' EXCEEDS ' WS-MZ-MAX
004370             ' ZONE LINES, TABLE FULL'
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF
004410     ADD 1 TO MZ-COUNT
004420     MOVE MANIFEST-IN-REC (6:3) TO MZ-ZONE (MZ-COUNT)
004430     MOVE MANIFEST-IN-REC (19:5) TO WS-PARSE-PCS-X
004440     INSPECT WS-PARSE-PCS-X REPLACING LEADING SPACE BY '0'
004450     IF WS-PARSE-PCS-X IS NUMERIC
004460         MOVE WS-PARSE-PCS-N TO MZ-PIECES (MZ-COUNT)
004470     ELSE
004480         MOVE ZERO TO MZ-PIECES (MZ-COUNT)
004490     END-IF
004500*    A LINE WITH NO PAGE COUNT IS LEFT AT ZERO PAGES, WHICH NO   *
004510*    WEIGHT BAND MATCHES, SO IT PRINTS UNPRICED AND THE CATALOG  *
004520*    IS HELD RATHER THAN PRICED IN THE WRONG BAND.               *
004530     MOVE MANIFEST-IN-REC (33:2) TO WS-PARSE-PGS-X
004540     INSPECT WS-PARSE-PGS-X REPLACING LEADING SPACE BY '0'
004550     IF WS-PARSE-PGS-X IS NUMERIC
004560         MOVE WS-PARSE-PGS-N TO MZ-PAGES (MZ-COUNT)
004570     ELSE
004580         MOVE ZERO TO MZ-PAGES (MZ-COUNT)
004590     END-IF.
004600 2220-EXIT.
004610     EXIT.
004620 2230-SUM-ONE-ZONE.
004630     MOVE ZERO TO MZ-ZONE-PIECES (MZ-IDX)
004640     PERFORM 2240-ADD-ZONE-LINE THRU 2240-EXIT
004650         VARYING MZ-SCAN-IDX FROM 1 BY 1
004660         UNTIL MZ-SCAN-IDX > MZ-COUNT.
004670 2230-EXIT.
004680     EXIT.
004690 2240-ADD-ZONE-LINE.
004700     IF MZ-ZONE (MZ-SCAN-IDX) = MZ-ZONE (MZ-IDX)
004710         ADD MZ-PIECES (MZ-SCAN-IDX) TO MZ-ZONE-PIECES (MZ-IDX)
004720     END-IF.
004730 2240-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------*
004760*  2300-PRINT-DOCKET-HEAD - ONE STATEMENT OF MAILING PER         *
004770*  CATALOG, HEADED FOR THE CARRIER'S ACCEPTANCE CLERK.           *
004780*----------------------------------------------------------------*
004790 2300-PRINT-DOCKET-HEAD.
004800     MOVE SPACES TO WS-RPT-LINE
004810     STRING 'STATEMENT OF MAILING - POSTAL DOCKET'
004820         DELIMITED BY SIZE INTO WS-RPT-LINE
004830     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
004840     MOVE SPACES TO WS-RPT-LINE
004850     STRING 'SENDER  MARKETING SYSTEMS - SEASONAL PROMOTIONS'
004860         DELIMITED BY SIZE INTO WS-RPT-LINE
004870     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
004880     MOVE SPACES TO WS-RPT-LINE
004890     STRING 'CATALOG ' WS-CUR-CATALOG
004900         '  SEASON ' WS-POST-YEAR
004910         '  DATE OF POSTING ' WS-RUN-DATE
004920         DELIMITED BY SIZE INTO WS-RPT-LINE
004930     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
004940     MOVE SPACES TO WS-RPT-LINE
004950     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
004960     MOVE SPACES TO WS-RPT-LINE
004965     STRING 'ZONE  T  BD  BAND DESCRIPTION      PG   PIECES'
004970         '    RATE          CHARGE'
004975         DELIMITED BY SIZE INTO WS-RPT-LINE
004980     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE.
004990 2300-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------*
005020*  2400-PRICE-ONE-LINE - PRICE ONE MANIFEST LINE AND PRINT IT.   *
005030*  THE ZONE'S OWN RATES ARE USED WHEN THE RATE FILE HAS ANY FOR  *
005040*  IT, OTHERWISE THE STANDARD (BLANK-ZONE) RATES.  THE WEIGHT    *
005050*  BAND IS THE SMALLEST ONE THAT TAKES THE LETTER'S PAGES; THE   *
005060*  TIER IS THE ONE WITH THE HIGHEST MINIMUM THE ZONE'S PIECES    *
005070*  REACH.  A LINE NOTHING PRICES HOLDS THE CATALOG.              *
005080*----------------------------------------------------------------*
005090 2400-PRICE-ONE-LINE.
005100     MOVE MZ-PAGES (MZ-IDX) TO WS-PAGES-FMT
005110     MOVE MZ-PIECES (MZ-IDX) TO WS-PCS-FMT
005120     ADD MZ-PIECES (MZ-IDX) TO WS-CAT-PIECES
005130     PERFORM 2410-PICK-RATE-ZONE THRU 2410-EXIT
005140     PERFORM 2420-PICK-BAND THRU 2420-EXIT
005150     PERFORM 2430-PICK-TIER THRU 2430-EXIT
005160     IF RT-HIT-IDX = ZERO
005170         ADD 1 TO WS-UNPRICED-CNT
005180         MOVE 'Y' TO WS-HOLD-SW
005190         MOVE SPACES TO WS-RPT-LINE
005200         STRING MZ-ZONE (MZ-IDX) '   ** NO RATE ON FILE **'
005210             '       ' WS-PAGES-FMT '  ' WS-PCS-FMT
005220             DELIMITED BY SIZE INTO WS-RPT-LINE
005230         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
005240         GO TO 2400-EXIT
005250     END-IF
005260     COMPUTE WS-LINE-CHARGE ROUNDED =
005270         MZ-PIECES (MZ-IDX) * RT-RATE (RT-HIT-IDX)
005280     ADD WS-LINE-CHARGE TO WS-CAT-CHARGE
005290     PERFORM 2440-POST-TIER THRU 2440-EXIT
005300     MOVE RT-MAX-PAGES (RT-HIT-IDX) TO WS-BAND-FMT
005310     MOVE RT-RATE (RT-HIT-IDX) TO WS-RATE-FMT
005320     MOVE WS-LINE-CHARGE TO WS-AMT-FMT
005330     MOVE SPACES TO WS-RPT-LINE
005340     STRING MZ-ZONE (MZ-IDX) '   ' RT-TIER (RT-HIT-IDX)
005350         '  ' WS-BAND-FMT '  ' RT-BAND-DESC (RT-HIT-IDX)
005360         '  ' WS-PAGES-FMT '  ' WS-PCS-FMT
005370         '  ' WS-RATE-FMT '  ' WS-AMT-FMT
005380         DELIMITED BY SIZE INTO WS-RPT-LINE
005390     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE.
005400 2400-EXIT.
005410     EXIT.
005420 2410-PICK-RATE-ZONE.
005430     MOVE SPACES TO WS-PRICE-ZONE
005440     MOVE 'N' TO WS-HIT-SW
005450     PERFORM 2415-MATCH-RATE-ZONE THRU 2415-EXIT
005460         VARYING RT-IDX FROM 1 BY 1
005470         UNTIL RT-IDX > RT-COUNT OR WS-HIT-FOUND.
005480 2410-EXIT.
005490     EXIT.
005500 2415-MATCH-RATE-ZONE.
005510     IF RT-ZONE (RT-IDX) = MZ-ZONE (MZ-IDX)
005520         MOVE 'Y' TO WS-HIT-SW
005530         MOVE MZ-ZONE (MZ-IDX) TO WS-PRICE-ZONE
005540     END-IF.
005550 2415-EXIT.
005560     EXIT.
005570 2420-PICK-BAND.
005580     MOVE ZERO TO WS-PRICE-BAND
005590     IF MZ-PAGES (MZ-IDX) = ZERO
005600         GO TO 2420-EXIT
005610     END-IF
005620     PERFORM 2425-TRY-ONE-BAND THRU 2425-EXIT
005630         VARYING RT-IDX FROM 1 BY 1
005640         UNTIL RT-IDX > RT-COUNT.
005650 2420-EXIT.
005660     EXIT.
005670 2425-TRY-ONE-BAND.
005680     IF RT-ZONE (RT-IDX) = WS-PRICE-ZONE
005690         AND RT-MAX-PAGES (RT-IDX) >= MZ-PAGES (MZ-IDX)
005700         IF WS-PRICE-BAND = ZERO
005710             OR RT-MAX-PAGES (RT-IDX) < WS-PRICE-BAND
005720             MOVE RT-MAX-PAGES (RT-IDX) TO WS-PRICE-BAND
005730         END-IF
005740     END-IF.
005750 2425-EXIT.
005760     EXIT.
005770 2430-PICK-TIER.
005780     MOVE ZERO TO RT-HIT-IDX
005790     MOVE ZERO TO WS-BEST-MIN
005800     IF WS-PRICE-BAND = ZERO
005810         GO TO 2430-EXIT
005820     END-IF
005830     PERFORM 2435-TRY-ONE-TIER THRU 2435-EXIT
005840         VARYING RT-IDX FROM 1 BY 1
005850         UNTIL RT-IDX > RT-COUNT.
005860 2430-EXIT.
005870     EXIT.
005880 2435-TRY-ONE-TIER.
005890     IF RT-ZONE (RT-IDX) = WS-PRICE-ZONE
005900         AND RT-MAX-PAGES (RT-IDX) = WS-PRICE-BAND
005910         AND RT-MIN-PIECES (RT-IDX) <= MZ-ZONE-PIECES (MZ-IDX)
005920         IF RT-HIT-IDX = ZERO
005930             OR RT-MIN-PIECES (RT-IDX) > WS-BEST-MIN
005940             MOVE RT-IDX TO RT-HIT-IDX
005950             MOVE RT-MIN-PIECES (RT-IDX) TO WS-BEST-MIN
005960         END-IF
005970     END-IF.
005980 2435-EXIT.
005990     EXIT.
006000 2440-POST-TIER.
006010     MOVE 'N' TO WS-HIT-SW
006020     PERFORM 2445-MATCH-ONE-TIER THRU 2445-EXIT
006030         VARYING TS-IDX FROM 1 BY 1
006040         UNTIL TS-IDX > TS-COUNT OR WS-HIT-FOUND
006050     IF NOT WS-HIT-FOUND
006060         IF TS-COUNT >= WS-TS-MAX
006070             DISPLAY 'POSTCALC - MORE THAN ' WS-TS-MAX
006080                 ' PRESORT TIERS, TABLE FULL'
006090             MOVE 16 TO RETURN-CODE
006100             STOP RUN
006110         END-IF
006120         ADD 1 TO TS-COUNT
006130         MOVE RT-TIER (RT-HIT-IDX) TO TS-TIER (TS-COUNT)
006140         MOVE MZ-PIECES (MZ-IDX) TO TS-PIECES (TS-COUNT)
006150         MOVE WS-LINE-CHARGE TO TS-CHARGE (TS-COUNT)
006160     END-IF.
006170 2440-EXIT.
006180     EXIT.
006190 2445-MATCH-ONE-TIER.
006200     IF TS-TIER (TS-IDX) = RT-TIER (RT-HIT-IDX)
006210         MOVE 'Y' TO WS-HIT-SW
006220         ADD MZ-PIECES (MZ-IDX) TO TS-PIECES (TS-IDX)
006230         ADD WS-LINE-CHARGE TO TS-CHARGE (TS-IDX)
006240     END-IF.
006250 2445-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------*
006280*  2500-PRINT-DOCKET-FOOT - SUMMARY BY PRESORT TIER, THE DOCKET  *
006290*  TOTALS, THE AGREEMENT WITH THE MANIFEST TOTAL, AND THE        *
006300*  SENDER'S DECLARATION.                                         *
006310*----------------------------------------------------------------*
006320 2500-PRINT-DOCKET-FOOT.
006330     MOVE SPACES TO WS-RPT-LINE
006340     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006350     MOVE 'SUMMARY BY PRESORT TIER' TO WS-RPT-LINE
006360     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006370     PERFORM 2510-PRINT-ONE-TIER THRU 2510-EXIT
006380         VARYING TS-IDX FROM 1 BY 1
006390         UNTIL TS-IDX > TS-COUNT
006400     MOVE SPACES TO WS-RPT-LINE
006410     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006420     MOVE WS-CAT-PIECES TO WS-PCS-FMT
006430     MOVE SPACES TO WS-RPT-LINE
006440     STRING 'TOTAL PIECES    ' WS-PCS-FMT
006450         DELIMITED BY SIZE INTO WS-RPT-LINE
006460     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006470     MOVE WS-CAT-CHARGE TO WS-AMT-FMT
006480     MOVE SPACES TO WS-RPT-LINE
006490     STRING 'TOTAL CHARGE    ' WS-AMT-FMT
006500         DELIMITED BY SIZE INTO WS-RPT-LINE
006510     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006520     MOVE WS-MAN-TOTAL TO WS-PCS-FMT
006530     MOVE SPACES TO WS-RPT-LINE
006540     IF WS-CAT-PIECES = WS-MAN-TOTAL
006550         STRING 'MANIFEST PIECES ' WS-PCS-FMT
006560             '  DOCKET AGREES'
006570             DELIMITED BY SIZE INTO WS-RPT-LINE
006580     ELSE
006590         MOVE 'Y' TO WS-HOLD-SW
006600         STRING 'MANIFEST PIECES ' WS-PCS-FMT
006610             '  ** DOCKET DOES NOT AGREE WITH MANIFEST **'
006620             DELIMITED BY SIZE INTO WS-RPT-LINE
006630     END-IF
006640     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006650     MOVE SPACES TO WS-RPT-LINE
006660     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006670     IF WS-CATALOG-HELD
006680         MOVE '** CATALOG HELD - NO POSTAGE COST RECORDED **'
006690             TO WS-RPT-LINE
006700         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006710     ELSE
006720         MOVE 'DECLARATION - THE PARTICULARS ABOVE ARE CORRECT.'
006730             TO WS-RPT-LINE
006740         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006750         MOVE SPACES TO WS-RPT-LINE
006760         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006770         MOVE SPACES TO WS-RPT-LINE
006775         STRING 'SIGNED ____________________'
006780             '   ACCEPTED (CARRIER) ____________________'
006785             DELIMITED BY SIZE INTO WS-RPT-LINE
006790         WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006800     END-IF
006810     MOVE SPACES TO WS-RPT-LINE
006820     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
006830     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE.
006840 2500-EXIT.
006850     EXIT.
006860 2510-PRINT-ONE-TIER.
006870     MOVE TS-PIECES (TS-IDX) TO WS-PCS-FMT
006880     MOVE TS-CHARGE (TS-IDX) TO WS-AMT-FMT
006890     MOVE SPACES TO WS-RPT-LINE
006900     STRING '  TIER ' TS-TIER (TS-IDX)
006910         '   PIECES ' WS-PCS-FMT
006920         '   CHARGE ' WS-AMT-FMT
006930         DELIMITED BY SIZE INTO WS-RPT-LINE
006940     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE.
006950 2510-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------*
006980*  2600-POST-COST-RECORD - REPLACE THIS SEASON AND CATALOG'S     *
006990*  COST RECORD, OR INSERT IT IN KEY SEQUENCE, SHIFTING THE TAIL  *
007000*  OF THE TABLE DOWN ONE SLOT.                                   *
007010*----------------------------------------------------------------*
007020 2600-POST-COST-RECORD.
007030     MOVE WS-POST-YEAR TO WS-PC-KEY-SEASON
007040     MOVE WS-CUR-CATALOG TO WS-PC-KEY-CATALOG
007050     MOVE 'N' TO WS-HIT-SW
007060     COMPUTE PC-HIT-IDX = PC-COUNT + 1
007070     PERFORM 2610-SCAN-ONE-COST THRU 2610-EXIT
007080         VARYING PC-IDX FROM 1 BY 1
007090         UNTIL PC-IDX > PC-COUNT OR WS-HIT-FOUND
007100             OR PC-HIT-IDX <= PC-COUNT
007110     IF NOT WS-HIT-FOUND
007120         IF PC-COUNT >= WS-PC-MAX
007130             DISPLAY 'POSTCALC - POSTAGE COST FILE EXCEEDS '
007140                 WS-PC-MAX ' RECORDS, TABLE FULL'
007150             MOVE 16 TO RETURN-CODE
007160             STOP RUN
007170         END-IF
007180         PERFORM 2620-SHIFT-COSTS-DOWN THRU 2620-EXIT
007190             VARYING PC-SHIFT-IDX FROM PC-COUNT BY -1
007200             UNTIL PC-SHIFT-IDX < PC-HIT-IDX
007210         ADD 1 TO PC-COUNT
007220         MOVE WS-PC-KEY TO PC-KEY (PC-HIT-IDX)
007230     END-IF
007240     MOVE WS-CAT-PIECES TO PC-PIECES (PC-HIT-IDX)
007250     MOVE WS-CAT-CHARGE TO PC-AMOUNT (PC-HIT-IDX)
007260     MOVE WS-RUN-DATE TO PC-RUN-DATE (PC-HIT-IDX).
007270 2600-EXIT.
007280     EXIT.
007290 2610-SCAN-ONE-COST.
007300     IF PC-KEY (PC-IDX) = WS-PC-KEY
007310         MOVE 'Y' TO WS-HIT-SW
007320         MOVE PC-IDX TO PC-HIT-IDX
007330     ELSE
007340         IF PC-KEY (PC-IDX) > WS-PC-KEY
007350             MOVE PC-IDX TO PC-HIT-IDX
007360         END-IF
007370     END-IF.
007380 2610-EXIT.
007390     EXIT.
007400 2620-SHIFT-COSTS-DOWN.
007410     MOVE PC-ENTRY (PC-SHIFT-IDX) TO PC-ENTRY (PC-SHIFT-IDX + 1).
007420 2620-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------*
007450*  3000-WRITE-NEW-COSTS - THE NEW POSTAGE COST FILE, IN SEASON / *
007460*  CATALOG SEQUENCE.                                             *
007470*----------------------------------------------------------------*
007480 3000-WRITE-NEW-COSTS.
007490     OPEN OUTPUT POSTAGE-COST-NEW
007500     IF WS-PCN-FS NOT = '00'
007510         DISPLAY 'POSTCALC - UNABLE TO OPEN POSTAGE-COST-NEW,'
007520             ' STATUS ' WS-PCN-FS
007530         MOVE 16 TO RETURN-CODE
007540         STOP RUN
007550     END-IF
007560     PERFORM 3010-WRITE-ONE-COST THRU 3010-EXIT
007570         VARYING PC-IDX FROM 1 BY 1
007580         UNTIL PC-IDX > PC-COUNT
007590     CLOSE POSTAGE-COST-NEW.
007600 3000-EXIT.
007610     EXIT.
007620 3010-WRITE-ONE-COST.
007630     MOVE PC-SEASON (PC-IDX) TO PCN-SEASON
007640     MOVE PC-CATALOG-ID (PC-IDX) TO PCN-CATALOG-ID
007650     MOVE PC-PIECES (PC-IDX) TO PCN-PIECES
007660     MOVE PC-AMOUNT (PC-IDX) TO PCN-AMOUNT
007670     MOVE PC-RUN-DATE (PC-IDX) TO PCN-RUN-DATE
007680     WRITE POSTAGE-COST-NEW-REC.
007690 3010-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------*
007720*  9000-TERMINATE - CLOSE AND SET THE RETURN CODE: 8 WHEN ANY    *
007730*  CATALOG IS HELD, 4 WHEN A MANIFEST WAS MISSING, 0 WHEN EVERY  *
007740*  CATALOG PRICED CLEAN.                                         *
007750*----------------------------------------------------------------*
007760 9000-TERMINATE.
007770     MOVE WS-PRICED-CATS TO WS-CNT-FMT
007780     MOVE SPACES TO WS-RPT-LINE
007790     STRING 'CATALOGS PRICED     ' WS-CNT-FMT
007800         DELIMITED BY SIZE INTO WS-RPT-LINE
007810     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
007812     MOVE WS-HELD-CATS TO WS-CNT-FMT
007814     MOVE SPACES TO WS-RPT-LINE
007816     STRING 'CATALOGS HELD       ' WS-CNT-FMT
007818         DELIMITED BY SIZE INTO WS-RPT-LINE
007820     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
007822     MOVE WS-MISSING-CATS TO WS-CNT-FMT
007824     MOVE SPACES TO WS-RPT-LINE
007826     STRING 'CATALOGS NO MANIFEST' WS-CNT-FMT
007828         DELIMITED BY SIZE INTO WS-RPT-LINE
007829     WRITE POSTAL-DOCKET-REC FROM WS-RPT-LINE
007830     CLOSE POSTAL-DOCKET-RPT
007840     IF WS-HELD-CATS > ZERO
007850         MOVE 8 TO RETURN-CODE
007860     ELSE
007870         IF WS-MISSING-CATS > ZERO
007880             MOVE 4 TO RETURN-CODE
007890         END-IF
007900     END-IF.
007910 9000-EXIT.
007920     EXIT.
