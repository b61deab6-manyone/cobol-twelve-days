000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDGVAR.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW IN-SEASON BUDGET VARIANCE REPORT.  FOR   *
000110*                   ONE SEASON YEAR AND CATALOG LIST, READS THE  *
000120*                   SIGNED-OFF BUDGET (BUDGFCST / BUDGMNT) AND   *
000130*                   EACH CATALOG'S NIGHTLY GL POSTING FEED, AND  *
000140*                   SHOWS ACTUAL SPEND AGAINST BUDGET PER        *
000150*                   CATALOG AND VENDOR.  SEASON-END SPEND IS     *
000160*                   PROJECTED FROM THE RUN-CALENDAR: THE SPEND   *
000170*                   SO FAR IS SCALED UP BY THE GIFT UNITS STILL  *
000180*                   TO BE GIVEN ON THE CALENDAR DAYS LEFT TO     *
000190*                   RUN (THE TALLY ARITHMETIC - DAY X GIVES      *
000200*                   X(X+1)/2 UNITS).  RC 4 WHEN ANY LINE IS      *
000210*                   PROJECTED OVER BUDGET BY MORE THAN THE PARM  *
000220*                   PERCENTAGE, RC 8 WHEN A FEED TRAILER DOES    *
000230*                   NOT TIE - NO MORE COMPARING THE SPEND        *
000240*                   REPORT TO THE BUDGET BY HAND AFTER TWELFTH   *
000250*                   NIGHT.                                       *
000251*  10/15/2026 RA    GL FEED RECORD WIDENED FOR VENDOR BILLING    *
000252*                   CURRENCY; ACTUALS STILL COME FROM THE HOME-  *
000253*                   CURRENCY AMOUNT, SO THEY COMPARE TO BUDGET.  *
000254*  10/15/2026 RA    PROJECTION NOW SCALES THE FEED BY THE UNITS  *
000255*                   OF THE ONE RUN IT HOLDS - THE LATEST LIVE    *
000256*                   RUN - NOT OF EVERY RUN TO DATE.              *
000257*  10/15/2026 RA    ONLY A FULL-SEASON RUN (DAY 1 THRU 12) CAN   *
000258*                   BE THE RUN THE FEED HOLDS; A PARTIAL RUN     *
000259*                   STILL COUNTS TOWARD THE UNITS GIVEN.         *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY CALSEL.
000310     COPY BUDSEL.
000320     SELECT GLFEED-IN ASSIGN TO GIFTGLFD
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-GLI-FS.
000350     SELECT BUDGET-VAR-RPT ASSIGN TO GIFTBVAR
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RPT-FS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400     COPY CALFD.
000410     COPY BUDFD.
000420 FD  GLFEED-IN
000430     RECORDING MODE IS F.
000440 01  GLFEED-IN-REC.
000450     05  GLI-REC-TYPE              PIC X(1).
000460     05  GLI-REC-BODY              PIC X(49).
000470 01  GLFEED-IN-DET-REC REDEFINES GLFEED-IN-REC.
000480     05  GLI-DET-TYPE              PIC X(1).
000490     05  GLI-DET-VENDOR-CODE       PIC X(3).
000500     05  GLI-DET-SEASON            PIC 9(4).
000510     05  GLI-DET-CATALOG-ID        PIC X(2).
000520     05  GLI-DET-AMOUNT            PIC 9(11)V99.
000530     05  GLI-DET-DR-CR             PIC X(1).
000532     05  GLI-DET-CURRENCY          PIC X(3).
000534     05  GLI-DET-TRAN-AMOUNT       PIC 9(11)V99.
000536     05  GLI-DET-RATE              PIC 9(4)V9(6).
000540 01  GLFEED-IN-TRL-REC REDEFINES GLFEED-IN-REC.
000550     05  GLI-TRL-TYPE              PIC X(1).
000560     05  GLI-TRL-REC-COUNT         PIC 9(6).
000570     05  GLI-TRL-HASH-AMT          PIC 9(13)V99.
000575     05  GLI-TRL-CURRENCY          PIC X(3).
000580     05  FILLER                    PIC X(25).
000590 FD  BUDGET-VAR-RPT
000600     RECORDING MODE IS F.
000610 01  BUDGET-VAR-REC                PIC X(80).
000620 WORKING-STORAGE SECTION.
000630 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000640 77  WS-BUD-FS                     PIC X(2)  VALUE '00'.
000650 77  WS-GLI-FS                     PIC X(2)  VALUE '00'.
000660 77  WS-RPT-FS                     PIC X(2)  VALUE '00'.
000670 77  WS-VAR-YEAR                   PIC 9(4)  VALUE ZERO.
000680 77  WS-ASOF-DATE                  PIC 9(8)  VALUE ZERO.
000690 77  WS-OVER-PCT                   PIC 9(2)V99 VALUE ZERO.
000700*----------------------------------------------------------------*
000710*  PARM CARD: SEASON YEAR, A SPACE, UP TO TEN TWO-CHARACTER      *
000720*  CATALOG IDS SIDE BY SIDE, A SPACE, THE OVER-BUDGET            *
000730*  PERCENTAGE WITH TWO IMPLIED DECIMALS (1000 IS 10 PERCENT;     *
000740*  BLANK DEFAULTS TO 10 PERCENT), A SPACE, THEN THE AS-OF DATE   *
000750*  YYYYMMDD (BLANK DEFAULTS TO TODAY).  CALENDAR RUNS DATED ON   *
000760*  OR BEFORE THE AS-OF DATE ARE TREATED AS RUN.                  *
000770*----------------------------------------------------------------*
000780 01  WS-VAR-PARM.
000790     05  WS-PARM-YEAR              PIC X(4).
000800     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
000810                                   PIC 9(4).
000820     05  FILLER                    PIC X(1).
000830     05  WS-PARM-CATALOGS.
000840         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
000850     05  FILLER                    PIC X(1).
000860     05  WS-PARM-PCT               PIC X(4).
000870     05  WS-PARM-PCT-N REDEFINES WS-PARM-PCT
000880                                   PIC 9(2)V99.
000890     05  FILLER                    PIC X(1).
000900     05  WS-PARM-ASOF              PIC X(8).
000910     05  WS-PARM-ASOF-N REDEFINES WS-PARM-ASOF
000920                                   PIC 9(8).
000930 01  WS-EOF-SW                     PIC X(1)  VALUE 'N'.
000940     88  WS-IN-EOF                           VALUE 'Y'.
000950 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000960     88  WS-HIT-FOUND                        VALUE 'Y'.
000970 01  WS-CAT-IN-RUN-SW              PIC X(1)  VALUE 'N'.
000980     88  WS-CAT-IN-RUN                       VALUE 'Y'.
000990 77  WS-CAT-IDX                    PIC 9(2) COMP VALUE ZERO.
000995 77  WS-FOUND-CAT-IDX              PIC 9(2) COMP VALUE ZERO.
001000 77  WS-LIST-IDX                   PIC 9(2) COMP VALUE ZERO.
001010 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
001020 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001030 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001040 01  WS-SCHED-LIST                 PIC X(20).
001050 01  WS-SCHED-LIST-IDS REDEFINES WS-SCHED-LIST.
001060     05  WS-SCHED-LIST-ID          PIC X(2) OCCURS 10.
001070*----------------------------------------------------------------*
001080*  PER PARM CATALOG: THE GIFT UNITS ALREADY GIVEN BY CALENDAR    *
001090*  RUNS ON OR BEFORE THE AS-OF DATE AND STILL TO BE GIVEN BY     *
001100*  THE RUNS AFTER IT, THE DATE AND UNITS OF THE LATEST FULL-     *
001102*  SEASON RUN ON OR BEFORE IT (THE RUN WHOSE SPEND THE GL FEED   *
001104*  HOLDS - ONLY A FULL-SEASON RUN WRITES THE FEED, AND EACH ONE  *
001106*  REWRITES IT), AND WHETHER THE FEED WAS FOUND.                 *
001110*  SUBSCRIPTED THE SAME AS WS-PARM-CAT-ID.                       *
001120*----------------------------------------------------------------*
001130 01  CAT-VAR-TABLE.
001140     05  CAT-VAR-ENTRY OCCURS 10.
001150         10  CAT-DONE-UNITS        PIC 9(9) COMP.
001160         10  CAT-TODO-UNITS        PIC 9(9) COMP.
001162         10  CAT-LAST-DATE         PIC 9(8).
001164         10  CAT-LAST-UNITS        PIC 9(9) COMP.
001170         10  CAT-FEED-SW           PIC X(1).
001180             88  CAT-FEED-FOUND              VALUE 'Y'.
001190 77  WS-DAY-X                      PIC 9(3)  VALUE ZERO.
001200 77  WS-DAY-UNITS                  PIC 9(5) COMP VALUE ZERO.
001210 77  WS-RUN-UNITS                  PIC 9(7) COMP VALUE ZERO.
001215 77  WS-SEASON-UNITS               PIC 9(9) COMP VALUE ZERO.
001217 77  WS-SEASON-DAYS                PIC 9(2)  VALUE 12.
001220*----------------------------------------------------------------*
001230*  VARIANCE TABLE - ONE ENTRY PER CATALOG / VENDOR: THE BUDGET   *
001240*  LINE AS SIGNED (OR A LINE ADDED HERE FOR SPEND NOBODY         *
001250*  BUDGETED), THE ACTUAL OFF THE FEED, AND THE PROJECTION.       *
001260*----------------------------------------------------------------*
001270 77  WS-VAR-MAX                    PIC 9(3) COMP VALUE 500.
001280 77  VAR-COUNT                     PIC 9(3) COMP VALUE ZERO.
001290 77  VAR-IDX                       PIC 9(3) COMP VALUE ZERO.
001300 77  VAR-HIT-IDX                   PIC 9(3) COMP VALUE ZERO.
001310 01  VAR-TABLE.
001320     05  VAR-ENTRY OCCURS 500.
001330         10  VAR-CATALOG-ID        PIC X(2).
001340         10  VAR-VENDOR-CODE       PIC X(3).
001350         10  VAR-CAT-IDX           PIC 9(2) COMP.
001360         10  VAR-BUDGET-AMT        PIC 9(11)V99.
001370         10  VAR-STATUS            PIC X(1).
001380         10  VAR-ACTUAL-AMT        PIC 9(11)V99.
001390         10  VAR-PROJ-AMT          PIC 9(11)V99.
001400 77  WS-GL-DET-AMT-SUM             PIC 9(13)V99 VALUE ZERO.
001410 77  WS-GL-DET-CNT                 PIC 9(6) COMP VALUE ZERO.
001420 77  WS-LIMIT-AMT                  PIC 9(11)V99 VALUE ZERO.
001430 77  WS-VAR-PCT                    PIC S9(5)V9 VALUE ZERO.
001440 77  WS-TOT-BUDGET                 PIC 9(13)V99 VALUE ZERO.
001450 77  WS-TOT-ACTUAL                 PIC 9(13)V99 VALUE ZERO.
001460 77  WS-TOT-PROJ                   PIC 9(13)V99 VALUE ZERO.
001470 77  WS-OVER-CNT                   PIC 9(5) COMP VALUE ZERO.
001480 77  WS-UNBUDGETED-CNT             PIC 9(5) COMP VALUE ZERO.
001490 77  WS-UNSIGNED-CNT               PIC 9(5) COMP VALUE ZERO.
001500 77  WS-XFOOT-FAIL-CNT             PIC 9(5) COMP VALUE ZERO.
001510 01  WS-LINE-FLAG                  PIC X(12) VALUE SPACES.
001520 77  WS-CNT-FMT                    PIC ZZZZ9.
001530 77  WS-PCT-FMT                    PIC Z9.99.
001540 77  WS-VAR-FMT                    PIC -ZZZ9.9.
001550 77  WS-AMT-FMT                    PIC ZZZ,ZZZ,ZZ9.99.
001560 77  WS-AMT2-FMT                   PIC ZZZ,ZZZ,ZZ9.99.
001570 77  WS-AMT3-FMT                   PIC ZZZ,ZZZ,ZZ9.99.
001580 01  WS-RPT-LINE                   PIC X(80).
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------*
001610*  0000-MAINLINE - LOAD THE BUDGET AND THE CALENDAR, GATHER      *
001620*  EACH CATALOG'S ACTUALS, THEN PROJECT AND PRINT EVERY LINE.    *
001630*----------------------------------------------------------------*
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     PERFORM 1200-LOAD-BUDGET THRU 1200-EXIT
001670     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT
001680     PERFORM 2000-GATHER-ONE-CATALOG THRU 2000-EXIT
001690         VARYING WS-CAT-IDX FROM 1 BY 1
001700         UNTIL WS-CAT-IDX > 10
001710     PERFORM 3000-PRINT-ONE-CATALOG THRU 3000-EXIT
001720         VARYING WS-CAT-IDX FROM 1 BY 1
001730         UNTIL WS-CAT-IDX > 10
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT
001750     GOBACK.
001760*----------------------------------------------------------------*
001770*  1000-INITIALIZE - READ THE PARM CARD AND OPEN THE REPORT.     *
001780*----------------------------------------------------------------*
001790 1000-INITIALIZE.
001800     MOVE SPACES TO WS-VAR-PARM
001810     ACCEPT WS-VAR-PARM FROM SYSIN
001820     IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR-N > ZERO
001830         MOVE WS-PARM-YEAR-N TO WS-VAR-YEAR
001840     ELSE
001850         DISPLAY 'BUDGVAR - PARM CARD NEEDS A SEASON YEAR'
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     IF WS-PARM-CATALOGS = SPACES
001900         DISPLAY 'BUDGVAR - PARM CARD NEEDS A CATALOG LIST'
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF
001940     IF WS-PARM-PCT IS NUMERIC
001950         MOVE WS-PARM-PCT-N TO WS-OVER-PCT
001960     ELSE
001970         MOVE 10 TO WS-OVER-PCT
001980     END-IF
001990     IF WS-PARM-ASOF IS NUMERIC AND WS-PARM-ASOF-N > ZERO
002000         MOVE WS-PARM-ASOF-N TO WS-ASOF-DATE
002010     ELSE
002020         ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
002030     END-IF
002040     INITIALIZE CAT-VAR-TABLE
002050     OPEN OUTPUT BUDGET-VAR-RPT
002060     IF WS-RPT-FS NOT = '00'
002070         DISPLAY 'BUDGVAR - UNABLE TO OPEN BUDGET-VAR-RPT,'
002080             ' STATUS ' WS-RPT-FS
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     MOVE WS-OVER-PCT TO WS-PCT-FMT
002130     MOVE SPACES TO WS-RPT-LINE
002140     STRING 'SEASON BUDGET VARIANCE  SEASON ' WS-VAR-YEAR
002150         '  AS OF ' WS-ASOF-DATE
002160         '  FLAG OVER ' WS-PCT-FMT ' PCT'
002170         DELIMITED BY SIZE INTO WS-RPT-LINE
002180     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
002190     MOVE SPACES TO WS-RPT-LINE
002200     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
002210     MOVE SPACES TO WS-RPT-LINE
002220     STRING 'CAT VND         BUDGET         ACTUAL      PROJECTED'
002230         '    VAR%'
002240         DELIMITED BY SIZE INTO WS-RPT-LINE
002250     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE.
002260 1000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290*  1200-LOAD-BUDGET - LOADS THE SEASON'S BUDGET LINES FOR THE    *
002300*  PARM CATALOGS.  THERE IS NOTHING TO MEASURE WITHOUT A         *
002310*  BUDGET, SO A MISSING FILE IS FATAL.                           *
002320*----------------------------------------------------------------*
002330 1200-LOAD-BUDGET.
002340     MOVE 'N' TO WS-EOF-SW
002350     OPEN INPUT BUDGET-FILE
002360     IF WS-BUD-FS NOT = '00'
002370         DISPLAY 'BUDGVAR - UNABLE TO OPEN BUDGET-FILE,'
002380             ' STATUS ' WS-BUD-FS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF
002420     PERFORM 1210-READ-BUDGET THRU 1210-EXIT
002430         UNTIL WS-IN-EOF
002440     CLOSE BUDGET-FILE.
002450 1200-EXIT.
002460     EXIT.
002470 1210-READ-BUDGET.
002480     READ BUDGET-FILE
002490         AT END
002500             MOVE 'Y' TO WS-EOF-SW
002510             GO TO 1210-EXIT
002520     END-READ
002530     IF BG-SEASON NOT = WS-VAR-YEAR
002540         GO TO 1210-EXIT
002550     END-IF
002560     MOVE BG-CATALOG-ID TO WS-CUR-CATALOG
002570     PERFORM 1220-FIND-PARM-CATALOG THRU 1220-EXIT
002580     IF WS-CAT-IDX > 10
002590         GO TO 1210-EXIT
002600     END-IF
002610     PERFORM 2340-ADD-VAR-LINE THRU 2340-EXIT
002620     MOVE BG-VENDOR-CODE TO VAR-VENDOR-CODE (VAR-HIT-IDX)
002630     MOVE BG-BUDGET-AMT TO VAR-BUDGET-AMT (VAR-HIT-IDX)
002640     MOVE BG-STATUS TO VAR-STATUS (VAR-HIT-IDX).
002650 1210-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------*
002680*  1220-FIND-PARM-CATALOG - LEAVES WS-CAT-IDX AT THE CATALOG'S   *
002690*  SLOT IN THE PARM LIST, OR AT 11 WHEN IT IS NOT ON THE LIST.   *
002700*----------------------------------------------------------------*
002710 1220-FIND-PARM-CATALOG.
002720     MOVE 11 TO WS-FOUND-CAT-IDX
002730     PERFORM 1230-TEST-ONE-PARM-CAT THRU 1230-EXIT
002740         VARYING WS-CAT-IDX FROM 1 BY 1
002750         UNTIL WS-CAT-IDX > 10 OR WS-FOUND-CAT-IDX < 11
002760     MOVE WS-FOUND-CAT-IDX TO WS-CAT-IDX.
002770 1220-EXIT.
002780     EXIT.
002790 1230-TEST-ONE-PARM-CAT.
002800     IF WS-PARM-CAT-ID (WS-CAT-IDX) = WS-CUR-CATALOG
002802         AND WS-CUR-CATALOG NOT = SPACES
002804         MOVE WS-CAT-IDX TO WS-FOUND-CAT-IDX
002806     END-IF.
002808 1230-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------*
002830*  1400-LOAD-CALENDAR - WEIGHS EVERY PRODUCTION RUN OF THE       *
002840*  SEASON (PROOF AND REPLAY RUNS GIVE NO GIFTS) INTO ITS         *
002850*  CATALOGS' GIVEN-SO-FAR OR STILL-TO-GIVE UNITS, BY RUN DATE    *
002860*  AGAINST THE AS-OF DATE.  NO CALENDAR LEAVES NOTHING TO        *
002870*  PROJECT: ACTUAL STANDS AS THE SEASON-END FIGURE.              *
002880*----------------------------------------------------------------*
002890 1400-LOAD-CALENDAR.
002900     MOVE 'N' TO WS-EOF-SW
002910     OPEN INPUT RUN-CALENDAR
002920     IF WS-CAL-FS = '35'
002930         DISPLAY 'BUDGVAR - NO RUN-CALENDAR FILE,'
002940             ' NO SPEND PROJECTED'
002950         GO TO 1400-EXIT
002960     END-IF
002970     IF WS-CAL-FS NOT = '00'
002980         DISPLAY 'BUDGVAR - UNABLE TO OPEN RUN-CALENDAR,'
002990             ' STATUS ' WS-CAL-FS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
003040         UNTIL WS-IN-EOF
003050     CLOSE RUN-CALENDAR.
003060 1400-EXIT.
003070     EXIT.
003080 1410-READ-CALENDAR.
003090     READ RUN-CALENDAR
003100         AT END
003110             MOVE 'Y' TO WS-EOF-SW
003120             GO TO 1410-EXIT
003130     END-READ
003140     IF CAL-RUN-DATE IS NOT NUMERIC
003150         OR CAL-RUN-YEAR IS NOT NUMERIC
003160         OR CAL-RUN-YEAR NOT = WS-VAR-YEAR
003170         OR CAL-REPLAY-FLAG = 'R'
003180         OR CAL-PROOF-FLAG = 'P'
003190         OR CAL-START-DAY IS NOT NUMERIC
003200         OR CAL-END-DAY IS NOT NUMERIC
003210         OR CAL-START-DAY < 1
003220         OR CAL-END-DAY < CAL-START-DAY
003230         GO TO 1410-EXIT
003240     END-IF
003250     MOVE ZERO TO WS-RUN-UNITS
003260     PERFORM 1420-WEIGH-ONE-DAY THRU 1420-EXIT
003270         VARYING WS-DAY-X FROM CAL-START-DAY BY 1
003280         UNTIL WS-DAY-X > CAL-END-DAY
003290     MOVE CAL-CATALOG-LIST TO WS-SCHED-LIST
003300     PERFORM 1430-POST-ONE-CATALOG THRU 1430-EXIT
003310         VARYING WS-CAT-IDX FROM 1 BY 1
003320         UNTIL WS-CAT-IDX > 10.
003330 1410-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*  1420-WEIGH-ONE-DAY - THE TALLY ARITHMETIC: DAY X RE-GIVES     *
003370*  EVERY GIFT 1 THRU X, GIFT N AT QUANTITY N, SO X(X+1)/2 UNITS. *
003380*----------------------------------------------------------------*
003390 1420-WEIGH-ONE-DAY.
003400     COMPUTE WS-DAY-UNITS = WS-DAY-X * (WS-DAY-X + 1) / 2
003410     ADD WS-DAY-UNITS TO WS-RUN-UNITS.
003420 1420-EXIT.
003430     EXIT.
003440 1430-POST-ONE-CATALOG.
003450     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
003460         GO TO 1430-EXIT
003470     END-IF
003480     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
003490     PERFORM 1440-CHECK-CAT-IN-RUN THRU 1440-EXIT
003500     IF NOT WS-CAT-IN-RUN
003510         GO TO 1430-EXIT
003520     END-IF
003530     IF CAL-RUN-DATE > WS-ASOF-DATE
003540         ADD WS-RUN-UNITS TO CAT-TODO-UNITS (WS-CAT-IDX)
003550         GO TO 1430-EXIT
003560     END-IF
003562     ADD WS-RUN-UNITS TO CAT-DONE-UNITS (WS-CAT-IDX)
003563     IF CAL-START-DAY NOT = 1 OR CAL-END-DAY NOT = WS-SEASON-DAYS
003564         GO TO 1430-EXIT
003565     END-IF
003566     IF CAL-RUN-DATE NOT < CAT-LAST-DATE (WS-CAT-IDX)
003567         MOVE CAL-RUN-DATE TO CAT-LAST-DATE (WS-CAT-IDX)
003568         MOVE WS-RUN-UNITS TO CAT-LAST-UNITS (WS-CAT-IDX)
003570     END-IF.
003580 1430-EXIT.
003590     EXIT.
003600 1440-CHECK-CAT-IN-RUN.
003610     MOVE 'N' TO WS-CAT-IN-RUN-SW
003620     IF WS-SCHED-LIST-ID (1) = '**'
003630         MOVE 'Y' TO WS-CAT-IN-RUN-SW
003640         GO TO 1440-EXIT
003650     END-IF
003660     PERFORM 1450-TEST-ONE-LIST-ID THRU 1450-EXIT
003670         VARYING WS-LIST-IDX FROM 1 BY 1
003680         UNTIL WS-LIST-IDX > 10 OR WS-CAT-IN-RUN.
003690 1440-EXIT.
003700     EXIT.
003710 1450-TEST-ONE-LIST-ID.
003720     IF WS-SCHED-LIST-ID (WS-LIST-IDX) = WS-CUR-CATALOG
003730         MOVE 'Y' TO WS-CAT-IN-RUN-SW
003740     END-IF.
003750 1450-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------*
003780*  2000-GATHER-ONE-CATALOG - POINTS THE GL FEED AT THIS          *
003790*  CATALOG'S DATA SET (THE NAME-PLUS-CATALOG CONVENTION THE      *
003800*  ENGINES WRITE UNDER) AND POSTS ITS DETAILS TO THE VENDOR      *
003810*  LINES.  NO FEED YET SIMPLY MEANS NO SPEND YET.                *
003820*----------------------------------------------------------------*
003830 2000-GATHER-ONE-CATALOG.
003840     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
003850         GO TO 2000-EXIT
003860     END-IF
003870     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
003880     MOVE 'DD_GIFTGLFD' TO WS-ENV-NAME
003890     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
003900     MOVE SPACES TO WS-ENV-VALUE
003910     STRING 'GIFTGLFD' WS-CUR-CATALOG DELIMITED BY SIZE
003920         INTO WS-ENV-VALUE
003930     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
003940     MOVE 'N' TO WS-EOF-SW
003950     MOVE ZERO TO WS-GL-DET-AMT-SUM
003960     MOVE ZERO TO WS-GL-DET-CNT
003970     OPEN INPUT GLFEED-IN
003980     IF WS-GLI-FS = '35'
003990         GO TO 2000-EXIT
004000     END-IF
004010     IF WS-GLI-FS NOT = '00'
004020         DISPLAY 'BUDGVAR - UNABLE TO OPEN GLFEED-IN, STATUS '
004030             WS-GLI-FS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF
004070     MOVE 'Y' TO CAT-FEED-SW (WS-CAT-IDX)
004080     PERFORM 2100-READ-ONE-GL THRU 2100-EXIT
004090         UNTIL WS-IN-EOF
004100     CLOSE GLFEED-IN.
004110 2000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------*
004140*  2100-READ-ONE-GL - DETAILS FOR THE SEASON POST TO THEIR       *
004150*  VENDOR LINE; THE TRAILER MUST TIE TO THE DETAILS JUST READ.   *
004160*----------------------------------------------------------------*
004170 2100-READ-ONE-GL.
004180     READ GLFEED-IN
004190         AT END
004200             MOVE 'Y' TO WS-EOF-SW
004210         NOT AT END
004220             EVALUATE GLI-REC-TYPE
004230                 WHEN 'D'
004240                     IF GLI-DET-SEASON = WS-VAR-YEAR
004250                         ADD GLI-DET-AMOUNT TO WS-GL-DET-AMT-SUM
004260                         ADD 1 TO WS-GL-DET-CNT
004270                         PERFORM 2300-POST-ACTUAL THRU 2300-EXIT
004280                     END-IF
004290                 WHEN 'T'
004300                     IF GLI-TRL-HASH-AMT NOT = WS-GL-DET-AMT-SUM
004310                         OR GLI-TRL-REC-COUNT NOT = WS-GL-DET-CNT
004320                         ADD 1 TO WS-XFOOT-FAIL-CNT
004330                         MOVE SPACES TO WS-RPT-LINE
004340                         STRING '** GL FEED TRAILER DOES NOT TIE'
004350                             ' FOR CATALOG ' WS-CUR-CATALOG
004360                             DELIMITED BY SIZE INTO WS-RPT-LINE
004370                         WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
004380                     END-IF
004390             END-EVALUATE
004400     END-READ.
004410 2100-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440*  2300-POST-ACTUAL - ADDS A FEED DETAIL TO ITS CATALOG / VENDOR *
004450*  LINE.  SPEND WITH NO BUDGET LINE GETS A ZERO-BUDGET LINE OF   *
004460*  ITS OWN SO IT CANNOT HIDE.                                    *
004470*----------------------------------------------------------------*
004480 2300-POST-ACTUAL.
004490     MOVE 'N' TO WS-HIT-SW
004500     PERFORM 2310-MATCH-ONE-LINE THRU 2310-EXIT
004510         VARYING VAR-IDX FROM 1 BY 1
004520         UNTIL VAR-IDX > VAR-COUNT OR WS-HIT-FOUND
004530     IF NOT WS-HIT-FOUND
004540         PERFORM 2340-ADD-VAR-LINE THRU 2340-EXIT
004550         MOVE GLI-DET-VENDOR-CODE
004560             TO VAR-VENDOR-CODE (VAR-HIT-IDX)
004570         MOVE ZERO TO VAR-BUDGET-AMT (VAR-HIT-IDX)
004580         MOVE 'U' TO VAR-STATUS (VAR-HIT-IDX)
004590     END-IF
004600     ADD GLI-DET-AMOUNT TO VAR-ACTUAL-AMT (VAR-HIT-IDX).
004610 2300-EXIT.
004620     EXIT.
004630 2310-MATCH-ONE-LINE.
004640     IF VAR-CATALOG-ID (VAR-IDX) = WS-CUR-CATALOG
004650         AND VAR-VENDOR-CODE (VAR-IDX) = GLI-DET-VENDOR-CODE
004660         MOVE 'Y' TO WS-HIT-SW
004670         MOVE VAR-IDX TO VAR-HIT-IDX
004680     END-IF.
004690 2310-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------*
004720*  2340-ADD-VAR-LINE - OPENS A NEW VARIANCE LINE FOR CATALOG     *
004730*  WS-CUR-CATALOG (PARM SLOT WS-CAT-IDX) AT VAR-HIT-IDX; THE     *
004740*  CALLER FILLS IN THE VENDOR AND BUDGET.                        *
004750*----------------------------------------------------------------*
004760 2340-ADD-VAR-LINE.
004770     IF VAR-COUNT >= WS-VAR-MAX
004780         DISPLAY 'BUDGVAR - MORE THAN ' WS-VAR-MAX
004790             ' CATALOG / VENDOR LINES, TABLE FULL'
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF
004830     ADD 1 TO VAR-COUNT
004840     MOVE VAR-COUNT TO VAR-HIT-IDX
004850     MOVE WS-CUR-CATALOG TO VAR-CATALOG-ID (VAR-HIT-IDX)
004860     MOVE WS-CAT-IDX TO VAR-CAT-IDX (VAR-HIT-IDX)
004870     MOVE ZERO TO VAR-ACTUAL-AMT (VAR-HIT-IDX)
004880     MOVE ZERO TO VAR-PROJ-AMT (VAR-HIT-IDX).
004890 2340-EXIT.
004900     EXIT.
004902*----------------------------------------------------------------*
004904*  3000-PRINT-ONE-CATALOG - PRINTS THE CATALOG'S LINES TOGETHER, *
004906*  IN PARM ORDER, UNBUDGETED SPEND AFTER THE BUDGETED LINES.     *
004908*----------------------------------------------------------------*
004910 3000-PRINT-ONE-CATALOG.
004911     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
004912         GO TO 3000-EXIT
004913     END-IF
004914     PERFORM 3100-PRINT-ONE-LINE THRU 3100-EXIT
004915         VARYING VAR-IDX FROM 1 BY 1
004916         UNTIL VAR-IDX > VAR-COUNT.
004917 3000-EXIT.
004918     EXIT.
004919*----------------------------------------------------------------*
004920*  3100-PRINT-ONE-LINE - PROJECTS ONE LINE TO SEASON END AND     *
004930*  PRINTS IT.  PROJECTED = ACTUAL X (UNITS GIVEN + UNITS STILL   *
004940*  TO GIVE) / UNITS OF THE LATEST FULL-SEASON RUN: THE FEED      *
004945*  HOLDS THAT ONE RUN'S SPEND, SO IT SETS THE RATE.  BEFORE THE  *
004947*  FIRST FULL-SEASON RUN NO RATE IS KNOWN, SO THE BUDGET STANDS  *
004950*  AS THE PROJECTION.  A LINE PROJECTED OVER BUDGET BY MORE THAN *
004960*  THE PARM PERCENTAGE IS FLAGGED OVER; SO IS ANY SPEND WITH NO  *
004970*  BUDGET AT ALL.                                                *
004980*----------------------------------------------------------------*
004990 3100-PRINT-ONE-LINE.
005000     IF VAR-CAT-IDX (VAR-IDX) NOT = WS-CAT-IDX
005005         GO TO 3100-EXIT
005007     END-IF
005010     MOVE SPACES TO WS-LINE-FLAG
005020     IF CAT-LAST-UNITS (WS-CAT-IDX) > ZERO
005030         COMPUTE WS-SEASON-UNITS = CAT-DONE-UNITS (WS-CAT-IDX)
005040             + CAT-TODO-UNITS (WS-CAT-IDX)
005050         COMPUTE VAR-PROJ-AMT (VAR-IDX) ROUNDED =
005060             VAR-ACTUAL-AMT (VAR-IDX) * WS-SEASON-UNITS
005070             / CAT-LAST-UNITS (WS-CAT-IDX)
005080     ELSE
005090         IF VAR-ACTUAL-AMT (VAR-IDX) > VAR-BUDGET-AMT (VAR-IDX)
005100             MOVE VAR-ACTUAL-AMT (VAR-IDX)
005110                 TO VAR-PROJ-AMT (VAR-IDX)
005120         ELSE
005130             MOVE VAR-BUDGET-AMT (VAR-IDX)
005140                 TO VAR-PROJ-AMT (VAR-IDX)
005150         END-IF
005160         MOVE 'NOT STARTED' TO WS-LINE-FLAG
005170     END-IF
005180     COMPUTE WS-LIMIT-AMT ROUNDED =
005190         VAR-BUDGET-AMT (VAR-IDX) * (100 + WS-OVER-PCT) / 100
005200     IF VAR-BUDGET-AMT (VAR-IDX) > ZERO
005210         COMPUTE WS-VAR-PCT ROUNDED =
005220             (VAR-PROJ-AMT (VAR-IDX) - VAR-BUDGET-AMT (VAR-IDX))
005230             * 100 / VAR-BUDGET-AMT (VAR-IDX)
005232             ON SIZE ERROR
005234                 MOVE 9999.9 TO WS-VAR-PCT
005236         END-COMPUTE
005240     ELSE
005250         MOVE ZERO TO WS-VAR-PCT
005260     END-IF
005270     IF VAR-STATUS (VAR-IDX) = 'U'
005280         ADD 1 TO WS-UNBUDGETED-CNT
005290         ADD 1 TO WS-OVER-CNT
005300         MOVE 'UNBUDGETED' TO WS-LINE-FLAG
005310     ELSE
005320         IF VAR-STATUS (VAR-IDX) NOT = 'S'
005330             ADD 1 TO WS-UNSIGNED-CNT
005340         END-IF
005350         IF VAR-PROJ-AMT (VAR-IDX) > WS-LIMIT-AMT
005360             ADD 1 TO WS-OVER-CNT
005370             MOVE 'OVER **' TO WS-LINE-FLAG
005380         END-IF
005390     END-IF
005400     ADD VAR-BUDGET-AMT (VAR-IDX) TO WS-TOT-BUDGET
005410     ADD VAR-ACTUAL-AMT (VAR-IDX) TO WS-TOT-ACTUAL
005420     ADD VAR-PROJ-AMT (VAR-IDX) TO WS-TOT-PROJ
005430     MOVE VAR-BUDGET-AMT (VAR-IDX) TO WS-AMT-FMT
005440     MOVE VAR-ACTUAL-AMT (VAR-IDX) TO WS-AMT2-FMT
005450     MOVE VAR-PROJ-AMT (VAR-IDX) TO WS-AMT3-FMT
005460     MOVE WS-VAR-PCT TO WS-VAR-FMT
005470     MOVE SPACES TO WS-RPT-LINE
005480     STRING ' ' VAR-CATALOG-ID (VAR-IDX)
005490         ' ' VAR-VENDOR-CODE (VAR-IDX)
005500         ' ' WS-AMT-FMT ' ' WS-AMT2-FMT ' ' WS-AMT3-FMT
005510         ' ' WS-VAR-FMT ' ' WS-LINE-FLAG
005520         DELIMITED BY SIZE INTO WS-RPT-LINE
005530     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE.
005540 3100-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------*
005570*  9000-TERMINATE - CATALOGS WITH NO FEED YET, TOTALS, CLOSE,    *
005580*  AND THE RETURN CODE: 0 ON TRACK, 4 SOME LINE PROJECTED OVER   *
005590*  BUDGET (OR UNBUDGETED), 8 A FEED TRAILER DID NOT TIE.         *
005600*----------------------------------------------------------------*
005610 9000-TERMINATE.
005620     MOVE SPACES TO WS-RPT-LINE
005630     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005640     PERFORM 9100-NOTE-NO-FEED THRU 9100-EXIT
005650         VARYING WS-CAT-IDX FROM 1 BY 1
005660         UNTIL WS-CAT-IDX > 10
005670     MOVE WS-TOT-BUDGET TO WS-AMT-FMT
005680     MOVE WS-TOT-ACTUAL TO WS-AMT2-FMT
005690     MOVE WS-TOT-PROJ TO WS-AMT3-FMT
005700     MOVE SPACES TO WS-RPT-LINE
005710     STRING 'TOTAL  ' WS-AMT-FMT ' ' WS-AMT2-FMT ' ' WS-AMT3-FMT
005720         DELIMITED BY SIZE INTO WS-RPT-LINE
005730     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005740     MOVE SPACES TO WS-RPT-LINE
005750     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005760     MOVE VAR-COUNT TO WS-CNT-FMT
005770     MOVE SPACES TO WS-RPT-LINE
005780     STRING 'BUDGET LINES          ' WS-CNT-FMT
005790         DELIMITED BY SIZE INTO WS-RPT-LINE
005800     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005810     MOVE WS-OVER-CNT TO WS-CNT-FMT
005820     MOVE SPACES TO WS-RPT-LINE
005830     STRING 'PROJECTED OVER        ' WS-CNT-FMT
005840         DELIMITED BY SIZE INTO WS-RPT-LINE
005850     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005860     MOVE WS-UNBUDGETED-CNT TO WS-CNT-FMT
005870     MOVE SPACES TO WS-RPT-LINE
005880     STRING 'UNBUDGETED SPEND      ' WS-CNT-FMT
005890         DELIMITED BY SIZE INTO WS-RPT-LINE
005900     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005910     MOVE WS-UNSIGNED-CNT TO WS-CNT-FMT
005920     MOVE SPACES TO WS-RPT-LINE
005930     STRING 'NOT YET SIGNED OFF    ' WS-CNT-FMT
005940         DELIMITED BY SIZE INTO WS-RPT-LINE
005950     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
005960     MOVE WS-XFOOT-FAIL-CNT TO WS-CNT-FMT
005970     MOVE SPACES TO WS-RPT-LINE
005980     STRING 'FEEDS NOT TYING       ' WS-CNT-FMT
005990         DELIMITED BY SIZE INTO WS-RPT-LINE
006000     WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
006010     CLOSE BUDGET-VAR-RPT
006020     IF WS-XFOOT-FAIL-CNT > ZERO
006030         MOVE 8 TO RETURN-CODE
006040     ELSE
006050         IF WS-OVER-CNT > ZERO
006060             MOVE 4 TO RETURN-CODE
006070         END-IF
006080     END-IF.
006090 9000-EXIT.
006100     EXIT.
006110 9100-NOTE-NO-FEED.
006120     IF WS-PARM-CAT-ID (WS-CAT-IDX) NOT = SPACES
006130         AND NOT CAT-FEED-FOUND (WS-CAT-IDX)
006140         MOVE SPACES TO WS-RPT-LINE
006150         STRING 'CATALOG ' WS-PARM-CAT-ID (WS-CAT-IDX)
006160             ' - NO GL FEED YET, NO ACTUAL SPEND'
006170             DELIMITED BY SIZE INTO WS-RPT-LINE
006180         WRITE BUDGET-VAR-REC FROM WS-RPT-LINE
006190     END-IF.
006200 9100-EXIT.
006210     EXIT.
