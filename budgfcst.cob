000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDGFCST.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW SEASON BUDGET FORECAST.  BEFORE THE      *
000110*                   SEASON STARTS, FOR ONE SEASON YEAR AND       *
000120*                   CATALOG LIST, COUNTS EACH CATALOG'S ACTIVE   *
000130*                   RECIPIENTS ON RECIPIENT-MASTER, TAKES THE    *
000140*                   DAY RANGES THE RUN-CALENDAR HAS PLANNED FOR  *
000150*                   THE SEASON, AND PRICES EVERY GIFT ON         *
000160*                   GIFT-MASTER WITH THE TALLY ARITHMETIC THE    *
000170*                   ENGINES USE (DAY N IS GIVEN N TIMES ON EVERY *
000180*                   LATER DAY).  WRITES ONE BUDGET RECORD PER    *
000190*                   CATALOG AND VENDOR FOR MARKETING TO ADJUST   *
000200*                   (BUDGMNT) AND SIGN OFF, AND PRINTS THE       *
000210*                   FORECAST.  RC 4 ON EXCEPTIONS (A CATALOG     *
000220*                   WITH NO GIFTS, NO ACTIVE RECIPIENTS, OR NO   *
000230*                   SCHEDULED RUNS, OR A GIFT WITH NO COST OR    *
000232*                   NO VENDOR).                                  *
000233*  10/15/2026 RA    PRICED ON THE BASIS THE GL FEED POSTS: THE   *
000234*                   CATALOG'S TALLY TIMES UNIT COST, NOT         *
000235*                   MULTIPLIED BY THE ACTIVE RECIPIENTS (KEPT ON *
000236*                   THE BUDGET RECORD FOR REFERENCE), AND EACH   *
000237*                   VENDOR LINE CONVERTED TO HOME CURRENCY FROM  *
000238*                   ITS BILLING CURRENCY ON THE VENDOR MASTER AT *
000239*                   THE DATED EXCHANGE RATE.  A VENDOR WITH NO   *
000240*                   RATE IS BUDGETED AT ZERO AND FLAGGED.        *
000245*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY GIFTMSEL.
000290     COPY RCPTSEL.
000300     COPY CALSEL.
000310     COPY BUDSEL.
000313     COPY VENDMSEL.
000316     COPY XRATSEL.
000320     SELECT BUDGET-FCST-RPT ASSIGN TO GIFTBUDR
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RPT-FS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370     COPY GIFTMFD.
000380     COPY RCPTFD.
000390     COPY CALFD.
000400     COPY BUDFD.
000403     COPY VENDMFD.
000406     COPY XRATFD.
000410 FD  BUDGET-FCST-RPT
000420     RECORDING MODE IS F.
000430 01  BUDGET-FCST-REC               PIC X(80).
000440 WORKING-STORAGE SECTION.
000450     COPY RCPTWS.
000453     COPY VENDMWS.
000456     COPY XRATWS.
000460 77  WS-GIFT-FS                    PIC X(2)  VALUE '00'.
000470 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000480 77  WS-BUD-FS                     PIC X(2)  VALUE '00'.
000490 77  WS-RPT-FS                     PIC X(2)  VALUE '00'.
000500 77  WS-FCST-YEAR                  PIC 9(4)  VALUE ZERO.
000510 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000520*----------------------------------------------------------------*
000530*  PARM CARD: SEASON YEAR, A SPACE, THEN UP TO TEN TWO-          *
000540*  CHARACTER CATALOG IDS SIDE BY SIDE.                           *
000550*----------------------------------------------------------------*
000560 01  WS-FCST-PARM.
000570     05  WS-PARM-YEAR              PIC X(4).
000580     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
000590                                   PIC 9(4).
000600     05  FILLER                    PIC X(1).
000610     05  WS-PARM-CATALOGS.
000620         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
000630 01  WS-CAL-EOF-SW                 PIC X(1)  VALUE 'N'.
000640     88  WS-CAL-EOF                          VALUE 'Y'.
000650 01  WS-GIFT-EOF-SW                PIC X(1)  VALUE 'N'.
000660     88  WS-GIFT-EOF                         VALUE 'Y'.
000670 01  WS-CAT-IN-RUN-SW              PIC X(1)  VALUE 'N'.
000680     88  WS-CAT-IN-RUN                       VALUE 'Y'.
000690 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000700     88  WS-HIT-FOUND                        VALUE 'Y'.
000710 77  WS-CAT-IDX                    PIC 9(2) COMP VALUE ZERO.
000720 77  WS-LIST-IDX                   PIC 9(2) COMP VALUE ZERO.
000730 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
000740*----------------------------------------------------------------*
000750*  ACTIVE RECIPIENTS AND SCHEDULED GIFT DAYS PER PARM CATALOG,   *
000760*  SUBSCRIPTED THE SAME AS WS-PARM-CAT-ID.                       *
000770*----------------------------------------------------------------*
000780 01  CAT-FCST-TABLE.
000790     05  CAT-FCST-ENTRY OCCURS 10.
000800         10  CAT-RECIP-CNT         PIC 9(7) COMP.
000810         10  CAT-GIFT-CNT          PIC 9(3) COMP.
000820         10  CAT-RUN-DAYS          PIC 9(5) COMP.
000830 77  WS-SCHED-MAX                  PIC 9(3) COMP VALUE 100.
000840 77  SCHED-COUNT                   PIC 9(3) COMP VALUE ZERO.
000850 77  SCHED-IDX                     PIC 9(3) COMP VALUE ZERO.
000860 01  SCHED-TABLE.
000870     05  SCHED-ENTRY OCCURS 100.
000880         10  SCHED-START-DAY       PIC 9(2).
000890         10  SCHED-END-DAY         PIC 9(2).
000900         10  SCHED-CATALOG-LIST    PIC X(20).
000910 01  WS-SCHED-LIST                 PIC X(20).
000920 01  WS-SCHED-LIST-IDS REDEFINES WS-SCHED-LIST.
000930     05  WS-SCHED-LIST-ID          PIC X(2) OCCURS 10.
000940*----------------------------------------------------------------*
000950*  BUDGET TABLE - ONE ENTRY PER CATALOG / VENDOR, KEPT IN KEY    *
000960*  SEQUENCE BY ORDERED INSERT SO THE BUDGET FILE IS WRITTEN IN   *
000970*  THE SEQUENCE BUDGMNT EXPECTS.                                 *
000980*----------------------------------------------------------------*
000990 77  WS-BUD-MAX                    PIC 9(3) COMP VALUE 500.
001000 77  BUD-COUNT                     PIC 9(3) COMP VALUE ZERO.
001010 77  BUD-IDX                       PIC 9(3) COMP VALUE ZERO.
001020 77  BUD-HIT-IDX                   PIC 9(3) COMP VALUE ZERO.
001030 77  BUD-SHIFT-IDX                 PIC 9(3) COMP VALUE ZERO.
001040 01  BUD-TABLE.
001050     05  BUD-ENTRY OCCURS 500.
001060         10  BUD-KEY.
001070             15  BUD-CATALOG-ID    PIC X(2).
001080             15  BUD-VENDOR-CODE   PIC X(3).
001090         10  BUD-RECIP-CNT         PIC 9(7) COMP.
001100         10  BUD-UNITS             PIC 9(11) COMP.
001110         10  BUD-AMT               PIC 9(11)V99.
001120 01  WS-BUD-NEW-KEY.
001130     05  WS-BUD-NEW-CAT            PIC X(2).
001140     05  WS-BUD-NEW-VENDOR         PIC X(3).
001150 77  WS-RUN-FROM-DAY               PIC 9(2)  VALUE ZERO.
001160 77  WS-RUN-DAY-CNT                PIC 9(2)  VALUE ZERO.
001180 77  WS-GIFT-UNITS                 PIC 9(11) COMP VALUE ZERO.
001190 77  WS-GIFT-AMT                   PIC 9(11)V99 VALUE ZERO.
001192 77  WS-BILL-AMT                   PIC 9(11)V99 VALUE ZERO.
001194 01  WS-BILL-CCY                   PIC X(3)  VALUE SPACES.
001196 01  WS-RATE-FMT                   PIC Z(3)9.9(6).
001200 77  WS-GRAND-AMT                  PIC 9(13)V99 VALUE ZERO.
001210 77  WS-EXCEPTION-CNT              PIC 9(5) COMP VALUE ZERO.
001220 77  WS-CNT-FMT                    PIC ZZZZZZ9.
001230 77  WS-DAYS-FMT                   PIC ZZZZ9.
001240 77  WS-UNITS-FMT                  PIC ZZ,ZZZ,ZZZ,ZZ9.
001250 77  WS-AMT-FMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001260 01  WS-RPT-LINE                   PIC X(80).
001270 PROCEDURE DIVISION.
001280*----------------------------------------------------------------*
001290*  0000-MAINLINE - COUNT THE RECIPIENTS, LOAD THE SEASON'S RUN   *
001300*  SCHEDULE, PRICE EACH CATALOG, THEN WRITE THE BUDGET.          *
001310*----------------------------------------------------------------*
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001340     PERFORM 1200-COUNT-RECIPIENTS THRU 1200-EXIT
001350     PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT
001360     PERFORM 2000-FORECAST-ONE-CATALOG THRU 2000-EXIT
001370         VARYING WS-CAT-IDX FROM 1 BY 1
001380         UNTIL WS-CAT-IDX > 10
001390     PERFORM 3000-WRITE-BUDGET THRU 3000-EXIT
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT
001410     GOBACK.
001420*----------------------------------------------------------------*
001430*  1000-INITIALIZE - READ THE PARM CARD, OPEN GIFT-MASTER FOR    *
001440*  THE PER-CATALOG STARTS, AND OPEN THE BUDGET AND THE REPORT.   *
001445*  VENDOR CURRENCIES AND EXCHANGE RATES ARE LOADED FOR 3020.     *
001450*----------------------------------------------------------------*
001460 1000-INITIALIZE.
001470     MOVE SPACES TO WS-FCST-PARM
001480     ACCEPT WS-FCST-PARM FROM SYSIN
001490     IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR-N > ZERO
001500         MOVE WS-PARM-YEAR-N TO WS-FCST-YEAR
001510     ELSE
001520         DISPLAY 'BUDGFCST - PARM CARD NEEDS A SEASON YEAR'
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF
001560     IF WS-PARM-CATALOGS = SPACES
001570         DISPLAY 'BUDGFCST - PARM CARD NEEDS A CATALOG LIST'
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF
001610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001613     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
001616     PERFORM 1360-LOAD-EXCHANGE-RATES THRU 1360-EXIT
001620     OPEN INPUT GIFT-MASTER
001630     IF WS-GIFT-FS NOT = '00'
001640         DISPLAY 'BUDGFCST - UNABLE TO OPEN GIFT-MASTER,'
001650             ' STATUS ' WS-GIFT-FS
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF
001690     OPEN OUTPUT BUDGET-FILE
001700     IF WS-BUD-FS NOT = '00'
001710         DISPLAY 'BUDGFCST - UNABLE TO OPEN BUDGET-FILE,'
001720             ' STATUS ' WS-BUD-FS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF
001760     OPEN OUTPUT BUDGET-FCST-RPT
001770     IF WS-RPT-FS NOT = '00'
001780         DISPLAY 'BUDGFCST - UNABLE TO OPEN BUDGET-FCST-RPT,'
001790             ' STATUS ' WS-RPT-FS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     INITIALIZE CAT-FCST-TABLE
001840     MOVE SPACES TO WS-RPT-LINE
001850     STRING 'SEASON GIFT BUDGET FORECAST  SEASON ' WS-FCST-YEAR
001860         '  RUN DATE ' WS-RUN-DATE
001870         DELIMITED BY SIZE INTO WS-RPT-LINE
001880     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
001890     MOVE SPACES TO WS-RPT-LINE
001900     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE.
001910 1000-EXIT.
001920     EXIT.
001930*----------------------------------------------------------------*
001940*  1200-COUNT-RECIPIENTS - ONE SERIAL PASS OF RECIPIENT-MASTER,  *
001950*  COUNTING THE ACTIVE RECIPIENTS OF EACH PARM CATALOG.  A       *
001960*  SUPPRESSED RECIPIENT GETS NO LETTER, SO IS NOT BUDGETED.      *
001970*----------------------------------------------------------------*
001980 1200-COUNT-RECIPIENTS.
001990     MOVE 'N' TO WS-RCPT-EOF-SW
002000     OPEN INPUT RECIPIENT-MASTER
002010     IF WS-RCPT-FS = '35'
002020         DISPLAY 'BUDGFCST - NO RECIPIENT-MASTER FILE,'
002030             ' NO RECIPIENTS BUDGETED'
002040         GO TO 1200-EXIT
002050     END-IF
002060     IF WS-RCPT-FS NOT = '00'
002070         DISPLAY 'BUDGFCST - UNABLE TO OPEN RECIPIENT-MASTER,'
002080             ' STATUS ' WS-RCPT-FS
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     PERFORM 1210-READ-RECIPIENT THRU 1210-EXIT
002130         UNTIL WS-RCPT-EOF
002140     CLOSE RECIPIENT-MASTER.
002150 1200-EXIT.
002160     EXIT.
002170 1210-READ-RECIPIENT.
002180     READ RECIPIENT-MASTER
002190         AT END
002200             MOVE 'Y' TO WS-RCPT-EOF-SW
002210             GO TO 1210-EXIT
002220     END-READ
002230     IF NOT RC-ACTIVE
002240         GO TO 1210-EXIT
002250     END-IF
002260     PERFORM 1220-COUNT-ONE-CATALOG THRU 1220-EXIT
002270         VARYING WS-CAT-IDX FROM 1 BY 1
002280         UNTIL WS-CAT-IDX > 10.
002290 1210-EXIT.
002300     EXIT.
002310 1220-COUNT-ONE-CATALOG.
002320     IF WS-PARM-CAT-ID (WS-CAT-IDX) NOT = SPACES
002330         AND WS-PARM-CAT-ID (WS-CAT-IDX) = RC-CATALOG-ID
002340         ADD 1 TO CAT-RECIP-CNT (WS-CAT-IDX)
002350     END-IF.
002360 1220-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------*
002390*  1400-LOAD-SCHEDULE - LOADS THE RUN-CALENDAR ENTRIES PLANNED   *
002400*  FOR THE SEASON YEAR, SKIPPING PROOF AND REPLAY RUNS - THEY    *
002410*  GIVE NO GIFTS.  NO CALENDAR MEANS NOTHING IS SCHEDULED AND    *
002420*  EVERY CATALOG FORECASTS AT ZERO (FLAGGED IN 2000).            *
002430*----------------------------------------------------------------*
002440 1400-LOAD-SCHEDULE.
002450     MOVE 'N' TO WS-CAL-EOF-SW
002460     OPEN INPUT RUN-CALENDAR
002470     IF WS-CAL-FS = '35'
002480         DISPLAY 'BUDGFCST - NO RUN-CALENDAR FILE,'
002490             ' NO RUNS SCHEDULED'
002500         GO TO 1400-EXIT
002510     END-IF
002520     IF WS-CAL-FS NOT = '00'
002530         DISPLAY 'BUDGFCST - UNABLE TO OPEN RUN-CALENDAR,'
002540             ' STATUS ' WS-CAL-FS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF
002580     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
002590         UNTIL WS-CAL-EOF
002600     CLOSE RUN-CALENDAR.
002610 1400-EXIT.
002620     EXIT.
002630 1410-READ-CALENDAR.
002640     READ RUN-CALENDAR
002650         AT END
002660             MOVE 'Y' TO WS-CAL-EOF-SW
002670         NOT AT END
002680             IF CAL-RUN-YEAR IS NUMERIC
002690                 AND CAL-RUN-YEAR = WS-FCST-YEAR
002700                 AND CAL-REPLAY-FLAG NOT = 'R'
002710                 AND CAL-PROOF-FLAG NOT = 'P'
002720                 AND CAL-START-DAY IS NUMERIC
002730                 AND CAL-END-DAY IS NUMERIC
002740                 AND CAL-START-DAY >= 1
002750                 AND CAL-END-DAY NOT < CAL-START-DAY
002760                 PERFORM 1420-ADD-SCHED-ENTRY THRU 1420-EXIT
002770             END-IF
002780     END-READ.
002790 1410-EXIT.
002800     EXIT.
002810 1420-ADD-SCHED-ENTRY.
002820     IF SCHED-COUNT >= WS-SCHED-MAX
002830         DISPLAY 'BUDGFCST - MORE THAN ' WS-SCHED-MAX
002840             ' CALENDAR ENTRIES FOR THE SEASON, TABLE FULL'
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF
002880     ADD 1 TO SCHED-COUNT
002890     MOVE CAL-START-DAY TO SCHED-START-DAY (SCHED-COUNT)
002900     MOVE CAL-END-DAY TO SCHED-END-DAY (SCHED-COUNT)
002910     MOVE CAL-CATALOG-LIST TO SCHED-CATALOG-LIST (SCHED-COUNT).
002920 1420-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------*
002950*  2000-FORECAST-ONE-CATALOG - STARTS GIFT-MASTER ON THE         *
002960*  CATALOG'S FIRST DAY AND PRICES EACH OF ITS GIFTS UNTIL THE    *
002970*  CATALOG ID CHANGES, THEN PRINTS THE CATALOG'S HEADING LINE.   *
002980*----------------------------------------------------------------*
002990 2000-FORECAST-ONE-CATALOG.
003000     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
003010         GO TO 2000-EXIT
003020     END-IF
003030     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
003040     PERFORM 2050-COUNT-RUN-DAYS THRU 2050-EXIT
003050         VARYING SCHED-IDX FROM 1 BY 1
003060         UNTIL SCHED-IDX > SCHED-COUNT
003070     MOVE 'N' TO WS-GIFT-EOF-SW
003080     MOVE WS-CUR-CATALOG TO GM-CATALOG-ID
003090     MOVE 1 TO GM-DAY-NO
003100     START GIFT-MASTER KEY NOT < GM-MASTER-KEY
003110     IF WS-GIFT-FS NOT = '00'
003120         MOVE 'Y' TO WS-GIFT-EOF-SW
003130     END-IF
003140     PERFORM 2100-PRICE-ONE-GIFT THRU 2100-EXIT
003150         UNTIL WS-GIFT-EOF
003160     MOVE CAT-RECIP-CNT (WS-CAT-IDX) TO WS-CNT-FMT
003170     MOVE CAT-RUN-DAYS (WS-CAT-IDX) TO WS-DAYS-FMT
003180     MOVE SPACES TO WS-RPT-LINE
003190     STRING 'CATALOG ' WS-CUR-CATALOG
003200         '  ACTIVE RECIPIENTS ' WS-CNT-FMT
003210         '  SCHEDULED GIFT DAYS ' WS-DAYS-FMT
003220         DELIMITED BY SIZE INTO WS-RPT-LINE
003230     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
003240     IF CAT-GIFT-CNT (WS-CAT-IDX) = ZERO
003250         ADD 1 TO WS-EXCEPTION-CNT
003260         MOVE SPACES TO WS-RPT-LINE
003270         STRING '    ** NO GIFTS ON GIFT-MASTER FOR CATALOG '
003280             WS-CUR-CATALOG
003290             DELIMITED BY SIZE INTO WS-RPT-LINE
003300         WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
003310     END-IF
003320     IF CAT-RECIP-CNT (WS-CAT-IDX) = ZERO
003330         ADD 1 TO WS-EXCEPTION-CNT
003340         MOVE SPACES TO WS-RPT-LINE
003350         STRING '    ** NO ACTIVE RECIPIENTS FOR CATALOG '
003360             WS-CUR-CATALOG
003370             DELIMITED BY SIZE INTO WS-RPT-LINE
003380         WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
003390     END-IF
003400     IF CAT-RUN-DAYS (WS-CAT-IDX) = ZERO
003410         ADD 1 TO WS-EXCEPTION-CNT
003420         MOVE SPACES TO WS-RPT-LINE
003430         STRING '    ** NO RUNS ON THE CALENDAR FOR CATALOG '
003440             WS-CUR-CATALOG ' SEASON ' WS-FCST-YEAR
003450             DELIMITED BY SIZE INTO WS-RPT-LINE
003460         WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
003470     END-IF.
003480 2000-EXIT.
003490     EXIT.
003500 2050-COUNT-RUN-DAYS.
003510     PERFORM 2210-CHECK-CAT-IN-RUN THRU 2210-EXIT
003520     IF WS-CAT-IN-RUN
003530         COMPUTE CAT-RUN-DAYS (WS-CAT-IDX) =
003540             CAT-RUN-DAYS (WS-CAT-IDX)
003550             + SCHED-END-DAY (SCHED-IDX)
003560             - SCHED-START-DAY (SCHED-IDX) + 1
003570     END-IF.
003580 2050-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*  2100-PRICE-ONE-GIFT - ONE GIFT-MASTER RECORD: UNITS OVER THE  *
003620*  WHOLE SCHEDULE (2200) TIMES THE UNIT COST, POSTED TO THE      *
003630*  VENDOR'S BUDGET LINE IN ITS BILLING CURRENCY.  THIS IS THE    *
003640*  CATALOG'S TALLY PRICED AS THE SPEND REPORT AND GL FEED PRICE  *
003645*  IT, SO BUDGVAR COMPARES LIKE WITH LIKE.  A GIFT WITH NO       *
003650*  NUMERIC COST IS BUDGETED AT ZERO AND FLAGGED.                 *
003660*----------------------------------------------------------------*
003670 2100-PRICE-ONE-GIFT.
003680     READ GIFT-MASTER NEXT RECORD
003690         AT END
003700             MOVE 'Y' TO WS-GIFT-EOF-SW
003710             GO TO 2100-EXIT
003720     END-READ
003730     IF GM-CATALOG-ID NOT = WS-CUR-CATALOG
003740         MOVE 'Y' TO WS-GIFT-EOF-SW
003750         GO TO 2100-EXIT
003760     END-IF
003770     IF GM-DAY-NO < 1 OR GM-DAY-NO > 99
003780         GO TO 2100-EXIT
003790     END-IF
003800     ADD 1 TO CAT-GIFT-CNT (WS-CAT-IDX)
003810     MOVE ZERO TO WS-GIFT-UNITS
003820     PERFORM 2200-UNITS-ONE-RUN THRU 2200-EXIT
003830         VARYING SCHED-IDX FROM 1 BY 1
003840         UNTIL SCHED-IDX > SCHED-COUNT
003870     IF GM-UNIT-COST IS NUMERIC
003880         COMPUTE WS-GIFT-AMT = WS-GIFT-UNITS * GM-UNIT-COST
003890     ELSE
003900         MOVE ZERO TO WS-GIFT-AMT
003910         ADD 1 TO WS-EXCEPTION-CNT
003920         MOVE SPACES TO WS-RPT-LINE
003930         STRING '    ** NO UNIT COST FOR CATALOG ' GM-CATALOG-ID
003940             ' DAY ' GM-DAY-NO ' - BUDGETED AT ZERO'
003950             DELIMITED BY SIZE INTO WS-RPT-LINE
003960         WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
003970     END-IF
003972     IF GM-VENDOR-CODE = SPACES
003974         ADD 1 TO WS-EXCEPTION-CNT
003976         MOVE SPACES TO WS-RPT-LINE
003977         STRING '    ** NO VENDOR FOR CATALOG ' GM-CATALOG-ID
003978             ' DAY ' GM-DAY-NO ' - BUDGETED UNDER A BLANK VENDOR'
003979             DELIMITED BY SIZE INTO WS-RPT-LINE
003980         WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
003981     END-IF
003982     MOVE WS-CUR-CATALOG TO WS-BUD-NEW-CAT
003990     MOVE GM-VENDOR-CODE TO WS-BUD-NEW-VENDOR
004000     PERFORM 2300-POST-BUDGET-LINE THRU 2300-EXIT.
004010 2100-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------*
004040*  2200-UNITS-ONE-RUN - THE TALLY ARITHMETIC: A RUN COVERING     *
004050*  DAYS S THRU E GIVES N UNITS OF GIFT N ON EVERY DAY FROM       *
004060*  MAX(N,S) THRU E.                                              *
004070*----------------------------------------------------------------*
004080 2200-UNITS-ONE-RUN.
004090     PERFORM 2210-CHECK-CAT-IN-RUN THRU 2210-EXIT
004100     IF NOT WS-CAT-IN-RUN
004110         GO TO 2200-EXIT
004120     END-IF
004130     IF GM-DAY-NO > SCHED-START-DAY (SCHED-IDX)
004140         MOVE GM-DAY-NO TO WS-RUN-FROM-DAY
004150     ELSE
004160         MOVE SCHED-START-DAY (SCHED-IDX) TO WS-RUN-FROM-DAY
004170     END-IF
004180     IF WS-RUN-FROM-DAY > SCHED-END-DAY (SCHED-IDX)
004190         GO TO 2200-EXIT
004200     END-IF
004210     COMPUTE WS-RUN-DAY-CNT =
004220         SCHED-END-DAY (SCHED-IDX) - WS-RUN-FROM-DAY + 1
004230     COMPUTE WS-GIFT-UNITS =
004240         WS-GIFT-UNITS + GM-DAY-NO * WS-RUN-DAY-CNT.
004250 2200-EXIT.
004260     EXIT.
004270 2210-CHECK-CAT-IN-RUN.
004280     MOVE 'N' TO WS-CAT-IN-RUN-SW
004290     MOVE SCHED-CATALOG-LIST (SCHED-IDX) TO WS-SCHED-LIST
004300     IF WS-SCHED-LIST-ID (1) = '**'
004310         MOVE 'Y' TO WS-CAT-IN-RUN-SW
004320         GO TO 2210-EXIT
004330     END-IF
004340     PERFORM 2220-TEST-ONE-LIST-ID THRU 2220-EXIT
004350         VARYING WS-LIST-IDX FROM 1 BY 1
004360         UNTIL WS-LIST-IDX > 10 OR WS-CAT-IN-RUN.
004370 2210-EXIT.
004380     EXIT.
004390 2220-TEST-ONE-LIST-ID.
004400     IF WS-SCHED-LIST-ID (WS-LIST-IDX) = WS-CUR-CATALOG
004410         MOVE 'Y' TO WS-CAT-IN-RUN-SW
004420     END-IF.
004430 2220-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------*
004460*  2300-POST-BUDGET-LINE - ADDS THE GIFT'S UNITS AND AMOUNT TO   *
004470*  ITS CATALOG / VENDOR LINE, INSERTING THE LINE IN KEY          *
004480*  SEQUENCE THE FIRST TIME THE VENDOR IS SEEN.                   *
004490*----------------------------------------------------------------*
004500 2300-POST-BUDGET-LINE.
004510     MOVE 'N' TO WS-HIT-SW
004520     COMPUTE BUD-HIT-IDX = BUD-COUNT + 1
004530     PERFORM 2310-SCAN-ONE-LINE THRU 2310-EXIT
004540         VARYING BUD-IDX FROM 1 BY 1
004550         UNTIL BUD-IDX > BUD-COUNT OR WS-HIT-FOUND
004560             OR BUD-HIT-IDX <= BUD-COUNT
004570     IF NOT WS-HIT-FOUND
004580         IF BUD-COUNT >= WS-BUD-MAX
004590             DISPLAY 'BUDGFCST - MORE THAN ' WS-BUD-MAX
004600                 ' CATALOG / VENDOR BUDGET LINES, TABLE FULL'
004610             MOVE 16 TO RETURN-CODE
004620             STOP RUN
004630         END-IF
004640         PERFORM 2320-SHIFT-TABLE-DOWN THRU 2320-EXIT
004650             VARYING BUD-SHIFT-IDX FROM BUD-COUNT BY -1
004660             UNTIL BUD-SHIFT-IDX < BUD-HIT-IDX
004670         ADD 1 TO BUD-COUNT
004680         MOVE WS-BUD-NEW-KEY TO BUD-KEY (BUD-HIT-IDX)
004690         MOVE CAT-RECIP-CNT (WS-CAT-IDX)
004700             TO BUD-RECIP-CNT (BUD-HIT-IDX)
004710         MOVE ZERO TO BUD-UNITS (BUD-HIT-IDX)
004720         MOVE ZERO TO BUD-AMT (BUD-HIT-IDX)
004730     END-IF
004740     ADD WS-GIFT-UNITS TO BUD-UNITS (BUD-HIT-IDX)
004750     ADD WS-GIFT-AMT TO BUD-AMT (BUD-HIT-IDX).
004760 2300-EXIT.
004770     EXIT.
004780 2310-SCAN-ONE-LINE.
004790     IF BUD-KEY (BUD-IDX) = WS-BUD-NEW-KEY
004800         MOVE 'Y' TO WS-HIT-SW
004810         MOVE BUD-IDX TO BUD-HIT-IDX
004820     ELSE
004830         IF BUD-KEY (BUD-IDX) > WS-BUD-NEW-KEY
004840             MOVE BUD-IDX TO BUD-HIT-IDX
004850         END-IF
004860     END-IF.
004870 2310-EXIT.
004880     EXIT.
004890 2320-SHIFT-TABLE-DOWN.
004900     MOVE BUD-ENTRY (BUD-SHIFT-IDX)
004910         TO BUD-ENTRY (BUD-SHIFT-IDX + 1).
004920 2320-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950*  3000-WRITE-BUDGET - ONE BUDGET RECORD AND ONE REPORT LINE PER *
004960*  CATALOG / VENDOR, IN HOME CURRENCY.  THE BUDGET AMOUNT        *
004970*  STARTS EQUAL TO THE FORECAST; MARKETING MOVES IT WITH         *
004975*  BUDGMNT BEFORE SIGN-OFF.                                      *
004980*----------------------------------------------------------------*
004990 3000-WRITE-BUDGET.
005000     MOVE SPACES TO WS-RPT-LINE
005010     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005020     MOVE SPACES TO WS-RPT-LINE
005030     STRING 'CAT VND   RECIPIENTS           UNITS'
005032         '       FORECAST ' WS-XRAT-HOME-CCY
005034         DELIMITED BY SIZE INTO WS-RPT-LINE
005040     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005050     PERFORM 3010-WRITE-ONE-LINE THRU 3010-EXIT
005060         VARYING BUD-IDX FROM 1 BY 1
005070         UNTIL BUD-IDX > BUD-COUNT.
005080 3000-EXIT.
005090     EXIT.
005100 3010-WRITE-ONE-LINE.
005105     PERFORM 3020-CONVERT-TO-HOME THRU 3020-EXIT
005110     MOVE SPACES TO BUDGET-REC
005120     MOVE WS-FCST-YEAR TO BG-SEASON
005130     MOVE BUD-CATALOG-ID (BUD-IDX) TO BG-CATALOG-ID
005140     MOVE BUD-VENDOR-CODE (BUD-IDX) TO BG-VENDOR-CODE
005150     MOVE BUD-RECIP-CNT (BUD-IDX) TO BG-RECIP-CNT
005160     MOVE BUD-UNITS (BUD-IDX) TO BG-UNITS
005170     MOVE BUD-AMT (BUD-IDX) TO BG-FORECAST-AMT
005180     MOVE BUD-AMT (BUD-IDX) TO BG-BUDGET-AMT
005190     MOVE 'F' TO BG-STATUS
005200     MOVE WS-RUN-DATE TO BG-CHANGE-DATE
005210     WRITE BUDGET-REC
005220     ADD BUD-AMT (BUD-IDX) TO WS-GRAND-AMT
005230     MOVE BUD-RECIP-CNT (BUD-IDX) TO WS-CNT-FMT
005240     MOVE BUD-UNITS (BUD-IDX) TO WS-UNITS-FMT
005250     MOVE BUD-AMT (BUD-IDX) TO WS-AMT-FMT
005260     MOVE SPACES TO WS-RPT-LINE
005270     STRING ' ' BUD-CATALOG-ID (BUD-IDX)
005280         ' ' BUD-VENDOR-CODE (BUD-IDX)
005290         '      ' WS-CNT-FMT
005300         '  ' WS-UNITS-FMT
005310         ' ' WS-AMT-FMT
005320         DELIMITED BY SIZE INTO WS-RPT-LINE
005330     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005331     IF WS-BILL-CCY = WS-XRAT-HOME-CCY
005332         GO TO 3010-EXIT
005333     END-IF
005334     MOVE WS-BILL-AMT TO WS-AMT-FMT
005335     MOVE SPACES TO WS-RPT-LINE
005336     IF XRAT-FOUND
005337         MOVE WS-XRAT-RATE TO WS-RATE-FMT
005338         STRING '           BILLED ' WS-BILL-CCY ' ' WS-AMT-FMT
005339             ' AT RATE ' WS-RATE-FMT ' OF ' WS-XRAT-RATE-DATE
005340             DELIMITED BY SIZE INTO WS-RPT-LINE
005341         WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005342         GO TO 3010-EXIT
005343     END-IF
005344     STRING '           BILLED ' WS-BILL-CCY ' ' WS-AMT-FMT
005345         DELIMITED BY SIZE INTO WS-RPT-LINE
005346     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005347     MOVE SPACES TO WS-RPT-LINE
005348     STRING '    ** NO EXCHANGE RATE FOR ' WS-BILL-CCY
005349         ' ON OR BEFORE ' WS-XRAT-LOOK-DATE ' - BUDGETED AT ZERO'
005350         DELIMITED BY SIZE INTO WS-RPT-LINE
005351     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE.
005352 3010-EXIT.
005353     EXIT.
005354*----------------------------------------------------------------*
005355*  3020-CONVERT-TO-HOME - TAKES THE LINE FROM THE VENDOR'S       *
005356*  BILLING CURRENCY TO HOME CURRENCY AT THE RATE IN FORCE ON THE *
005357*  RUN DATE, AS THE SPEND REPORT DOES.  A BLANK CURRENCY, AN     *
005358*  UNKNOWN VENDOR, OR NO VENDOR MASTER MEANS HOME CURRENCY.  A   *
005359*  CURRENCY WITH NO RATE ON FILE CANNOT BE MIXED INTO A HOME-    *
005360*  CURRENCY BUDGET: THE LINE IS BUDGETED AT ZERO AND FLAGGED.    *
005361*----------------------------------------------------------------*
005362 3020-CONVERT-TO-HOME.
005363     MOVE BUD-AMT (BUD-IDX) TO WS-BILL-AMT
005364     MOVE WS-XRAT-HOME-CCY TO WS-BILL-CCY
005365     MOVE BUD-VENDOR-CODE (BUD-IDX) TO WS-VNDM-LOOK-CODE
005366     PERFORM 1340-FIND-VENDOR THRU 1340-EXIT
005367     IF VNDM-FOUND
005368         AND VNDM-CURRENCY (VNDM-HIT-IDX) NOT = SPACES
005369         MOVE VNDM-CURRENCY (VNDM-HIT-IDX) TO WS-BILL-CCY
005370     END-IF
005371     MOVE WS-BILL-CCY TO WS-XRAT-LOOK-CCY
005372     PERFORM 1370-FIND-RATE THRU 1370-EXIT
005373     IF XRAT-FOUND
005374         COMPUTE BUD-AMT (BUD-IDX) ROUNDED =
005375             WS-BILL-AMT * WS-XRAT-RATE
005376     ELSE
005377         MOVE ZERO TO BUD-AMT (BUD-IDX)
005378         ADD 1 TO WS-EXCEPTION-CNT
005379     END-IF.
005380 3020-EXIT.
005381     EXIT.
005390*----------------------------------------------------------------*
005400*  9000-TERMINATE - TOTALS, CLOSE, AND THE RETURN CODE: 0 CLEAN, *
005410*  4 WHEN ANY EXCEPTION WAS FLAGGED.                             *
005420*----------------------------------------------------------------*
005430 9000-TERMINATE.
005440     MOVE SPACES TO WS-RPT-LINE
005450     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005460     MOVE BUD-COUNT TO WS-CNT-FMT
005470     MOVE SPACES TO WS-RPT-LINE
005480     STRING 'BUDGET LINES WRITTEN  ' WS-CNT-FMT
005490         DELIMITED BY SIZE INTO WS-RPT-LINE
005500     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005510     MOVE WS-GRAND-AMT TO WS-AMT-FMT
005520     MOVE SPACES TO WS-RPT-LINE
005530     STRING 'SEASON FORECAST TOTAL ' WS-AMT-FMT
005540         ' ' WS-XRAT-HOME-CCY
005550         DELIMITED BY SIZE INTO WS-RPT-LINE
005560     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005570     MOVE WS-EXCEPTION-CNT TO WS-CNT-FMT
005580     MOVE SPACES TO WS-RPT-LINE
005590     STRING 'EXCEPTIONS            ' WS-CNT-FMT
005600         DELIMITED BY SIZE INTO WS-RPT-LINE
005610     WRITE BUDGET-FCST-REC FROM WS-RPT-LINE
005620     CLOSE GIFT-MASTER
005630     CLOSE BUDGET-FILE
005640     CLOSE BUDGET-FCST-RPT
005650     IF WS-EXCEPTION-CNT > ZERO
005660         MOVE 4 TO RETURN-CODE
005670     END-IF.
005680 9000-EXIT.
005690     EXIT.
005700     COPY VENDMLOD.
005710     COPY XRATLOD.
