000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNTREND.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW RUN-TIME TREND AND BATCH-WINDOW          *
000110*                   FORECAST.  READS THE RUN-TIMING HISTORY THE  *
000120*                   ENGINES APPEND AND PRINTS THE CURRENT        *
000130*                   SEASON'S CATALOG AND RUN TIMINGS, THEN       *
000140*                   ELAPSED TIME AND SECONDS PER THOUSAND        *
000150*                   LETTERS BY SEASON AND CATALOG FOR THIS AND   *
000160*                   PAST SEASONS.  FORECASTS TONIGHT'S           *
000170*                   COMPLETION TIME FROM THE RUN-CALENDAR ENTRY  *
000180*                   AND THE ACTIVE RECIPIENT COUNTS ON           *
000190*                   RECIPIENT-MASTER.  RC 4 WHEN THE FORECAST    *
000200*                   END IS PAST THE BATCH-WINDOW CUTOFF ON THE   *
000210*                   PARM CARD, OR A CATALOG CANNOT BE FORECAST.  *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY TIMESEL.
000270     COPY CALSEL.
000280     COPY RCPTSEL.
000290     SELECT RUN-TREND-RPT ASSIGN TO GIFTTRND
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-TRND-FS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340     COPY TIMEFD.
000350     COPY CALFD.
000360     COPY RCPTFD.
000370 FD  RUN-TREND-RPT
000380     RECORDING MODE IS F.
000390 01  RUN-TREND-REC                 PIC X(80).
000400 WORKING-STORAGE SECTION.
000410     COPY RCPTWS.
000420 77  WS-TIME-FS                    PIC X(2)  VALUE '00'.
000430 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000440 77  WS-TRND-FS                    PIC X(2)  VALUE '00'.
000450 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000460 77  WS-FCST-DATE                  PIC 9(8)  VALUE ZERO.
000470 77  WS-SEASON                     PIC 9(4)  VALUE ZERO.
000480*----------------------------------------------------------------*
000490*  PARM CARD: BATCH-WINDOW CUTOFF HHMM (REQUIRED), A SPACE,      *
000500*  PLANNED START HHMM (BLANK MEANS NOW), A SPACE, AND THE RUN    *
000510*  DATE TO FORECAST, YYYYMMDD (BLANK MEANS TODAY).  A CUTOFF NO  *
000520*  LATER THAN THE START IS TAKEN AS THE NEXT MORNING.            *
000530*----------------------------------------------------------------*
000540 01  WS-TRND-PARM.
000550     05  WS-PARM-CUTOFF            PIC X(4).
000560     05  FILLER                    PIC X(1).
000570     05  WS-PARM-START             PIC X(4).
000580     05  FILLER                    PIC X(1).
000590     05  WS-PARM-DATE              PIC X(8).
000600     05  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
000610                                   PIC 9(8).
000620 01  WS-HHMM.
000630     05  WS-HHMM-HH                PIC 9(2).
000640     05  WS-HHMM-MM                PIC 9(2).
000650 01  WS-HHMM-X REDEFINES WS-HHMM   PIC X(4).
000660 77  WS-HHMM-SECS                  PIC 9(7) COMP VALUE ZERO.
000670 01  WS-HHMM-OK-SW                 PIC X(1)  VALUE 'N'.
000680     88  WS-HHMM-OK                          VALUE 'Y'.
000690 01  WS-NOW-TIME                   PIC 9(8)  VALUE ZERO.
000700 01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
000710     05  WS-NOW-HHMM               PIC X(4).
000720     05  FILLER                    PIC X(4).
000730 01  WS-TM-CLOCK                   PIC 9(8)  VALUE ZERO.
000740 01  WS-TM-CLOCK-PARTS REDEFINES WS-TM-CLOCK.
000750     05  WS-TM-CLOCK-HH            PIC 9(2).
000760     05  WS-TM-CLOCK-MM            PIC 9(2).
000770     05  FILLER                    PIC X(4).
000780 01  WS-CAL-EOF-SW                 PIC X(1)  VALUE 'N'.
000790     88  WS-CAL-EOF                          VALUE 'Y'.
000800 01  WS-TIME-EOF-SW                PIC X(1)  VALUE 'N'.
000810     88  WS-TIME-EOF                         VALUE 'Y'.
000820 01  WS-TONIGHT-SW                 PIC X(1)  VALUE 'N'.
000830     88  WS-TONIGHT-FOUND                    VALUE 'Y'.
000840 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000850     88  WS-HIT-FOUND                        VALUE 'Y'.
000860 01  WS-WINDOW-SW                  PIC X(1)  VALUE 'N'.
000870     88  WS-WINDOW-BREACHED                  VALUE 'Y'.
000880*----------------------------------------------------------------*
000890*  TONIGHT'S RUN-CALENDAR ENTRY.                                 *
000900*----------------------------------------------------------------*
000910 77  WS-TONIGHT-ENGINE             PIC X(1)  VALUE SPACE.
000920 77  WS-TONIGHT-START-DAY          PIC 9(2)  VALUE ZERO.
000930 77  WS-TONIGHT-END-DAY            PIC 9(2)  VALUE ZERO.
000940 77  WS-TONIGHT-REPLAY             PIC X(1)  VALUE SPACE.
000950 77  WS-TONIGHT-PROOF              PIC X(1)  VALUE SPACE.
000960 01  WS-TONIGHT-LIST               PIC X(20) VALUE SPACES.
000970 01  WS-TONIGHT-LIST-IDS REDEFINES WS-TONIGHT-LIST.
000980     05  WS-TONIGHT-LIST-ID        PIC X(2) OCCURS 10.
000990 01  WS-ALL-CATALOGS-SW            PIC X(1)  VALUE 'N'.
001000     88  WS-ALL-CATALOGS                     VALUE 'Y'.
001010 77  WS-LIST-IDX                   PIC 9(2) COMP VALUE ZERO.
001020*----------------------------------------------------------------*
001030*  FORECAST TABLE - ONE ENTRY PER CATALOG TONIGHT'S RUN WILL     *
001040*  PROCESS: ITS ACTIVE RECIPIENTS AND THE PIECES THEY WILL GET   *
001050*  (A RECIPIENT ON CHANNEL B WITH AN ADDRESS GETS A LETTER AND   *
001060*  AN E-MAIL), AND THE CATALOG'S LIVE TIMING HISTORY.            *
001070*----------------------------------------------------------------*
001080 77  WS-FC-MAX                     PIC 9(2) COMP VALUE 50.
001090 77  FC-COUNT                      PIC 9(2) COMP VALUE ZERO.
001100 77  FC-IDX                        PIC 9(2) COMP VALUE ZERO.
001110 77  FC-HIT-IDX                    PIC 9(2) COMP VALUE ZERO.
001120 01  FC-TABLE.
001130     05  FC-ENTRY OCCURS 50.
001140         10  FC-CATALOG-ID         PIC X(2).
001150         10  FC-RECIPS             PIC 9(7) COMP.
001160         10  FC-PIECES             PIC 9(7) COMP.
001170         10  FC-HIST-ELAPSED       PIC 9(9) COMP.
001180         10  FC-HIST-PIECES        PIC 9(9) COMP.
001190         10  FC-SECS               PIC 9(7) COMP.
001200 01  WS-FC-NEW-CAT                 PIC X(2)  VALUE SPACES.
001210*----------------------------------------------------------------*
001220*  TREND TABLE - ONE ENTRY PER SEASON / CATALOG, KEPT IN KEY     *
001230*  SEQUENCE BY ORDERED INSERT.  CATALOG '**' HOLDS THE WHOLE-RUN *
001240*  ('R') RECORDS, SO IT SORTS FIRST WITHIN ITS SEASON.           *
001250*----------------------------------------------------------------*
001260 77  WS-TRD-MAX                    PIC 9(3) COMP VALUE 500.
001270 77  TRD-COUNT                     PIC 9(3) COMP VALUE ZERO.
001280 77  TRD-IDX                       PIC 9(3) COMP VALUE ZERO.
001290 77  TRD-HIT-IDX                   PIC 9(3) COMP VALUE ZERO.
001300 77  TRD-SHIFT-IDX                 PIC 9(3) COMP VALUE ZERO.
001310 01  TRD-TABLE.
001320     05  TRD-ENTRY OCCURS 500.
001330         10  TRD-KEY.
001340             15  TRD-SEASON        PIC 9(4).
001350             15  TRD-CATALOG-ID    PIC X(2).
001360         10  TRD-RUNS              PIC 9(5) COMP.
001370         10  TRD-ELAPSED           PIC 9(9) COMP.
001380         10  TRD-PIECES            PIC 9(9) COMP.
001390 01  WS-TRD-NEW-KEY.
001400     05  WS-TRD-NEW-SEASON         PIC 9(4).
001410     05  WS-TRD-NEW-CAT            PIC X(2).
001420*----------------------------------------------------------------*
001430*  LIVE-HISTORY TOTALS FOR THE ALL-CATALOG RATE AND THE RUN      *
001440*  OVERHEAD (WHOLE-RUN TIME NOT SPENT INSIDE ANY CATALOG).  A    *
001442*  RUN'S CATALOG RECORDS PRECEDE ITS 'R' RECORD, SO THEY ARE     *
001444*  SUMMED UNTIL IT ARRIVES; A RUN WHOSE CATALOGS ADD UP TO MORE  *
001446*  THAN THE RUN ITSELF (ONE CARRYING RECORDS LEFT BY AN ABENDED  *
001448*  RUN) IS LEFT OUT OF THE OVERHEAD AVERAGE.                     *
001450*----------------------------------------------------------------*
001460 77  WS-ALL-CAT-ELAPSED            PIC 9(9) COMP VALUE ZERO.
001470 77  WS-ALL-CAT-PIECES             PIC 9(9) COMP VALUE ZERO.
001480 77  WS-RUN-CAT-ELAPSED            PIC 9(9) COMP VALUE ZERO.
001485 77  WS-ALL-OVERHEAD               PIC 9(9) COMP VALUE ZERO.
001490 77  WS-OVERHEAD-CNT               PIC 9(5) COMP VALUE ZERO.
001500 77  WS-TIME-READ-CNT              PIC 9(7) COMP VALUE ZERO.
001510 77  WS-TIME-SKIP-CNT              PIC 9(7) COMP VALUE ZERO.
001520 77  WS-DETAIL-CNT                 PIC 9(7) COMP VALUE ZERO.
001530 77  WS-EXCEPTION-CNT              PIC 9(5) COMP VALUE ZERO.
001540 77  WS-PIECES                     PIC 9(9) COMP VALUE ZERO.
001550 77  WS-RATE                       PIC 9(7)V9 VALUE ZERO.
001560 77  WS-OVERHEAD-SECS              PIC 9(7) COMP VALUE ZERO.
001570 77  WS-FCST-SECS                  PIC 9(7) COMP VALUE ZERO.
001580 77  WS-START-SECS                 PIC 9(7) COMP VALUE ZERO.
001590 77  WS-END-SECS                   PIC 9(7) COMP VALUE ZERO.
001600 77  WS-CUTOFF-SECS                PIC 9(7) COMP VALUE ZERO.
001610 77  WS-CLOCK-SECS                 PIC 9(7) COMP VALUE ZERO.
001620 77  WS-CLOCK-REM                  PIC 9(7) COMP VALUE ZERO.
001630 77  WS-CLOCK-HH                   PIC 9(3) COMP VALUE ZERO.
001635 77  WS-CLOCK-HOUR                 PIC 9(2) COMP VALUE ZERO.
001640 77  WS-CLOCK-MM                   PIC 9(2) COMP VALUE ZERO.
001650 77  WS-CLOCK-SS                   PIC 9(2) COMP VALUE ZERO.
001660 77  WS-CLOCK-DAYS                 PIC 9(1) VALUE ZERO.
001670 01  WS-CLOCK-FMT.
001680     05  WS-CLOCK-FMT-HH           PIC 9(2).
001690     05  FILLER                    PIC X(1)  VALUE ':'.
001700     05  WS-CLOCK-FMT-MM           PIC 9(2).
001710 01  WS-DUR-FMT.
001720     05  WS-DUR-FMT-HH             PIC 9(2).
001730     05  FILLER                    PIC X(1)  VALUE ':'.
001740     05  WS-DUR-FMT-MM             PIC 9(2).
001750     05  FILLER                    PIC X(1)  VALUE ':'.
001760     05  WS-DUR-FMT-SS             PIC 9(2).
001770 01  WS-DAY-OFS-TEXT               PIC X(9)  VALUE SPACES.
001780 01  WS-START-FMT                  PIC X(5)  VALUE SPACES.
001790 01  WS-FROM-FMT                   PIC X(5)  VALUE SPACES.
001795 01  WS-TO-FMT                     PIC X(5)  VALUE SPACES.
001800 01  WS-RATE-TEXT                  PIC X(8)  VALUE SPACES.
001810 01  WS-BASIS-TEXT                 PIC X(16) VALUE SPACES.
001820 01  WS-CAT-TEXT                   PIC X(2)  VALUE SPACES.
001830 77  WS-CNT-FMT                    PIC ZZZZZZ9.
001835 77  WS-CNT2-FMT                   PIC ZZZZZZ9.
001840 77  WS-SECS-FMT                   PIC ZZZZZZ9.
001850 77  WS-RUNS-FMT                   PIC ZZZZ9.
001860 77  WS-DAYS-FMT                   PIC Z9.
001870 77  WS-BIG-FMT                    PIC ZZZ,ZZZ,ZZ9.
001880 77  WS-BIG2-FMT                   PIC ZZZ,ZZZ,ZZ9.
001890 77  WS-RATE-FMT                   PIC ZZZZZ9.9.
001900 01  WS-RPT-LINE                   PIC X(80).
001910 PROCEDURE DIVISION.
001920*----------------------------------------------------------------*
001930*  0000-MAINLINE - FIND TONIGHT'S RUN AND COUNT ITS RECIPIENTS,  *
001940*  READ THE TIMING HISTORY, PRINT THE TREND, THEN FORECAST.      *
001950*----------------------------------------------------------------*
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     PERFORM 1200-FIND-TONIGHT THRU 1200-EXIT
001990     IF WS-TONIGHT-FOUND
002000         PERFORM 1300-LOAD-TONIGHT-CATALOGS THRU 1300-EXIT
002010         PERFORM 1400-COUNT-RECIPIENTS THRU 1400-EXIT
002020     END-IF
002030     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002040     PERFORM 3000-PRINT-TREND THRU 3000-EXIT
002050     IF WS-TONIGHT-FOUND
002060         PERFORM 4000-FORECAST-RUN THRU 4000-EXIT
002070     END-IF
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT
002090     GOBACK.
002100*----------------------------------------------------------------*
002110*  1000-INITIALIZE - READ AND EDIT THE PARM CARD, OPEN THE       *
002120*  REPORT.                                                       *
002130*----------------------------------------------------------------*
002140 1000-INITIALIZE.
002150     MOVE SPACES TO WS-TRND-PARM
002160     ACCEPT WS-TRND-PARM FROM SYSIN
002170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002180     MOVE WS-PARM-CUTOFF TO WS-HHMM-X
002190     PERFORM 1050-EDIT-HHMM THRU 1050-EXIT
002200     IF NOT WS-HHMM-OK
002210         DISPLAY 'RUNTREND - PARM CARD NEEDS A BATCH-WINDOW'
002220             ' CUTOFF, HHMM'
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     MOVE WS-HHMM-SECS TO WS-CUTOFF-SECS
002270     IF WS-PARM-START = SPACES
002280         ACCEPT WS-NOW-TIME FROM TIME
002290         MOVE WS-NOW-HHMM TO WS-HHMM-X
002300     ELSE
002310         MOVE WS-PARM-START TO WS-HHMM-X
002320     END-IF
002330     PERFORM 1050-EDIT-HHMM THRU 1050-EXIT
002340     IF NOT WS-HHMM-OK
002350         DISPLAY 'RUNTREND - PLANNED START ' WS-PARM-START
002360             ' IS NOT A VALID HHMM'
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     MOVE WS-HHMM-SECS TO WS-START-SECS
002410     MOVE WS-CLOCK-FMT TO WS-START-FMT
002420     IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE-N > ZERO
002430         MOVE WS-PARM-DATE-N TO WS-FCST-DATE
002440     ELSE
002450         MOVE WS-RUN-DATE TO WS-FCST-DATE
002460     END-IF
002470     MOVE WS-FCST-DATE (1:4) TO WS-SEASON
002480     OPEN OUTPUT RUN-TREND-RPT
002490     IF WS-TRND-FS NOT = '00'
002500         DISPLAY 'RUNTREND - UNABLE TO OPEN RUN-TREND-RPT,'
002510             ' STATUS ' WS-TRND-FS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     MOVE SPACES TO WS-RPT-LINE
002560     STRING 'GIFT RUN TIMING TREND AND FORECAST  RUN DATE '
002570         WS-RUN-DATE
002580         DELIMITED BY SIZE INTO WS-RPT-LINE
002590     WRITE RUN-TREND-REC FROM WS-RPT-LINE
002600     MOVE SPACES TO WS-RPT-LINE
002610     WRITE RUN-TREND-REC FROM WS-RPT-LINE.
002620 1000-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002650*  1050-EDIT-HHMM - WS-HHMM-X MUST BE A CLOCK TIME 0000-2359;    *
002660*  RETURNS IT AS SECONDS AFTER MIDNIGHT AND AS HH:MM IN          *
002665*  WS-CLOCK-FMT.                                                 *
002670*----------------------------------------------------------------*
002680 1050-EDIT-HHMM.
002690     MOVE 'N' TO WS-HHMM-OK-SW
002700     IF WS-HHMM-X IS NOT NUMERIC
002710         GO TO 1050-EXIT
002720     END-IF
002730     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
002740         GO TO 1050-EXIT
002750     END-IF
002760     MOVE 'Y' TO WS-HHMM-OK-SW
002770     COMPUTE WS-HHMM-SECS = WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
002780     MOVE WS-HHMM-HH TO WS-CLOCK-FMT-HH
002790     MOVE WS-HHMM-MM TO WS-CLOCK-FMT-MM.
002810 1050-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------*
002840*  1200-FIND-TONIGHT - THE FIRST RUN-CALENDAR ENTRY FOR THE      *
002850*  FORECAST DATE, AS THE TWELVE FRONT END TAKES IT.  NO ENTRY    *
002860*  MEANS NO RUN TONIGHT AND NOTHING TO FORECAST.                 *
002870*----------------------------------------------------------------*
002880 1200-FIND-TONIGHT.
002890     MOVE 'N' TO WS-CAL-EOF-SW
002900     OPEN INPUT RUN-CALENDAR
002910     IF WS-CAL-FS = '35'
002920         DISPLAY 'RUNTREND - NO RUN-CALENDAR FILE,'
002930             ' NOTHING TO FORECAST'
002940         GO TO 1200-EXIT
002950     END-IF
002960     IF WS-CAL-FS NOT = '00'
002970         DISPLAY 'RUNTREND - UNABLE TO OPEN RUN-CALENDAR,'
002980             ' STATUS ' WS-CAL-FS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF
003020     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
003030         UNTIL WS-CAL-EOF OR WS-TONIGHT-FOUND
003040     CLOSE RUN-CALENDAR.
003050 1200-EXIT.
003060     EXIT.
003070 1210-READ-CALENDAR.
003080     READ RUN-CALENDAR
003090         AT END
003100             MOVE 'Y' TO WS-CAL-EOF-SW
003110             GO TO 1210-EXIT
003120     END-READ
003130     IF CAL-RUN-DATE NOT = WS-FCST-DATE
003140         GO TO 1210-EXIT
003150     END-IF
003160     MOVE 'Y' TO WS-TONIGHT-SW
003170     MOVE CAL-ENGINE TO WS-TONIGHT-ENGINE
003180     MOVE CAL-CATALOG-LIST TO WS-TONIGHT-LIST
003190     MOVE CAL-START-DAY TO WS-TONIGHT-START-DAY
003200     MOVE CAL-END-DAY TO WS-TONIGHT-END-DAY
003210     MOVE CAL-REPLAY-FLAG TO WS-TONIGHT-REPLAY
003220     MOVE CAL-PROOF-FLAG TO WS-TONIGHT-PROOF
003230     IF CAL-RUN-YEAR IS NUMERIC AND CAL-RUN-YEAR > ZERO
003240         MOVE CAL-RUN-YEAR TO WS-SEASON
003250     END-IF.
003260 1210-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------*
003290*  1300-LOAD-TONIGHT-CATALOGS - THE CALENDAR'S CATALOG LIST      *
003300*  SEEDS THE FORECAST TABLE.  A BLANK LIST IS THE ENGINES'       *
003310*  DEFAULT CATALOG, EN.  '**' (EVERY CATALOG) LEAVES THE TABLE   *
003320*  EMPTY FOR 1400 TO FILL WITH EACH CATALOG THAT HAS ACTIVE      *
003330*  RECIPIENTS.                                                   *
003340*----------------------------------------------------------------*
003350 1300-LOAD-TONIGHT-CATALOGS.
003360     INITIALIZE FC-TABLE
003370     IF WS-TONIGHT-LIST = SPACES
003380         MOVE 'EN' TO WS-TONIGHT-LIST-ID (1)
003390     END-IF
003400     IF WS-TONIGHT-LIST-ID (1) = '**'
003410         MOVE 'Y' TO WS-ALL-CATALOGS-SW
003420         GO TO 1300-EXIT
003430     END-IF
003440     PERFORM 1310-ADD-LIST-CATALOG THRU 1310-EXIT
003450         VARYING WS-LIST-IDX FROM 1 BY 1
003460         UNTIL WS-LIST-IDX > 10.
003470 1300-EXIT.
003480     EXIT.
003490 1310-ADD-LIST-CATALOG.
003500     IF WS-TONIGHT-LIST-ID (WS-LIST-IDX) = SPACES
003510         GO TO 1310-EXIT
003520     END-IF
003530     MOVE WS-TONIGHT-LIST-ID (WS-LIST-IDX) TO WS-FC-NEW-CAT
003540     PERFORM 1420-FIND-FC-CATALOG THRU 1420-EXIT
003550     IF NOT WS-HIT-FOUND
003560         PERFORM 1440-ADD-FC-CATALOG THRU 1440-EXIT
003570     END-IF.
003580 1310-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610*  1400-COUNT-RECIPIENTS - ONE SERIAL PASS OF RECIPIENT-MASTER,  *
003620*  COUNTING THE ACTIVE RECIPIENTS AND PIECES OF EACH CATALOG IN  *
003630*  TONIGHT'S RUN.  A CAMPAIGN SELECTION CAN ONLY NARROW THE      *
003640*  MAILING, SO COUNTING EVERY ACTIVE RECIPIENT KEEPS THE         *
003650*  FORECAST ON THE SAFE SIDE.                                    *
003660*----------------------------------------------------------------*
003670 1400-COUNT-RECIPIENTS.
003680     MOVE 'N' TO WS-RCPT-EOF-SW
003690     OPEN INPUT RECIPIENT-MASTER
003700     IF WS-RCPT-FS = '35'
003710         DISPLAY 'RUNTREND - NO RECIPIENT-MASTER FILE,'
003720             ' NO RECIPIENTS FORECAST'
003730         GO TO 1400-EXIT
003740     END-IF
003750     IF WS-RCPT-FS NOT = '00'
003760         DISPLAY 'RUNTREND - UNABLE TO OPEN RECIPIENT-MASTER,'
003770             ' STATUS ' WS-RCPT-FS
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF
003810     PERFORM 1410-READ-RECIPIENT THRU 1410-EXIT
003820         UNTIL WS-RCPT-EOF
003830     CLOSE RECIPIENT-MASTER.
003840 1400-EXIT.
003850     EXIT.
003860 1410-READ-RECIPIENT.
003870     READ RECIPIENT-MASTER
003880         AT END
003890             MOVE 'Y' TO WS-RCPT-EOF-SW
003900             GO TO 1410-EXIT
003910     END-READ
003920     IF NOT RC-ACTIVE
003930         GO TO 1410-EXIT
003940     END-IF
003950     MOVE RC-CATALOG-ID TO WS-FC-NEW-CAT
003960     PERFORM 1420-FIND-FC-CATALOG THRU 1420-EXIT
003970     IF NOT WS-HIT-FOUND
003980         IF WS-ALL-CATALOGS
003990             PERFORM 1440-ADD-FC-CATALOG THRU 1440-EXIT
004000         ELSE
004010             GO TO 1410-EXIT
004020         END-IF
004030     END-IF
004040     ADD 1 TO FC-RECIPS (FC-HIT-IDX)
004050     ADD 1 TO FC-PIECES (FC-HIT-IDX)
004060     IF RC-CHANNEL = 'B' AND RC-EMAIL-ADDR NOT = SPACES
004070         ADD 1 TO FC-PIECES (FC-HIT-IDX)
004080     END-IF.
004090 1410-EXIT.
004100     EXIT.
004110 1420-FIND-FC-CATALOG.
004120     MOVE 'N' TO WS-HIT-SW
004130     MOVE ZERO TO FC-HIT-IDX
004140     PERFORM 1430-SCAN-ONE-FC THRU 1430-EXIT
004150         VARYING FC-IDX FROM 1 BY 1
004160         UNTIL FC-IDX > FC-COUNT OR WS-HIT-FOUND.
004170 1420-EXIT.
004180     EXIT.
004190 1430-SCAN-ONE-FC.
004200     IF FC-CATALOG-ID (FC-IDX) = WS-FC-NEW-CAT
004210         MOVE 'Y' TO WS-HIT-SW
004220         MOVE FC-IDX TO FC-HIT-IDX
004230     END-IF.
004240 1430-EXIT.
004250     EXIT.
004260 1440-ADD-FC-CATALOG.
004270     IF FC-COUNT >= WS-FC-MAX
004280         DISPLAY 'RUNTREND - MORE THAN ' WS-FC-MAX
004290             ' CATALOGS IN TONIGHT''S RUN, TABLE FULL'
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF
004330     ADD 1 TO FC-COUNT
004340     MOVE FC-COUNT TO FC-HIT-IDX
004350     MOVE WS-FC-NEW-CAT TO FC-CATALOG-ID (FC-HIT-IDX)
004360     MOVE ZERO TO FC-RECIPS (FC-HIT-IDX)
004370     MOVE ZERO TO FC-PIECES (FC-HIT-IDX)
004380     MOVE ZERO TO FC-HIST-ELAPSED (FC-HIT-IDX)
004390     MOVE ZERO TO FC-HIST-PIECES (FC-HIT-IDX)
004400     MOVE ZERO TO FC-SECS (FC-HIT-IDX).
004410 1440-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440*  2000-LOAD-HISTORY - ONE PASS OF THE RUN-TIMING HISTORY.  ONLY *
004450*  LIVE RUNS ARE TRENDED - A PROOF OR REPLAY RUN SKIPS THE       *
004460*  CHECKPOINTS, ARCHIVE, AND EXTRACTS AND WOULD FLATTER THE      *
004470*  TIMINGS.  THE SEASON BEING FORECAST IS LISTED RECORD BY       *
004480*  RECORD AS IT IS READ.                                         *
004490*----------------------------------------------------------------*
004500 2000-LOAD-HISTORY.
004510     MOVE SPACES TO WS-RPT-LINE
004520     STRING 'SEASON ' WS-SEASON ' LIVE RUN TIMINGS'
004530         DELIMITED BY SIZE INTO WS-RPT-LINE
004540     WRITE RUN-TREND-REC FROM WS-RPT-LINE
004550     MOVE SPACES TO WS-RPT-LINE
004560     STRING 'RUN DATE  CAT VARIANT    START END      SECS  DY'
004570         ' LETTERS  E-MAILS SEC/1000'
004580         DELIMITED BY SIZE INTO WS-RPT-LINE
004590     WRITE RUN-TREND-REC FROM WS-RPT-LINE
004600     MOVE 'N' TO WS-TIME-EOF-SW
004610     OPEN INPUT RUN-TIMING-FILE
004620     IF WS-TIME-FS = '35'
004630         DISPLAY 'RUNTREND - NO RUN-TIMING FILE, NO HISTORY'
004640         MOVE 'Y' TO WS-TIME-EOF-SW
004650         GO TO 2000-EXIT
004660     END-IF
004670     IF WS-TIME-FS NOT = '00'
004680         DISPLAY 'RUNTREND - UNABLE TO OPEN RUN-TIMING-FILE,'
004690             ' STATUS ' WS-TIME-FS
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF
004730     PERFORM 2100-READ-TIMING THRU 2100-EXIT
004740         UNTIL WS-TIME-EOF
004750     CLOSE RUN-TIMING-FILE.
004760 2000-EXIT.
004770     EXIT.
004830 2100-READ-TIMING.
004840     READ RUN-TIMING-FILE
004850         AT END
004860             MOVE 'Y' TO WS-TIME-EOF-SW
004870             GO TO 2100-EXIT
004880     END-READ
004890     ADD 1 TO WS-TIME-READ-CNT
004900     IF NOT TM-LIVE-RUN
004910         OR (NOT TM-CATALOG-TIMING AND NOT TM-RUN-TIMING)
004920         OR TM-SEASON IS NOT NUMERIC
004930         OR TM-ELAPSED-SECS IS NOT NUMERIC
004940         OR TM-LETTERS IS NOT NUMERIC
004950         OR TM-EMAILS IS NOT NUMERIC
004960             ADD 1 TO WS-TIME-SKIP-CNT
004965             IF TM-RUN-TIMING
004967                 MOVE ZERO TO WS-RUN-CAT-ELAPSED
004968             END-IF
004970             GO TO 2100-EXIT
004980     END-IF
004990     COMPUTE WS-PIECES = TM-LETTERS + TM-EMAILS
005000     MOVE TM-SEASON TO WS-TRD-NEW-SEASON
005010     IF TM-RUN-TIMING
005020         MOVE '**' TO WS-TRD-NEW-CAT
005030         IF TM-ELAPSED-SECS NOT < WS-RUN-CAT-ELAPSED
005032             COMPUTE WS-ALL-OVERHEAD = WS-ALL-OVERHEAD
005034                 + TM-ELAPSED-SECS - WS-RUN-CAT-ELAPSED
005036             ADD 1 TO WS-OVERHEAD-CNT
005038         END-IF
005040         MOVE ZERO TO WS-RUN-CAT-ELAPSED
005050     ELSE
005060         MOVE TM-CATALOG-ID TO WS-TRD-NEW-CAT
005070         ADD TM-ELAPSED-SECS TO WS-ALL-CAT-ELAPSED
005075         ADD TM-ELAPSED-SECS TO WS-RUN-CAT-ELAPSED
005080         ADD WS-PIECES TO WS-ALL-CAT-PIECES
005090         MOVE TM-CATALOG-ID TO WS-FC-NEW-CAT
005100         PERFORM 1420-FIND-FC-CATALOG THRU 1420-EXIT
005110         IF WS-HIT-FOUND
005120             ADD TM-ELAPSED-SECS TO FC-HIST-ELAPSED (FC-HIT-IDX)
005130             ADD WS-PIECES TO FC-HIST-PIECES (FC-HIT-IDX)
005140         END-IF
005150     END-IF
005160     PERFORM 2300-POST-TREND-LINE THRU 2300-EXIT
005170     IF TM-SEASON = WS-SEASON
005180         PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
005190     END-IF.
005200 2100-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------*
005230*  2200-PRINT-DETAIL - ONE LINE PER TIMING RECORD OF THE SEASON  *
005240*  BEING FORECAST; CATALOG '**' IS THE WHOLE-RUN RECORD.         *
005250*----------------------------------------------------------------*
005260 2200-PRINT-DETAIL.
005270     ADD 1 TO WS-DETAIL-CNT
005280     MOVE WS-TRD-NEW-CAT TO WS-CAT-TEXT
005290     MOVE TM-START-TIME TO WS-TM-CLOCK
005300     MOVE WS-TM-CLOCK-HH TO WS-CLOCK-FMT-HH
005310     MOVE WS-TM-CLOCK-MM TO WS-CLOCK-FMT-MM
005320     MOVE WS-CLOCK-FMT TO WS-FROM-FMT
005330     MOVE TM-END-TIME TO WS-TM-CLOCK
005340     MOVE WS-TM-CLOCK-HH TO WS-CLOCK-FMT-HH
005350     MOVE WS-TM-CLOCK-MM TO WS-CLOCK-FMT-MM
005360     MOVE WS-CLOCK-FMT TO WS-TO-FMT
005370     MOVE TM-ELAPSED-SECS TO WS-SECS-FMT
005380     MOVE TM-DAYS TO WS-DAYS-FMT
005390     MOVE TM-LETTERS TO WS-CNT-FMT
005400     MOVE TM-EMAILS TO WS-CNT2-FMT
005410     MOVE TM-ELAPSED-SECS TO WS-CLOCK-SECS
005420     PERFORM 8200-FORMAT-RATE THRU 8200-EXIT
005430     MOVE SPACES TO WS-RPT-LINE
005440     STRING TM-START-DATE '  ' WS-CAT-TEXT '  '
005450         TM-PROGRAM-VARIANT ' ' WS-FROM-FMT ' ' WS-TO-FMT
005460         ' ' WS-SECS-FMT '  ' WS-DAYS-FMT ' ' WS-CNT-FMT
005470         '  ' WS-CNT2-FMT ' ' WS-RATE-TEXT
005480         DELIMITED BY SIZE INTO WS-RPT-LINE
005490     WRITE RUN-TREND-REC FROM WS-RPT-LINE.
005500 2200-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530*  2300-POST-TREND-LINE - ADDS THE RECORD TO ITS SEASON /        *
005540*  CATALOG LINE, INSERTING THE LINE IN KEY SEQUENCE THE FIRST    *
005550*  TIME IT IS SEEN.                                              *
005560*----------------------------------------------------------------*
005570 2300-POST-TREND-LINE.
005580     MOVE 'N' TO WS-HIT-SW
005590     COMPUTE TRD-HIT-IDX = TRD-COUNT + 1
005600     PERFORM 2310-SCAN-ONE-LINE THRU 2310-EXIT
005610         VARYING TRD-IDX FROM 1 BY 1
005620         UNTIL TRD-IDX > TRD-COUNT OR WS-HIT-FOUND
005630             OR TRD-HIT-IDX <= TRD-COUNT
005640     IF NOT WS-HIT-FOUND
005650         IF TRD-COUNT >= WS-TRD-MAX
005660             DISPLAY 'RUNTREND - MORE THAN ' WS-TRD-MAX
005670                 ' SEASON / CATALOG TREND LINES, TABLE FULL'
005680             MOVE 16 TO RETURN-CODE
005690             STOP RUN
005700         END-IF
005710         PERFORM 2320-SHIFT-TABLE-DOWN THRU 2320-EXIT
005720             VARYING TRD-SHIFT-IDX FROM TRD-COUNT BY -1
005730             UNTIL TRD-SHIFT-IDX < TRD-HIT-IDX
005740         ADD 1 TO TRD-COUNT
005750         MOVE WS-TRD-NEW-KEY TO TRD-KEY (TRD-HIT-IDX)
005760         MOVE ZERO TO TRD-RUNS (TRD-HIT-IDX)
005770         MOVE ZERO TO TRD-ELAPSED (TRD-HIT-IDX)
005780         MOVE ZERO TO TRD-PIECES (TRD-HIT-IDX)
005790     END-IF
005800     ADD 1 TO TRD-RUNS (TRD-HIT-IDX)
005810     ADD TM-ELAPSED-SECS TO TRD-ELAPSED (TRD-HIT-IDX)
005820     ADD WS-PIECES TO TRD-PIECES (TRD-HIT-IDX).
005830 2300-EXIT.
005840     EXIT.
005850 2310-SCAN-ONE-LINE.
005860     IF TRD-KEY (TRD-IDX) = WS-TRD-NEW-KEY
005870         MOVE 'Y' TO WS-HIT-SW
005880         MOVE TRD-IDX TO TRD-HIT-IDX
005890     ELSE
005900         IF TRD-KEY (TRD-IDX) > WS-TRD-NEW-KEY
005910             MOVE TRD-IDX TO TRD-HIT-IDX
005920         END-IF
005930     END-IF.
005940 2310-EXIT.
005950     EXIT.
005960 2320-SHIFT-TABLE-DOWN.
005970     MOVE TRD-ENTRY (TRD-SHIFT-IDX)
005980         TO TRD-ENTRY (TRD-SHIFT-IDX + 1).
005990 2320-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------*
006020*  3000-PRINT-TREND - ONE LINE PER SEASON / CATALOG: RUNS,       *
006030*  TOTAL AND AVERAGE ELAPSED SECONDS, PIECES (LETTERS PLUS       *
006040*  E-MAILS), AND SECONDS PER THOUSAND PIECES.                    *
006050*----------------------------------------------------------------*
006060 3000-PRINT-TREND.
006062     IF WS-DETAIL-CNT = ZERO
006064         MOVE SPACES TO WS-RPT-LINE
006066         STRING '    NO LIVE RUNS RECORDED FOR SEASON ' WS-SEASON
006067             DELIMITED BY SIZE INTO WS-RPT-LINE
006068         WRITE RUN-TREND-REC FROM WS-RPT-LINE
006069     END-IF
006070     MOVE SPACES TO WS-RPT-LINE
006080     WRITE RUN-TREND-REC FROM WS-RPT-LINE
006090     MOVE SPACES TO WS-RPT-LINE
006100     STRING 'ELAPSED TIME BY SEASON AND CATALOG - LIVE RUNS'
006110         DELIMITED BY SIZE INTO WS-RPT-LINE
006120     WRITE RUN-TREND-REC FROM WS-RPT-LINE
006130     MOVE SPACES TO WS-RPT-LINE
006140     STRING 'SEASON  CAT  RUNS   TOTAL SECS  AVG SEC'
006150         '       PIECES  SEC/1000'
006160         DELIMITED BY SIZE INTO WS-RPT-LINE
006170     WRITE RUN-TREND-REC FROM WS-RPT-LINE
006180     PERFORM 3010-PRINT-ONE-TREND THRU 3010-EXIT
006190         VARYING TRD-IDX FROM 1 BY 1
006200         UNTIL TRD-IDX > TRD-COUNT
006210     MOVE SPACES TO WS-RPT-LINE
006220     STRING 'CATALOG ** IS THE WHOLE RUN, INITIALIZATION AND'
006230         ' BALANCING INCLUDED.'
006240         DELIMITED BY SIZE INTO WS-RPT-LINE
006250     WRITE RUN-TREND-REC FROM WS-RPT-LINE.
006260 3000-EXIT.
006270     EXIT.
006280 3010-PRINT-ONE-TREND.
006290     MOVE TRD-RUNS (TRD-IDX) TO WS-RUNS-FMT
006300     MOVE TRD-ELAPSED (TRD-IDX) TO WS-BIG-FMT
006310     COMPUTE WS-CLOCK-SECS ROUNDED =
006320         TRD-ELAPSED (TRD-IDX) / TRD-RUNS (TRD-IDX)
006330     MOVE WS-CLOCK-SECS TO WS-SECS-FMT
006340     MOVE TRD-PIECES (TRD-IDX) TO WS-BIG2-FMT
006350     MOVE TRD-PIECES (TRD-IDX) TO WS-PIECES
006360     MOVE TRD-ELAPSED (TRD-IDX) TO WS-CLOCK-SECS
006370     PERFORM 8200-FORMAT-RATE THRU 8200-EXIT
006380     MOVE SPACES TO WS-RPT-LINE
006390     STRING TRD-SEASON (TRD-IDX) '    ' TRD-CATALOG-ID (TRD-IDX)
006400         '  ' WS-RUNS-FMT '  ' WS-BIG-FMT '  ' WS-SECS-FMT
006410         '  ' WS-BIG2-FMT '  ' WS-RATE-TEXT
006420         DELIMITED BY SIZE INTO WS-RPT-LINE
006430     WRITE RUN-TREND-REC FROM WS-RPT-LINE.
006440 3010-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------*
006470*  4000-FORECAST-RUN - TONIGHT'S ELAPSED TIME IS EACH CATALOG'S  *
006480*  PIECES AT ITS OWN HISTORICAL SECONDS PER PIECE (THE ALL-      *
006490*  CATALOG RATE WHEN IT HAS NO HISTORY), PLUS THE AVERAGE RUN    *
006500*  OVERHEAD.  THE FORECAST END IS COMPARED WITH THE CUTOFF.      *
006510*----------------------------------------------------------------*
006520 4000-FORECAST-RUN.
006530     MOVE SPACES TO WS-RPT-LINE
006540     WRITE RUN-TREND-REC FROM WS-RPT-LINE
006560     MOVE SPACES TO WS-RPT-LINE
006570     STRING 'FORECAST FOR RUN DATE ' WS-FCST-DATE
006580         '  SEASON ' WS-SEASON '  ENGINE ' WS-TONIGHT-ENGINE
006590         '  DAYS ' WS-TONIGHT-START-DAY '-' WS-TONIGHT-END-DAY
006600         '  FLAGS ' WS-TONIGHT-REPLAY WS-TONIGHT-PROOF
006610         DELIMITED BY SIZE INTO WS-RPT-LINE
006620     WRITE RUN-TREND-REC FROM WS-RPT-LINE
006630     MOVE SPACES TO WS-RPT-LINE
006640     STRING 'CAT  RECIPS   PIECES  SEC/1000  EST SEC  RATE FROM'
006650         DELIMITED BY SIZE INTO WS-RPT-LINE
006660     WRITE RUN-TREND-REC FROM WS-RPT-LINE
006670     MOVE ZERO TO WS-FCST-SECS
006680     PERFORM 4010-FORECAST-ONE-CATALOG THRU 4010-EXIT
006690         VARYING FC-IDX FROM 1 BY 1
006700         UNTIL FC-IDX > FC-COUNT
006710     IF FC-COUNT = ZERO
006720         MOVE SPACES TO WS-RPT-LINE
006730         STRING '    NO CATALOG IN TONIGHT''S RUN HAS ACTIVE'
006740             ' RECIPIENTS'
006750             DELIMITED BY SIZE INTO WS-RPT-LINE
006760         WRITE RUN-TREND-REC FROM WS-RPT-LINE
006770     END-IF
006780     MOVE ZERO TO WS-OVERHEAD-SECS
006790     IF WS-OVERHEAD-CNT > ZERO
006810         COMPUTE WS-OVERHEAD-SECS ROUNDED =
006820             WS-ALL-OVERHEAD / WS-OVERHEAD-CNT
006840     END-IF
006850     ADD WS-OVERHEAD-SECS TO WS-FCST-SECS
006860     PERFORM 4100-PRINT-WINDOW THRU 4100-EXIT.
006870 4000-EXIT.
006880     EXIT.
006890 4010-FORECAST-ONE-CATALOG.
006900     MOVE ZERO TO FC-SECS (FC-IDX)
006910     IF FC-HIST-PIECES (FC-IDX) > ZERO
006920         COMPUTE FC-SECS (FC-IDX) ROUNDED =
006930             FC-PIECES (FC-IDX) * FC-HIST-ELAPSED (FC-IDX)
006940             / FC-HIST-PIECES (FC-IDX)
006950         MOVE FC-HIST-PIECES (FC-IDX) TO WS-PIECES
006960         MOVE FC-HIST-ELAPSED (FC-IDX) TO WS-CLOCK-SECS
006970         MOVE 'CATALOG HISTORY' TO WS-BASIS-TEXT
006980     ELSE
006990         IF WS-ALL-CAT-PIECES > ZERO
007000             COMPUTE FC-SECS (FC-IDX) ROUNDED =
007010                 FC-PIECES (FC-IDX) * WS-ALL-CAT-ELAPSED
007020                 / WS-ALL-CAT-PIECES
007030             MOVE WS-ALL-CAT-PIECES TO WS-PIECES
007040             MOVE WS-ALL-CAT-ELAPSED TO WS-CLOCK-SECS
007050             MOVE 'ALL CATALOGS' TO WS-BASIS-TEXT
007060         ELSE
007070             MOVE ZERO TO WS-PIECES
007080             MOVE 'NO HISTORY' TO WS-BASIS-TEXT
007090         END-IF
007100     END-IF
007110     PERFORM 8200-FORMAT-RATE THRU 8200-EXIT
007120     ADD FC-SECS (FC-IDX) TO WS-FCST-SECS
007130     MOVE FC-RECIPS (FC-IDX) TO WS-CNT-FMT
007140     MOVE FC-SECS (FC-IDX) TO WS-SECS-FMT
007150     MOVE FC-PIECES (FC-IDX) TO WS-CNT2-FMT
007160     MOVE SPACES TO WS-RPT-LINE
007170     STRING FC-CATALOG-ID (FC-IDX) '  ' WS-CNT-FMT
007180         '  ' WS-CNT2-FMT '  ' WS-RATE-TEXT '  ' WS-SECS-FMT
007190         '  ' WS-BASIS-TEXT
007200         DELIMITED BY SIZE INTO WS-RPT-LINE
007210     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007220     IF WS-PIECES = ZERO AND FC-PIECES (FC-IDX) > ZERO
007230         ADD 1 TO WS-EXCEPTION-CNT
007240         MOVE SPACES TO WS-RPT-LINE
007250         STRING '    ** NO LIVE TIMING HISTORY - CATALOG '
007260             FC-CATALOG-ID (FC-IDX) ' CANNOT BE FORECAST'
007270             DELIMITED BY SIZE INTO WS-RPT-LINE
007280         WRITE RUN-TREND-REC FROM WS-RPT-LINE
007290     END-IF.
007300 4010-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------*
007330*  4100-PRINT-WINDOW - THE FORECAST AGAINST THE BATCH WINDOW.    *
007340*  A CUTOFF NO LATER THAN THE PLANNED START IS THE NEXT          *
007350*  MORNING'S, SO IT MOVES ON A DAY.                              *
007360*----------------------------------------------------------------*
007370 4100-PRINT-WINDOW.
007380     MOVE SPACES TO WS-RPT-LINE
007390     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007400     MOVE WS-OVERHEAD-SECS TO WS-SECS-FMT
007410     MOVE SPACES TO WS-RPT-LINE
007420     STRING 'RUN OVERHEAD SECS     ' WS-SECS-FMT
007430         DELIMITED BY SIZE INTO WS-RPT-LINE
007440     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007450     MOVE WS-FCST-SECS TO WS-CLOCK-SECS
007460     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
007470     MOVE SPACES TO WS-RPT-LINE
007480     STRING 'FORECAST ELAPSED      ' WS-DUR-FMT
007490         DELIMITED BY SIZE INTO WS-RPT-LINE
007500     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007510     MOVE SPACES TO WS-RPT-LINE
007520     STRING 'PLANNED START         ' WS-START-FMT
007530         DELIMITED BY SIZE INTO WS-RPT-LINE
007540     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007550     COMPUTE WS-END-SECS = WS-START-SECS + WS-FCST-SECS
007560     MOVE WS-END-SECS TO WS-CLOCK-SECS
007570     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
007580     MOVE SPACES TO WS-RPT-LINE
007590     STRING 'FORECAST END          ' WS-CLOCK-FMT WS-DAY-OFS-TEXT
007600         DELIMITED BY SIZE INTO WS-RPT-LINE
007610     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007620     IF WS-CUTOFF-SECS NOT > WS-START-SECS
007630         ADD 86400 TO WS-CUTOFF-SECS
007640     END-IF
007650     MOVE WS-CUTOFF-SECS TO WS-CLOCK-SECS
007660     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
007670     MOVE SPACES TO WS-RPT-LINE
007680     STRING 'BATCH-WINDOW CUTOFF   ' WS-CLOCK-FMT WS-DAY-OFS-TEXT
007690         DELIMITED BY SIZE INTO WS-RPT-LINE
007700     WRITE RUN-TREND-REC FROM WS-RPT-LINE
007710     MOVE SPACES TO WS-RPT-LINE
007720     IF WS-END-SECS > WS-CUTOFF-SECS
007730         MOVE 'Y' TO WS-WINDOW-SW
007740         STRING '** FORECAST END IS PAST THE BATCH-WINDOW CUTOFF'
007750             DELIMITED BY SIZE INTO WS-RPT-LINE
007760     ELSE
007770         STRING 'FORECAST END IS WITHIN THE BATCH WINDOW'
007780             DELIMITED BY SIZE INTO WS-RPT-LINE
007790     END-IF
007800     WRITE RUN-TREND-REC FROM WS-RPT-LINE.
007810 4100-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------*
007840*  8100-FORMAT-CLOCK - WS-CLOCK-SECS AS A DURATION (WS-DUR-FMT,  *
007850*  HH:MM:SS) AND AS A TIME OF DAY (WS-CLOCK-FMT, HH:MM, WITH     *
007860*  WS-DAY-OFS-TEXT SHOWING HOW MANY MIDNIGHTS IT IS PAST).       *
007870*----------------------------------------------------------------*
007880 8100-FORMAT-CLOCK.
007890     DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CLOCK-HH
007900         REMAINDER WS-CLOCK-REM
007910     DIVIDE WS-CLOCK-REM BY 60 GIVING WS-CLOCK-MM
007920         REMAINDER WS-CLOCK-SS
007930     MOVE WS-CLOCK-HH TO WS-DUR-FMT-HH
007940     MOVE WS-CLOCK-MM TO WS-DUR-FMT-MM
007950     MOVE WS-CLOCK-SS TO WS-DUR-FMT-SS
007960     DIVIDE WS-CLOCK-HH BY 24 GIVING WS-CLOCK-DAYS
007970         REMAINDER WS-CLOCK-HOUR
007980     MOVE WS-CLOCK-HOUR TO WS-CLOCK-FMT-HH
007990     MOVE WS-CLOCK-MM TO WS-CLOCK-FMT-MM
008000     MOVE SPACES TO WS-DAY-OFS-TEXT
008010     IF WS-CLOCK-DAYS > ZERO
008020         STRING ' (+' WS-CLOCK-DAYS ' DAY)'
008030             DELIMITED BY SIZE INTO WS-DAY-OFS-TEXT
008040     END-IF.
008050 8100-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------*
008080*  8200-FORMAT-RATE - SECONDS PER THOUSAND PIECES FROM           *
008090*  WS-CLOCK-SECS OVER WS-PIECES, INTO WS-RATE-TEXT; BLANK WHEN   *
008100*  THERE WERE NO PIECES.                                         *
008110*----------------------------------------------------------------*
008120 8200-FORMAT-RATE.
008130     MOVE SPACES TO WS-RATE-TEXT
008140     IF WS-PIECES = ZERO
008150         GO TO 8200-EXIT
008160     END-IF
008170     COMPUTE WS-RATE ROUNDED = WS-CLOCK-SECS * 1000 / WS-PIECES
008180     MOVE WS-RATE TO WS-RATE-FMT
008190     MOVE WS-RATE-FMT TO WS-RATE-TEXT.
008200 8200-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------*
008230*  9000-TERMINATE - TOTALS, CLOSE, AND THE RETURN CODE: 0 CLEAN, *
008240*  4 WHEN THE FORECAST BREACHES THE BATCH WINDOW OR A CATALOG    *
008250*  COULD NOT BE FORECAST.                                        *
008260*----------------------------------------------------------------*
008270 9000-TERMINATE.
008280     IF NOT WS-TONIGHT-FOUND
008290         MOVE SPACES TO WS-RPT-LINE
008300         WRITE RUN-TREND-REC FROM WS-RPT-LINE
008310         MOVE SPACES TO WS-RPT-LINE
008320         STRING 'NO RUN-CALENDAR ENTRY FOR ' WS-FCST-DATE
008330             ' - NO RUN TO FORECAST'
008340             DELIMITED BY SIZE INTO WS-RPT-LINE
008350         WRITE RUN-TREND-REC FROM WS-RPT-LINE
008360     END-IF
008370     MOVE SPACES TO WS-RPT-LINE
008380     WRITE RUN-TREND-REC FROM WS-RPT-LINE
008390     MOVE WS-TIME-READ-CNT TO WS-CNT-FMT
008400     MOVE SPACES TO WS-RPT-LINE
008410     STRING 'TIMING RECORDS READ   ' WS-CNT-FMT
008420         DELIMITED BY SIZE INTO WS-RPT-LINE
008430     WRITE RUN-TREND-REC FROM WS-RPT-LINE
008440     MOVE WS-TIME-SKIP-CNT TO WS-CNT-FMT
008450     MOVE SPACES TO WS-RPT-LINE
008460     STRING 'NOT LIVE OR UNREADABLE' WS-CNT-FMT
008470         DELIMITED BY SIZE INTO WS-RPT-LINE
008480     WRITE RUN-TREND-REC FROM WS-RPT-LINE
008490     MOVE WS-EXCEPTION-CNT TO WS-CNT-FMT
008500     MOVE SPACES TO WS-RPT-LINE
008510     STRING 'EXCEPTIONS            ' WS-CNT-FMT
008520         DELIMITED BY SIZE INTO WS-RPT-LINE
008530     WRITE RUN-TREND-REC FROM WS-RPT-LINE
008540     CLOSE RUN-TREND-RPT
008550     IF WS-WINDOW-BREACHED OR WS-EXCEPTION-CNT > ZERO
008560         MOVE 4 TO RETURN-CODE
008570     END-IF.
008580 9000-EXIT.
008590     EXIT.
