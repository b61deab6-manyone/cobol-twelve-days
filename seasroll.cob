000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SEASROLL.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW SEASON ROLLOVER, RUN AFTER TWELFTH       *
000110*                   NIGHT.  CONFIRMS FROM THE KEPT REPORTS THAT  *
000120*                   ARCHAUDT AND SEASNPAK BOTH COMPLETED CLEAN   *
000130*                   FOR THE CLOSING SEASON AFTER ITS LAST LIVE   *
000140*                   RUN, AND THAT NONE OF ITS CALENDAR ENTRIES   *
000150*                   IS STILL TO RUN.  IF SO, RETIRES THAT        *
000160*                   SEASON'S RUN-CALENDAR ENTRIES TO THE         *
000170*                   CALENDAR HISTORY FILE, WRITES THE REMAINING  *
000180*                   ENTRIES AS THE NEW CALENDAR, AND PRINTS THE  *
000190*                   NEXT SEASON'S OPENING CHECKLIST - CATALOGS   *
000200*                   WITH NO LETTER TEMPLATES, VENDORS INACTIVE   *
000210*                   ON VENDOR-MASTER, GIFT LINES STILL AT ZERO   *
000220*                   ON HAND.  RC 8 WHEN THE ROLLOVER IS HELD     *
000230*                   (NOTHING CHANGED), RC 4 WHEN THE CHECKLIST   *
000240*                   HAS ITEMS, 0 WHEN THE NEXT SEASON IS READY.  *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY GIFTMSEL.
000300     COPY CALSEL.
000310     COPY VENDMSEL.
000320     COPY TMPLSEL.
000330     SELECT ARCH-AUDIT-IN ASSIGN TO GIFTARCA
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ARCA-FS.
000360     SELECT SEASON-PACK-IN ASSIGN TO GIFTSPAK
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SPAK-FS.
000390     SELECT RUN-CALENDAR-NEW ASSIGN TO GIFTRCLN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CALN-FS.
000420     SELECT CALENDAR-HISTORY ASSIGN TO GIFTCALH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CALH-FS.
000450     SELECT GIFT-INVENTORY ASSIGN TO GIFTINV
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-INV-FS.
000480     SELECT SEASON-ROLL-RPT ASSIGN TO GIFTROLL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530     COPY GIFTMFD.
000540     COPY CALFD.
000550     COPY VENDMFD.
000560     COPY TMPLFD.
000570 FD  ARCH-AUDIT-IN
000580     RECORDING MODE IS F.
000590 01  ARCH-AUDIT-IN-REC             PIC X(80).
000600 FD  SEASON-PACK-IN
000610     RECORDING MODE IS F.
000620 01  SEASON-PACK-IN-REC            PIC X(80).
000630 FD  RUN-CALENDAR-NEW
000640     RECORDING MODE IS F.
000650 01  RUN-CALENDAR-NEW-REC          PIC X(53).
000660*----------------------------------------------------------------*
000670*  CALENDAR HISTORY - EACH RETIRED ENTRY AS IT STOOD ON THE      *
000680*  RUN-CALENDAR, WITH THE DATE IT WAS RETIRED.  ADDED TO EVERY   *
000690*  SEASON; NEVER REWRITTEN.                                      *
000700*----------------------------------------------------------------*
000710 FD  CALENDAR-HISTORY
000720     RECORDING MODE IS F.
000730 01  CALENDAR-HISTORY-REC.
000740     05  CH-CALENDAR-IMAGE         PIC X(53).
000750     05  FILLER                    PIC X(1).
000760     05  CH-RETIRED-DATE           PIC 9(8).
000770 FD  GIFT-INVENTORY
000780     RECORDING MODE IS F.
000790 01  GIFT-INVENTORY-REC.
000800     05  IN-CATALOG-ID             PIC X(2).
000810     05  IN-DAY-NO                 PIC 9(3).
000820     05  IN-ON-HAND                PIC 9(7).
000830 FD  SEASON-ROLL-RPT
000840     RECORDING MODE IS F.
000850 01  SEASON-ROLL-REC               PIC X(80).
000860 WORKING-STORAGE SECTION.
000870     COPY VENDMWS.
000880     COPY TMPLWS.
000890 77  WS-GIFT-FS                    PIC X(2)  VALUE '00'.
000900 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000910 77  WS-ARCA-FS                    PIC X(2)  VALUE '00'.
000920 77  WS-SPAK-FS                    PIC X(2)  VALUE '00'.
000930 77  WS-CALN-FS                    PIC X(2)  VALUE '00'.
000940 77  WS-CALH-FS                    PIC X(2)  VALUE '00'.
000950 77  WS-INV-FS                     PIC X(2)  VALUE '00'.
000960 77  WS-RPT-FS                     PIC X(2)  VALUE '00'.
000970 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000980*----------------------------------------------------------------*
000990*  PARM CARD: CLOSING SEASON IN 1-4 (REQUIRED), NEXT SEASON IN   *
001000*  6-9 (BLANK MEANS THE CLOSING SEASON PLUS ONE), AND A RUN DATE *
001010*  IN 11-18 (BLANK MEANS TODAY).                                 *
001020*----------------------------------------------------------------*
001030 01  WS-ROLL-PARM.
001040     05  WS-ROLL-PARM-CLOSING      PIC X(4).
001050     05  WS-ROLL-PARM-CLOSING-N REDEFINES WS-ROLL-PARM-CLOSING
001060                                   PIC 9(4).
001070     05  FILLER                    PIC X(1).
001080     05  WS-ROLL-PARM-NEXT         PIC X(4).
001090     05  WS-ROLL-PARM-NEXT-N REDEFINES WS-ROLL-PARM-NEXT
001100                                   PIC 9(4).
001110     05  FILLER                    PIC X(1).
001120     05  WS-ROLL-PARM-DATE         PIC X(8).
001130     05  WS-ROLL-PARM-DATE-N REDEFINES WS-ROLL-PARM-DATE
001140                                   PIC 9(8).
001150     05  FILLER                    PIC X(62).
001160 01  WS-CLOSING-SEASON             PIC 9(4)  VALUE ZERO.
001170 01  WS-NEXT-SEASON                PIC 9(4)  VALUE ZERO.
001180 01  WS-LAST-LIVE-DATE             PIC 9(8)  VALUE ZERO.
001190 01  WS-EOF-SW                     PIC X(1)  VALUE 'N'.
001200     88  WS-IN-EOF                           VALUE 'Y'.
001230*----------------------------------------------------------------*
001240*  WHAT THE KEPT REPORTS SAY.  ARCHAUDT: RUN DATE FROM THE       *
001250*  HEADER, A CLEAN LINE FOR THE CLOSING SEASON, AND THE CLOSING  *
001260*  ALL-REPRODUCIBLE LINE.  SEASNPAK: SEASON AND PREPARED DATE    *
001270*  FROM THE HEADER, THE BALANCED LINE, AND THE EXCEPTION COUNT   *
001280*  ON THE LAST LINE.                                             *
001290*----------------------------------------------------------------*
001300 01  WS-ARCA-DATE                  PIC 9(8)  VALUE ZERO.
001310 01  WS-ARCA-SEASON-SW             PIC X(1)  VALUE 'N'.
001320     88  WS-ARCA-SEASON-CLEAN                VALUE 'Y'.
001330 01  WS-ARCA-ALL-SW                PIC X(1)  VALUE 'N'.
001340     88  WS-ARCA-ALL-CLEAN                   VALUE 'Y'.
001350 01  WS-ARCA-BAD-SW                PIC X(1)  VALUE 'N'.
001360     88  WS-ARCA-SEASON-BAD                  VALUE 'Y'.
001370 01  WS-SPAK-SEASON                PIC X(4)  VALUE SPACES.
001380 01  WS-SPAK-DATE                  PIC 9(8)  VALUE ZERO.
001390 01  WS-SPAK-BAL-SW                PIC X(1)  VALUE 'N'.
001400     88  WS-SPAK-BALANCED                    VALUE 'Y'.
001410 01  WS-SPAK-EXC                   PIC X(5)  VALUE SPACES.
001420 01  WS-REPORT-DATE                PIC X(8)  VALUE SPACES.
001430 01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
001440                                   PIC 9(8).
001450*----------------------------------------------------------------*
001460*  CATALOGS THE NEXT SEASON WILL MAIL: EVERY CATALOG ON          *
001470*  GIFT-MASTER AND EVERY CATALOG NAMED ON A NEXT-SEASON CALENDAR *
001480*  ENTRY (CX-NEEDED-SW 'Y'), WITH ITS TEMPLATE RECORD COUNT.     *
001490*----------------------------------------------------------------*
001500 77  WS-CX-MAX                     PIC 9(2) COMP VALUE 50.
001510 77  CX-COUNT                      PIC 9(2) COMP VALUE ZERO.
001520 77  CX-IDX                        PIC 9(2) COMP VALUE ZERO.
001530 77  CX-HIT-IDX                    PIC 9(2) COMP VALUE ZERO.
001540 01  WS-CX-LOOK-ID                 PIC X(2)  VALUE SPACES.
001550 01  CX-TABLE.
001560     05  CX-ENTRY OCCURS 50.
001570         10  CX-ID                 PIC X(2).
001580         10  CX-TEMPLATES          PIC 9(4) COMP.
001590         10  CX-NEEDED-SW          PIC X(1).
001600 77  WS-LIST-IDX                   PIC 9(2) COMP VALUE ZERO.
001610 01  WS-LIST-WORK.
001620     05  WS-LIST-ID                PIC X(2) OCCURS 10.
001630 77  WS-HOLD-CNT                   PIC 9(3) COMP VALUE ZERO.
001640 77  WS-ITEM-CNT                   PIC 9(4) COMP VALUE ZERO.
001650 77  WS-SECTION-CNT                PIC 9(4) COMP VALUE ZERO.
001660 77  WS-CLOSING-CNT                PIC 9(4) COMP VALUE ZERO.
001670 77  WS-NEXT-CNT                   PIC 9(4) COMP VALUE ZERO.
001680 77  WS-RETIRED-CNT                PIC 9(4) COMP VALUE ZERO.
001690 77  WS-KEPT-CNT                   PIC 9(4) COMP VALUE ZERO.
001700 77  WS-CNT-FMT                    PIC ZZZZ9.
001710 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001720 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001730 01  WS-RPT-LINE                   PIC X(80).
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------*
001760*  0000-MAINLINE - CHECK THE CLOSE; ROLL ONLY WHEN NOTHING       *
001770*  HOLDS IT.                                                     *
001780*----------------------------------------------------------------*
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     PERFORM 1100-SCAN-CALENDAR THRU 1100-EXIT
001820     PERFORM 1200-CHECK-ARCHAUDT THRU 1200-EXIT
001830     PERFORM 1300-CHECK-SEASNPAK THRU 1300-EXIT
001840     IF WS-HOLD-CNT = ZERO
001850         PERFORM 2000-RETIRE-CALENDAR THRU 2000-EXIT
001860         PERFORM 3000-OPENING-CHECKLIST THRU 3000-EXIT
001870     END-IF
001880     PERFORM 9000-TERMINATE THRU 9000-EXIT
001890     GOBACK.
001900 1000-INITIALIZE.
001910     MOVE SPACES TO WS-ROLL-PARM
001920     ACCEPT WS-ROLL-PARM FROM SYSIN
001930     IF WS-ROLL-PARM-CLOSING NOT NUMERIC
001940         OR WS-ROLL-PARM-CLOSING-N = ZERO
001950         DISPLAY 'SEASROLL - PARM CARD NEEDS THE CLOSING SEASON'
001960             ' IN COLUMNS 1-4'
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     MOVE WS-ROLL-PARM-CLOSING-N TO WS-CLOSING-SEASON
002010     IF WS-ROLL-PARM-NEXT IS NUMERIC
002020         AND WS-ROLL-PARM-NEXT-N > WS-CLOSING-SEASON
002030         MOVE WS-ROLL-PARM-NEXT-N TO WS-NEXT-SEASON
002040     ELSE
002050         COMPUTE WS-NEXT-SEASON = WS-CLOSING-SEASON + 1
002060     END-IF
002070     IF WS-ROLL-PARM-DATE IS NUMERIC
002080         AND WS-ROLL-PARM-DATE-N > ZERO
002090         MOVE WS-ROLL-PARM-DATE-N TO WS-RUN-DATE
002100     ELSE
002110         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002120     END-IF
002130     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
002140     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
002150     MOVE 'Y' TO WS-ENV-VALUE
002160     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
002170     OPEN OUTPUT SEASON-ROLL-RPT
002180     IF WS-RPT-FS NOT = '00'
002190         DISPLAY 'SEASROLL - UNABLE TO OPEN SEASON-ROLL-RPT,'
002200             ' STATUS ' WS-RPT-FS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     MOVE SPACES TO WS-RPT-LINE
002250     STRING 'SEASON ROLLOVER  CLOSING ' WS-CLOSING-SEASON
002260         '  OPENING ' WS-NEXT-SEASON '  RUN DATE ' WS-RUN-DATE
002270         DELIMITED BY SIZE INTO WS-RPT-LINE
002280     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
002290     MOVE SPACES TO WS-RPT-LINE
002300     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
002310     MOVE 'CLOSE CONFIRMATION' TO WS-RPT-LINE
002320     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE.
002330 1000-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------*
002360*  1100-SCAN-CALENDAR - THE CLOSING SEASON'S LAST LIVE RUN DATE  *
002370*  (PROOF AND REPLAY ENTRIES ARE NOT LIVE), AND ANY OF ITS       *
002380*  ENTRIES NOT YET RUN.  A SEASON WITH NO ENTRIES LEFT HAS       *
002390*  ALREADY BEEN ROLLED.                                          *
002400*----------------------------------------------------------------*
002410 1100-SCAN-CALENDAR.
002420     MOVE 'N' TO WS-EOF-SW
002430     OPEN INPUT RUN-CALENDAR
002440     IF WS-CAL-FS NOT = '00'
002450         DISPLAY 'SEASROLL - UNABLE TO OPEN RUN-CALENDAR,'
002460             ' STATUS ' WS-CAL-FS
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     PERFORM 1110-READ-ONE-CAL THRU 1110-EXIT
002510         UNTIL WS-IN-EOF
002520     CLOSE RUN-CALENDAR
002530     IF WS-CLOSING-CNT = ZERO
002540         MOVE SPACES TO WS-RPT-LINE
002550         STRING '  HELD - NO RUN-CALENDAR ENTRIES FOR SEASON '
002560             WS-CLOSING-SEASON ' (ALREADY ROLLED?)'
002570             DELIMITED BY SIZE INTO WS-RPT-LINE
002580         PERFORM 1900-HOLD THRU 1900-EXIT
002590     END-IF.
002600 1100-EXIT.
002610     EXIT.
002620 1110-READ-ONE-CAL.
002630     READ RUN-CALENDAR
002640         AT END
002650             MOVE 'Y' TO WS-EOF-SW
002660             GO TO 1110-EXIT
002670     END-READ
002680     IF CAL-RUN-YEAR NOT NUMERIC
002690         GO TO 1110-EXIT
002700     END-IF
002710     IF CAL-RUN-YEAR = WS-NEXT-SEASON
002720         ADD 1 TO WS-NEXT-CNT
002730         GO TO 1110-EXIT
002740     END-IF
002750     IF CAL-RUN-YEAR NOT = WS-CLOSING-SEASON
002760         GO TO 1110-EXIT
002770     END-IF
002780     ADD 1 TO WS-CLOSING-CNT
002790     IF CAL-PROOF-FLAG NOT = 'P' AND CAL-REPLAY-FLAG NOT = 'R'
002800         AND CAL-RUN-DATE > WS-LAST-LIVE-DATE
002810         MOVE CAL-RUN-DATE TO WS-LAST-LIVE-DATE
002820     END-IF
002830     IF CAL-RUN-DATE NOT < WS-RUN-DATE
002840         MOVE SPACES TO WS-RPT-LINE
002850         STRING '  HELD - SEASON ENTRY STILL TO RUN  '
002860             RUN-CALENDAR-REC (1:44)
002870             DELIMITED BY SIZE INTO WS-RPT-LINE
002880         PERFORM 1900-HOLD THRU 1900-EXIT
002890     END-IF.
002900 1110-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930*  1200-CHECK-ARCHAUDT - THE KEPT ARCHAUDT REPORT MUST BE FROM A *
002940*  RUN AFTER THE SEASON'S LAST LIVE NIGHT, SHOW THE CLOSING      *
002950*  SEASON CLEAN, AND END WITH EVERY SEASON REPRODUCIBLE.         *
002960*----------------------------------------------------------------*
002970 1200-CHECK-ARCHAUDT.
002980     MOVE 'N' TO WS-EOF-SW
002990     OPEN INPUT ARCH-AUDIT-IN
003000     IF WS-ARCA-FS = '35'
003010         MOVE '  HELD - NO ARCHAUDT REPORT KEPT' TO WS-RPT-LINE
003020         PERFORM 1900-HOLD THRU 1900-EXIT
003030         GO TO 1200-EXIT
003040     END-IF
003050     IF WS-ARCA-FS NOT = '00'
003060         DISPLAY 'SEASROLL - UNABLE TO OPEN ARCH-AUDIT-IN,'
003070             ' STATUS ' WS-ARCA-FS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     PERFORM 1210-READ-ONE-ARCA THRU 1210-EXIT
003120         UNTIL WS-IN-EOF
003130     CLOSE ARCH-AUDIT-IN
003140     IF WS-ARCA-DATE < WS-LAST-LIVE-DATE
003150         OR WS-ARCA-DATE = ZERO
003160         MOVE SPACES TO WS-RPT-LINE
003170         STRING '  HELD - ARCHAUDT REPORT DATED ' WS-ARCA-DATE
003180             ', BEFORE LAST LIVE RUN ' WS-LAST-LIVE-DATE
003190             DELIMITED BY SIZE INTO WS-RPT-LINE
003200         PERFORM 1900-HOLD THRU 1900-EXIT
003210         GO TO 1200-EXIT
003220     END-IF
003230     IF WS-ARCA-SEASON-BAD OR NOT WS-ARCA-SEASON-CLEAN
003240         MOVE SPACES TO WS-RPT-LINE
003250         STRING '  HELD - ARCHAUDT DOES NOT SHOW SEASON '
003260             WS-CLOSING-SEASON ' CLEAN'
003270             DELIMITED BY SIZE INTO WS-RPT-LINE
003280         PERFORM 1900-HOLD THRU 1900-EXIT
003290         GO TO 1200-EXIT
003300     END-IF
003310     IF NOT WS-ARCA-ALL-CLEAN
003320         MOVE '  HELD - ARCHAUDT FOUND ARCHIVE PROBLEMS'
003330             TO WS-RPT-LINE
003340         PERFORM 1900-HOLD THRU 1900-EXIT
003350         GO TO 1200-EXIT
003360     END-IF
003370     MOVE SPACES TO WS-RPT-LINE
003380     STRING '  ARCHAUDT  CLEAN     RUN ' WS-ARCA-DATE
003390         DELIMITED BY SIZE INTO WS-RPT-LINE
003400     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE.
003410 1200-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------*
003440*  1210-READ-ONE-ARCA - CLEAN LINES CARRY THE SEASON IN 13-16;   *
003450*  ANY OTHER FINDING LINE FOR THE SEASON (DUPLICATES, GAP,       *
003460*  ORPHAN) MAKES IT BAD EVEN IF ANOTHER CATALOG IS CLEAN.        *
003470*----------------------------------------------------------------*
003480 1210-READ-ONE-ARCA.
003490     READ ARCH-AUDIT-IN
003500         AT END
003510             MOVE 'Y' TO WS-EOF-SW
003520             GO TO 1210-EXIT
003530     END-READ
003540     IF ARCH-AUDIT-IN-REC (1:31)
003545         = 'GIFT-ARCHIVE COMPLETENESS AUDIT'
003550         MOVE ARCH-AUDIT-IN-REC (43:8) TO WS-REPORT-DATE
003560         IF WS-REPORT-DATE IS NUMERIC
003570             MOVE WS-REPORT-DATE-N TO WS-ARCA-DATE
003580         END-IF
003590         GO TO 1210-EXIT
003600     END-IF
003610     IF ARCH-AUDIT-IN-REC (1:37)
003620         = 'EVERY ARCHIVED SEASON IS REPRODUCIBLE'
003630         MOVE 'Y' TO WS-ARCA-ALL-SW
003640         GO TO 1210-EXIT
003650     END-IF
003660     IF ARCH-AUDIT-IN-REC (13:4) NOT = WS-CLOSING-SEASON
003670         GO TO 1210-EXIT
003680     END-IF
003690     IF ARCH-AUDIT-IN-REC (1:12) = 'CLEAN'
003700         MOVE 'Y' TO WS-ARCA-SEASON-SW
003710     ELSE
003720         IF ARCH-AUDIT-IN-REC (1:12) = 'DUPLICATES'
003730             OR ARCH-AUDIT-IN-REC (1:12) = 'GAP'
003740             OR ARCH-AUDIT-IN-REC (1:12) = 'ORPHAN'
003750             OR ARCH-AUDIT-IN-REC (1:12) = 'NO ARCHIVE'
003760             MOVE 'Y' TO WS-ARCA-BAD-SW
003770         END-IF
003780     END-IF.
003790 1210-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------*
003820*  1300-CHECK-SEASNPAK - THE KEPT SEASON CLOSE PACK MUST BE FOR  *
003830*  THE CLOSING SEASON, PREPARED AFTER ITS LAST LIVE NIGHT,       *
003840*  CROSS-FOOTED, AND WITH NO EXCEPTIONS NOTED.                   *
003850*----------------------------------------------------------------*
003860 1300-CHECK-SEASNPAK.
003870     MOVE 'N' TO WS-EOF-SW
003880     OPEN INPUT SEASON-PACK-IN
003890     IF WS-SPAK-FS = '35'
003900         MOVE '  HELD - NO SEASNPAK REPORT KEPT' TO WS-RPT-LINE
003910         PERFORM 1900-HOLD THRU 1900-EXIT
003920         GO TO 1300-EXIT
003930     END-IF
003940     IF WS-SPAK-FS NOT = '00'
003950         DISPLAY 'SEASROLL - UNABLE TO OPEN SEASON-PACK-IN,'
003960             ' STATUS ' WS-SPAK-FS
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF
004000     PERFORM 1310-READ-ONE-SPAK THRU 1310-EXIT
004010         UNTIL WS-IN-EOF
004020     CLOSE SEASON-PACK-IN
004030     IF WS-SPAK-SEASON NOT = WS-CLOSING-SEASON
004040         MOVE SPACES TO WS-RPT-LINE
004050         STRING '  HELD - SEASNPAK REPORT IS FOR SEASON '
004060             WS-SPAK-SEASON ', NOT ' WS-CLOSING-SEASON
004070             DELIMITED BY SIZE INTO WS-RPT-LINE
004080         PERFORM 1900-HOLD THRU 1900-EXIT
004090         GO TO 1300-EXIT
004100     END-IF
004110     IF WS-SPAK-DATE < WS-LAST-LIVE-DATE
004120         OR WS-SPAK-DATE = ZERO
004130         MOVE SPACES TO WS-RPT-LINE
004140         STRING '  HELD - SEASNPAK PREPARED ' WS-SPAK-DATE
004150             ', BEFORE LAST LIVE RUN ' WS-LAST-LIVE-DATE
004160             DELIMITED BY SIZE INTO WS-RPT-LINE
004170         PERFORM 1900-HOLD THRU 1900-EXIT
004180         GO TO 1300-EXIT
004190     END-IF
004200     IF NOT WS-SPAK-BALANCED
004210         MOVE '  HELD - SEASNPAK SECTIONS DO NOT CROSS-FOOT'
004220             TO WS-RPT-LINE
004230         PERFORM 1900-HOLD THRU 1900-EXIT
004240         GO TO 1300-EXIT
004250     END-IF
004260     IF WS-SPAK-EXC NOT = '    0'
004270         MOVE SPACES TO WS-RPT-LINE
004280         STRING '  HELD - SEASNPAK NOTED ' WS-SPAK-EXC
004290             ' EXCEPTIONS'
004300             DELIMITED BY SIZE INTO WS-RPT-LINE
004310         PERFORM 1900-HOLD THRU 1900-EXIT
004320         GO TO 1300-EXIT
004330     END-IF
004340     MOVE SPACES TO WS-RPT-LINE
004350     STRING '  SEASNPAK  BALANCED  PREPARED ' WS-SPAK-DATE
004360         DELIMITED BY SIZE INTO WS-RPT-LINE
004370     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE.
004380 1300-EXIT.
004390     EXIT.
004400 1310-READ-ONE-SPAK.
004410     READ SEASON-PACK-IN
004420         AT END
004430             MOVE 'Y' TO WS-EOF-SW
004440             GO TO 1310-EXIT
004450     END-READ
004460     IF SEASON-PACK-IN-REC (1:26) = 'SEASON CLOSE PACK  SEASON '
004470         MOVE SEASON-PACK-IN-REC (27:4) TO WS-SPAK-SEASON
004480         MOVE SEASON-PACK-IN-REC (42:8) TO WS-REPORT-DATE
004490         IF WS-REPORT-DATE IS NUMERIC
004500             MOVE WS-REPORT-DATE-N TO WS-SPAK-DATE
004510         END-IF
004520         GO TO 1310-EXIT
004530     END-IF
004540     IF SEASON-PACK-IN-REC (1:39)
004550         = '  SECTIONS CROSS-FOOT - SEASON BALANCED'
004560         MOVE 'Y' TO WS-SPAK-BAL-SW
004570         GO TO 1310-EXIT
004580     END-IF
004590     IF SEASON-PACK-IN-REC (1:16) = 'EXCEPTIONS NOTED'
004600         MOVE SEASON-PACK-IN-REC (25:5) TO WS-SPAK-EXC
004610     END-IF.
004620 1310-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------*
004650*  1900-HOLD - ONE REASON THE ROLLOVER CANNOT GO AHEAD, ALREADY  *
004660*  IN WS-RPT-LINE.                                               *
004670*----------------------------------------------------------------*
004680 1900-HOLD.
004690     ADD 1 TO WS-HOLD-CNT
004700     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE.
004710 1900-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------*
004740*  2000-RETIRE-CALENDAR - THE CLOSING SEASON'S ENTRIES GO TO THE *
004750*  CALENDAR HISTORY; EVERY OTHER ENTRY, IN ITS ORIGINAL ORDER,   *
004760*  TO THE NEW CALENDAR THAT REPLACES THE CURRENT ONE.            *
004770*----------------------------------------------------------------*
004780 2000-RETIRE-CALENDAR.
004790     MOVE 'N' TO WS-EOF-SW
004800     OPEN INPUT RUN-CALENDAR
004810     IF WS-CAL-FS NOT = '00'
004820         DISPLAY 'SEASROLL - UNABLE TO OPEN RUN-CALENDAR,'
004830             ' STATUS ' WS-CAL-FS
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF
004870     OPEN OUTPUT RUN-CALENDAR-NEW
004880     IF WS-CALN-FS NOT = '00'
004890         DISPLAY 'SEASROLL - UNABLE TO OPEN RUN-CALENDAR-NEW,'
004900             ' STATUS ' WS-CALN-FS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF
004940     OPEN EXTEND CALENDAR-HISTORY
004950     IF WS-CALH-FS = '35'
004960         OPEN OUTPUT CALENDAR-HISTORY
004970     END-IF
004980     IF WS-CALH-FS NOT = '00'
004990         DISPLAY 'SEASROLL - UNABLE TO OPEN CALENDAR-HISTORY,'
005000             ' STATUS ' WS-CALH-FS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF
005040     MOVE SPACES TO WS-RPT-LINE
005050     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
005060     MOVE 'CALENDAR ENTRIES RETIRED' TO WS-RPT-LINE
005070     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
005080     PERFORM 2010-ROLL-ONE-CAL THRU 2010-EXIT
005090         UNTIL WS-IN-EOF
005100     CLOSE RUN-CALENDAR
005110     CLOSE RUN-CALENDAR-NEW
005120     CLOSE CALENDAR-HISTORY.
005130 2000-EXIT.
005140     EXIT.
005150 2010-ROLL-ONE-CAL.
005160     READ RUN-CALENDAR
005170         AT END
005180             MOVE 'Y' TO WS-EOF-SW
005190             GO TO 2010-EXIT
005200     END-READ
005210     IF CAL-RUN-YEAR IS NUMERIC
005220         AND CAL-RUN-YEAR = WS-CLOSING-SEASON
005230         MOVE SPACES TO CALENDAR-HISTORY-REC
005240         MOVE RUN-CALENDAR-REC TO CH-CALENDAR-IMAGE
005250         MOVE WS-RUN-DATE TO CH-RETIRED-DATE
005260         WRITE CALENDAR-HISTORY-REC
005270         ADD 1 TO WS-RETIRED-CNT
005280         MOVE SPACES TO WS-RPT-LINE
005290         STRING '  ' RUN-CALENDAR-REC
005300             DELIMITED BY SIZE INTO WS-RPT-LINE
005310         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
005320     ELSE
005330         MOVE RUN-CALENDAR-REC TO RUN-CALENDAR-NEW-REC
005340         WRITE RUN-CALENDAR-NEW-REC
005350         ADD 1 TO WS-KEPT-CNT
005360     END-IF.
005370 2010-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------*
005400*  3000-OPENING-CHECKLIST - WHAT NEEDS DOING BEFORE THE NEXT     *
005410*  SEASON'S FIRST RUN.  EACH SECTION SAYS NONE WHEN IT IS EMPTY. *
005420*----------------------------------------------------------------*
005430 3000-OPENING-CHECKLIST.
005440     MOVE SPACES TO WS-RPT-LINE
005450     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
005460     MOVE SPACES TO WS-RPT-LINE
005470     STRING 'OPENING CHECKLIST - SEASON ' WS-NEXT-SEASON
005480         DELIMITED BY SIZE INTO WS-RPT-LINE
005490     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
005500     IF WS-NEXT-CNT = ZERO
005510         ADD 1 TO WS-ITEM-CNT
005520         MOVE SPACES TO WS-RPT-LINE
005530         STRING '  NO RUN-CALENDAR ENTRIES YET FOR '
005535             WS-NEXT-SEASON
005540             ' - GENERATE THEM WITH CALGEN'
005550             DELIMITED BY SIZE INTO WS-RPT-LINE
005560         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
005570     END-IF
005580     PERFORM 3100-SCAN-GIFT-MASTER THRU 3100-EXIT
005590     PERFORM 3200-SCAN-NEXT-CALENDAR THRU 3200-EXIT
005600     PERFORM 3300-SCAN-TEMPLATES THRU 3300-EXIT
005610     PERFORM 3400-LIST-TEMPLATES THRU 3400-EXIT
005620     PERFORM 3500-LIST-VENDORS THRU 3500-EXIT
005630     PERFORM 3600-LIST-INVENTORY THRU 3600-EXIT.
005640 3000-EXIT.
005650     EXIT.
005660 3100-SCAN-GIFT-MASTER.
005670     MOVE 'N' TO WS-EOF-SW
005680     OPEN INPUT GIFT-MASTER
005690     IF WS-GIFT-FS NOT = '00'
005700         DISPLAY 'SEASROLL - UNABLE TO OPEN GIFT-MASTER,'
005710             ' STATUS ' WS-GIFT-FS
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF
005750     PERFORM 3110-READ-ONE-GIFT THRU 3110-EXIT
005760         UNTIL WS-IN-EOF
005770     CLOSE GIFT-MASTER.
005780 3100-EXIT.
005790     EXIT.
005800 3110-READ-ONE-GIFT.
005810     READ GIFT-MASTER NEXT RECORD
005820         AT END
005830             MOVE 'Y' TO WS-EOF-SW
005840             GO TO 3110-EXIT
005850     END-READ
005860     MOVE GM-CATALOG-ID TO WS-CX-LOOK-ID
005870     PERFORM 3800-FIND-CATALOG THRU 3800-EXIT
005880     MOVE 'Y' TO CX-NEEDED-SW (CX-HIT-IDX).
005890 3110-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------*
005920*  3200-SCAN-NEXT-CALENDAR - CATALOGS NAMED ON THE NEXT SEASON'S *
005930*  ENTRIES (NOW ON THE NEW CALENDAR).  '**' IS EVERY CATALOG ON  *
005940*  GIFT-MASTER, ALREADY COUNTED.                                 *
005950*----------------------------------------------------------------*
005960 3200-SCAN-NEXT-CALENDAR.
005970     IF WS-NEXT-CNT = ZERO
005980         GO TO 3200-EXIT
005990     END-IF
006000     MOVE 'N' TO WS-EOF-SW
006010     OPEN INPUT RUN-CALENDAR
006020     IF WS-CAL-FS NOT = '00'
006030         DISPLAY 'SEASROLL - UNABLE TO OPEN RUN-CALENDAR,'
006040             ' STATUS ' WS-CAL-FS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF
006080     PERFORM 3210-READ-ONE-CAL THRU 3210-EXIT
006090         UNTIL WS-IN-EOF
006100     CLOSE RUN-CALENDAR.
006110 3200-EXIT.
006120     EXIT.
006130 3210-READ-ONE-CAL.
006140     READ RUN-CALENDAR
006150         AT END
006160             MOVE 'Y' TO WS-EOF-SW
006170             GO TO 3210-EXIT
006180     END-READ
006190     IF CAL-RUN-YEAR NOT NUMERIC
006200         OR CAL-RUN-YEAR NOT = WS-NEXT-SEASON
006210         GO TO 3210-EXIT
006220     END-IF
006230     MOVE CAL-CATALOG-LIST TO WS-LIST-WORK
006240     IF WS-LIST-ID (1) NOT = '**'
006250         PERFORM 3220-MARK-ONE-LIST-ID THRU 3220-EXIT
006260             VARYING WS-LIST-IDX FROM 1 BY 1
006270             UNTIL WS-LIST-IDX > 10
006280     END-IF.
006290 3210-EXIT.
006300     EXIT.
006310 3220-MARK-ONE-LIST-ID.
006320     IF WS-LIST-ID (WS-LIST-IDX) = SPACES
006330         GO TO 3220-EXIT
006340     END-IF
006350     MOVE WS-LIST-ID (WS-LIST-IDX) TO WS-CX-LOOK-ID
006360     PERFORM 3800-FIND-CATALOG THRU 3800-EXIT
006370     MOVE 'Y' TO CX-NEEDED-SW (CX-HIT-IDX).
006380 3220-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410*  3300-SCAN-TEMPLATES - TEMPLATE RECORDS PER CATALOG.  NO       *
006420*  TEMPLATE FILE LEAVES EVERY CATALOG AT ZERO.                   *
006430*----------------------------------------------------------------*
006440 3300-SCAN-TEMPLATES.
006450     MOVE 'N' TO WS-TMPL-EOF-SW
006460     OPEN INPUT GIFT-TEMPLATE
006470     IF WS-TMPL-FS = '35'
006480         GO TO 3300-EXIT
006490     END-IF
006500     IF WS-TMPL-FS NOT = '00'
006510         DISPLAY 'SEASROLL - UNABLE TO OPEN GIFT-TEMPLATE,'
006520             ' STATUS ' WS-TMPL-FS
006530         MOVE 16 TO RETURN-CODE
006540         STOP RUN
006550     END-IF
006560     PERFORM 3310-READ-ONE-TEMPLATE THRU 3310-EXIT
006570         UNTIL WS-TMPL-EOF
006580     CLOSE GIFT-TEMPLATE.
006590 3300-EXIT.
006600     EXIT.
006610 3310-READ-ONE-TEMPLATE.
006620     READ GIFT-TEMPLATE
006630         AT END
006640             MOVE 'Y' TO WS-TMPL-EOF-SW
006650             GO TO 3310-EXIT
006660     END-READ
006670     MOVE TL-CATALOG-ID TO WS-CX-LOOK-ID
006680     PERFORM 3800-FIND-CATALOG THRU 3800-EXIT
006690     ADD 1 TO CX-TEMPLATES (CX-HIT-IDX).
006700 3310-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------*
006730*  3400-LIST-TEMPLATES - A CATALOG THE NEXT SEASON MAILS WITH NO *
006740*  TEMPLATE RECORDS PRINTS THE ENGLISH DEFAULT LETTER.           *
006750*----------------------------------------------------------------*
006760 3400-LIST-TEMPLATES.
006770     MOVE 'CATALOGS WITH NO LETTER TEMPLATES' TO WS-RPT-LINE
006780     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
006790     MOVE ZERO TO WS-SECTION-CNT
006800     PERFORM 3410-LIST-ONE-CATALOG THRU 3410-EXIT
006810         VARYING CX-IDX FROM 1 BY 1
006820         UNTIL CX-IDX > CX-COUNT
006830     PERFORM 3900-CLOSE-SECTION THRU 3900-EXIT.
006840 3400-EXIT.
006850     EXIT.
006860 3410-LIST-ONE-CATALOG.
006870     IF CX-NEEDED-SW (CX-IDX) = 'Y'
006880         AND CX-TEMPLATES (CX-IDX) = ZERO
006890         ADD 1 TO WS-SECTION-CNT
006900         MOVE SPACES TO WS-RPT-LINE
006910         STRING '  CATALOG ' CX-ID (CX-IDX)
006920             ' - ENGLISH DEFAULT LETTERS WILL PRINT'
006930             DELIMITED BY SIZE INTO WS-RPT-LINE
006940         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
006950     END-IF.
006960 3410-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------*
006990*  3500-LIST-VENDORS - EVERY VENDOR NOT ACTIVE ON VENDOR-MASTER, *
007000*  TO REACTIVATE OR TO MOVE ITS GIFT LINES BEFORE ORDERING.      *
007010*----------------------------------------------------------------*
007020 3500-LIST-VENDORS.
007030     MOVE 'VENDORS INACTIVE ON VENDOR-MASTER' TO WS-RPT-LINE
007040     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
007050     MOVE ZERO TO WS-SECTION-CNT
007060     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
007070     IF NOT VNDM-PRESENT
007080         ADD 1 TO WS-SECTION-CNT
007090         MOVE '  VENDOR-MASTER NOT PRESENT' TO WS-RPT-LINE
007100         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
007110     END-IF
007120     PERFORM 3510-LIST-ONE-VENDOR THRU 3510-EXIT
007130         VARYING VNDM-IDX FROM 1 BY 1
007140         UNTIL VNDM-IDX > VNDM-COUNT
007150     PERFORM 3900-CLOSE-SECTION THRU 3900-EXIT.
007160 3500-EXIT.
007170     EXIT.
007180 3510-LIST-ONE-VENDOR.
007190     IF VNDM-ACTIVE (VNDM-IDX) NOT = 'Y'
007200         ADD 1 TO WS-SECTION-CNT
007210         MOVE SPACES TO WS-RPT-LINE
007220         STRING '  VENDOR ' VNDM-CODE (VNDM-IDX) '  '
007230             VNDM-NAME (VNDM-IDX)
007240             DELIMITED BY SIZE INTO WS-RPT-LINE
007250         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
007260     END-IF.
007270 3510-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300*  3600-LIST-INVENTORY - GIFT LINES STILL AT ZERO ON HAND, TO    *
007310*  REPLENISH BEFORE THE FIRST RUN.                               *
007320*----------------------------------------------------------------*
007330 3600-LIST-INVENTORY.
007340     MOVE 'INVENTORY STILL AT ZERO ON HAND' TO WS-RPT-LINE
007350     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
007360     MOVE ZERO TO WS-SECTION-CNT
007370     MOVE 'N' TO WS-EOF-SW
007380     OPEN INPUT GIFT-INVENTORY
007390     IF WS-INV-FS = '35'
007400         ADD 1 TO WS-SECTION-CNT
007410         MOVE '  GIFT-INVENTORY NOT PRESENT' TO WS-RPT-LINE
007420         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
007430         PERFORM 3900-CLOSE-SECTION THRU 3900-EXIT
007440         GO TO 3600-EXIT
007450     END-IF
007460     IF WS-INV-FS NOT = '00'
007470         DISPLAY 'SEASROLL - UNABLE TO OPEN GIFT-INVENTORY,'
007480             ' STATUS ' WS-INV-FS
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF
007520     PERFORM 3610-READ-ONE-INVENTORY THRU 3610-EXIT
007530         UNTIL WS-IN-EOF
007540     CLOSE GIFT-INVENTORY
007550     PERFORM 3900-CLOSE-SECTION THRU 3900-EXIT.
007560 3600-EXIT.
007570     EXIT.
007580 3610-READ-ONE-INVENTORY.
007590     READ GIFT-INVENTORY
007600         AT END
007610             MOVE 'Y' TO WS-EOF-SW
007620             GO TO 3610-EXIT
007630     END-READ
007640     IF IN-ON-HAND = ZERO
007650         ADD 1 TO WS-SECTION-CNT
007660         MOVE SPACES TO WS-RPT-LINE
007670         STRING '  CATALOG ' IN-CATALOG-ID ' DAY ' IN-DAY-NO
007680             ' - ZERO ON HAND'
007690             DELIMITED BY SIZE INTO WS-RPT-LINE
007700         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
007710     END-IF.
007720 3610-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------*
007750*  3800-FIND-CATALOG - CX-HIT-IDX FOR WS-CX-LOOK-ID, ADDING THE  *
007760*  CATALOG (NOT NEEDED, NO TEMPLATES) WHEN IT IS NEW.            *
007770*----------------------------------------------------------------*
007780 3800-FIND-CATALOG.
007790     MOVE ZERO TO CX-HIT-IDX
007800     PERFORM 3810-MATCH-ONE-CATALOG THRU 3810-EXIT
007810         VARYING CX-IDX FROM 1 BY 1
007820         UNTIL CX-IDX > CX-COUNT OR CX-HIT-IDX > ZERO
007830     IF CX-HIT-IDX > ZERO
007840         GO TO 3800-EXIT
007850     END-IF
007860     IF CX-COUNT >= WS-CX-MAX
007870         DISPLAY 'SEASROLL - MORE THAN ' WS-CX-MAX
007880             ' CATALOGS ACROSS THE MASTERS, TABLE FULL'
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN
007910     END-IF
007920     ADD 1 TO CX-COUNT
007930     MOVE CX-COUNT TO CX-HIT-IDX
007940     MOVE WS-CX-LOOK-ID TO CX-ID (CX-HIT-IDX)
007950     MOVE ZERO TO CX-TEMPLATES (CX-HIT-IDX)
007960     MOVE 'N' TO CX-NEEDED-SW (CX-HIT-IDX).
007970 3800-EXIT.
007980     EXIT.
007990 3810-MATCH-ONE-CATALOG.
008000     IF CX-ID (CX-IDX) = WS-CX-LOOK-ID
008010         MOVE CX-IDX TO CX-HIT-IDX
008020     END-IF.
008030 3810-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------*
008060*  3900-CLOSE-SECTION - NONE FOR AN EMPTY CHECKLIST SECTION; THE *
008070*  SECTION'S ITEMS COUNT TOWARD RC 4.                            *
008080*----------------------------------------------------------------*
008090 3900-CLOSE-SECTION.
008100     IF WS-SECTION-CNT = ZERO
008110         MOVE '  NONE' TO WS-RPT-LINE
008120         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008130     END-IF
008140     ADD WS-SECTION-CNT TO WS-ITEM-CNT.
008150 3900-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------*
008180*  9000-TERMINATE - TOTALS AND THE RETURN CODE: 8 HELD, NOTHING  *
008190*  CHANGED; 4 ROLLED WITH CHECKLIST ITEMS OPEN; 0 ROLLED AND THE *
008200*  NEXT SEASON IS READY.                                         *
008210*----------------------------------------------------------------*
008220 9000-TERMINATE.
008230     MOVE SPACES TO WS-RPT-LINE
008240     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008250     MOVE WS-CLOSING-CNT TO WS-CNT-FMT
008260     MOVE SPACES TO WS-RPT-LINE
008270     STRING 'CLOSING SEASON ENTRIES' WS-CNT-FMT
008280         DELIMITED BY SIZE INTO WS-RPT-LINE
008290     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008300     MOVE WS-RETIRED-CNT TO WS-CNT-FMT
008310     MOVE SPACES TO WS-RPT-LINE
008320     STRING 'ENTRIES RETIRED       ' WS-CNT-FMT
008330         DELIMITED BY SIZE INTO WS-RPT-LINE
008340     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008350     MOVE WS-KEPT-CNT TO WS-CNT-FMT
008360     MOVE SPACES TO WS-RPT-LINE
008370     STRING 'ENTRIES KEPT          ' WS-CNT-FMT
008380         DELIMITED BY SIZE INTO WS-RPT-LINE
008390     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008400     MOVE WS-ITEM-CNT TO WS-CNT-FMT
008410     MOVE SPACES TO WS-RPT-LINE
008420     STRING 'CHECKLIST ITEMS       ' WS-CNT-FMT
008430         DELIMITED BY SIZE INTO WS-RPT-LINE
008440     WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008450     IF WS-HOLD-CNT > ZERO
008460         MOVE 'ROLLOVER HELD - CALENDAR NOT CHANGED'
008465             TO WS-RPT-LINE
008470         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008480         DISPLAY 'SEASROLL - SEASON ' WS-CLOSING-SEASON
008490             ' NOT CLOSED CLEAN, ROLLOVER HELD'
008500         MOVE 8 TO RETURN-CODE
008510     ELSE
008520         MOVE SPACES TO WS-RPT-LINE
008530         STRING 'SEASON ' WS-CLOSING-SEASON
008540             ' RETIRED - INSTALL THE NEW RUN-CALENDAR'
008550             DELIMITED BY SIZE INTO WS-RPT-LINE
008560         WRITE SEASON-ROLL-REC FROM WS-RPT-LINE
008570         IF WS-ITEM-CNT > ZERO
008580             MOVE 4 TO RETURN-CODE
008590         END-IF
008600     END-IF
008610     CLOSE SEASON-ROLL-RPT.
008620 9000-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------*
008650*  VENDOR MASTER LOAD AND LOOKUP.                                *
008660*----------------------------------------------------------------*
008670     COPY VENDMLOD.
