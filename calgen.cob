000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALGEN.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW RUN-CALENDAR GENERATOR.  TAKES A SHORT   *
000110*                   SEASON DEFINITION (SEASON, FIRST RUN DATE,   *
000120*                   ENGINE, CATALOG LIST, NUMBER OF DAYS, PROOF  *
000130*                   REHEARSAL DATES AND SKIPPED DATES) AND       *
000140*                   WRITES THE WHOLE PROPOSED CALENDAR - AS MANY *
000150*                   FULL-RANGE LIVE RUNS AS THE SEASON HAS DAYS, *
000160*                   CONSECUTIVE DATES, PASSING OVER EACH SKIPPED *
000170*                   DATE, PLUS A FULL-RANGE PROOF RUN ON EACH    *
000180*                   REHEARSAL DATE - WITH THE CURRENT CALENDAR'S *
000190*                   ENTRIES FOR OTHER SEASONS CARRIED ACROSS,    *
000200*                   ALL IN DATE ORDER.  NOTHING IS KEYED BY HAND *
000210*                   ANY MORE; CALPROOF VETS THE RESULT BEFORE    *
000220*                   IT REPLACES THE LIVE CALENDAR.  RC 8 ON A    *
000230*                   BAD DEFINITION (NO CALENDAR WRITTEN), RC 4   *
000240*                   WHEN A SKIPPED DATE WAS NEVER REACHED OR A   *
000250*                   KEPT ENTRY SHARES A DATE WITH A NEW ONE.     *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY CALSEL.
000310     SELECT SEASON-DEFINITION ASSIGN TO GIFTSDEF
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SDEF-FS.
000340     SELECT RUN-CALENDAR-NEW ASSIGN TO GIFTRCLN
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CALN-FS.
000370     SELECT CAL-GEN-RPT ASSIGN TO GIFTCGEN
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RPT-FS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420     COPY CALFD.
000430*----------------------------------------------------------------*
000440*  SEASON DEFINITION CARDS, TYPE IN COLUMN 1:                    *
000450*    S  THE SEASON - YEAR IN 3-6, FIRST RUN DATE 8-15, ENGINE    *
000460*       S/P/R IN 17, NUMBER OF DAYS IN 19-20, CATALOG LIST       *
000470*       (AS ON THE CALENDAR) IN 22-41, OPTIONAL CAMPAIGN         *
000480*       SELECTION ID IN 43-50.  EXACTLY ONE.                     *
000490*    P  PROOF REHEARSAL DATES, UP TO EIGHT PER CARD IN 3-10,     *
000500*       12-19, 21-28 AND SO ON.                                  *
000510*    X  SKIPPED DATES, LAID OUT AS THE P CARD.                   *
000520*    *  COMMENT.                                                 *
000530*----------------------------------------------------------------*
000540 FD  SEASON-DEFINITION
000550     RECORDING MODE IS F.
000560 01  SD-CARD.
000570     05  SD-CARD-TYPE              PIC X(1).
000580         88  SD-SEASON-CARD                  VALUE 'S'.
000590         88  SD-PROOF-CARD                   VALUE 'P'.
000600         88  SD-SKIP-CARD                    VALUE 'X'.
000610         88  SD-COMMENT-CARD                 VALUE '*'.
000620     05  FILLER                    PIC X(79).
000630 01  SD-SEASON-VIEW.
000640     05  FILLER                    PIC X(2).
000650     05  SD-SEASON-YEAR            PIC 9(4).
000660     05  FILLER                    PIC X(1).
000670     05  SD-FIRST-DATE             PIC 9(8).
000680     05  FILLER                    PIC X(1).
000690     05  SD-ENGINE                 PIC X(1).
000700     05  FILLER                    PIC X(1).
000710     05  SD-DAY-COUNT              PIC 9(2).
000720     05  FILLER                    PIC X(1).
000730     05  SD-CATALOG-LIST           PIC X(20).
000740     05  FILLER                    PIC X(1).
000750     05  SD-SELECT-ID              PIC X(8).
000760     05  FILLER                    PIC X(30).
000770 01  SD-DATE-VIEW.
000780     05  FILLER                    PIC X(2).
000790     05  SD-DATE-SLOT OCCURS 8.
000800         10  SD-DATE-X             PIC X(8).
000810         10  SD-DATE REDEFINES SD-DATE-X
000820                                   PIC 9(8).
000830         10  FILLER                PIC X(1).
000840     05  FILLER                    PIC X(6).
000850 FD  RUN-CALENDAR-NEW
000860     RECORDING MODE IS F.
000870 01  RUN-CALENDAR-NEW-REC          PIC X(53).
000880 FD  CAL-GEN-RPT
000890     RECORDING MODE IS F.
000900 01  CAL-GEN-REC                   PIC X(80).
000910 WORKING-STORAGE SECTION.
000920 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000930 77  WS-SDEF-FS                    PIC X(2)  VALUE '00'.
000940 77  WS-CALN-FS                    PIC X(2)  VALUE '00'.
000950 77  WS-RPT-FS                     PIC X(2)  VALUE '00'.
000960 77  WS-TODAY-DATE                 PIC 9(8)  VALUE ZERO.
000970 01  WS-EOF-SW                     PIC X(1)  VALUE 'N'.
000980     88  WS-IN-EOF                           VALUE 'Y'.
000990 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
001000     88  WS-HIT-FOUND                        VALUE 'Y'.
001010 01  WS-DATE-OK-SW                 PIC X(1)  VALUE 'N'.
001020     88  WS-DATE-OK                          VALUE 'Y'.
001030*----------------------------------------------------------------*
001040*  THE SEASON CARD, ONCE EDITED.                                 *
001050*----------------------------------------------------------------*
001060 77  WS-SEASON-CARDS               PIC 9(3) COMP VALUE ZERO.
001070 01  WS-DEF-SEASON                 PIC 9(4)  VALUE ZERO.
001080 01  WS-DEF-FIRST-DATE             PIC 9(8)  VALUE ZERO.
001090 01  WS-DEF-ENGINE                 PIC X(1)  VALUE SPACE.
001100 01  WS-DEF-DAY-COUNT              PIC 9(2)  VALUE ZERO.
001110 01  WS-DEF-CATALOG-LIST           PIC X(20) VALUE SPACES.
001120 01  WS-DEF-SELECT-ID              PIC X(8)  VALUE SPACES.
001130*----------------------------------------------------------------*
001140*  DATE ARITHMETIC: PLAIN GREGORIAN, MONTH LENGTHS FROM THE      *
001150*  TABLE, FEBRUARY 29 IN LEAP YEARS.                             *
001160*----------------------------------------------------------------*
001170 01  WS-WORK-DATE.
001180     05  WS-WORK-YEAR              PIC 9(4).
001190     05  WS-WORK-MONTH             PIC 9(2).
001200     05  WS-WORK-DAY               PIC 9(2).
001210 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001220                                   PIC 9(8).
001230 01  WS-MONTH-DAYS-DEF.
001240     05  FILLER                    PIC X(24)
001250         VALUE '312831303130313130313031'.
001260 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
001270     05  WS-MONTH-DAYS             PIC 9(2) OCCURS 12.
001280 77  WS-MONTH-LEN                  PIC 9(2)  VALUE ZERO.
001290 77  WS-LEAP-REM                   PIC 9(4)  VALUE ZERO.
001300 77  WS-CHECK-DATE                 PIC 9(8)  VALUE ZERO.
001305 77  WS-SAVE-DATE                  PIC 9(8)  VALUE ZERO.
001310*----------------------------------------------------------------*
001320*  PROOF REHEARSAL AND SKIPPED DATES FROM THE P AND X CARDS.     *
001330*----------------------------------------------------------------*
001340 77  WS-PX-MAX                     PIC 9(2) COMP VALUE 20.
001350 77  PX-COUNT                      PIC 9(2) COMP VALUE ZERO.
001360 77  PX-IDX                        PIC 9(2) COMP VALUE ZERO.
001370 01  PX-TABLE.
001380     05  PX-DATE                   PIC 9(8) OCCURS 20.
001390 77  WS-SX-MAX                     PIC 9(2) COMP VALUE 50.
001400 77  SX-COUNT                      PIC 9(2) COMP VALUE ZERO.
001410 77  SX-IDX                        PIC 9(2) COMP VALUE ZERO.
001420 01  SX-TABLE.
001430     05  SX-ENTRY OCCURS 50.
001440         10  SX-DATE               PIC 9(8).
001450         10  SX-USED-SW            PIC X(1).
001460 77  WS-SLOT-IDX                   PIC 9(2) COMP VALUE ZERO.
001470*----------------------------------------------------------------*
001480*  THE PROPOSED CALENDAR, HELD IN DATE ORDER.  ENT-SOURCE IS     *
001490*  'N' FOR A NEW (GENERATED) ENTRY, 'K' FOR ONE KEPT FROM THE    *
001500*  CURRENT CALENDAR.                                             *
001510*----------------------------------------------------------------*
001520 77  WS-ENT-MAX                    PIC 9(3) COMP VALUE 300.
001530 77  ENT-COUNT                     PIC 9(3) COMP VALUE ZERO.
001540 77  ENT-IDX                       PIC 9(3) COMP VALUE ZERO.
001550 77  ENT-INS-IDX                   PIC 9(3) COMP VALUE ZERO.
001560 77  ENT-SHIFT-IDX                 PIC 9(3) COMP VALUE ZERO.
001570 01  ENT-TABLE.
001580     05  ENT-ENTRY OCCURS 300.
001590         10  ENT-RUN-DATE          PIC 9(8).
001600         10  ENT-SOURCE            PIC X(1).
001610         10  ENT-IMAGE             PIC X(53).
001620*----------------------------------------------------------------*
001630*  ONE GENERATED ENTRY, LAID OUT AS A RUN-CALENDAR RECORD.       *
001640*----------------------------------------------------------------*
001650 01  GEN-ENTRY.
001660     05  GEN-RUN-DATE              PIC 9(8).
001670     05  FILLER                    PIC X(1)  VALUE SPACE.
001680     05  GEN-ENGINE                PIC X(1).
001690     05  FILLER                    PIC X(1)  VALUE SPACE.
001700     05  GEN-CATALOG-LIST          PIC X(20).
001710     05  FILLER                    PIC X(1)  VALUE SPACE.
001720     05  GEN-START-DAY             PIC 9(2).
001730     05  GEN-END-DAY               PIC 9(2).
001740     05  FILLER                    PIC X(1)  VALUE SPACE.
001750     05  GEN-RUN-YEAR              PIC 9(4).
001760     05  FILLER                    PIC X(1)  VALUE SPACE.
001770     05  GEN-REPLAY-FLAG           PIC X(1).
001780     05  GEN-PROOF-FLAG            PIC X(1).
001790     05  FILLER                    PIC X(1)  VALUE SPACE.
001800     05  GEN-SELECT-ID             PIC X(8).
001810 77  WS-DAY-NO                     PIC 9(2)  VALUE ZERO.
001820 77  WS-DATES-WALKED               PIC 9(3) COMP VALUE ZERO.
001830 77  WS-CARD-CNT                   PIC 9(3) COMP VALUE ZERO.
001840 77  WS-ERROR-CNT                  PIC 9(3) COMP VALUE ZERO.
001850 77  WS-WARN-CNT                   PIC 9(3) COMP VALUE ZERO.
001860 77  WS-LIVE-CNT                   PIC 9(3) COMP VALUE ZERO.
001870 77  WS-PROOF-CNT                  PIC 9(3) COMP VALUE ZERO.
001880 77  WS-SKIP-CNT                   PIC 9(3) COMP VALUE ZERO.
001890 77  WS-KEPT-CNT                   PIC 9(3) COMP VALUE ZERO.
001900 77  WS-REPLACED-CNT               PIC 9(3) COMP VALUE ZERO.
001910 77  WS-WRITE-CNT                  PIC 9(3) COMP VALUE ZERO.
001920 77  WS-CNT-FMT                    PIC ZZ9.
001930 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001940 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001950 01  WS-RPT-LINE                   PIC X(80).
001960 PROCEDURE DIVISION.
001970*----------------------------------------------------------------*
001980*  0000-MAINLINE - EDIT THE DEFINITION; IF IT IS GOOD, CARRY THE *
001990*  OTHER SEASONS' ENTRIES, GENERATE THIS SEASON'S, AND WRITE THE *
002000*  PROPOSED CALENDAR.                                            *
002010*----------------------------------------------------------------*
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     PERFORM 1100-READ-DEFINITION THRU 1100-EXIT
002050     IF WS-ERROR-CNT = ZERO
002060         PERFORM 1500-CARRY-CALENDAR THRU 1500-EXIT
002070         PERFORM 2000-GENERATE-PROOFS THRU 2000-EXIT
002080         PERFORM 2100-GENERATE-LIVE THRU 2100-EXIT
002090         PERFORM 3000-WRITE-CALENDAR THRU 3000-EXIT
002100     END-IF
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT
002120     GOBACK.
002130 1000-INITIALIZE.
002140     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002150     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
002160     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
002170     MOVE 'Y' TO WS-ENV-VALUE
002180     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
002190     OPEN OUTPUT CAL-GEN-RPT
002200     IF WS-RPT-FS NOT = '00'
002210         DISPLAY 'CALGEN - UNABLE TO OPEN CAL-GEN-RPT,'
002220             ' STATUS ' WS-RPT-FS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     MOVE SPACES TO WS-RPT-LINE
002270     STRING 'RUN-CALENDAR GENERATOR  RUN DATE ' WS-TODAY-DATE
002280         DELIMITED BY SIZE INTO WS-RPT-LINE
002290     WRITE CAL-GEN-REC FROM WS-RPT-LINE
002300     MOVE SPACES TO WS-RPT-LINE
002310     WRITE CAL-GEN-REC FROM WS-RPT-LINE.
002320 1000-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------*
002350*  1100-READ-DEFINITION - EVERY CARD GETS EVERY EDIT; EACH       *
002360*  FAILURE IS A REPORT LINE AND COUNTS TOWARD RC 8.              *
002370*----------------------------------------------------------------*
002380 1100-READ-DEFINITION.
002390     MOVE 'N' TO WS-EOF-SW
002400     OPEN INPUT SEASON-DEFINITION
002410     IF WS-SDEF-FS NOT = '00'
002420         DISPLAY 'CALGEN - UNABLE TO OPEN SEASON-DEFINITION,'
002430             ' STATUS ' WS-SDEF-FS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
002480         UNTIL WS-IN-EOF
002490     CLOSE SEASON-DEFINITION
002500     IF WS-SEASON-CARDS NOT = 1
002510         ADD 1 TO WS-ERROR-CNT
002520         MOVE 'ERROR - DEFINITION NEEDS EXACTLY ONE S CARD'
002530             TO WS-RPT-LINE
002540         WRITE CAL-GEN-REC FROM WS-RPT-LINE
002550         GO TO 1100-EXIT
002560     END-IF
002570     PERFORM 1400-CROSS-CHECK-PROOF THRU 1400-EXIT
002580         VARYING PX-IDX FROM 1 BY 1
002590         UNTIL PX-IDX > PX-COUNT
002600     MOVE SPACES TO WS-RPT-LINE
002610     STRING 'SEASON ' WS-DEF-SEASON
002615         '  FIRST RUN ' WS-DEF-FIRST-DATE
002620         '  ENGINE ' WS-DEF-ENGINE '  DAYS ' WS-DEF-DAY-COUNT
002630         '  CATALOGS ' WS-DEF-CATALOG-LIST
002640         DELIMITED BY SIZE INTO WS-RPT-LINE
002650     WRITE CAL-GEN-REC FROM WS-RPT-LINE
002660     IF WS-DEF-SELECT-ID NOT = SPACES
002670         MOVE SPACES TO WS-RPT-LINE
002680         STRING 'CAMPAIGN SELECTION ' WS-DEF-SELECT-ID
002690             DELIMITED BY SIZE INTO WS-RPT-LINE
002700         WRITE CAL-GEN-REC FROM WS-RPT-LINE
002710     END-IF
002720     MOVE SPACES TO WS-RPT-LINE
002730     WRITE CAL-GEN-REC FROM WS-RPT-LINE.
002740 1100-EXIT.
002750     EXIT.
002760 1110-READ-ONE-CARD.
002770     READ SEASON-DEFINITION
002780         AT END
002790             MOVE 'Y' TO WS-EOF-SW
002800         NOT AT END
002810             ADD 1 TO WS-CARD-CNT
002820             PERFORM 1120-EDIT-ONE-CARD THRU 1120-EXIT
002830     END-READ.
002840 1110-EXIT.
002850     EXIT.
002860 1120-EDIT-ONE-CARD.
002870     EVALUATE TRUE
002880         WHEN SD-COMMENT-CARD
002890         WHEN SD-CARD = SPACES
002900             CONTINUE
002910         WHEN SD-SEASON-CARD
002920             PERFORM 1200-EDIT-SEASON-CARD THRU 1200-EXIT
002930         WHEN SD-PROOF-CARD
002940         WHEN SD-SKIP-CARD
002950             PERFORM 1300-EDIT-DATE-SLOT THRU 1300-EXIT
002960                 VARYING WS-SLOT-IDX FROM 1 BY 1
002970                 UNTIL WS-SLOT-IDX > 8
002980         WHEN OTHER
002990             PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003000             MOVE 'CARD TYPE NOT S, P, X OR *'
003005                 TO WS-RPT-LINE (40:)
003010             WRITE CAL-GEN-REC FROM WS-RPT-LINE
003020     END-EVALUATE.
003030 1120-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------*
003060*  1200-EDIT-SEASON-CARD - THE SAME EDITS CALPROOF WILL APPLY TO *
003070*  EVERY ENTRY, MADE ONCE HERE ON THE DEFINITION.                *
003080*----------------------------------------------------------------*
003090 1200-EDIT-SEASON-CARD.
003100     ADD 1 TO WS-SEASON-CARDS
003110     IF SD-SEASON-YEAR NOT NUMERIC OR SD-SEASON-YEAR = ZERO
003120         PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003130         MOVE 'SEASON YEAR INVALID' TO WS-RPT-LINE (40:)
003140         WRITE CAL-GEN-REC FROM WS-RPT-LINE
003150     END-IF
003160     MOVE 'N' TO WS-DATE-OK-SW
003170     IF SD-FIRST-DATE IS NUMERIC
003180         MOVE SD-FIRST-DATE TO WS-CHECK-DATE
003190         PERFORM 2950-CHECK-DATE THRU 2950-EXIT
003200     END-IF
003210     IF NOT WS-DATE-OK
003220         PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003230         MOVE 'FIRST RUN DATE INVALID' TO WS-RPT-LINE (40:)
003240         WRITE CAL-GEN-REC FROM WS-RPT-LINE
003250     END-IF
003260     IF SD-ENGINE NOT = 'S' AND SD-ENGINE NOT = 'P'
003270         AND SD-ENGINE NOT = 'R'
003280         PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003290         MOVE 'ENGINE NOT S, P, OR R' TO WS-RPT-LINE (40:)
003300         WRITE CAL-GEN-REC FROM WS-RPT-LINE
003310     END-IF
003320     IF SD-DAY-COUNT NOT NUMERIC OR SD-DAY-COUNT = ZERO
003330         PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003340         MOVE 'NUMBER OF DAYS INVALID' TO WS-RPT-LINE (40:)
003350         WRITE CAL-GEN-REC FROM WS-RPT-LINE
003360     END-IF
003370     IF SD-CATALOG-LIST = SPACES
003380         PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003390         MOVE 'CATALOG LIST BLANK' TO WS-RPT-LINE (40:)
003400         WRITE CAL-GEN-REC FROM WS-RPT-LINE
003410     END-IF
003420     MOVE SD-SEASON-YEAR TO WS-DEF-SEASON
003430     MOVE SD-FIRST-DATE TO WS-DEF-FIRST-DATE
003440     MOVE SD-ENGINE TO WS-DEF-ENGINE
003450     MOVE SD-DAY-COUNT TO WS-DEF-DAY-COUNT
003460     MOVE SD-CATALOG-LIST TO WS-DEF-CATALOG-LIST
003470     MOVE SD-SELECT-ID TO WS-DEF-SELECT-ID.
003480 1200-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------*
003510*  1300-EDIT-DATE-SLOT - ONE DATE OFF A P OR X CARD.  A BLANK    *
003520*  SLOT ENDS NOTHING; LATER SLOTS ARE STILL LOOKED AT.           *
003530*----------------------------------------------------------------*
003540 1300-EDIT-DATE-SLOT.
003550     IF SD-DATE-X (WS-SLOT-IDX) = SPACES
003560         GO TO 1300-EXIT
003570     END-IF
003580     MOVE 'N' TO WS-DATE-OK-SW
003590     IF SD-DATE-X (WS-SLOT-IDX) IS NUMERIC
003600         MOVE SD-DATE (WS-SLOT-IDX) TO WS-CHECK-DATE
003610         PERFORM 2950-CHECK-DATE THRU 2950-EXIT
003620     END-IF
003630     IF NOT WS-DATE-OK
003640         PERFORM 1900-FLAG-CARD THRU 1900-EXIT
003650         MOVE SPACES TO WS-RPT-LINE (40:)
003660         STRING 'DATE ' SD-DATE-X (WS-SLOT-IDX) ' INVALID'
003670             DELIMITED BY SIZE INTO WS-RPT-LINE (40:)
003680         WRITE CAL-GEN-REC FROM WS-RPT-LINE
003690         GO TO 1300-EXIT
003700     END-IF
003710     IF SD-PROOF-CARD
003720         PERFORM 1310-ADD-PROOF-DATE THRU 1310-EXIT
003730     ELSE
003740         PERFORM 1320-ADD-SKIP-DATE THRU 1320-EXIT
003750     END-IF.
003760 1300-EXIT.
003770     EXIT.
003780 1310-ADD-PROOF-DATE.
003790     MOVE 'N' TO WS-HIT-SW
003800     PERFORM 1330-MATCH-ONE-PROOF THRU 1330-EXIT
003810         VARYING PX-IDX FROM 1 BY 1
003820         UNTIL PX-IDX > PX-COUNT OR WS-HIT-FOUND
003830     IF WS-HIT-FOUND
003840         GO TO 1310-EXIT
003850     END-IF
003860     IF PX-COUNT >= WS-PX-MAX
003870         DISPLAY 'CALGEN - MORE THAN ' WS-PX-MAX
003880             ' PROOF REHEARSAL DATES, TABLE FULL'
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF
003920     ADD 1 TO PX-COUNT
003930     MOVE WS-CHECK-DATE TO PX-DATE (PX-COUNT).
003940 1310-EXIT.
003950     EXIT.
003960 1320-ADD-SKIP-DATE.
003970     MOVE 'N' TO WS-HIT-SW
003980     PERFORM 1340-MATCH-ONE-SKIP THRU 1340-EXIT
003990         VARYING SX-IDX FROM 1 BY 1
004000         UNTIL SX-IDX > SX-COUNT OR WS-HIT-FOUND
004010     IF WS-HIT-FOUND
004020         GO TO 1320-EXIT
004030     END-IF
004040     IF SX-COUNT >= WS-SX-MAX
004050         DISPLAY 'CALGEN - MORE THAN ' WS-SX-MAX
004060             ' SKIPPED DATES, TABLE FULL'
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF
004100     ADD 1 TO SX-COUNT
004110     MOVE WS-CHECK-DATE TO SX-DATE (SX-COUNT)
004120     MOVE 'N' TO SX-USED-SW (SX-COUNT).
004130 1320-EXIT.
004140     EXIT.
004150 1330-MATCH-ONE-PROOF.
004160     IF PX-DATE (PX-IDX) = WS-CHECK-DATE
004170         MOVE 'Y' TO WS-HIT-SW
004180     END-IF.
004190 1330-EXIT.
004200     EXIT.
004210 1340-MATCH-ONE-SKIP.
004220     IF SX-DATE (SX-IDX) = WS-CHECK-DATE
004230         MOVE 'Y' TO WS-HIT-SW
004240     END-IF.
004250 1340-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------*
004280*  1400-CROSS-CHECK-PROOF - A DATE CANNOT BE BOTH A REHEARSAL    *
004290*  AND SKIPPED.                                                  *
004300*----------------------------------------------------------------*
004310 1400-CROSS-CHECK-PROOF.
004320     MOVE PX-DATE (PX-IDX) TO WS-CHECK-DATE
004330     MOVE 'N' TO WS-HIT-SW
004340     PERFORM 1340-MATCH-ONE-SKIP THRU 1340-EXIT
004350         VARYING SX-IDX FROM 1 BY 1
004360         UNTIL SX-IDX > SX-COUNT OR WS-HIT-FOUND
004370     IF WS-HIT-FOUND
004380         ADD 1 TO WS-ERROR-CNT
004390         MOVE SPACES TO WS-RPT-LINE
004400         STRING 'ERROR - ' WS-CHECK-DATE
004410             ' IS BOTH A PROOF DATE AND A SKIPPED DATE'
004420             DELIMITED BY SIZE INTO WS-RPT-LINE
004430         WRITE CAL-GEN-REC FROM WS-RPT-LINE
004440     END-IF.
004450 1400-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------*
004480*  1500-CARRY-CALENDAR - EVERY ENTRY ON THE CURRENT CALENDAR FOR *
004490*  ANOTHER SEASON IS KEPT; THIS SEASON'S ARE REPLACED BY WHAT IS *
004500*  GENERATED, AND LISTED SO A HAND-KEYED ONE IS NOT LOST UNSEEN. *
004510*  NO CURRENT CALENDAR IS FINE - THE PROPOSAL IS ALL NEW.        *
004520*----------------------------------------------------------------*
004530 1500-CARRY-CALENDAR.
004540     MOVE 'N' TO WS-EOF-SW
004550     OPEN INPUT RUN-CALENDAR
004560     IF WS-CAL-FS = '35'
004570         GO TO 1500-EXIT
004580     END-IF
004590     IF WS-CAL-FS NOT = '00'
004600         DISPLAY 'CALGEN - UNABLE TO OPEN RUN-CALENDAR,'
004610             ' STATUS ' WS-CAL-FS
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF
004650     PERFORM 1510-READ-ONE-CAL THRU 1510-EXIT
004660         UNTIL WS-IN-EOF
004670     CLOSE RUN-CALENDAR.
004680 1500-EXIT.
004690     EXIT.
004700 1510-READ-ONE-CAL.
004710     READ RUN-CALENDAR
004720         AT END
004730             MOVE 'Y' TO WS-EOF-SW
004740         NOT AT END
004750             PERFORM 1520-CARRY-ONE-CAL THRU 1520-EXIT
004760     END-READ.
004770 1510-EXIT.
004780     EXIT.
004790 1520-CARRY-ONE-CAL.
004800     IF CAL-RUN-YEAR IS NUMERIC
004810         AND CAL-RUN-YEAR = WS-DEF-SEASON
004820         ADD 1 TO WS-REPLACED-CNT
004830         MOVE SPACES TO WS-RPT-LINE
004840         STRING 'REPLACED  ' RUN-CALENDAR-REC
004850             DELIMITED BY SIZE INTO WS-RPT-LINE
004860         WRITE CAL-GEN-REC FROM WS-RPT-LINE
004870         GO TO 1520-EXIT
004880     END-IF
004890     ADD 1 TO WS-KEPT-CNT
004900     MOVE RUN-CALENDAR-REC TO GEN-ENTRY
004910     MOVE 'K' TO WS-HIT-SW
004920     PERFORM 2500-STORE-ENTRY THRU 2500-EXIT.
004930 1520-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------*
004960*  1900-FLAG-CARD - COMMON LEAD-IN FOR A DEFINITION ERROR LINE:  *
004970*  COUNTS IT AND LEAVES THE CARD IMAGE IN COLUMNS 1-39 OF        *
004980*  WS-RPT-LINE FOR THE CALLER TO FINISH.                         *
004990*----------------------------------------------------------------*
005000 1900-FLAG-CARD.
005010     ADD 1 TO WS-ERROR-CNT
005020     MOVE SPACES TO WS-RPT-LINE
005030     STRING 'ERROR ' SD-CARD (1:32)
005040         DELIMITED BY SIZE INTO WS-RPT-LINE.
005050 1900-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------*
005080*  2000-GENERATE-PROOFS - A REHEARSAL RUNS THE WHOLE SEASON'S    *
005090*  DAY RANGE AS A PROOF, SO MARKETING SEES EVERY LETTER.         *
005100*----------------------------------------------------------------*
005110 2000-GENERATE-PROOFS.
005120     PERFORM 2010-GENERATE-ONE-PROOF THRU 2010-EXIT
005130         VARYING PX-IDX FROM 1 BY 1
005140         UNTIL PX-IDX > PX-COUNT.
005150 2000-EXIT.
005160     EXIT.
005170 2010-GENERATE-ONE-PROOF.
005180     PERFORM 2400-BUILD-ENTRY THRU 2400-EXIT
005190     MOVE PX-DATE (PX-IDX) TO GEN-RUN-DATE
005200     MOVE 1 TO GEN-START-DAY
005210     MOVE WS-DEF-DAY-COUNT TO GEN-END-DAY
005220     MOVE 'P' TO GEN-PROOF-FLAG
005230     ADD 1 TO WS-PROOF-CNT
005240     MOVE 'N' TO WS-HIT-SW
005250     PERFORM 2500-STORE-ENTRY THRU 2500-EXIT.
005260 2010-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*  2100-GENERATE-LIVE - ONE LIVE RUN PER SEASON DAY, THE FIRST   *
005300*  ON THE FIRST RUN DATE, ON CONSECUTIVE DATES.  EVERY LIVE RUN  *
005310*  COVERS THE FULL DAY RANGE, 01 THRU THE SEASON'S DAY COUNT, AS *
005312*  THE CALENDAR HAS ALWAYS BEEN KEYED: THE ENGINES CUT THE       *
005314*  FULFILLMENT ORDERS, EXTRACTS, SPEND REPORT AND GL FEED ONLY   *
005316*  ON A FULL-SEASON RUN.  A SKIPPED DATE OR A REHEARSAL DATE HAS *
005318*  NO LIVE RUN, AND THAT RUN GOES ON THE NEXT DATE INSTEAD.  A   *
005320*  YEAR'S WALK WITHOUT PLACING EVERY RUN MEANS THE SKIP LIST IS  *
005330*  WRONG.                                                        *
005340*----------------------------------------------------------------*
005350 2100-GENERATE-LIVE.
005360     MOVE WS-DEF-FIRST-DATE TO WS-WORK-DATE-N
005370     MOVE ZERO TO WS-DAY-NO
005380     MOVE ZERO TO WS-DATES-WALKED
005390     PERFORM 2110-PLACE-ONE-DATE THRU 2110-EXIT
005400         UNTIL WS-DAY-NO >= WS-DEF-DAY-COUNT
005410             OR WS-DATES-WALKED > 366
005420     IF WS-DAY-NO < WS-DEF-DAY-COUNT
005430         ADD 1 TO WS-ERROR-CNT
005440         MOVE 'ERROR - SEASON DAYS NOT ALL PLACED WITHIN A YEAR'
005450             TO WS-RPT-LINE
005460         WRITE CAL-GEN-REC FROM WS-RPT-LINE
005470     END-IF
005480     PERFORM 2200-CHECK-ONE-SKIP THRU 2200-EXIT
005490         VARYING SX-IDX FROM 1 BY 1
005500         UNTIL SX-IDX > SX-COUNT.
005510 2100-EXIT.
005520     EXIT.
005530 2110-PLACE-ONE-DATE.
005540     ADD 1 TO WS-DATES-WALKED
005550     MOVE WS-WORK-DATE-N TO WS-CHECK-DATE
005560     MOVE 'N' TO WS-HIT-SW
005570     PERFORM 1340-MATCH-ONE-SKIP THRU 1340-EXIT
005580         VARYING SX-IDX FROM 1 BY 1
005590         UNTIL SX-IDX > SX-COUNT OR WS-HIT-FOUND
005600     IF WS-HIT-FOUND
005610         SUBTRACT 1 FROM SX-IDX
005620         MOVE 'Y' TO SX-USED-SW (SX-IDX)
005630         ADD 1 TO WS-SKIP-CNT
005640         MOVE SPACES TO WS-RPT-LINE
005650         STRING 'SKIPPED   ' WS-CHECK-DATE
005660             DELIMITED BY SIZE INTO WS-RPT-LINE
005670         WRITE CAL-GEN-REC FROM WS-RPT-LINE
005680         GO TO 2110-NEXT
005690     END-IF
005700     MOVE 'N' TO WS-HIT-SW
005710     PERFORM 1330-MATCH-ONE-PROOF THRU 1330-EXIT
005720         VARYING PX-IDX FROM 1 BY 1
005730         UNTIL PX-IDX > PX-COUNT OR WS-HIT-FOUND
005740     IF WS-HIT-FOUND
005750         GO TO 2110-NEXT
005760     END-IF
005770     ADD 1 TO WS-DAY-NO
005780     PERFORM 2400-BUILD-ENTRY THRU 2400-EXIT
005790     MOVE WS-CHECK-DATE TO GEN-RUN-DATE
005800     MOVE 1 TO GEN-START-DAY
005810     MOVE WS-DEF-DAY-COUNT TO GEN-END-DAY
005820     ADD 1 TO WS-LIVE-CNT
005830     MOVE 'N' TO WS-HIT-SW
005840     PERFORM 2500-STORE-ENTRY THRU 2500-EXIT.
005850 2110-NEXT.
005860     PERFORM 2900-NEXT-DATE THRU 2900-EXIT.
005870 2110-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------*
005900*  2200-CHECK-ONE-SKIP - A SKIPPED DATE THE WALK NEVER REACHED   *
005910*  IS PROBABLY A TYPO; WORTH A LOOK, NOT A FAILURE.              *
005920*----------------------------------------------------------------*
005930 2200-CHECK-ONE-SKIP.
005940     IF SX-USED-SW (SX-IDX) NOT = 'Y'
005950         ADD 1 TO WS-WARN-CNT
005960         MOVE SPACES TO WS-RPT-LINE
005970         STRING 'WARNING - SKIPPED DATE ' SX-DATE (SX-IDX)
005980             ' IS OUTSIDE THE SEASON''S RUNS'
005990             DELIMITED BY SIZE INTO WS-RPT-LINE
006000         WRITE CAL-GEN-REC FROM WS-RPT-LINE
006010     END-IF.
006020 2200-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050*  2400-BUILD-ENTRY - THE FIELDS EVERY GENERATED ENTRY SHARES.   *
006060*----------------------------------------------------------------*
006070 2400-BUILD-ENTRY.
006080     MOVE SPACES TO GEN-ENTRY
006090     MOVE WS-DEF-ENGINE TO GEN-ENGINE
006100     MOVE WS-DEF-CATALOG-LIST TO GEN-CATALOG-LIST
006110     MOVE WS-DEF-SEASON TO GEN-RUN-YEAR
006120     MOVE SPACE TO GEN-REPLAY-FLAG
006130     MOVE SPACE TO GEN-PROOF-FLAG
006140     MOVE WS-DEF-SELECT-ID TO GEN-SELECT-ID.
006150 2400-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------*
006180*  2500-STORE-ENTRY - GEN-ENTRY GOES TO THE PROPOSED CALENDAR IN *
006190*  DATE ORDER (ORDERED INSERT, AFTER ANY ENTRY OF THE SAME       *
006200*  DATE).  WS-HIT-SW SAYS WHICH SOURCE: 'K' KEPT, ELSE NEW.  A   *
006210*  NEW ENTRY ON A DATE A KEPT ONE ALREADY HAS IS WARNED OF HERE; *
006220*  CALPROOF WILL FAIL THE DUPLICATE DATE.                        *
006230*----------------------------------------------------------------*
006240 2500-STORE-ENTRY.
006250     IF ENT-COUNT >= WS-ENT-MAX
006260         DISPLAY 'CALGEN - MORE THAN ' WS-ENT-MAX
006270             ' CALENDAR ENTRIES, TABLE FULL'
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF
006310     COMPUTE ENT-INS-IDX = ENT-COUNT + 1
006320     PERFORM 2510-TEST-ONE-SLOT THRU 2510-EXIT
006330         VARYING ENT-IDX FROM 1 BY 1
006340         UNTIL ENT-IDX > ENT-COUNT
006350             OR ENT-INS-IDX <= ENT-COUNT
006360     IF WS-HIT-SW NOT = 'K'
006370         AND ENT-INS-IDX > 1
006380         AND ENT-RUN-DATE (ENT-INS-IDX - 1) = GEN-RUN-DATE
006390         ADD 1 TO WS-WARN-CNT
006400         MOVE SPACES TO WS-RPT-LINE
006410         STRING 'WARNING - ' GEN-RUN-DATE
006420             ' ALREADY HAS AN ENTRY FOR ANOTHER SEASON'
006430             DELIMITED BY SIZE INTO WS-RPT-LINE
006440         WRITE CAL-GEN-REC FROM WS-RPT-LINE
006450     END-IF
006460     PERFORM 2520-SHIFT-ONE-DOWN THRU 2520-EXIT
006470         VARYING ENT-SHIFT-IDX FROM ENT-COUNT BY -1
006480         UNTIL ENT-SHIFT-IDX < ENT-INS-IDX
006490     ADD 1 TO ENT-COUNT
006500     MOVE GEN-RUN-DATE TO ENT-RUN-DATE (ENT-INS-IDX)
006510     MOVE GEN-ENTRY TO ENT-IMAGE (ENT-INS-IDX)
006520     IF WS-HIT-SW = 'K'
006530         MOVE 'K' TO ENT-SOURCE (ENT-INS-IDX)
006540     ELSE
006550         MOVE 'N' TO ENT-SOURCE (ENT-INS-IDX)
006560     END-IF.
006570 2500-EXIT.
006580     EXIT.
006590 2510-TEST-ONE-SLOT.
006600     IF ENT-RUN-DATE (ENT-IDX) > GEN-RUN-DATE
006610         MOVE ENT-IDX TO ENT-INS-IDX
006620     END-IF.
006630 2510-EXIT.
006640     EXIT.
006650 2520-SHIFT-ONE-DOWN.
006660     MOVE ENT-ENTRY (ENT-SHIFT-IDX)
006670         TO ENT-ENTRY (ENT-SHIFT-IDX + 1).
006680 2520-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------*
006710*  2900-NEXT-DATE - PLAIN GREGORIAN DAY INCREMENT OF             *
006720*  WS-WORK-DATE.                                                 *
006730*----------------------------------------------------------------*
006740 2900-NEXT-DATE.
006750     PERFORM 2960-MONTH-LENGTH THRU 2960-EXIT
006760     IF WS-WORK-DAY < WS-MONTH-LEN
006770         ADD 1 TO WS-WORK-DAY
006780         GO TO 2900-EXIT
006790     END-IF
006800     MOVE 1 TO WS-WORK-DAY
006810     IF WS-WORK-MONTH = 12
006820         MOVE 1 TO WS-WORK-MONTH
006830         ADD 1 TO WS-WORK-YEAR
006840     ELSE
006850         ADD 1 TO WS-WORK-MONTH
006860     END-IF.
006870 2900-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900*  2950-CHECK-DATE - SETS WS-DATE-OK WHEN WS-CHECK-DATE IS A     *
006910*  REAL CALENDAR DATE.  LEAVES WS-WORK-DATE ALONE.               *
006920*----------------------------------------------------------------*
006930 2950-CHECK-DATE.
006940     MOVE 'N' TO WS-DATE-OK-SW
006950     MOVE WS-WORK-DATE-N TO WS-SAVE-DATE
006960     MOVE WS-CHECK-DATE TO WS-WORK-DATE-N
006970     IF WS-WORK-YEAR > ZERO
006980         AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
006990         AND WS-WORK-DAY >= 1
007000         PERFORM 2960-MONTH-LENGTH THRU 2960-EXIT
007010         IF WS-WORK-DAY <= WS-MONTH-LEN
007020             MOVE 'Y' TO WS-DATE-OK-SW
007030         END-IF
007040     END-IF
007050     MOVE WS-SAVE-DATE TO WS-WORK-DATE-N.
007060 2950-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------*
007090*  2960-MONTH-LENGTH - DAYS IN WS-WORK-MONTH OF WS-WORK-YEAR.    *
007100*----------------------------------------------------------------*
007110 2960-MONTH-LENGTH.
007120     MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-MONTH-LEN
007130     IF WS-WORK-MONTH = 2
007140         DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-REM
007150             REMAINDER WS-LEAP-REM
007160         IF WS-LEAP-REM = ZERO
007170             MOVE 29 TO WS-MONTH-LEN
007180         END-IF
007190         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-REM
007200             REMAINDER WS-LEAP-REM
007210         IF WS-LEAP-REM = ZERO
007220             MOVE 28 TO WS-MONTH-LEN
007230         END-IF
007240         DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-REM
007250             REMAINDER WS-LEAP-REM
007260         IF WS-LEAP-REM = ZERO
007270             MOVE 29 TO WS-MONTH-LEN
007280         END-IF
007290     END-IF.
007300 2960-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------*
007330*  3000-WRITE-CALENDAR - THE PROPOSED CALENDAR, AND THE SAME     *
007340*  ENTRIES ON THE REPORT (NEW OR KEPT) FOR SIGN-OFF.  NOTHING IS *
007350*  WRITTEN WHEN A LATE EDIT FAILED.                              *
007360*----------------------------------------------------------------*
007370 3000-WRITE-CALENDAR.
007380     IF WS-ERROR-CNT > ZERO
007390         GO TO 3000-EXIT
007400     END-IF
007410     OPEN OUTPUT RUN-CALENDAR-NEW
007420     IF WS-CALN-FS NOT = '00'
007430         DISPLAY 'CALGEN - UNABLE TO OPEN RUN-CALENDAR-NEW,'
007440             ' STATUS ' WS-CALN-FS
007450         MOVE 16 TO RETURN-CODE
007460         STOP RUN
007470     END-IF
007480     MOVE SPACES TO WS-RPT-LINE
007490     WRITE CAL-GEN-REC FROM WS-RPT-LINE
007500     MOVE 'PROPOSED CALENDAR (DATE ORDER)' TO WS-RPT-LINE
007510     WRITE CAL-GEN-REC FROM WS-RPT-LINE
007520     PERFORM 3010-WRITE-ONE-ENTRY THRU 3010-EXIT
007530         VARYING ENT-IDX FROM 1 BY 1
007540         UNTIL ENT-IDX > ENT-COUNT
007550     CLOSE RUN-CALENDAR-NEW.
007560 3000-EXIT.
007570     EXIT.
007580 3010-WRITE-ONE-ENTRY.
007590     MOVE ENT-IMAGE (ENT-IDX) TO RUN-CALENDAR-NEW-REC
007600     WRITE RUN-CALENDAR-NEW-REC
007610     ADD 1 TO WS-WRITE-CNT
007620     MOVE SPACES TO WS-RPT-LINE
007630     IF ENT-SOURCE (ENT-IDX) = 'K'
007640         STRING 'KEPT      ' ENT-IMAGE (ENT-IDX)
007650             DELIMITED BY SIZE INTO WS-RPT-LINE
007660     ELSE
007670         STRING 'NEW       ' ENT-IMAGE (ENT-IDX)
007680             DELIMITED BY SIZE INTO WS-RPT-LINE
007690     END-IF
007700     WRITE CAL-GEN-REC FROM WS-RPT-LINE.
007710 3010-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------*
007740*  9000-TERMINATE - TOTALS, CLOSE, AND THE RETURN CODE: 0 THE    *
007750*  PROPOSAL IS WRITTEN, 4 WRITTEN WITH WARNINGS, 8 THE           *
007760*  DEFINITION IS WRONG AND NOTHING WAS WRITTEN.                  *
007770*----------------------------------------------------------------*
007780 9000-TERMINATE.
007790     MOVE SPACES TO WS-RPT-LINE
007800     WRITE CAL-GEN-REC FROM WS-RPT-LINE
007810     MOVE WS-CARD-CNT TO WS-CNT-FMT
007820     MOVE SPACES TO WS-RPT-LINE
007830     STRING 'DEFINITION CARDS READ ' WS-CNT-FMT
007840         DELIMITED BY SIZE INTO WS-RPT-LINE
007850     WRITE CAL-GEN-REC FROM WS-RPT-LINE
007860     MOVE WS-LIVE-CNT TO WS-CNT-FMT
007870     MOVE SPACES TO WS-RPT-LINE
007880     STRING 'LIVE RUNS GENERATED   ' WS-CNT-FMT
007890         DELIMITED BY SIZE INTO WS-RPT-LINE
007900     WRITE CAL-GEN-REC FROM WS-RPT-LINE
007910     MOVE WS-PROOF-CNT TO WS-CNT-FMT
007920     MOVE SPACES TO WS-RPT-LINE
007930     STRING 'PROOF RUNS GENERATED  ' WS-CNT-FMT
007940         DELIMITED BY SIZE INTO WS-RPT-LINE
007950     WRITE CAL-GEN-REC FROM WS-RPT-LINE
007960     MOVE WS-SKIP-CNT TO WS-CNT-FMT
007970     MOVE SPACES TO WS-RPT-LINE
007980     STRING 'DATES SKIPPED         ' WS-CNT-FMT
007990         DELIMITED BY SIZE INTO WS-RPT-LINE
008000     WRITE CAL-GEN-REC FROM WS-RPT-LINE
008010     MOVE WS-KEPT-CNT TO WS-CNT-FMT
008020     MOVE SPACES TO WS-RPT-LINE
008030     STRING 'ENTRIES KEPT          ' WS-CNT-FMT
008040         DELIMITED BY SIZE INTO WS-RPT-LINE
008050     WRITE CAL-GEN-REC FROM WS-RPT-LINE
008060     MOVE WS-REPLACED-CNT TO WS-CNT-FMT
008070     MOVE SPACES TO WS-RPT-LINE
008080     STRING 'ENTRIES REPLACED      ' WS-CNT-FMT
008090         DELIMITED BY SIZE INTO WS-RPT-LINE
008100     WRITE CAL-GEN-REC FROM WS-RPT-LINE
008110     MOVE WS-WRITE-CNT TO WS-CNT-FMT
008120     MOVE SPACES TO WS-RPT-LINE
008130     STRING 'CALENDAR RECORDS OUT  ' WS-CNT-FMT
008140         DELIMITED BY SIZE INTO WS-RPT-LINE
008150     WRITE CAL-GEN-REC FROM WS-RPT-LINE
008160     IF WS-ERROR-CNT > ZERO
008170         MOVE WS-ERROR-CNT TO WS-CNT-FMT
008180         MOVE 'DEFINITION IN ERROR - NO CALENDAR WRITTEN'
008190             TO WS-RPT-LINE
008200         WRITE CAL-GEN-REC FROM WS-RPT-LINE
008210         DISPLAY 'CALGEN - ' WS-CNT-FMT ' DEFINITION ERRORS,'
008220             ' SEE CAL-GEN-RPT'
008230         MOVE 8 TO RETURN-CODE
008240     ELSE
008250         MOVE 'PROPOSED CALENDAR WRITTEN - PROOF IT WITH CALPROOF'
008260             TO WS-RPT-LINE
008270         WRITE CAL-GEN-REC FROM WS-RPT-LINE
008280         IF WS-WARN-CNT > ZERO
008290             MOVE 4 TO RETURN-CODE
008300         END-IF
008310     END-IF
008320     CLOSE CAL-GEN-RPT.
008330 9000-EXIT.
008340     EXIT.
